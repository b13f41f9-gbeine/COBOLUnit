000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-assert-national-equals
000013*	source name: CBU00359.cob
000023*
000028*  Copyright (C) 2009 Hervé Vaujour
000029*
000030*  This program is free software; you can redistribute it and/or modify
000031*  it under the terms of the GNU General Public License as published by
000032*  the Free Software Foundation; either version 2 of the License, or
000033*  (at your option) any later version.
000034*
000035*  This program is distributed in the hope that it will be useful,
000036*  but WITHOUT ANY WARRANTY; without even the implied warranty of
000037*  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the
000038*  GNU General Public License for more details.
000039*
000040*  You should have received a copy of the GNU General Public License
000041*  along with this program; see the file COPYING. If not, write to the
000042*  Free Software Foundation, Inc., 675 Mass Ave, Cambridge, MA 02139, USA.
000043

000044*>Equals assertion for PIC N (national, UTF-16) values,
000045*>compared character by character: a surrogate pair counts as
000046*>one character, and a high surrogate without its low half (or
000047*>a low half on its own) - what truncating a field in the
000048*>middle of a character leaves - fails the assertion even when
000049*>the baseline is truncated the same way. The failure message
000050*>gives the character counts, the first differing character
000051*>position and the code point found there on each side, since
000052*>the national bytes themselves cannot go into the log.
000053*>Trailing national spaces are ignored.
000054* arg1: AssertName - Assertion name
000055* arg2: NatExpected - expected national value
000056* arg3: NatActual - actual national value
000057 IDENTIFICATION DIVISION.
000058 PROGRAM-ID.   CBU00359.
000059 ENVIRONMENT    DIVISION.
000060 DATA DIVISION.
000061 WORKING-STORAGE SECTION.
000062  01 diff-expected PIC X(32000) VALUE SPACES.
000063  01 diff-actual PIC X(32000) VALUE SPACES.
000064  01 nat-work PIC X(32000).
000065  01 exp-units PIC 9(5).
000066  01 act-units PIC 9(5).
000067  01 exp-chars PIC 9(5).
000068  01 act-chars PIC 9(5).
000069  01 exp-bad PIC 9(5).
000070  01 act-bad PIC 9(5).
000071  01 exp-pos PIC 9(5).
000072  01 act-pos PIC 9(5).
000073  01 exp-size PIC 9(1).
000074  01 act-size PIC 9(1).
000075  01 char-no PIC 9(5).
000076  01 diff-char PIC 9(5).
000077  01 u PIC 9(5).
000078  01 unit-count PIC 9(5).
000079  01 char-count PIC 9(5).
000080  01 bad-char PIC 9(5).
000081  01 unit-pos PIC 9(5).
000082  01 unit-bytes PIC X(2).
000083  01 unit-kind PIC 9(1).
000084  01 byte-word.
000085    05 FILLER PIC X(1) VALUE LOW-VALUE.
000086    05 byte-low PIC X(1).
000087  01 byte-value REDEFINES byte-word PIC 9(4) COMP.
000088  01 unit-value PIC 9(5).
000089  01 low-value-unit PIC 9(5).
000090  01 code-point PIC 9(7).
000091  01 exp-text PIC X(12).
000092  01 act-text PIC X(12).
000093  01 hex-text PIC X(12).
000094  01 hex-digits PIC X(16) VALUE "0123456789ABCDEF".
000095  01 hex-work PIC X(6).
000096  01 hex-rest PIC 9(7).
000097  01 hex-digit PIC 9(2).
000098  01 h PIC 9(1).
000099  COPY CBUC0002.
000100 LINKAGE SECTION.
000101  77 AssertName PIC X(20).
000102  01 NatExpected PIC N(16000).
000103  01 NatExpectedBytes REDEFINES NatExpected PIC X(32000).
000104  01 NatActual PIC N(16000).
000105  01 NatActualBytes REDEFINES NatActual PIC X(32000).
000106  COPY CBUC0001.
000107 PROCEDURE DIVISION USING CBU-ctx AssertName NatExpected
000108      NatActual.
000109  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000110  INITIALIZE diff-expected.
000111  INITIALIZE diff-actual.
000112  MOVE NatExpectedBytes TO nat-work.
000113  PERFORM 1000-SCAN.
000114  MOVE unit-count TO exp-units.
000115  MOVE char-count TO exp-chars.
000116  MOVE bad-char TO exp-bad.
000117  MOVE NatActualBytes TO nat-work.
000118  PERFORM 1000-SCAN.
000119  MOVE unit-count TO act-units.
000120  MOVE char-count TO act-chars.
000121  MOVE bad-char TO act-bad.
000122  IF act-bad > 0
000123     MOVE "actual as valid UTF-16" TO diff-expected
000124     STRING "unpaired surrogate at character " act-bad
000125        DELIMITED BY SIZE INTO diff-actual
000126     PERFORM 9000-REPORT-FAILED
000127     EXIT PROGRAM
000128  END-IF.
000129  IF exp-bad > 0
000130     STRING "unpaired surrogate at character " exp-bad
000131        DELIMITED BY SIZE INTO diff-expected
000132     MOVE "expected value is not valid UTF-16" TO diff-actual
000133     PERFORM 9000-REPORT-FAILED
000134     EXIT PROGRAM
000135  END-IF.
000136  MOVE 1 TO exp-pos.
000137  MOVE 1 TO act-pos.
000138  MOVE 0 TO char-no.
000139  MOVE 0 TO diff-char.
000140  PERFORM UNTIL exp-pos > exp-units OR act-pos > act-units
000141     OR diff-char > 0
000142     ADD 1 TO char-no
000143     PERFORM 2000-CHAR-SIZES
000144     IF exp-size <> act-size
000145        MOVE char-no TO diff-char
000146     ELSE
000147        IF NatExpectedBytes(exp-pos * 2 - 1:exp-size * 2)
000148           <> NatActualBytes(act-pos * 2 - 1:act-size * 2)
000149           MOVE char-no TO diff-char
000150        ELSE
000151           ADD exp-size TO exp-pos
000152           ADD act-size TO act-pos
000153        END-IF
000154     END-IF
000155  END-PERFORM.
000156  IF diff-char = 0 AND exp-chars <> act-chars
000157     COMPUTE diff-char = char-no + 1
000158  END-IF.
000159  IF diff-char > 0
000160     MOVE "end of value" TO exp-text
000161     MOVE "end of value" TO act-text
000162     IF exp-pos <= exp-units
000163        MOVE NatExpectedBytes TO nat-work
000164        MOVE exp-pos TO unit-pos
000165        PERFORM 3000-CODE-POINT
000166        MOVE hex-text TO exp-text
000167     END-IF
000168     IF act-pos <= act-units
000169        MOVE NatActualBytes TO nat-work
000170        MOVE act-pos TO unit-pos
000171        PERFORM 3000-CODE-POINT
000172        MOVE hex-text TO act-text
000173     END-IF
000174     STRING exp-chars " characters, character " diff-char
000175        " " exp-text DELIMITED BY SIZE INTO diff-expected
000176     STRING act-chars " characters, character " diff-char
000177        " " act-text DELIMITED BY SIZE INTO diff-actual
000178     PERFORM 9000-REPORT-FAILED
000179  ELSE
000180     CALL CBU-add-assert-succeed USING CBU-ctx AssertName
000181     CALL CBU-log-assert-succeed USING CBU-ctx AssertName
000182  END-IF.
000183  EXIT PROGRAM.
000184
000185* units up to the last one that is not a national space or
000186* low-value, characters among them, first unpaired surrogate
000187 1000-SCAN.
000188  MOVE 0 TO unit-count.
000189  PERFORM VARYING u FROM 16000 BY -1
000190     UNTIL u < 1 OR unit-count > 0
000191     IF nat-work(u * 2 - 1:2) <> X"0020"
000192        AND nat-work(u * 2 - 1:2) <> X"0000"
000193        MOVE u TO unit-count
000194     END-IF
000195  END-PERFORM.
000196  MOVE 0 TO char-count.
000197  MOVE 0 TO bad-char.
000198  MOVE 1 TO u.
000199  PERFORM UNTIL u > unit-count OR bad-char > 0
000200     MOVE nat-work(u * 2 - 1:2) TO unit-bytes
000201     PERFORM 8000-UNIT-KIND
000202     EVALUATE unit-kind
000203     WHEN 0
000204        ADD 1 TO char-count
000205        ADD 1 TO u
000206     WHEN 1
000207        IF u < unit-count
000208           MOVE nat-work(u * 2 + 1:2) TO unit-bytes
000209           PERFORM 8000-UNIT-KIND
000210        ELSE
000211           MOVE 0 TO unit-kind
000212        END-IF
000213        IF unit-kind = 2
000214           ADD 1 TO char-count
000215           ADD 2 TO u
000216        ELSE
000217           COMPUTE bad-char = char-count + 1
000218        END-IF
000219     WHEN OTHER
000220        COMPUTE bad-char = char-count + 1
000221     END-EVALUATE
000222  END-PERFORM.
000223
000224* units taken by the character at exp-pos and at act-pos
000225 2000-CHAR-SIZES.
000226  MOVE NatExpectedBytes(exp-pos * 2 - 1:2) TO unit-bytes.
000227  PERFORM 8000-UNIT-KIND.
000228  IF unit-kind = 1
000229     MOVE 2 TO exp-size
000230  ELSE
000231     MOVE 1 TO exp-size
000232  END-IF.
000233  MOVE NatActualBytes(act-pos * 2 - 1:2) TO unit-bytes.
000234  PERFORM 8000-UNIT-KIND.
000235  IF unit-kind = 1
000236     MOVE 2 TO act-size
000237  ELSE
000238     MOVE 1 TO act-size
000239  END-IF.
000240
000241* code point of the character at unit-pos of nat-work, shown
000242* as U+hhhh
000243 3000-CODE-POINT.
000244  MOVE nat-work(unit-pos * 2 - 1:2) TO unit-bytes.
000245  PERFORM 8100-UNIT-VALUE.
000246  MOVE unit-value TO code-point.
000247  PERFORM 8000-UNIT-KIND.
000248  IF unit-kind = 1
000249     MOVE nat-work(unit-pos * 2 + 1:2) TO unit-bytes
000250     PERFORM 8100-UNIT-VALUE
000251     MOVE unit-value TO low-value-unit
000252     COMPUTE code-point = 65536 + (code-point - 55296) * 1024
000253        + low-value-unit - 56320
000254  END-IF.
000255  MOVE code-point TO hex-rest.
000256  PERFORM VARYING h FROM 6 BY -1 UNTIL h < 1
000257     DIVIDE hex-rest BY 16 GIVING hex-rest REMAINDER hex-digit
000258     MOVE hex-digits(hex-digit + 1:1) TO hex-work(h:1)
000259  END-PERFORM.
000260  MOVE SPACES TO hex-text.
000261  EVALUATE TRUE
000262  WHEN code-point < 65536
000263     STRING "U+" hex-work(3:4) DELIMITED BY SIZE INTO hex-text
000264  WHEN code-point < 1048576
000265     STRING "U+" hex-work(2:5) DELIMITED BY SIZE INTO hex-text
000266  WHEN OTHER
000267     STRING "U+" hex-work DELIMITED BY SIZE INTO hex-text
000268  END-EVALUATE.
000269
000270* 0 plain unit, 1 high surrogate, 2 low surrogate
000271 8000-UNIT-KIND.
000272  EVALUATE TRUE
000273  WHEN unit-bytes(1:1) >= X"D8" AND unit-bytes(1:1) <= X"DB"
000274     MOVE 1 TO unit-kind
000275  WHEN unit-bytes(1:1) >= X"DC" AND unit-bytes(1:1) <= X"DF"
000276     MOVE 2 TO unit-kind
000277  WHEN OTHER
000278     MOVE 0 TO unit-kind
000279  END-EVALUATE.
000280
000281* numeric value of the big-endian unit in unit-bytes
000282 8100-UNIT-VALUE.
000283  MOVE unit-bytes(1:1) TO byte-low.
000284  COMPUTE unit-value = byte-value * 256.
000285  MOVE unit-bytes(2:1) TO byte-low.
000286  ADD byte-value TO unit-value.
000287
000288 9000-REPORT-FAILED.
000289  CALL CBU-log-assert-failed
000290     USING CBU-ctx AssertName diff-expected diff-actual.
000291  CALL CBU-add-assert-failed
000292     USING CBU-ctx AssertName diff-expected diff-actual.
000293 END PROGRAM CBU00359.
