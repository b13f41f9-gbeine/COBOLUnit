000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-assert-national-fits
000013*	source name: CBU00360.cob
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

000044*>Assert that a PIC N (national, UTF-16) value fits a field of
000045*>MaxChars characters: every surrogate is paired (a high
000046*>surrogate left without its low half is a character split by
000047*>truncation) and the value, a surrogate pair counting as one
000048*>character, is no longer than MaxChars. MaxChars is the field
000049*>length in characters, so a PIC N(30) target whose value
000050*>carries surrogate pairs may hold fewer than 30 of them.
000051*>Trailing national spaces are not counted.
000052* arg1: AssertName - Assertion name
000053* arg2: NatValue - national value to check
000054* arg3: MaxChars - field length in characters
000055 IDENTIFICATION DIVISION.
000056 PROGRAM-ID.   CBU00360.
000057 ENVIRONMENT    DIVISION.
000058 DATA DIVISION.
000059 WORKING-STORAGE SECTION.
000060  01 diff-expected PIC X(32000) VALUE SPACES.
000061  01 diff-actual PIC X(32000) VALUE SPACES.
000062  01 u PIC 9(5).
000063  01 unit-count PIC 9(5).
000064  01 char-count PIC 9(5).
000065  01 bad-char PIC 9(5).
000066  01 unit-bytes PIC X(2).
000067  01 unit-kind PIC 9(1).
000068  COPY CBUC0002.
000069 LINKAGE SECTION.
000070  77 AssertName PIC X(20).
000071  01 NatValue PIC N(16000).
000072  01 NatValueBytes REDEFINES NatValue PIC X(32000).
000073  77 MaxChars PIC 9(5).
000074  COPY CBUC0001.
000075 PROCEDURE DIVISION USING CBU-ctx AssertName NatValue MaxChars.
000076  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000077  INITIALIZE diff-expected.
000078  INITIALIZE diff-actual.
000079  PERFORM 1000-SCAN.
000080  EVALUATE TRUE
000081  WHEN bad-char > 0
000082     MOVE "valid UTF-16" TO diff-expected
000083     STRING "unpaired surrogate at character " bad-char
000084        DELIMITED BY SIZE INTO diff-actual
000085  WHEN char-count > MaxChars
000086     STRING "at most " MaxChars " characters"
000087        DELIMITED BY SIZE INTO diff-expected
000088     STRING char-count " characters"
000089        DELIMITED BY SIZE INTO diff-actual
000090  WHEN OTHER
000091     CONTINUE
000092  END-EVALUATE.
000093  IF diff-expected <> SPACES
000094     CALL CBU-log-assert-failed
000095        USING CBU-ctx AssertName diff-expected diff-actual
000096     CALL CBU-add-assert-failed
000097        USING CBU-ctx AssertName diff-expected diff-actual
000098  ELSE
000099     CALL CBU-add-assert-succeed USING CBU-ctx AssertName
000100     CALL CBU-log-assert-succeed USING CBU-ctx AssertName
000101  END-IF.
000102  EXIT PROGRAM.
000103
000104* units up to the last one that is not a national space or
000105* low-value, characters among them, first unpaired surrogate
000106 1000-SCAN.
000107  MOVE 0 TO unit-count.
000108  PERFORM VARYING u FROM 16000 BY -1
000109     UNTIL u < 1 OR unit-count > 0
000110     IF NatValueBytes(u * 2 - 1:2) <> X"0020"
000111        AND NatValueBytes(u * 2 - 1:2) <> X"0000"
000112        MOVE u TO unit-count
000113     END-IF
000114  END-PERFORM.
000115  MOVE 0 TO char-count.
000116  MOVE 0 TO bad-char.
000117  MOVE 1 TO u.
000118  PERFORM UNTIL u > unit-count OR bad-char > 0
000119     MOVE NatValueBytes(u * 2 - 1:2) TO unit-bytes
000120     PERFORM 8000-UNIT-KIND
000121     EVALUATE unit-kind
000122     WHEN 0
000123        ADD 1 TO char-count
000124        ADD 1 TO u
000125     WHEN 1
000126        IF u < unit-count
000127           MOVE NatValueBytes(u * 2 + 1:2) TO unit-bytes
000128           PERFORM 8000-UNIT-KIND
000129        ELSE
000130           MOVE 0 TO unit-kind
000131        END-IF
000132        IF unit-kind = 2
000133           ADD 1 TO char-count
000134           ADD 2 TO u
000135        ELSE
000136           COMPUTE bad-char = char-count + 1
000137        END-IF
000138     WHEN OTHER
000139        COMPUTE bad-char = char-count + 1
000140     END-EVALUATE
000141  END-PERFORM.
000142
000143* 0 plain unit, 1 high surrogate, 2 low surrogate
000144 8000-UNIT-KIND.
000145  EVALUATE TRUE
000146  WHEN unit-bytes(1:1) >= X"D8" AND unit-bytes(1:1) <= X"DB"
000147     MOVE 1 TO unit-kind
000148  WHEN unit-bytes(1:1) >= X"DC" AND unit-bytes(1:1) <= X"DF"
000149     MOVE 2 TO unit-kind
000150  WHEN OTHER
000151     MOVE 0 TO unit-kind
000152  END-EVALUATE.
000153 END PROGRAM CBU00360.
