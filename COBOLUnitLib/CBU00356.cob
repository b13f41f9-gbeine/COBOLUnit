000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-assert-utf8-equals
000013*	source name: CBU00356.cob
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

000044*>Equals assertion for UTF-8 text in PIC X(32000), compared
000045*>character by character instead of byte by byte. Both values
000046*>must be well-formed UTF-8 first: a multi-byte sequence split
000047*>by truncation or a byte that cannot start a character fails
000048*>the assertion even when the other value carries the same
000049*>fault, so an actual truncated in the middle of a character
000050*>no longer passes against an equally truncated baseline. The
000051*>failure message gives positions in characters (and the byte
000052*>where a fault starts). Trailing spaces are ignored, as in
000053*>CBU-assert-str-equals.
000054* arg1: AssertName - Assertion name
000055* arg2: ResExpected - expected UTF-8 value
000056* arg3: ResActual - actual UTF-8 value
000057 IDENTIFICATION DIVISION.
000058 PROGRAM-ID.   CBU00356.
000059 ENVIRONMENT    DIVISION.
000060 DATA DIVISION.
000061 WORKING-STORAGE SECTION.
000062  01 diff-expected PIC X(32000) VALUE SPACES.
000063  01 diff-actual PIC X(32000) VALUE SPACES.
000064  01 exp-len PIC 9(5).
000065  01 act-len PIC 9(5).
000066  01 exp-chars PIC 9(5).
000067  01 act-chars PIC 9(5).
000068  01 bad-byte PIC 9(5).
000069  01 bad-char PIC 9(5).
000070  01 bad-kind PIC 9(1).
000071  01 exp-pos PIC 9(5).
000072  01 act-pos PIC 9(5).
000073  01 exp-seq PIC 9(1).
000074  01 act-seq PIC 9(1).
000075  01 char-no PIC 9(5).
000076  01 diff-char PIC 9(5).
000077  01 lead-byte PIC X(1).
000078  01 seq-len PIC 9(1).
000079  01 fault-text PIC X(60).
000080  COPY CBUC0002.
000081 LINKAGE SECTION.
000082  77 AssertName PIC X(20).
000083  77 ResExpected PIC X(32000).
000084  77 ResActual PIC X(32000).
000085  COPY CBUC0001.
000086 PROCEDURE DIVISION USING CBU-ctx AssertName ResExpected
000087      ResActual.
000088  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000089  INITIALIZE diff-expected.
000090  INITIALIZE diff-actual.
000091  CALL CBU-get-last-index USING CBU-ctx ResExpected exp-len.
000092  CALL CBU-get-last-index USING CBU-ctx ResActual act-len.
000093  IF exp-len = 0 MOVE 1 TO exp-len END-IF.
000094  IF act-len = 0 MOVE 1 TO act-len END-IF.
000095  CALL CBU-utf8-scan USING ResActual act-len act-chars
000096     bad-byte bad-char bad-kind.
000097  IF bad-kind > 0
000098     PERFORM 8000-FAULT-TEXT
000099     STRING "actual as valid UTF-8" INTO diff-expected
000100     STRING "'" ResActual(1:act-len) "' " fault-text
000101        DELIMITED BY SIZE INTO diff-actual
000102     PERFORM 9000-REPORT-FAILED
000103     EXIT PROGRAM
000104  END-IF.
000105  CALL CBU-utf8-scan USING ResExpected exp-len exp-chars
000106     bad-byte bad-char bad-kind.
000107  IF bad-kind > 0
000108     PERFORM 8000-FAULT-TEXT
000109     STRING "'" ResExpected(1:exp-len) "' " fault-text
000110        DELIMITED BY SIZE INTO diff-expected
000111     STRING "expected value is not valid UTF-8" INTO diff-actual
000112     PERFORM 9000-REPORT-FAILED
000113     EXIT PROGRAM
000114  END-IF.
000115  MOVE 1 TO exp-pos.
000116  MOVE 1 TO act-pos.
000117  MOVE 0 TO char-no.
000118  MOVE 0 TO diff-char.
000119  PERFORM UNTIL exp-pos > exp-len OR act-pos > act-len
000120     OR diff-char > 0
000121     ADD 1 TO char-no
000122     MOVE ResExpected(exp-pos:1) TO lead-byte
000123     PERFORM 8100-SEQ-LEN
000124     MOVE seq-len TO exp-seq
000125     MOVE ResActual(act-pos:1) TO lead-byte
000126     PERFORM 8100-SEQ-LEN
000127     MOVE seq-len TO act-seq
000128     IF exp-seq <> act-seq
000129        MOVE char-no TO diff-char
000130     ELSE
000131        IF ResExpected(exp-pos:exp-seq)
000132           <> ResActual(act-pos:act-seq)
000133           MOVE char-no TO diff-char
000134        END-IF
000135     END-IF
000136     ADD exp-seq TO exp-pos
000137     ADD act-seq TO act-pos
000138  END-PERFORM.
000139  IF diff-char = 0 AND exp-chars <> act-chars
000140     COMPUTE diff-char = char-no + 1
000141  END-IF.
000142  IF diff-char > 0
000143     STRING "'" ResExpected(1:exp-len) "' (" exp-chars
000144        " characters)" DELIMITED BY SIZE INTO diff-expected
000145     STRING "'" ResActual(1:act-len) "' (" act-chars
000146        " characters, differs at character " diff-char ")"
000147        DELIMITED BY SIZE INTO diff-actual
000148     PERFORM 9000-REPORT-FAILED
000149  ELSE
000150     CALL CBU-add-assert-succeed USING CBU-ctx AssertName
000151     CALL CBU-log-assert-succeed USING CBU-ctx AssertName
000152  END-IF.
000153  EXIT PROGRAM.
000154
000155 8000-FAULT-TEXT.
000156  MOVE SPACES TO fault-text.
000157  IF bad-kind = 1
000158     STRING "(split sequence at character " bad-char
000159        ", byte " bad-byte ")" INTO fault-text
000160  ELSE
000161     STRING "(invalid byte at character " bad-char
000162        ", byte " bad-byte ")" INTO fault-text
000163  END-IF.
000164
000165* length of the sequence lead-byte starts (values already
000166* scanned as valid)
000167 8100-SEQ-LEN.
000168  EVALUATE TRUE
000169  WHEN lead-byte < X"80"
000170     MOVE 1 TO seq-len
000171  WHEN lead-byte < X"E0"
000172     MOVE 2 TO seq-len
000173  WHEN lead-byte < X"F0"
000174     MOVE 3 TO seq-len
000175  WHEN OTHER
000176     MOVE 4 TO seq-len
000177  END-EVALUATE.
000178
000179 9000-REPORT-FAILED.
000180  CALL CBU-log-assert-failed
000181     USING CBU-ctx AssertName diff-expected diff-actual.
000182  CALL CBU-add-assert-failed
000183     USING CBU-ctx AssertName diff-expected diff-actual.
000184 END PROGRAM CBU00356.
