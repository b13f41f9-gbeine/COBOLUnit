000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-assert-utf8-fits
000013*	source name: CBU00358.cob
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

000044*>Assert that a UTF-8 value fits the field it is bound for:
000045*>well-formed, at most MaxChars characters and, when MaxBytes
000046*>is not zero, at most MaxBytes bytes - a name of 30 accented
000047*>characters fits a 30-character national field but not a
000048*>PIC X(30) holding its UTF-8 bytes. Trailing spaces are not
000049*>counted.
000050* arg1: AssertName - Assertion name
000051* arg2: Utf8Value - value to check
000052* arg3: MaxChars - field length in characters
000053* arg4: MaxBytes - field length in bytes, 0 = not checked
000054 IDENTIFICATION DIVISION.
000055 PROGRAM-ID.   CBU00358.
000056 ENVIRONMENT    DIVISION.
000057 DATA DIVISION.
000058 WORKING-STORAGE SECTION.
000059  01 diff-expected PIC X(32000) VALUE SPACES.
000060  01 diff-actual PIC X(32000) VALUE SPACES.
000061  01 value-len PIC 9(5).
000062  01 value-chars PIC 9(5).
000063  01 bad-byte PIC 9(5).
000064  01 bad-char PIC 9(5).
000065  01 bad-kind PIC 9(1).
000066  COPY CBUC0002.
000067 LINKAGE SECTION.
000068  77 AssertName PIC X(20).
000069  77 Utf8Value PIC X(32000).
000070  77 MaxChars PIC 9(5).
000071  77 MaxBytes PIC 9(5).
000072  COPY CBUC0001.
000073 PROCEDURE DIVISION USING CBU-ctx AssertName Utf8Value MaxChars
000074      MaxBytes.
000075  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000076  INITIALIZE diff-expected.
000077  INITIALIZE diff-actual.
000078  CALL CBU-get-last-index USING CBU-ctx Utf8Value value-len.
000079  IF value-len = 0
000080     CALL CBU-add-assert-succeed USING CBU-ctx AssertName
000081     CALL CBU-log-assert-succeed USING CBU-ctx AssertName
000082     EXIT PROGRAM
000083  END-IF.
000084  CALL CBU-utf8-scan USING Utf8Value value-len value-chars
000085     bad-byte bad-char bad-kind.
000086  EVALUATE TRUE
000087  WHEN bad-kind = 1
000088     MOVE "valid UTF-8" TO diff-expected
000089     STRING "'" Utf8Value(1:value-len)
000090        "' (split sequence at character " bad-char
000091        ", byte " bad-byte ")" DELIMITED BY SIZE
000092        INTO diff-actual
000093  WHEN bad-kind = 2
000094     MOVE "valid UTF-8" TO diff-expected
000095     STRING "'" Utf8Value(1:value-len)
000096        "' (invalid byte at character " bad-char
000097        ", byte " bad-byte ")" DELIMITED BY SIZE
000098        INTO diff-actual
000099  WHEN value-chars > MaxChars
000100     STRING "at most " MaxChars " characters"
000101        DELIMITED BY SIZE INTO diff-expected
000102     STRING "'" Utf8Value(1:value-len) "' (" value-chars
000103        " characters)" DELIMITED BY SIZE INTO diff-actual
000104  WHEN MaxBytes > 0 AND value-len > MaxBytes
000105     STRING "at most " MaxBytes " bytes"
000106        DELIMITED BY SIZE INTO diff-expected
000107     STRING "'" Utf8Value(1:value-len) "' (" value-len
000108        " bytes)" DELIMITED BY SIZE INTO diff-actual
000109  WHEN OTHER
000110     CONTINUE
000111  END-EVALUATE.
000112  IF diff-expected <> SPACES
000113     CALL CBU-log-assert-failed
000114        USING CBU-ctx AssertName diff-expected diff-actual
000115     CALL CBU-add-assert-failed
000116        USING CBU-ctx AssertName diff-expected diff-actual
000117  ELSE
000118     CALL CBU-add-assert-succeed USING CBU-ctx AssertName
000119     CALL CBU-log-assert-succeed USING CBU-ctx AssertName
000120  END-IF.
000121  EXIT PROGRAM.
000122 END PROGRAM CBU00358.
