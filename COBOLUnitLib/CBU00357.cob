000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-assert-utf8-valid
000013*	source name: CBU00357.cob
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

000044*>Assert that a PIC X(32000) value is well-formed UTF-8 up to
000045*>its last non-blank byte: no multi-byte sequence split by
000046*>truncation and no byte that cannot start a character. The
000047*>failure message names the character and byte position of
000048*>the first fault.
000049* arg1: AssertName - Assertion name
000050* arg2: Utf8Value - value to check
000051 IDENTIFICATION DIVISION.
000052 PROGRAM-ID.   CBU00357.
000053 ENVIRONMENT    DIVISION.
000054 DATA DIVISION.
000055 WORKING-STORAGE SECTION.
000056  01 diff-expected PIC X(32000) VALUE SPACES.
000057  01 diff-actual PIC X(32000) VALUE SPACES.
000058  01 value-len PIC 9(5).
000059  01 value-chars PIC 9(5).
000060  01 bad-byte PIC 9(5).
000061  01 bad-char PIC 9(5).
000062  01 bad-kind PIC 9(1).
000063  COPY CBUC0002.
000064 LINKAGE SECTION.
000065  77 AssertName PIC X(20).
000066  77 Utf8Value PIC X(32000).
000067  COPY CBUC0001.
000068 PROCEDURE DIVISION USING CBU-ctx AssertName Utf8Value.
000069  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000070  INITIALIZE diff-expected.
000071  INITIALIZE diff-actual.
000072  CALL CBU-get-last-index USING CBU-ctx Utf8Value value-len.
000073  IF value-len = 0 MOVE 1 TO value-len END-IF.
000074  CALL CBU-utf8-scan USING Utf8Value value-len value-chars
000075     bad-byte bad-char bad-kind.
000076  IF bad-kind > 0
000077     MOVE "valid UTF-8" TO diff-expected
000078     IF bad-kind = 1
000079        STRING "'" Utf8Value(1:value-len)
000080           "' (split sequence at character " bad-char
000081           ", byte " bad-byte ")" DELIMITED BY SIZE
000082           INTO diff-actual
000083     ELSE
000084        STRING "'" Utf8Value(1:value-len)
000085           "' (invalid byte at character " bad-char
000086           ", byte " bad-byte ")" DELIMITED BY SIZE
000087           INTO diff-actual
000088     END-IF
000089     CALL CBU-log-assert-failed
000090        USING CBU-ctx AssertName diff-expected diff-actual
000091     CALL CBU-add-assert-failed
000092        USING CBU-ctx AssertName diff-expected diff-actual
000093  ELSE
000094     CALL CBU-add-assert-succeed USING CBU-ctx AssertName
000095     CALL CBU-log-assert-succeed USING CBU-ctx AssertName
000096  END-IF.
000097  EXIT PROGRAM.
000098 END PROGRAM CBU00357.
