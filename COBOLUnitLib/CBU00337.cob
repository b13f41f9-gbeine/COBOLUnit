000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-assert-screen-order
000013*	source name: CBU00337.cob
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

000044*>Assert the screens presented during the test, in order, by
000045*>name: Expected is "MENU;CUSTMNT;MENU". Every screen
000046*>presented must be listed.
000047* arg1: AssertName - Assertion name
000048* arg2: Expected - screen names separated by ";"
000049 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.   CBU00337.
000051 ENVIRONMENT    DIVISION.
000052 DATA DIVISION.
000053 WORKING-STORAGE SECTION.
000054  77 str-res-expected PIC X(32000) VALUE SPACE.
000055  77 str-res-actual PIC X(32000) VALUE SPACE.
000056  01 flush-name PIC X(30).
000057  01 flush-mode PIC X(1) VALUE "F".
000058  01 scr PIC 9(2).
000059  01 ptr PIC 9(4).
000060  01 name-len PIC 9(2).
000061  01 actual-list PIC X(1000).
000062  COPY CBUC0003.
000063  COPY CBUC0002.
000064 LINKAGE SECTION.
000065  77 AssertName PIC X(20).
000066  77 Expected PIC X(1000).
000067  COPY CBUC0001.
000068 PROCEDURE DIVISION USING CBU-ctx AssertName Expected.
000069  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000069  INITIALIZE str-res-expected.
000069  INITIALIZE str-res-actual.
000070  MOVE SPACES TO flush-name.
000071  CALL CBU-screen-show USING flush-name flush-mode.
000072  MOVE SPACES TO actual-list.
000073  MOVE 1 TO ptr.
000074  PERFORM VARYING scr FROM 1 BY 1
000075     UNTIL scr > screen-capture-count
000076     IF scr > 1
000077        STRING ";" DELIMITED BY SIZE INTO actual-list
000078           WITH POINTER ptr
000079     END-IF
000080     MOVE 30 TO name-len
000081     PERFORM UNTIL name-len = 1
000082        OR CS-name(scr)(name-len:1) <> SPACE
000083        SUBTRACT 1 FROM name-len
000084     END-PERFORM
000085     STRING CS-name(scr)(1:name-len) DELIMITED BY SIZE
000086        INTO actual-list WITH POINTER ptr
000087  END-PERFORM.
000088  IF actual-list <> Expected
000089     STRING "screens " Expected DELIMITED BY SIZE
000090        INTO str-res-expected
000091     STRING "screens " actual-list DELIMITED BY SIZE
000092        INTO str-res-actual
000093     CALL CBU-add-assert-failed
000094        USING CBU-ctx AssertName str-res-expected str-res-actual
000095     CALL CBU-log-assert-failed
000096        USING CBU-ctx AssertName str-res-expected str-res-actual
000097  ELSE
000098     CALL CBU-add-assert-succeed USING CBU-ctx AssertName
000099     CALL CBU-log-assert-succeed USING CBU-ctx AssertName
000100  END-IF.
000101  EXIT PROGRAM.
000102 END PROGRAM CBU00337.
