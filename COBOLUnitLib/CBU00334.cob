000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-assert-screen-text
000013*	source name: CBU00334.cob
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

000044*>Assert the text shown at a row and column of a screen
000045*>presented by a unit translated by CBU-precompile-screen.
000046*>Expected is compared up to its last non-blank character; an
000047*>all-blank Expected asserts the rest of the row is blank.
000048* arg1: AssertName - Assertion name
000049* arg2: ScreenNo - screen in order presented, 0 for the last
000050* arg3: ScreenRow - row, 1 to 24
000051* arg4: ScreenCol - column, 1 to 80
000052* arg5: Expected - text expected there
000053 IDENTIFICATION DIVISION.
000054 PROGRAM-ID.   CBU00334.
000055 ENVIRONMENT    DIVISION.
000056 DATA DIVISION.
000057 WORKING-STORAGE SECTION.
000058  77 str-res-expected PIC X(32000) VALUE SPACE.
000059  77 str-res-actual PIC X(32000) VALUE SPACE.
000060  01 flush-name PIC X(30).
000061  01 flush-mode PIC X(1) VALUE "F".
000062  01 scr PIC 9(2).
000063  01 pos PIC 9(4).
000064  01 text-len PIC 9(4).
000065  01 shown PIC X(80).
000066  COPY CBUC0003.
000067  COPY CBUC0002.
000068 LINKAGE SECTION.
000069  77 AssertName PIC X(20).
000070  77 ScreenNo PIC 9(2).
000071  77 ScreenRow PIC 9(2).
000072  77 ScreenCol PIC 9(2).
000073  77 Expected PIC X(80).
000074  COPY CBUC0001.
000075 PROCEDURE DIVISION USING CBU-ctx AssertName ScreenNo ScreenRow
000076      ScreenCol Expected.
000077  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000077  INITIALIZE str-res-expected.
000077  INITIALIZE str-res-actual.
000078  PERFORM 8000-PICK-SCREEN.
000079  IF scr = 0
000080     EXIT PROGRAM
000081  END-IF.
000082  IF ScreenRow < 1 OR ScreenRow > 24 OR ScreenCol < 1
000083     OR ScreenCol > 80
000084     MOVE 1 TO ScreenRow ScreenCol
000085  END-IF.
000086  MOVE 80 TO text-len.
000087  PERFORM UNTIL text-len = 0 OR Expected(text-len:1) <> SPACE
000088     SUBTRACT 1 FROM text-len
000089  END-PERFORM.
000090  IF text-len = 0
000091     COMPUTE text-len = 80 - ScreenCol + 1
000092  END-IF.
000093  COMPUTE pos = (ScreenRow - 1) * 80 + ScreenCol.
000094  IF pos + text-len - 1 > 1920
000095     COMPUTE text-len = 1920 - pos + 1
000096  END-IF.
000097  MOVE CS-image(scr)(pos:text-len) TO shown.
000098  IF shown(1:text-len) <> Expected(1:text-len)
000099     STRING CS-name(scr) " row " ScreenRow " col " ScreenCol
000100        ": [" Expected(1:text-len) "]"
000101        DELIMITED BY SIZE INTO str-res-expected
000102     STRING CS-name(scr) " row " ScreenRow " col " ScreenCol
000103        ": [" shown(1:text-len) "]"
000104        DELIMITED BY SIZE INTO str-res-actual
000105     CALL CBU-add-assert-failed
000106        USING CBU-ctx AssertName str-res-expected str-res-actual
000107     CALL CBU-log-assert-failed
000108        USING CBU-ctx AssertName str-res-expected str-res-actual
000109  ELSE
000110     CALL CBU-add-assert-succeed USING CBU-ctx AssertName
000111     CALL CBU-log-assert-succeed USING CBU-ctx AssertName
000112  END-IF.
000113  EXIT PROGRAM.
000114
000115* the screen asked for: 0 is the last one presented
000116 8000-PICK-SCREEN.
000117  MOVE SPACES TO flush-name.
000118  CALL CBU-screen-show USING flush-name flush-mode.
000119  IF ScreenNo = 0
000120     MOVE screen-capture-count TO scr
000121  ELSE
000122     MOVE ScreenNo TO scr
000123  END-IF.
000124  IF scr = 0 OR scr > screen-capture-count
000125     MOVE 0 TO scr
000126     STRING "screen " ScreenNo " presented"
000127        DELIMITED BY SIZE INTO str-res-expected
000128     STRING screen-capture-count " screens presented"
000129        DELIMITED BY SIZE INTO str-res-actual
000130     CALL CBU-add-assert-failed
000131        USING CBU-ctx AssertName str-res-expected str-res-actual
000132     CALL CBU-log-assert-failed
000133        USING CBU-ctx AssertName str-res-expected str-res-actual
000134  END-IF.
000135 END PROGRAM CBU00334.
