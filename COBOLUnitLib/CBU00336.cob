000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-assert-screen-cursor
000013*	source name: CBU00336.cob
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

000044*>Assert where the cursor was when a screen of a unit
000045*>translated by CBU-precompile-screen was ACCEPTed. A screen
000046*>only DISPLAYed has the cursor at row 0, column 0.
000047* arg1: AssertName - Assertion name
000048* arg2: ScreenNo - screen in order presented, 0 for the last
000049* arg3: ScreenRow - expected cursor row
000050* arg4: ScreenCol - expected cursor column
000051 IDENTIFICATION DIVISION.
000052 PROGRAM-ID.   CBU00336.
000053 ENVIRONMENT    DIVISION.
000054 DATA DIVISION.
000055 WORKING-STORAGE SECTION.
000056  77 str-res-expected PIC X(32000) VALUE SPACE.
000057  77 str-res-actual PIC X(32000) VALUE SPACE.
000058  01 flush-name PIC X(30).
000059  01 flush-mode PIC X(1) VALUE "F".
000060  01 scr PIC 9(2).
000061  COPY CBUC0003.
000062  COPY CBUC0002.
000063 LINKAGE SECTION.
000064  77 AssertName PIC X(20).
000065  77 ScreenNo PIC 9(2).
000066  77 ScreenRow PIC 9(2).
000067  77 ScreenCol PIC 9(2).
000068  COPY CBUC0001.
000069 PROCEDURE DIVISION USING CBU-ctx AssertName ScreenNo ScreenRow
000070      ScreenCol.
000071  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000071  INITIALIZE str-res-expected.
000071  INITIALIZE str-res-actual.
000072  PERFORM 8000-PICK-SCREEN.
000073  IF scr = 0
000074     EXIT PROGRAM
000075  END-IF.
000076  IF CS-cursor-row(scr) <> ScreenRow
000077     OR CS-cursor-col(scr) <> ScreenCol
000078     STRING CS-name(scr) " cursor at row " ScreenRow " col "
000079        ScreenCol DELIMITED BY SIZE INTO str-res-expected
000080     STRING CS-name(scr) " cursor at row " CS-cursor-row(scr)
000081        " col " CS-cursor-col(scr)
000082        DELIMITED BY SIZE INTO str-res-actual
000083     CALL CBU-add-assert-failed
000084        USING CBU-ctx AssertName str-res-expected str-res-actual
000085     CALL CBU-log-assert-failed
000086        USING CBU-ctx AssertName str-res-expected str-res-actual
000087  ELSE
000088     CALL CBU-add-assert-succeed USING CBU-ctx AssertName
000089     CALL CBU-log-assert-succeed USING CBU-ctx AssertName
000090  END-IF.
000091  EXIT PROGRAM.
000092
000093* the screen asked for: 0 is the last one presented
000094 8000-PICK-SCREEN.
000095  MOVE SPACES TO flush-name.
000096  CALL CBU-screen-show USING flush-name flush-mode.
000097  IF ScreenNo = 0
000098     MOVE screen-capture-count TO scr
000099  ELSE
000100     MOVE ScreenNo TO scr
000101  END-IF.
000102  IF scr = 0 OR scr > screen-capture-count
000103     MOVE 0 TO scr
000104     STRING "screen " ScreenNo " presented"
000105        DELIMITED BY SIZE INTO str-res-expected
000106     STRING screen-capture-count " screens presented"
000107        DELIMITED BY SIZE INTO str-res-actual
000108     CALL CBU-add-assert-failed
000109        USING CBU-ctx AssertName str-res-expected str-res-actual
000110     CALL CBU-log-assert-failed
000111        USING CBU-ctx AssertName str-res-expected str-res-actual
000112  END-IF.
000113 END PROGRAM CBU00336.
