000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-assert-screen-attr
000013*	source name: CBU00335.cob
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

000044*>Assert an attribute of the screen field covering a row and
000045*>column of a screen presented by a unit translated by
000046*>CBU-precompile-screen:
000047*>  P protected   I input   H highlight   R reverse-video
000048*>  U underline   B blink   S secure
000049*>A position no field covers has no attribute at all.
000050* arg1: AssertName - Assertion name
000051* arg2: ScreenNo - screen in order presented, 0 for the last
000052* arg3: ScreenRow - row, 1 to 24
000053* arg4: ScreenCol - column, 1 to 80
000054* arg5: Attr - attribute letter expected
000055 IDENTIFICATION DIVISION.
000056 PROGRAM-ID.   CBU00335.
000057 ENVIRONMENT    DIVISION.
000058 DATA DIVISION.
000059 WORKING-STORAGE SECTION.
000060  77 str-res-expected PIC X(32000) VALUE SPACE.
000061  77 str-res-actual PIC X(32000) VALUE SPACE.
000062  01 flush-name PIC X(30).
000063  01 flush-mode PIC X(1) VALUE "F".
000064  01 scr PIC 9(2).
000065  01 k PIC 9(2).
000066  01 pos PIC 9(4).
000067  01 fld-start PIC 9(4).
000068  01 fld-end PIC 9(4).
000069  01 fld-attrs PIC X(8).
000070  01 fld-found PIC 9(1).
000071  01 attr-count PIC 9(2).
000072  COPY CBUC0003.
000073  COPY CBUC0002.
000074 LINKAGE SECTION.
000075  77 AssertName PIC X(20).
000076  77 ScreenNo PIC 9(2).
000077  77 ScreenRow PIC 9(2).
000078  77 ScreenCol PIC 9(2).
000079  77 Attr PIC X(1).
000080  COPY CBUC0001.
000081 PROCEDURE DIVISION USING CBU-ctx AssertName ScreenNo ScreenRow
000082      ScreenCol Attr.
000083  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000083  INITIALIZE str-res-expected.
000083  INITIALIZE str-res-actual.
000084  PERFORM 8000-PICK-SCREEN.
000085  IF scr = 0
000086     EXIT PROGRAM
000087  END-IF.
000088  COMPUTE pos = (ScreenRow - 1) * 80 + ScreenCol.
000089  MOVE 0 TO fld-found.
000090  MOVE SPACES TO fld-attrs.
000091* the field painted last over the position is the one seen
000092  PERFORM VARYING k FROM 1 BY 1 UNTIL k > CS-field-count(scr)
000093     COMPUTE fld-start = (CF-row(scr, k) - 1) * 80
000094        + CF-col(scr, k)
000095     COMPUTE fld-end = fld-start + CF-len(scr, k) - 1
000096     IF pos >= fld-start AND pos <= fld-end
000097        MOVE 1 TO fld-found
000098        MOVE CF-attrs(scr, k) TO fld-attrs
000099     END-IF
000100  END-PERFORM.
000101  MOVE 0 TO attr-count.
000102  IF fld-found = 1
000103     INSPECT fld-attrs TALLYING attr-count FOR ALL Attr
000104  END-IF.
000105  IF attr-count = 0
000106     STRING CS-name(scr) " row " ScreenRow " col " ScreenCol
000107        ": attribute " Attr
000108        DELIMITED BY SIZE INTO str-res-expected
000109     IF fld-found = 1
000110        STRING CS-name(scr) " row " ScreenRow " col " ScreenCol
000111           ": attributes " fld-attrs
000112           DELIMITED BY SIZE INTO str-res-actual
000113     ELSE
000114        STRING CS-name(scr) " row " ScreenRow " col " ScreenCol
000115           ": no field"
000116           DELIMITED BY SIZE INTO str-res-actual
000117     END-IF
000118     CALL CBU-add-assert-failed
000119        USING CBU-ctx AssertName str-res-expected str-res-actual
000120     CALL CBU-log-assert-failed
000121        USING CBU-ctx AssertName str-res-expected str-res-actual
000122  ELSE
000123     CALL CBU-add-assert-succeed USING CBU-ctx AssertName
000124     CALL CBU-log-assert-succeed USING CBU-ctx AssertName
000125  END-IF.
000126  EXIT PROGRAM.
000127
000128* the screen asked for: 0 is the last one presented
000129 8000-PICK-SCREEN.
000130  MOVE SPACES TO flush-name.
000131  CALL CBU-screen-show USING flush-name flush-mode.
000132  IF ScreenNo = 0
000133     MOVE screen-capture-count TO scr
000134  ELSE
000135     MOVE ScreenNo TO scr
000136  END-IF.
000137  IF scr = 0 OR scr > screen-capture-count
000138     MOVE 0 TO scr
000139     STRING "screen " ScreenNo " presented"
000140        DELIMITED BY SIZE INTO str-res-expected
000141     STRING screen-capture-count " screens presented"
000142        DELIMITED BY SIZE INTO str-res-actual
000143     CALL CBU-add-assert-failed
000144        USING CBU-ctx AssertName str-res-expected str-res-actual
000145     CALL CBU-log-assert-failed
000146        USING CBU-ctx AssertName str-res-expected str-res-actual
000147  END-IF.
000148 END PROGRAM CBU00335.
