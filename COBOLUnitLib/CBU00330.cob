000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-screen-show
000013*	source name: CBU00330.cob
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

000044*>Start painting a screen of a unit translated by
000045*>CBU-precompile-screen (its DISPLAY screen-name). Mode "Y" is
000046*>a screen with BLANK SCREEN: the screen shown until now, if
000047*>it was never ACCEPTed, is kept as presented and the image is
000048*>cleared. "N" paints over what is there, a screen of another
000049*>name shown until now being kept first. "F" only keeps a
000050*>pending screen - the screen assertions use it so the last
000051*>screen DISPLAYed is there to check.
000052* arg1: ScreenName - screen being displayed
000053* arg2: Mode - Y (blank screen), N (overlay) or F (flush)
000054 IDENTIFICATION DIVISION.
000055 PROGRAM-ID.   CBU00330.
000056 ENVIRONMENT    DIVISION.
000057 DATA DIVISION.
000058 WORKING-STORAGE SECTION.
000059  01 k PIC 9(2).
000060  COPY CBUC0003.
000061 LINKAGE SECTION.
000062  77 ScreenName PIC X(30).
000063  77 ScreenMode PIC X(1).
000064 PROCEDURE DIVISION USING ScreenName ScreenMode.
000065  IF ScreenMode = "F"
000066     IF SC-pending = 1
000067        PERFORM 8000-KEEP-SCREEN
000068     END-IF
000069     EXIT PROGRAM
000070  END-IF.
000071  IF ScreenMode = "Y"
000072     IF SC-pending = 1
000073        PERFORM 8000-KEEP-SCREEN
000074     END-IF
000075     MOVE SPACES TO SC-image
000076     MOVE 0 TO SC-field-count
000077  END-IF.
000078  IF ScreenMode = "N" AND SC-pending = 1
000079     AND SC-name <> ScreenName
000080     PERFORM 8000-KEEP-SCREEN
000081  END-IF.
000082  MOVE ScreenName TO SC-name.
000083  MOVE 1 TO SC-pending.
000084  EXIT PROGRAM.
000085
000086* the screen as it stands is kept as the next captured screen
000087 8000-KEEP-SCREEN.
000088  IF screen-capture-count >= 20
000089     DISPLAY "COBOLUnit: more than 20 screens presented - "
000090        SC-name " not kept"
000091     MOVE 0 TO SC-pending
000092     EXIT PARAGRAPH
000093  END-IF.
000094  ADD 1 TO screen-capture-count.
000095  MOVE SC-name TO CS-name(screen-capture-count).
000096  MOVE SC-image TO CS-image(screen-capture-count).
000097  MOVE SC-field-count TO CS-field-count(screen-capture-count).
000098  PERFORM VARYING k FROM 1 BY 1 UNTIL k > SC-field-count
000099     MOVE SF-row(k) TO CF-row(screen-capture-count, k)
000100     MOVE SF-col(k) TO CF-col(screen-capture-count, k)
000101     MOVE SF-len(k) TO CF-len(screen-capture-count, k)
000102     MOVE SF-attrs(k) TO CF-attrs(screen-capture-count, k)
000103  END-PERFORM.
000104  MOVE 0 TO CS-cursor-row(screen-capture-count).
000105  MOVE 0 TO CS-cursor-col(screen-capture-count).
000106  MOVE 0 TO SC-pending.
000107 END PROGRAM CBU00330.
