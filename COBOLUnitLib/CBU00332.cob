000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-screen-accept
000013*	source name: CBU00332.cob
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

000044*>ACCEPT of a screen of a unit translated by
000045*>CBU-precompile-screen: the screen as painted is kept as a
000046*>presented screen, with the cursor where the unit put it
000047*>(CURSOR IS item, "rrcc" or "rrrccc") or else on the first
000048*>input field, and the operator's reply is the next line of
000049*>the screen script (CBU-set-screen-file):
000050*>  col 1-4   key - 0000 for ENTER, 1001 for F1, ... as the
000051*>            unit's CRT STATUS expects
000052*>  col 5-    the input fields of the screen in the order they
000053*>            are declared, each as long as on the screen - a
000054*>            numeric field keyed with all its digits
000055*>A screen with no reply left is answered with ENTER and empty
000056*>fields, and reported.
000057* arg1: ScreenName - screen accepted
000058* arg2: CursorPos - cursor position set by the unit, or SPACES
000059* arg3: Reply - the input fields, end to end
000060* arg4: ReplyKey - the key pressed
000061 IDENTIFICATION DIVISION.
000062 PROGRAM-ID.   CBU00332.
000063 ENVIRONMENT    DIVISION.
000064 INPUT-OUTPUT SECTION.
000065 FILE-CONTROL.
000066    SELECT OPTIONAL ScriptFile ASSIGN TO screen-script-file
000067       ORGANIZATION IS LINE SEQUENTIAL.
000068 DATA DIVISION.
000069 FILE SECTION.
000070 	FD ScriptFile.
000071 	01 ScriptLine.
000072 	  05 SL-key PIC X(4).
000073 	  05 SL-fields PIC X(1920).
000074 WORKING-STORAGE SECTION.
000075  01 ScriptEOF PIC 9(1).
000076  01 reply-found PIC 9(1).
000077  01 line-number PIC 9(3).
000078  01 k PIC 9(2).
000079  01 cursor-4.
000080    05 c4-row PIC 9(2).
000081    05 c4-col PIC 9(2).
000082  01 cursor-6.
000083    05 c6-row PIC 9(3).
000084    05 c6-col PIC 9(3).
000085  COPY CBUC0003.
000086 LINKAGE SECTION.
000087  77 ScreenName PIC X(30).
000088  77 CursorPos PIC X(6).
000089  77 Reply PIC X(1920).
000090  77 ReplyKey PIC X(4).
000091 PROCEDURE DIVISION USING ScreenName CursorPos Reply ReplyKey.
000092  MOVE ScreenName TO SC-name.
000093  PERFORM 8000-KEEP-SCREEN.
000094  IF screen-capture-count > 0
000095     PERFORM 1000-PLACE-CURSOR
000096  END-IF.
000097  MOVE SPACES TO Reply.
000098  MOVE "0000" TO ReplyKey.
000099  ADD 1 TO screen-play-count.
000100  MOVE 0 TO reply-found.
000101  IF screen-script-file <> SPACES
000102     MOVE 0 TO ScriptEOF
000103     MOVE 0 TO line-number
000104     OPEN INPUT ScriptFile
000105     PERFORM UNTIL ScriptEOF = 1 OR reply-found = 1
000106        READ ScriptFile
000107           AT END MOVE 1 TO ScriptEOF
000108           NOT AT END
000109              ADD 1 TO line-number
000110              IF line-number = screen-play-count
000111                 MOVE 1 TO reply-found
000112                 MOVE SL-key TO ReplyKey
000113                 MOVE SL-fields TO Reply
000114              END-IF
000115        END-READ
000116     END-PERFORM
000117     CLOSE ScriptFile
000118  END-IF.
000119  IF reply-found = 0
000120     DISPLAY "COBOLUnit: no scripted reply for screen "
000121        ScreenName " (ACCEPT " screen-play-count ")"
000122  END-IF.
000123  EXIT PROGRAM.
000124
000125 1000-PLACE-CURSOR.
000126  IF CursorPos(5:2) = SPACES AND CursorPos(1:4) IS NUMERIC
000127     MOVE CursorPos(1:4) TO cursor-4
000128     MOVE c4-row TO CS-cursor-row(screen-capture-count)
000129     MOVE c4-col TO CS-cursor-col(screen-capture-count)
000130  END-IF.
000131  IF CursorPos IS NUMERIC
000132     MOVE CursorPos TO cursor-6
000133     MOVE c6-row TO CS-cursor-row(screen-capture-count)
000134     MOVE c6-col TO CS-cursor-col(screen-capture-count)
000135  END-IF.
000136  IF CS-cursor-row(screen-capture-count) = 0
000137     PERFORM VARYING k FROM 1 BY 1
000138        UNTIL k > SC-field-count
000139        OR CS-cursor-row(screen-capture-count) > 0
000140        IF SF-attrs(k)(1:1) = "I"
000141           MOVE SF-row(k) TO CS-cursor-row(screen-capture-count)
000142           MOVE SF-col(k) TO CS-cursor-col(screen-capture-count)
000143        END-IF
000144     END-PERFORM
000145  END-IF.
000146
000147* the screen as it stands is kept as the next captured screen
000148 8000-KEEP-SCREEN.
000149  IF screen-capture-count >= 20
000150     DISPLAY "COBOLUnit: more than 20 screens presented - "
000151        SC-name " not kept"
000152     MOVE 0 TO SC-pending
000153     EXIT PARAGRAPH
000154  END-IF.
000155  ADD 1 TO screen-capture-count.
000156  MOVE SC-name TO CS-name(screen-capture-count).
000157  MOVE SC-image TO CS-image(screen-capture-count).
000158  MOVE SC-field-count TO CS-field-count(screen-capture-count).
000159  PERFORM VARYING k FROM 1 BY 1 UNTIL k > SC-field-count
000160     MOVE SF-row(k) TO CF-row(screen-capture-count, k)
000161     MOVE SF-col(k) TO CF-col(screen-capture-count, k)
000162     MOVE SF-len(k) TO CF-len(screen-capture-count, k)
000163     MOVE SF-attrs(k) TO CF-attrs(screen-capture-count, k)
000164  END-PERFORM.
000165  MOVE 0 TO CS-cursor-row(screen-capture-count).
000166  MOVE 0 TO CS-cursor-col(screen-capture-count).
000167  MOVE 0 TO SC-pending.
000168 END PROGRAM CBU00332.
