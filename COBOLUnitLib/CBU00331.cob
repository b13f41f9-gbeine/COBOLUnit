000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-screen-field
000013*	source name: CBU00331.cob
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

000044*>Paint one field of a screen being displayed: FieldLen bytes
000045*>of the item at row/column RowCol ("rrcc"), running on to the
000046*>next row past column 80, SECURE fields as asterisks. The
000047*>field and its attributes are recorded for the attribute and
000048*>cursor assertions:
000049*>  P protected (literal or FROM)   I input (TO or USING)
000050*>  H highlight   R reverse-video   U underline   B blink
000051*>  S secure
000052* arg1: RowCol - position, "rrcc"
000053* arg2: Attrs - attribute letters
000054* arg3: FieldLen - field length on the screen, "nnnn"
000055* arg4: SourceLen - length of the item painted
000056* arg5: SourceItem - literal or item painted
000057 IDENTIFICATION DIVISION.
000058 PROGRAM-ID.   CBU00331.
000059 ENVIRONMENT    DIVISION.
000060 DATA DIVISION.
000061 WORKING-STORAGE SECTION.
000062  01 rc-digits.
000063    05 rc-row PIC 9(2).
000064    05 rc-col PIC 9(2).
000065  01 fl-digits PIC 9(4).
000066  01 pos PIC 9(4).
000067  01 i PIC 9(4).
000068  01 paint-len PIC 9(4).
000069  01 cell PIC X(1).
000070  01 secure-count PIC 9(2).
000071  COPY CBUC0003.
000072 LINKAGE SECTION.
000073  77 RowCol PIC X(4).
000074  77 Attrs PIC X(8).
000075  77 FieldLen PIC X(4).
000076  77 SourceLen PIC S9(9) COMP-5.
000077  77 SourceItem PIC X(1920).
000078 PROCEDURE DIVISION USING RowCol Attrs FieldLen SourceLen
000079      SourceItem.
000080  MOVE RowCol TO rc-digits.
000081  MOVE FieldLen TO fl-digits.
000082  IF rc-row < 1 OR rc-row > 24 OR rc-col < 1 OR rc-col > 80
000083     EXIT PROGRAM
000084  END-IF.
000085  COMPUTE pos = (rc-row - 1) * 80 + rc-col.
000086  MOVE fl-digits TO paint-len.
000087  MOVE 0 TO secure-count.
000088  INSPECT Attrs TALLYING secure-count FOR ALL "S".
000089  IF pos + paint-len - 1 > 1920
000090     COMPUTE paint-len = 1920 - pos + 1
000091  END-IF.
000092  PERFORM VARYING i FROM 1 BY 1 UNTIL i > paint-len
000093     IF i > SourceLen
000094        MOVE SPACE TO cell
000095     ELSE
000096        MOVE SourceItem(i:1) TO cell
000097     END-IF
000098     IF cell <> SPACE AND secure-count > 0
000099        MOVE "*" TO cell
000100     END-IF
000101     MOVE cell TO SC-image(pos + i - 1:1)
000102  END-PERFORM.
000103  IF SC-field-count < 60
000104     ADD 1 TO SC-field-count
000105     MOVE rc-row TO SF-row(SC-field-count)
000106     MOVE rc-col TO SF-col(SC-field-count)
000107     MOVE paint-len TO SF-len(SC-field-count)
000108     MOVE Attrs TO SF-attrs(SC-field-count)
000109  END-IF.
000110  EXIT PROGRAM.
000111 END PROGRAM CBU00331.
