000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-set-rec-odo
000013*	source name: CBU00343.cob
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

000044*>Declare the OCCURS DEPENDING ON table that ends the records
000045*>of a type already declared with CBU-add-rec-layout: the name
000046*>of the counter field in that layout, the length of one
000047*>occurrence and the minimum and maximum occurrence counts.
000048*>The table follows the declared fields; CBU-assert-file-odo
000049*>checks every record's length against its counter.
000050* arg1: TypeChar - record type declared with CBU-add-rec-layout
000051* arg2: CounterName - name of the counter field in the layout
000052* arg3: EntrySize - length of one occurrence
000053* arg4: MinOcc - minimum number of occurrences
000054* arg5: MaxOcc - maximum number of occurrences
000055 IDENTIFICATION DIVISION.
000056 PROGRAM-ID.   CBU00343.
000057 ENVIRONMENT    DIVISION.
000058 DATA DIVISION.
000059 WORKING-STORAGE SECTION.
000060  01 t PIC 9(1).
000061  01 f PIC 9(2).
000062  01 layout-pos PIC 9(1).
000063  01 counter-pos PIC 9(2).
000064  01 layout-offset PIC 9(5).
000065  01 wanted-name PIC X(30).
000066  01 field-name PIC X(30).
000067  COPY CBUC0002.
000068 LINKAGE SECTION.
000069  77 TypeChar PIC X(1).
000070  77 CounterName PIC X(30).
000071  77 EntrySize PIC 9(4).
000072  77 MinOcc PIC 9(4).
000073  77 MaxOcc PIC 9(4).
000074  COPY CBUC0001.
000075 PROCEDURE DIVISION USING CBU-ctx TypeChar CounterName
000076      EntrySize MinOcc MaxOcc.
000077  MOVE 0 TO layout-pos.
000078  PERFORM VARYING t FROM 1 BY 1 UNTIL t > RecLayoutCount
000079     IF RT-type(t) = TypeChar
000080        MOVE t TO layout-pos
000081     END-IF
000082  END-PERFORM.
000083  IF layout-pos = 0
000084     DISPLAY "COBOLUnit: no layout declared for type '"
000085        TypeChar "' - OCCURS DEPENDING ON not registered"
000086     EXIT PROGRAM
000087  END-IF.
000088  MOVE CounterName TO wanted-name.
000089  INSPECT wanted-name CONVERTING "abcdefghijklmnopqrstuvwxyz"
000090     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000091  MOVE 0 TO counter-pos.
000092  PERFORM VARYING f FROM 1 BY 1
000093     UNTIL f > RT-fields(layout-pos) OR f > 20
000094     COMPUTE layout-offset = (f - 1) * 50 + 1
000095     MOVE RT-layout(layout-pos)(layout-offset:30) TO field-name
000096     INSPECT field-name CONVERTING "abcdefghijklmnopqrstuvwxyz"
000097        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000098     IF field-name = wanted-name AND counter-pos = 0
000099        MOVE f TO counter-pos
000100     END-IF
000101  END-PERFORM.
000102  IF counter-pos = 0
000103     DISPLAY "COBOLUnit: layout for type '" TypeChar
000104        "' has no field " CounterName
000105        " - OCCURS DEPENDING ON not registered"
000106     EXIT PROGRAM
000107  END-IF.
000108  IF EntrySize = 0 OR MinOcc > MaxOcc
000109     DISPLAY "COBOLUnit: OCCURS DEPENDING ON for type '"
000110        TypeChar "' needs an occurrence length and MinOcc <= "
000111        "MaxOcc - not registered"
000112     EXIT PROGRAM
000113  END-IF.
000114  MOVE counter-pos TO RT-odo-counter(layout-pos).
000115  MOVE EntrySize TO RT-odo-size(layout-pos).
000116  MOVE MinOcc TO RT-odo-min(layout-pos).
000117  MOVE MaxOcc TO RT-odo-max(layout-pos).
000118  EXIT PROGRAM.
000119 END PROGRAM CBU00343.
