000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-resolve-gdg
000013*	source name: CBU00411.cob
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

000044*>Resolve a generation reference - "<base>(+1)", "<base>(0)",
000045*>"<base>(-n)" on a base the current suite declared with
000046*>CBU-add-gdg - to the generation's file name. Any other name
000047*>comes back unchanged, so callers can pass every file name
000048*>through. gdg-last-hit in CBU-ctx tells the caller what
000049*>happened: 0 not a generation reference, 1 resolved, 2 the
000050*>generation does not exist (rolled off, or older than the
000051*>first one) - the name then comes back as it would be, so
000052*>the caller's own file-not-found handling reports it.
000053*>gdg-last-rel and gdg-last-idx carry the relative number and
000054*>the base's entry.
000055* arg1: NameIn - file name or generation reference
000056* arg2: NameOut - file name to use
000057 IDENTIFICATION DIVISION.
000058 PROGRAM-ID.   CBU00411.
000059 ENVIRONMENT    DIVISION.
000060 DATA DIVISION.
000061 WORKING-STORAGE SECTION.
000062  01 g PIC 9(2).
000063  01 open-pos PIC 9(2).
000064  01 close-pos PIC 9(2).
000065  01 p PIC 9(2).
000066  01 base-part PIC X(30).
000067  01 rel-text PIC X(5).
000068  01 rel-body PIC X(5).
000069  01 rel-sign PIC X(1).
000070  01 rel-digits PIC 9(3).
000071  01 rel-len PIC 9(2).
000072  01 abs-gen PIC S9(5).
000073  01 gen-num PIC 9(4).
000074  COPY CBUC0002.
000075 LINKAGE SECTION.
000076  77 NameIn PIC X(40).
000077  77 NameOut PIC X(40).
000078  COPY CBUC0001.
000079 PROCEDURE DIVISION USING CBU-ctx NameIn NameOut.
000080  MOVE 0 TO gdg-last-hit.
000081  MOVE 0 TO gdg-last-rel.
000082  MOVE 0 TO gdg-last-idx.
000083  MOVE NameIn TO NameOut.
000084  IF GdgCount = 0
000085     EXIT PROGRAM
000086  END-IF.
000087  MOVE 0 TO open-pos.
000088  MOVE 0 TO close-pos.
000089  PERFORM VARYING p FROM 1 BY 1 UNTIL p > 40
000090     IF NameIn(p:1) = "(" AND open-pos = 0
000091        MOVE p TO open-pos
000092     END-IF
000093     IF NameIn(p:1) = ")" AND open-pos > 0 AND close-pos = 0
000094        MOVE p TO close-pos
000095     END-IF
000096  END-PERFORM.
000097  IF open-pos < 2 OR close-pos <= open-pos + 1
000098     OR close-pos > open-pos + 5
000099     EXIT PROGRAM
000100  END-IF.
000101  MOVE SPACES TO base-part.
000102  MOVE NameIn(1:open-pos - 1) TO base-part.
000103  MOVE 0 TO gdg-last-idx.
000104  PERFORM VARYING g FROM 1 BY 1 UNTIL g > GdgCount
000105     IF GD-base(g) = base-part
000106        AND GD-suite(g) = index-current-suite
000107        MOVE g TO gdg-last-idx
000108     END-IF
000109  END-PERFORM.
000110  IF gdg-last-idx = 0
000111     EXIT PROGRAM
000112  END-IF.
000113* (+n), (-n) or (0)
000114  MOVE SPACES TO rel-text.
000115  MOVE NameIn(open-pos + 1:close-pos - open-pos - 1) TO rel-text.
000116  MOVE "+" TO rel-sign.
000117  MOVE rel-text TO rel-body.
000118  IF rel-text(1:1) = "+" OR rel-text(1:1) = "-"
000119     MOVE rel-text(1:1) TO rel-sign
000120     MOVE rel-text(2:4) TO rel-body
000121  END-IF.
000122  MOVE 0 TO rel-len.
000123  INSPECT rel-body TALLYING rel-len FOR CHARACTERS
000124     BEFORE INITIAL SPACE.
000125  IF rel-len = 0 OR rel-len > 3
000126     MOVE 0 TO gdg-last-idx
000127     EXIT PROGRAM
000128  END-IF.
000129  IF rel-body(1:rel-len) IS NOT NUMERIC
000130     MOVE 0 TO gdg-last-idx
000131     EXIT PROGRAM
000132  END-IF.
000133  MOVE rel-body(1:rel-len) TO rel-digits.
000134  IF rel-sign = "-"
000135     COMPUTE gdg-last-rel = 0 - rel-digits
000136  ELSE
000137     MOVE rel-digits TO gdg-last-rel
000138  END-IF.
000139  MOVE gdg-last-idx TO g.
000140  COMPUTE abs-gen = GD-current(g) + gdg-last-rel.
000141  MOVE 1 TO gdg-last-hit.
000142  IF abs-gen < 1 OR abs-gen > 9999
000143     MOVE 2 TO gdg-last-hit
000144     MOVE 0 TO gen-num
000145  ELSE
000146     MOVE abs-gen TO gen-num
000147     IF gdg-last-rel < 0
000148        AND GD-current(g) - abs-gen >= GD-limit(g)
000149        MOVE 2 TO gdg-last-hit
000150     END-IF
000151  END-IF.
000152  MOVE SPACES TO NameOut.
000153  STRING GD-path(g) DELIMITED BY SPACE
000154     ".G" gen-num "V00" DELIMITED BY SIZE INTO NameOut.
000155  IF gdg-last-hit = 2
000156     DISPLAY "COBOLUnit: generation " NameIn(1:close-pos)
000157        " does not exist"
000158  END-IF.
000159  EXIT PROGRAM.
000160 END PROGRAM CBU00411.
