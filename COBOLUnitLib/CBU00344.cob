000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-assert-file-odo
000013*	source name: CBU00344.cob
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

000044*>Variable-length records checked against their OCCURS
000045*>DEPENDING ON counter. For every record whose type has a
000046*>table declared with CBU-set-rec-odo (the record-type byte at
000047*>TypePos picks the layout, TypePos 0 the first one) the
000048*>counter must be numeric and within its minimum and maximum,
000049*>the record must reach the last occurrence the counter claims
000050*>and nothing but blanks or low-values may follow it. Trailing
000051*>blanks are not significant in a LINE SEQUENTIAL record, so a
000052*>record is as long as its last non-blank byte; an occurrence
000053*>the counter claims that is wholly blank counts as missing.
000054*>The failure report lists the offending record numbers with
000055*>what is wrong with each. Honors CBU-set-file-org.
000056* arg1: AssertName - Assertion name
000057* arg2: file-name - file to check
000058* arg3: TypePos - column of the record-type byte, 0 for none
000059 IDENTIFICATION DIVISION.
000060 PROGRAM-ID.   CBU00344.
000061 ENVIRONMENT    DIVISION.
000062 INPUT-OUTPUT SECTION.
000063 FILE-CONTROL.
000064    SELECT CheckFile ASSIGN TO file-name
000065		ORGANIZATION IS LINE SEQUENTIAL.
000066    SELECT IdxCheckFile ASSIGN TO file-name
000067       ORGANIZATION IS INDEXED
000068       ACCESS MODE IS SEQUENTIAL
000069       RECORD KEY IS IdxChkKey.
000066    SELECT RelCheckFile ASSIGN TO file-name
000066       ORGANIZATION IS RELATIVE
000066       ACCESS MODE IS SEQUENTIAL.
000070 DATA DIVISION.
000071 FILE SECTION.
000072 	FD CheckFile.
000073 	01 CheckLine PIC X(255).
000074 	FD IdxCheckFile.
000075 	01 IdxChkRecord.
000076	  05 IdxChkKey PIC X(64).
000077	  05 IdxChkRest PIC X(191).
000074 	FD RelCheckFile.
000074 	01 RelChkRecord PIC X(255).
000078 WORKING-STORAGE SECTION.
000078  01 file-name PIC X(40).
000079  01 CheckEOF PIC 9(1).
000080  01 RecordNumber PIC 9(9).
000081  01 layout-pos PIC 9(1).
000082  01 t PIC 9(1).
000083  01 f PIC 9(2).
000084  01 field-offset PIC 9(5).
000085  01 layout-offset PIC 9(5).
000086  01 pic-text PIC X(20).
000087  01 pic-len PIC 9(5).
000088  01 pic-pos PIC 9(2).
000089  01 rep-count PIC 9(5).
000090  01 rep-digit-x PIC X(1).
000091  01 rep-digit REDEFINES rep-digit-x PIC 9(1).
000092  01 ListeOdoShapes.
000093    05 OdoShape OCCURS 5 TIMES.
000094      10 OS-fixed-len PIC 9(5).
000095      10 OS-counter-pos PIC 9(5).
000096      10 OS-counter-len PIC 9(5).
000097  01 counter-text PIC X(9).
000098  01 counter-value PIC 9(9).
000099  01 expected-len PIC 9(9).
000100  01 record-len PIC 9(3).
000101  01 present-occ PIC 9(9).
000102  01 i PIC 9(3).
000103  01 record-bad PIC 9(1).
000104  01 nb-checked PIC 9(9).
000105  01 nb-bad PIC 9(9).
000106  01 problem-text PIC X(80) VALUE SPACES.
000107  01 report-line PIC X(100).
000108  01 act-ptr PIC 9(5).
000109  01 num-work PIC 9(9).
000110  01 num-edit PIC Z(8)9.
000111  01 num-left PIC X(9).
000112  01 num-text PIC X(9).
000113  01 rec-text PIC X(9).
000114  01 num-text2 PIC X(9).
000115  01 num-text3 PIC X(9).
000116  01 diff-expected PIC X(32000) VALUE SPACES.
000117  01 diff-actual PIC X(32000) VALUE SPACES.
000118  COPY CBUC0002.
000119 LINKAGE SECTION.
000120  77 AssertName PIC X(20).
000121  77 file-ref PIC X(40).
000122  77 TypePos PIC 9(3).
000123  COPY CBUC0001.
000124 PROCEDURE DIVISION USING CBU-ctx AssertName file-ref TypePos.
000124  CALL CBU-resolve-gdg USING CBU-ctx file-ref file-name.
000125  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000125  INITIALIZE diff-expected.
000125  INITIALIZE diff-actual.
000126  PERFORM 1000-ODO-SHAPES.
000127  MOVE 0 TO CheckEOF RecordNumber nb-checked nb-bad.
000128  MOVE 1 TO act-ptr.
000129  EVALUATE file-assert-org
000129  WHEN 1
000130     OPEN INPUT IdxCheckFile
000129  WHEN 2
000130     OPEN INPUT RelCheckFile
000129  WHEN OTHER
000132     OPEN INPUT CheckFile
000133  END-EVALUATE.
000134  PERFORM UNTIL CheckEOF = 1
000135     PERFORM 2000-READ-CHECK
000136     IF CheckEOF = 0
000137        ADD 1 TO RecordNumber
000138        PERFORM 2100-RECORD-LAYOUT
000139        IF layout-pos > 0
000140           IF RT-odo-counter(layout-pos) > 0
000141              ADD 1 TO nb-checked
000142              PERFORM 3000-CHECK-RECORD
000143           END-IF
000144        END-IF
000145     END-IF
000146  END-PERFORM.
000147  EVALUATE file-assert-org
000147  WHEN 1
000148     CLOSE IdxCheckFile
000147  WHEN 2
000148     CLOSE RelCheckFile
000147  WHEN OTHER
000150     CLOSE CheckFile
000151  END-EVALUATE.
000152  DISPLAY "|   " nb-checked " records with a table checked, "
000153     nb-bad " in error".
000154  IF nb-bad > 0
000155     MOVE "every record's length agrees with its counter"
000156        TO diff-expected
000157     CALL CBU-log-assert-failed
000158        USING CBU-ctx AssertName diff-expected diff-actual
000159     CALL CBU-add-assert-failed
000160        USING CBU-ctx AssertName diff-expected diff-actual
000161  ELSE
000162     CALL CBU-add-assert-succeed
000163        USING CBU-ctx AssertName
000164     CALL CBU-log-assert-succeed
000165        USING CBU-ctx AssertName
000166  END-IF.
000167  EXIT PROGRAM.
000168
000169* length of the fixed part of each layout and where its
000170* counter sits
000171 1000-ODO-SHAPES.
000172  INITIALIZE ListeOdoShapes.
000173  PERFORM VARYING t FROM 1 BY 1 UNTIL t > RecLayoutCount
000174     MOVE 1 TO field-offset
000175     PERFORM VARYING f FROM 1 BY 1
000176        UNTIL f > RT-fields(t) OR f > 20
000177        COMPUTE layout-offset = (f - 1) * 50 + 1
000178        MOVE RT-layout(t)(layout-offset + 30:20) TO pic-text
000179        PERFORM 1010-PIC-LENGTH
000180        IF f = RT-odo-counter(t)
000181           MOVE field-offset TO OS-counter-pos(t)
000182           MOVE pic-len TO OS-counter-len(t)
000183        END-IF
000184        ADD pic-len TO field-offset
000185     END-PERFORM
000186     COMPUTE OS-fixed-len(t) = field-offset - 1
000187  END-PERFORM.
000188
000189* display width of one PIC clause text
000190 1010-PIC-LENGTH.
000191  MOVE 0 TO pic-len.
000192  MOVE 1 TO pic-pos.
000193  PERFORM UNTIL pic-pos > 20
000194     EVALUATE TRUE
000195     WHEN pic-text(pic-pos:1) = "("
000196        MOVE 0 TO rep-count
000197        ADD 1 TO pic-pos
000198        PERFORM UNTIL pic-pos > 20
000199           OR pic-text(pic-pos:1) = ")"
000200           IF pic-text(pic-pos:1) >= "0"
000201              AND pic-text(pic-pos:1) <= "9"
000202              MOVE pic-text(pic-pos:1) TO rep-digit-x
000203              COMPUTE rep-count = rep-count * 10 + rep-digit
000204           END-IF
000205           ADD 1 TO pic-pos
000206        END-PERFORM
000207        IF rep-count > 1
000208           COMPUTE pic-len = pic-len + rep-count - 1
000209        END-IF
000210     WHEN pic-text(pic-pos:1) = "S" OR pic-text(pic-pos:1) = "V"
000211        OR pic-text(pic-pos:1) = "s" OR pic-text(pic-pos:1) = "v"
000212        OR pic-text(pic-pos:1) = SPACE
000213        CONTINUE
000214     WHEN OTHER
000215        ADD 1 TO pic-len
000216     END-EVALUATE
000217     ADD 1 TO pic-pos
000218  END-PERFORM.
000219
000220 2000-READ-CHECK.
000221  EVALUATE file-assert-org
000221  WHEN 1
000222     READ IdxCheckFile
000223        AT END MOVE 1 TO CheckEOF
000224        NOT AT END MOVE IdxChkRecord TO CheckLine
000225     END-READ
000221  WHEN 2
000222     READ RelCheckFile
000223        AT END MOVE 1 TO CheckEOF
000224        NOT AT END MOVE RelChkRecord TO CheckLine
000225     END-READ
000221  WHEN OTHER
000227     READ CheckFile
000228        AT END MOVE 1 TO CheckEOF
000229     END-READ
000230  END-EVALUATE.
000231
000232 2100-RECORD-LAYOUT.
000233  MOVE 0 TO layout-pos.
000234  IF TypePos = 0
000235     IF RecLayoutCount > 0
000236        MOVE 1 TO layout-pos
000237     END-IF
000238     EXIT PARAGRAPH
000239  END-IF.
000240  PERFORM VARYING t FROM 1 BY 1 UNTIL t > RecLayoutCount
000241     IF RT-type(t) = CheckLine(TypePos:1)
000242        MOVE t TO layout-pos
000243     END-IF
000244  END-PERFORM.
000245
000246* counter in range, table complete, nothing after it
000247 3000-CHECK-RECORD.
000248  MOVE 0 TO record-bad.
000249  MOVE RecordNumber TO num-work.
000250  PERFORM 8000-LEFT-NUMBER.
000251  MOVE num-left TO rec-text.
000252  MOVE 255 TO record-len.
000253  PERFORM UNTIL record-len = 0
000254     OR (CheckLine(record-len:1) <> SPACE
000255     AND CheckLine(record-len:1) <> LOW-VALUE)
000256     SUBTRACT 1 FROM record-len
000257  END-PERFORM.
000258  IF OS-counter-len(layout-pos) = 0
000259     OR OS-counter-len(layout-pos) > 9
000260     OR OS-counter-pos(layout-pos) + OS-counter-len(layout-pos)
000261        > 256
000262     MOVE "counter field outside the record" TO problem-text
000263     PERFORM 9000-PROBLEM
000264     EXIT PARAGRAPH
000265  END-IF.
000266  MOVE SPACES TO counter-text.
000267  MOVE CheckLine(OS-counter-pos(layout-pos):
000268     OS-counter-len(layout-pos)) TO counter-text.
000269  IF counter-text(1:OS-counter-len(layout-pos)) IS NOT NUMERIC
000270     STRING "counter '" DELIMITED BY SIZE
000271        counter-text(1:OS-counter-len(layout-pos))
000272        DELIMITED BY SIZE
000273        "' not numeric" DELIMITED BY SIZE INTO problem-text
000274     PERFORM 9000-PROBLEM
000275     EXIT PARAGRAPH
000276  END-IF.
000277  MOVE counter-text(1:OS-counter-len(layout-pos))
000278     TO counter-value.
000279  MOVE counter-value TO num-work.
000280  PERFORM 8000-LEFT-NUMBER.
000281  MOVE num-left TO num-text.
000282  IF counter-value < RT-odo-min(layout-pos)
000283     OR counter-value > RT-odo-max(layout-pos)
000284     MOVE RT-odo-min(layout-pos) TO num-work
000285     PERFORM 8000-LEFT-NUMBER
000286     MOVE num-left TO num-text2
000287     MOVE RT-odo-max(layout-pos) TO num-work
000288     PERFORM 8000-LEFT-NUMBER
000289     MOVE num-left TO num-text3
000290     STRING "counter " DELIMITED BY SIZE
000291        num-text DELIMITED BY SPACE
000292        " outside " DELIMITED BY SIZE
000293        num-text2 DELIMITED BY SPACE
000294        " to " DELIMITED BY SIZE
000295        num-text3 DELIMITED BY SPACE INTO problem-text
000296     PERFORM 9000-PROBLEM
000297  END-IF.
000298  COMPUTE expected-len = OS-fixed-len(layout-pos)
000299     + counter-value * RT-odo-size(layout-pos).
000300  IF expected-len > 255
000301     STRING "counter " DELIMITED BY SIZE
000302        num-text DELIMITED BY SPACE
000303        " makes the record longer than 255" DELIMITED BY SIZE
000304        INTO problem-text
000305     PERFORM 9000-PROBLEM
000306     EXIT PARAGRAPH
000307  END-IF.
000308  IF record-len > expected-len
000309     MOVE expected-len TO num-work
000310     PERFORM 8000-LEFT-NUMBER
000311     STRING "data after the table, past column "
000312        DELIMITED BY SIZE
000313        num-left DELIMITED BY SPACE
000314        " (counter " DELIMITED BY SIZE
000315        num-text DELIMITED BY SPACE
000316        ")" DELIMITED BY SIZE INTO problem-text
000317     PERFORM 9000-PROBLEM
000318     EXIT PARAGRAPH
000319  END-IF.
000320  MOVE 0 TO present-occ.
000321  IF record-len > OS-fixed-len(layout-pos)
000322     COMPUTE present-occ = (record-len - OS-fixed-len(layout-pos)
000323        + RT-odo-size(layout-pos) - 1) / RT-odo-size(layout-pos)
000324  END-IF.
000325  IF present-occ < counter-value
000326     MOVE present-occ TO num-work
000327     PERFORM 8000-LEFT-NUMBER
000328     STRING "truncated: counter " DELIMITED BY SIZE
000329        num-text DELIMITED BY SPACE
000330        ", occurrences present " DELIMITED BY SIZE
000331        num-left DELIMITED BY SPACE INTO problem-text
000332     PERFORM 9000-PROBLEM
000333  END-IF.
000334
000335* num-work without its leading zeros, left-justified
000336 8000-LEFT-NUMBER.
000337  MOVE num-work TO num-edit.
000338  MOVE 1 TO i.
000339  PERFORM UNTIL i >= 9 OR num-edit(i:1) <> SPACE
000340     ADD 1 TO i
000341  END-PERFORM.
000342  MOVE num-edit(i:) TO num-left.
000343
000344* one offending record, counted once however many problems
000345 9000-PROBLEM.
000346  IF record-bad = 0
000347     ADD 1 TO nb-bad
000348     MOVE 1 TO record-bad
000349  END-IF.
000350  MOVE SPACES TO report-line.
000351  STRING "record " DELIMITED BY SIZE
000352     rec-text DELIMITED BY SPACE
000353     " " DELIMITED BY SIZE
000354     problem-text DELIMITED BY "  "
000355     INTO report-line.
000356  DISPLAY "|   " report-line.
000357  IF act-ptr < 31500
000358     IF act-ptr > 1
000359        STRING "; " DELIMITED BY SIZE
000360           INTO diff-actual WITH POINTER act-ptr
000361     END-IF
000362     STRING report-line DELIMITED BY "  "
000363        INTO diff-actual WITH POINTER act-ptr
000364  END-IF.
000365  MOVE SPACES TO problem-text.
000366 END PROGRAM CBU00344.
