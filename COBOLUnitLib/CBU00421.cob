000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-trace-keys
000013*	source name: CBU00421.cob
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

000044*>Follow the business keys declared with CBU-add-trace-key
000045*>through one step of a job stream; called by CBU-run-steps
000046*>around every step that runs. TraceAction 'B' (before the
000047*>step) reads the step's input files (CBU-add-step-file) and
000048*>keeps, per key, the first record carrying it; 'A' (after)
000049*>reads its output files and compares: a key the inputs carried
000050*>that no output carries was dropped, a key one output carries
000051*>more often than any input did was duplicated, and a tracked
000052*>field whose value differs between the input and the output
000053*>record naming it was changed. The first step that does one
000054*>of the three fails the key's trace assertion with the record
000055*>before and after that step, and the key is not followed any
000056*>further. 'E' (end of the stream) passes the keys that came
000057*>through intact, fails the ones no traced file ever carried,
000058*>and resets the trace for the next run. A file that does not
000059*>exist reads as empty.
000060* arg1: TraceAction - 'B' before a step, 'A' after it, 'E' end
000061* arg2: StepNo - step number within the test
000062* arg3: StepProg - program the step runs
000063 IDENTIFICATION DIVISION.
000064 PROGRAM-ID.   CBU00421.
000065 ENVIRONMENT    DIVISION.
000066 INPUT-OUTPUT SECTION.
000067 FILE-CONTROL.
000068    SELECT TraceFile ASSIGN TO file-name
000069	ORGANIZATION IS LINE SEQUENTIAL
000070	FILE STATUS IS trace-status.
000071 DATA DIVISION.
000072 FILE SECTION.
000073 	FD TraceFile.
000074 	01 TraceLine PIC X(255).
000075 WORKING-STORAGE SECTION.
000076  01 file-name PIC X(40).
000077  01 trace-status PIC X(2).
000078  01 TraceEOF PIC 9(1).
000079  01 f PIC 9(2).
000080  01 t PIC 9(2).
000081  01 scan-dir PIC X(1).
000082  01 trace-event PIC X(1).
000083  01 key-len PIC 9(3).
000084  01 assert-name PIC X(20).
000085  01 expected-str PIC X(32000).
000086  01 actual-str PIC X(32000).
000087* per key: what the step's inputs held (BK-) and what its
000088* outputs hold (AK-); FK-count counts the file being read
000089  01 ListeKeyStates.
000090    05 KeyState OCCURS 10 TIMES.
000091      10 FK-count PIC 9(5).
000092      10 BK-count PIC 9(5).
000093      10 BK-max PIC 9(5).
000094      10 BK-file PIC X(40).
000095      10 BK-image PIC X(255).
000096      10 BK-field PIC X(20).
000097      10 BK-field-file PIC X(40).
000098      10 BK-field-image PIC X(255).
000099      10 BK-field-pos PIC 9(3).
000100      10 BK-field-len PIC 9(3).
000101      10 AK-count PIC 9(5).
000102      10 AK-max PIC 9(5).
000103      10 AK-dup-file PIC X(40).
000104      10 AK-dup-image PIC X(255).
000105      10 AK-field-found PIC 9(1).
000106      10 AK-field-file PIC X(40).
000107      10 AK-field-image PIC X(255).
000108      10 AK-field-pos PIC 9(3).
000109      10 AK-field-len PIC 9(3).
000110  COPY CBUC0002.
000111 LINKAGE SECTION.
000112  77 TraceAction PIC X(1).
000113  77 StepNo PIC 9(2).
000114  77 StepProg PIC X(8).
000115  COPY CBUC0001.
000116 PROCEDURE DIVISION USING CBU-ctx TraceAction StepNo StepProg.
000117  IF TraceKeyCount = 0
000118     EXIT PROGRAM
000119  END-IF.
000120  EVALUATE TraceAction
000121     WHEN "B"
000122        PERFORM 1000-BEFORE-STEP
000123     WHEN "A"
000124        PERFORM 2000-AFTER-STEP
000125     WHEN "E"
000126        PERFORM 3000-END-STREAM
000127  END-EVALUATE.
000128  EXIT PROGRAM.
000129
000130 1000-BEFORE-STEP.
000131  INITIALIZE ListeKeyStates.
000132  MOVE "I" TO scan-dir.
000133  PERFORM VARYING f FROM 1 BY 1 UNTIL f > StepFileCount
000134     IF TF-suite(f) = index-current-suite
000135        AND TF-test(f) = index-current-test
000136        AND TF-step(f) = StepNo AND TF-dir(f) = "I"
000137        PERFORM 4000-SCAN-FILE
000138     END-IF
000139  END-PERFORM.
000140
000141 2000-AFTER-STEP.
000142  MOVE "O" TO scan-dir.
000143  PERFORM VARYING f FROM 1 BY 1 UNTIL f > StepFileCount
000144     IF TF-suite(f) = index-current-suite
000145        AND TF-test(f) = index-current-test
000146        AND TF-step(f) = StepNo AND TF-dir(f) = "O"
000147        PERFORM 4000-SCAN-FILE
000148     END-IF
000149  END-PERFORM.
000150  PERFORM VARYING t FROM 1 BY 1 UNTIL t > TraceKeyCount
000151     IF KT-suite(t) = index-current-suite
000152        AND KT-test(t) = index-current-test
000153        AND KT-step(t) = 0 AND BK-count(t) > 0
000154        PERFORM 2100-COMPARE-KEY
000155     END-IF
000156  END-PERFORM.
000157
000158* the first of the three that applies is the one reported: a
000159* dropped key has nothing left to duplicate or change
000160 2100-COMPARE-KEY.
000161  MOVE SPACE TO trace-event.
000162  IF AK-count(t) = 0
000163     MOVE "D" TO trace-event
000164  ELSE
000165     IF AK-max(t) > BK-max(t)
000166        MOVE "U" TO trace-event
000167     ELSE
000168        IF BK-field(t) NOT = SPACES AND AK-field-found(t) = 1
000169           AND BK-field-image(t)
000170                  (BK-field-pos(t):BK-field-len(t))
000171              NOT = AK-field-image(t)
000172                  (AK-field-pos(t):AK-field-len(t))
000173           MOVE "C" TO trace-event
000174        END-IF
000175     END-IF
000176  END-IF.
000177  IF trace-event NOT = SPACE
000178     MOVE StepNo TO KT-step(t)
000179     PERFORM 2200-FAIL-KEY
000180  END-IF.
000181
000182 2200-FAIL-KEY.
000183  PERFORM 5000-ASSERT-NAME.
000184  CALL CBU-add-assert-run USING CBU-ctx assert-name.
000185  INITIALIZE expected-str.
000186  INITIALIZE actual-str.
000187  EVALUATE trace-event
000188     WHEN "D"
000189        STRING "step " StepNo " " StepProg DELIMITED BY SIZE
000190           " read it from " DELIMITED BY SIZE
000191           BK-file(t) DELIMITED BY SPACE
000192           ": " BK-image(t) DELIMITED BY SIZE
000193           INTO expected-str
000194        STRING "step " StepNo " " StepProg DELIMITED BY SIZE
000195           " dropped it - none of its outputs carries it"
000196           DELIMITED BY SIZE
000197           INTO actual-str
000198     WHEN "U"
000199        STRING "step " StepNo " " StepProg DELIMITED BY SIZE
000200           " read it from " DELIMITED BY SIZE
000201           BK-file(t) DELIMITED BY SPACE
000202           ": " BK-image(t) DELIMITED BY SIZE
000203           INTO expected-str
000204        STRING "step " StepNo " " StepProg DELIMITED BY SIZE
000205           " wrote " AK-max(t) " records with it to "
000206           DELIMITED BY SIZE
000207           AK-dup-file(t) DELIMITED BY SPACE
000208           ": " AK-dup-image(t) DELIMITED BY SIZE
000209           INTO actual-str
000210     WHEN "C"
000211        STRING "step " StepNo " " StepProg DELIMITED BY SIZE
000212           " read " DELIMITED BY SIZE
000213           BK-field(t) DELIMITED BY SPACE
000214           " '" DELIMITED BY SIZE
000215           BK-field-image(t)(BK-field-pos(t):BK-field-len(t))
000216           DELIMITED BY SIZE
000217           "' from " DELIMITED BY SIZE
000218           BK-field-file(t) DELIMITED BY SPACE
000219           ": " BK-field-image(t) DELIMITED BY SIZE
000220           INTO expected-str
000221        STRING "step " StepNo " " StepProg DELIMITED BY SIZE
000222           " wrote " DELIMITED BY SIZE
000223           BK-field(t) DELIMITED BY SPACE
000224           " '" DELIMITED BY SIZE
000225           AK-field-image(t)(AK-field-pos(t):AK-field-len(t))
000226           DELIMITED BY SIZE
000227           "' to " DELIMITED BY SIZE
000228           AK-field-file(t) DELIMITED BY SPACE
000229           ": " AK-field-image(t) DELIMITED BY SIZE
000230           INTO actual-str
000231  END-EVALUATE.
000232  CALL CBU-log-assert-failed
000233     USING CBU-ctx assert-name expected-str actual-str.
000234  CALL CBU-add-assert-failed
000235     USING CBU-ctx assert-name expected-str actual-str.
000236
000237* keys no step lost pass; a key never met traced nothing, which
000238* is a mistyped key or a wrong key column, not a clean stream
000239 3000-END-STREAM.
000240  PERFORM VARYING t FROM 1 BY 1 UNTIL t > TraceKeyCount
000241     IF KT-suite(t) = index-current-suite
000242        AND KT-test(t) = index-current-test
000243        IF KT-step(t) = 0
000244           PERFORM 5000-ASSERT-NAME
000245           CALL CBU-add-assert-run USING CBU-ctx assert-name
000246           IF KT-seen(t) = 1
000247              CALL CBU-add-assert-succeed
000248                 USING CBU-ctx assert-name
000249              CALL CBU-log-assert-succeed
000250                 USING CBU-ctx assert-name
000251           ELSE
000252              INITIALIZE expected-str
000253              INITIALIZE actual-str
000254              STRING "key '" DELIMITED BY SIZE
000255                 KT-key(t) DELIMITED BY SPACE
000256                 "' in a traced step file" DELIMITED BY SIZE
000257                 INTO expected-str
000258              MOVE "in none of the traced input or output files"
000259                 TO actual-str
000260              CALL CBU-log-assert-failed
000261                 USING CBU-ctx assert-name expected-str actual-str
000262              CALL CBU-add-assert-failed
000263                 USING CBU-ctx assert-name expected-str actual-str
000264           END-IF
000265        END-IF
000266        MOVE 0 TO KT-seen(t)
000267        MOVE 0 TO KT-step(t)
000268     END-IF
000269  END-PERFORM.
000270
000271* one pass over step file f for every key still followed
000272 4000-SCAN-FILE.
000273  CALL CBU-resolve-gdg USING CBU-ctx TF-file(f) file-name.
000274  PERFORM VARYING t FROM 1 BY 1 UNTIL t > TraceKeyCount
000275     MOVE 0 TO FK-count(t)
000276  END-PERFORM.
000277  OPEN INPUT TraceFile.
000278  IF trace-status NOT = "00"
000279     EXIT PARAGRAPH
000280  END-IF.
000281  MOVE 0 TO TraceEOF.
000282  MOVE TF-key-len(f) TO key-len.
000283  PERFORM UNTIL TraceEOF = 1
000284     READ TraceFile
000285        AT END MOVE 1 TO TraceEOF
000286     END-READ
000287     IF TraceEOF = 0
000288        PERFORM VARYING t FROM 1 BY 1 UNTIL t > TraceKeyCount
000289           IF KT-suite(t) = index-current-suite
000290              AND KT-test(t) = index-current-test
000291              AND KT-step(t) = 0
000292              AND TraceLine(TF-key-pos(f):key-len)
000293                 = KT-key(t)(1:key-len)
000294              PERFORM 4100-KEY-RECORD
000295           END-IF
000296        END-PERFORM
000297     END-IF
000298  END-PERFORM.
000299  CLOSE TraceFile.
000300  PERFORM VARYING t FROM 1 BY 1 UNTIL t > TraceKeyCount
000301     IF scan-dir = "I"
000302        IF FK-count(t) > BK-max(t)
000303           MOVE FK-count(t) TO BK-max(t)
000304        END-IF
000305     ELSE
000306        IF FK-count(t) > AK-max(t)
000307           MOVE FK-count(t) TO AK-max(t)
000308        END-IF
000309     END-IF
000310  END-PERFORM.
000311
000312 4100-KEY-RECORD.
000313  MOVE 1 TO KT-seen(t).
000314  ADD 1 TO FK-count(t).
000315  IF scan-dir = "I"
000316     ADD 1 TO BK-count(t)
000317     IF BK-count(t) = 1
000318        MOVE TF-file(f) TO BK-file(t)
000319        MOVE TraceLine TO BK-image(t)
000320     END-IF
000321     IF BK-field(t) = SPACES AND TF-field(f) NOT = SPACES
000322        MOVE TF-field(f) TO BK-field(t)
000323        MOVE TF-file(f) TO BK-field-file(t)
000324        MOVE TraceLine TO BK-field-image(t)
000325        MOVE TF-field-pos(f) TO BK-field-pos(t)
000326        MOVE TF-field-len(f) TO BK-field-len(t)
000327     END-IF
000328  ELSE
000329     ADD 1 TO AK-count(t)
000330* the record that makes this file's count the highest so far
000331* is the one shown for a duplicate
000332     IF FK-count(t) > AK-max(t) AND FK-count(t) > 1
000333        MOVE TF-file(f) TO AK-dup-file(t)
000334        MOVE TraceLine TO AK-dup-image(t)
000335     END-IF
000336     IF AK-field-found(t) = 0 AND BK-field(t) NOT = SPACES
000337        AND TF-field(f) = BK-field(t)
000338        MOVE 1 TO AK-field-found(t)
000339        MOVE TF-file(f) TO AK-field-file(t)
000340        MOVE TraceLine TO AK-field-image(t)
000341        MOVE TF-field-pos(f) TO AK-field-pos(t)
000342        MOVE TF-field-len(f) TO AK-field-len(t)
000343     END-IF
000344  END-IF.
000345
000346 5000-ASSERT-NAME.
000347  INITIALIZE assert-name.
000348  STRING "trace-" KT-key(t) DELIMITED BY SIZE INTO assert-name.
000349 END PROGRAM CBU00421.
