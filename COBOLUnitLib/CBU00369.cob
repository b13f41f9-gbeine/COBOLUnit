000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-run-rerun
000013*	source name: CBU00369.cob
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

000044*>Run an idempotent-rerun check declared with CBU-add-rerun
000045*>(called by CBU-call-test): the harness program is CALLed,
000046*>its RETURN-CODE asserted, each declared output copied to
000047*>its 'expected' name, then the program is CANCELled and
000048*>CALLed again over the first run's outputs. Per output pair:
000049*>  no change set  "rerun-unchanged" - the second run's output
000050*>                 must equal the first's record for record;
000051*>                 the report lists the record counts, the keys
000052*>                 the second run duplicated (first 5) and the
000053*>                 amount totals of both runs
000054*>  change set     "rerun-changes" - CBU-assert-master-changes
000055*>                 of the first run's output against the second
000056*>Honors CBU-set-file-org for the outputs.
000057 IDENTIFICATION DIVISION.
000058 PROGRAM-ID.   CBU00369.
000059 ENVIRONMENT    DIVISION.
000060 INPUT-OUTPUT SECTION.
000061 FILE-CONTROL.
000062    SELECT FirstFile ASSIGN TO first-name
000063		ORGANIZATION IS LINE SEQUENTIAL.
000064    SELECT SecondFile ASSIGN TO second-name
000065		ORGANIZATION IS LINE SEQUENTIAL.
000066    SELECT IdxFirstFile ASSIGN TO first-name
000067       ORGANIZATION IS INDEXED
000068       ACCESS MODE IS SEQUENTIAL
000069       RECORD KEY IS IdxFirstKey.
000070    SELECT IdxSecondFile ASSIGN TO second-name
000071       ORGANIZATION IS INDEXED
000072       ACCESS MODE IS SEQUENTIAL
000073       RECORD KEY IS IdxSecondKey.
000074    SELECT RelFirstFile ASSIGN TO first-name
000075       ORGANIZATION IS RELATIVE
000076       ACCESS MODE IS SEQUENTIAL.
000077    SELECT RelSecondFile ASSIGN TO second-name
000078       ORGANIZATION IS RELATIVE
000079       ACCESS MODE IS SEQUENTIAL.
000080 DATA DIVISION.
000081 FILE SECTION.
000082 	FD FirstFile.
000083 	01 FirstLine PIC X(255).
000084 	FD SecondFile.
000085 	01 SecondLine PIC X(255).
000086 	FD IdxFirstFile.
000087 	01 IdxFirstRecord.
000088	  05 IdxFirstKey PIC X(64).
000089	  05 IdxFirstRest PIC X(191).
000090 	FD IdxSecondFile.
000091 	01 IdxSecondRecord.
000092	  05 IdxSecondKey PIC X(64).
000093	  05 IdxSecondRest PIC X(191).
000094 	FD RelFirstFile.
000095 	01 RelFirstRecord PIC X(255).
000096 	FD RelSecondFile.
000097 	01 RelSecondRecord PIC X(255).
000098 WORKING-STORAGE SECTION.
000099  01 batch-prog PIC X(8).
000100  01 exception-text PIC X(30).
000101  01 got-rc PIC S9(9).
000102  01 assert-name PIC X(20).
000103  01 expected-str PIC X(32000).
000104  01 actual-str PIC X(32000).
000105  01 r PIC 9(2).
000106  01 ri PIC 9(2).
000107  01 h PIC 9(2).
000108  01 copy-command PIC X(200).
000109  01 exp-buf PIC X(32000).
000110  01 exp-len PIC 99999.
000111  01 act-buf PIC X(32000).
000112  01 act-len PIC 99999.
000113  01 first-name PIC X(40).
000114  01 second-name PIC X(40).
000115  01 first-line-w PIC X(255).
000116  01 second-line-w PIC X(255).
000117  01 amt-buf-line PIC X(255).
000118  01 FirstEOF PIC 9(1).
000119  01 SecondEOF PIC 9(1).
000120  01 first-count PIC 9(9).
000121  01 second-count PIC 9(9).
000122  01 output-changed PIC 9(1).
000123  01 first-total PIC S9(15) COMP-3.
000124  01 second-total PIC S9(15) COMP-3.
000125  01 amt-raw PIC S9(15) COMP-3.
000126  01 amt-negative PIC 9(1).
000127  01 amt-point-seen PIC 9(1).
000128  01 amt-dec PIC 9(2).
000129  01 c PIC 9(3).
000130  01 amt-byte PIC X(1).
000131  01 amt-digit-x PIC X(1).
000132  01 amt-digit REDEFINES amt-digit-x PIC 9(1).
000133  01 show-total PIC S9(13)V99 COMP-3.
000134  01 divisor PIC 9(3).
000135  01 edit-first-total PIC -(13)9.99.
000136  01 edit-second-total PIC -(13)9.99.
000137  01 decimal-char PIC X(1).
000138  01 group-char PIC X(1).
000139  01 field-sep PIC X(1).
000140  01 key-count PIC 9(4).
000141  01 key-full PIC 9(1).
000142  01 ListeKeys.
000143    05 key-entry OCCURS 1000 TIMES.
000144      10 KY-value PIC X(64).
000145      10 KY-first PIC 9(5).
000146      10 KY-second PIC 9(5).
000147  01 k PIC 9(4).
000148  01 key-found PIC 9(4).
000149  01 this-key PIC X(64).
000150  01 dup-count PIC 9(4).
000151  01 dup-ptr PIC 9(5).
000152  01 pass-no PIC 9(1).
000153  01 no-type-pos PIC 9(3) VALUE 0.
000154  COPY CBUC0002.
000155 LINKAGE SECTION.
000156  COPY CBUC0001.
000157 PROCEDURE DIVISION USING CBU-ctx.
000158  MOVE 0 TO ri.
000159  PERFORM VARYING r FROM 1 BY 1 UNTIL r > IdemCount
000160     IF IR-suite(r) = index-current-suite
000161        AND IR-test(r) = index-current-test
000162        MOVE r TO ri
000163     END-IF
000164  END-PERFORM.
000165  IF ri = 0
000166     EXIT PROGRAM
000167  END-IF.
000168  MOVE harness-prog(index-current-suite,index-current-test)
000169     TO batch-prog.
000170  CALL CBU-get-locale
000171     USING CBU-ctx decimal-char group-char field-sep.
000172* first run
000173  PERFORM 8000-RUN-PROGRAM.
000174  IF exception-text <> SPACES
000175     EXIT PROGRAM
000176  END-IF.
000177  MOVE "return-code" TO assert-name.
000178  CALL CBU-add-assert-run USING CBU-ctx assert-name.
000179  IF got-rc = harness-rc(index-current-suite,index-current-test)
000180     CALL CBU-add-assert-succeed USING CBU-ctx assert-name
000181     CALL CBU-log-assert-succeed USING CBU-ctx assert-name
000182  ELSE
000183     INITIALIZE expected-str
000184     INITIALIZE actual-str
000185     STRING "RETURN-CODE " harness-rc(index-current-suite,
000186        index-current-test) INTO expected-str
000187     STRING "RETURN-CODE " got-rc INTO actual-str
000188     PERFORM 9000-REPORT-FAILED
000189  END-IF.
000190* keep the first run's outputs under their 'expected' names;
000191* the originals stay in place for the second run
000192  PERFORM VARYING h FROM 1 BY 1 UNTIL h > HarnessOutCount
000193     IF HO-suite(h) = index-current-suite
000194        AND HO-test(h) = index-current-test
000195        MOVE HO-actual(h) TO act-buf
000196        CALL CBU-get-last-index USING CBU-ctx act-buf
000197           act-len
000198        MOVE HO-expected(h) TO exp-buf
000199        CALL CBU-get-last-index USING CBU-ctx exp-buf
000200           exp-len
000201        INITIALIZE copy-command
000202        STRING "cp " HO-actual(h)(1:act-len) " "
000203           HO-expected(h)(1:exp-len) INTO copy-command
000204        CALL "SYSTEM" USING copy-command
000205     END-IF
000206  END-PERFORM.
000207* the resubmission: a fresh copy of the program, same inputs
000208  CANCEL batch-prog.
000209  PERFORM 8000-RUN-PROGRAM.
000210  IF exception-text <> SPACES
000211     EXIT PROGRAM
000212  END-IF.
000213  PERFORM VARYING h FROM 1 BY 1 UNTIL h > HarnessOutCount
000214     IF HO-suite(h) = index-current-suite
000215        AND HO-test(h) = index-current-test
000216        IF IR-change-set(ri) <> SPACES
000217           MOVE "rerun-changes" TO assert-name
000218           CALL CBU-assert-master-changes USING CBU-ctx
000219              assert-name HO-expected(h) HO-actual(h)
000220              IR-change-set(ri) IR-key-pos(ri) IR-key-len(ri)
000221              no-type-pos
000222        ELSE
000223           MOVE HO-expected(h) TO first-name
000224           MOVE HO-actual(h) TO second-name
000225           PERFORM 1000-COMPARE-RUNS
000226        END-IF
000227     END-IF
000228  END-PERFORM.
000229  EXIT PROGRAM.
000230
000231* first run's output against the second's, with the counts,
000232* duplicated keys and totals for the report
000233 1000-COMPARE-RUNS.
000234  MOVE "rerun-unchanged" TO assert-name.
000235  CALL CBU-add-assert-run USING CBU-ctx assert-name.
000236  MOVE 0 TO first-count second-count output-changed.
000237  MOVE 0 TO first-total second-total.
000238  MOVE 0 TO key-count key-full.
000239  MOVE 0 TO FirstEOF SecondEOF.
000240  PERFORM 2000-OPEN-FILES.
000241  PERFORM UNTIL FirstEOF = 1 AND SecondEOF = 1
000242     IF FirstEOF = 0
000243        PERFORM 2100-READ-FIRST
000244     END-IF
000245     IF SecondEOF = 0
000246        PERFORM 2200-READ-SECOND
000247     END-IF
000248     IF FirstEOF = 0
000249        ADD 1 TO first-count
000250        MOVE first-line-w TO amt-buf-line
000251        PERFORM 3000-AMOUNT
000252        ADD amt-raw TO first-total
000253        MOVE 1 TO pass-no
000254        PERFORM 4000-COUNT-KEY
000255     END-IF
000256     IF SecondEOF = 0
000257        ADD 1 TO second-count
000258        MOVE second-line-w TO amt-buf-line
000259        PERFORM 3000-AMOUNT
000260        ADD amt-raw TO second-total
000261        MOVE 2 TO pass-no
000262        PERFORM 4000-COUNT-KEY
000263     END-IF
000264     IF FirstEOF <> SecondEOF
000265        MOVE 1 TO output-changed
000266     ELSE
000267        IF FirstEOF = 0 AND first-line-w <> second-line-w
000268           MOVE 1 TO output-changed
000269        END-IF
000270     END-IF
000271  END-PERFORM.
000272  PERFORM 2300-CLOSE-FILES.
000273  IF output-changed = 0
000274     CALL CBU-add-assert-succeed USING CBU-ctx assert-name
000275     CALL CBU-log-assert-succeed USING CBU-ctx assert-name
000276     EXIT PARAGRAPH
000277  END-IF.
000278  INITIALIZE expected-str.
000279  INITIALIZE actual-str.
000280  MOVE first-name TO exp-buf.
000281  CALL CBU-get-last-index USING CBU-ctx exp-buf exp-len.
000282  MOVE 1 TO divisor.
000283  IF IR-amt-dec(ri) = 1 MOVE 10 TO divisor END-IF.
000284  IF IR-amt-dec(ri) = 2 MOVE 100 TO divisor END-IF.
000285  COMPUTE show-total = first-total / divisor.
000286  MOVE show-total TO edit-first-total.
000287  COMPUTE show-total = second-total / divisor.
000288  MOVE show-total TO edit-second-total.
000289  IF decimal-char = ","
000290     INSPECT edit-first-total CONVERTING "." TO ","
000291     INSPECT edit-second-total CONVERTING "." TO ","
000292  END-IF.
000293  IF IR-amt-len(ri) > 0
000294     STRING "unchanged by rerun: " first-count " records, total "
000295        edit-first-total " (" first-name(1:exp-len) ")"
000296        DELIMITED BY SIZE INTO expected-str
000297  ELSE
000298     STRING "unchanged by rerun: " first-count " records ("
000299        first-name(1:exp-len) ")"
000300        DELIMITED BY SIZE INTO expected-str
000301  END-IF.
000302  MOVE 1 TO dup-ptr.
000303  IF IR-amt-len(ri) > 0
000304     STRING second-count " records, total " edit-second-total
000305        DELIMITED BY SIZE INTO actual-str WITH POINTER dup-ptr
000306  ELSE
000307     STRING second-count " records"
000308        DELIMITED BY SIZE INTO actual-str WITH POINTER dup-ptr
000309  END-IF.
000310  MOVE 0 TO dup-count.
000311  PERFORM VARYING k FROM 1 BY 1 UNTIL k > key-count
000312     IF KY-first(k) > 0 AND KY-second(k) > KY-first(k)
000313        ADD 1 TO dup-count
000314        IF dup-count = 1
000315           STRING ", duplicated keys: " DELIMITED BY SIZE
000316              INTO actual-str WITH POINTER dup-ptr
000317        END-IF
000318        IF dup-count > 1 AND dup-count <= 5
000319           STRING ", " DELIMITED BY SIZE
000320              INTO actual-str WITH POINTER dup-ptr
000321        END-IF
000322        IF dup-count <= 5
000323           STRING KY-value(k)(1:IR-key-len(ri))
000324              DELIMITED BY SIZE
000325              INTO actual-str WITH POINTER dup-ptr
000326        END-IF
000327     END-IF
000328  END-PERFORM.
000329  IF dup-count > 5
000330     STRING " (" dup-count " in all)" DELIMITED BY SIZE
000331        INTO actual-str WITH POINTER dup-ptr
000332  END-IF.
000333  IF key-full = 1
000334     STRING " (key table full, first 1000 keys)"
000335        DELIMITED BY SIZE INTO actual-str WITH POINTER dup-ptr
000336  END-IF.
000337  PERFORM 9000-REPORT-FAILED.
000338
000339 2000-OPEN-FILES.
000340  EVALUATE file-assert-org
000341  WHEN 1
000342     OPEN INPUT IdxFirstFile IdxSecondFile
000343  WHEN 2
000344     OPEN INPUT RelFirstFile RelSecondFile
000345  WHEN OTHER
000346     OPEN INPUT FirstFile SecondFile
000347  END-EVALUATE.
000348
000349 2100-READ-FIRST.
000350  EVALUATE file-assert-org
000351  WHEN 1
000352     READ IdxFirstFile
000353        AT END MOVE 1 TO FirstEOF
000354        NOT AT END MOVE IdxFirstRecord TO first-line-w
000355     END-READ
000356  WHEN 2
000357     READ RelFirstFile
000358        AT END MOVE 1 TO FirstEOF
000359        NOT AT END MOVE RelFirstRecord TO first-line-w
000360     END-READ
000361  WHEN OTHER
000362     READ FirstFile
000363        AT END MOVE 1 TO FirstEOF
000364        NOT AT END MOVE FirstLine TO first-line-w
000365     END-READ
000366  END-EVALUATE.
000367
000368 2200-READ-SECOND.
000369  EVALUATE file-assert-org
000370  WHEN 1
000371     READ IdxSecondFile
000372        AT END MOVE 1 TO SecondEOF
000373        NOT AT END MOVE IdxSecondRecord TO second-line-w
000374     END-READ
000375  WHEN 2
000376     READ RelSecondFile
000377        AT END MOVE 1 TO SecondEOF
000378        NOT AT END MOVE RelSecondRecord TO second-line-w
000379     END-READ
000380  WHEN OTHER
000381     READ SecondFile
000382        AT END MOVE 1 TO SecondEOF
000383        NOT AT END MOVE SecondLine TO second-line-w
000384     END-READ
000385  END-EVALUATE.
000386
000387 2300-CLOSE-FILES.
000388  EVALUATE file-assert-org
000389  WHEN 1
000390     CLOSE IdxFirstFile IdxSecondFile
000391  WHEN 2
000392     CLOSE RelFirstFile RelSecondFile
000393  WHEN OTHER
000394     CLOSE FirstFile SecondFile
000395  END-EVALUATE.
000396
000397* amount column of amt-buf-line as digits with the implied
000398* decimals, the locale's decimal point taking precedence
000399 3000-AMOUNT.
000400  MOVE 0 TO amt-raw.
000401  IF IR-amt-len(ri) = 0
000402     EXIT PARAGRAPH
000403  END-IF.
000404  MOVE 0 TO amt-negative amt-point-seen amt-dec.
000405  PERFORM VARYING c FROM 0 BY 1 UNTIL c >= IR-amt-len(ri)
000406     MOVE amt-buf-line(IR-amt-pos(ri) + c:1) TO amt-byte
000407     IF amt-byte >= "0" AND amt-byte <= "9"
000408        MOVE amt-byte TO amt-digit-x
000409        COMPUTE amt-raw = amt-raw * 10 + amt-digit
000410        IF amt-point-seen = 1
000411           ADD 1 TO amt-dec
000412        END-IF
000413     END-IF
000414     IF amt-byte = decimal-char
000415        MOVE 1 TO amt-point-seen
000416     END-IF
000417     IF amt-byte = "-"
000418        MOVE 1 TO amt-negative
000419     END-IF
000420  END-PERFORM.
000421  IF amt-point-seen = 1
000422     PERFORM UNTIL amt-dec >= IR-amt-dec(ri)
000423        COMPUTE amt-raw = amt-raw * 10
000424        ADD 1 TO amt-dec
000425     END-PERFORM
000426     PERFORM UNTIL amt-dec <= IR-amt-dec(ri)
000427        COMPUTE amt-raw = amt-raw / 10
000428        SUBTRACT 1 FROM amt-dec
000429     END-PERFORM
000430  END-IF.
000431  IF amt-negative = 1
000432     COMPUTE amt-raw = 0 - amt-raw
000433  END-IF.
000434
000435* occurrences of the record's key in the first (pass-no 1)
000436* or second (2) run's output
000437 4000-COUNT-KEY.
000438  IF IR-key-len(ri) = 0
000439     EXIT PARAGRAPH
000440  END-IF.
000441  MOVE SPACES TO this-key.
000442  MOVE amt-buf-line(IR-key-pos(ri):IR-key-len(ri)) TO this-key.
000443  MOVE 0 TO key-found.
000444  PERFORM VARYING k FROM 1 BY 1
000445     UNTIL k > key-count OR key-found > 0
000446     IF KY-value(k) = this-key
000447        MOVE k TO key-found
000448     END-IF
000449  END-PERFORM.
000450  IF key-found = 0
000451     IF key-count >= 1000
000452        MOVE 1 TO key-full
000453        EXIT PARAGRAPH
000454     END-IF
000455     ADD 1 TO key-count
000456     MOVE key-count TO key-found
000457     MOVE this-key TO KY-value(key-found)
000458     MOVE 0 TO KY-first(key-found) KY-second(key-found)
000459  END-IF.
000460  IF pass-no = 1
000461     ADD 1 TO KY-first(key-found)
000462  ELSE
000463     ADD 1 TO KY-second(key-found)
000464  END-IF.
000465
000466 8000-RUN-PROGRAM.
000467  MOVE SPACES TO exception-text.
000468  MOVE 0 TO RETURN-CODE.
000469  CALL batch-prog
000470     ON EXCEPTION
000471        MOVE FUNCTION EXCEPTION-STATUS TO exception-text
000472        CALL CBU-add-error
000473           USING CBU-ctx batch-prog exception-text
000474  END-CALL.
000475  MOVE RETURN-CODE TO got-rc.
000476  MOVE 0 TO RETURN-CODE.
000477
000478 9000-REPORT-FAILED.
000479  CALL CBU-log-assert-failed
000480     USING CBU-ctx assert-name expected-str actual-str.
000481  CALL CBU-add-assert-failed
000482     USING CBU-ctx assert-name expected-str actual-str.
000483 END PROGRAM CBU00369.
