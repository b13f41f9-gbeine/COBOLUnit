000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-run-contention
000013*	source name: CBU00372.cob
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

000044*>Run the contention test declared with CBU-add-contender
000045*>(called by CBU-call-test): the test's fixtures are staged,
000046*>then every contender is launched as its own background
000047*>process - after its start offset, RepeatCount runs in a
000048*>row, each run's exit code collected in CBUCONTn.RC, its
000049*>CBU-file-io reports in CBUCONTn.LOG and its console in
000050*>CBUCONTn.OUT (n = contender number within the test). Once
000051*>all have finished (or the test timeout, default 600 seconds,
000052*>has passed) one assertion per contender, "contender-n",
000053*>checks that every run completed within its MaxRC; the
000054*>failure text tallies the file statuses the contender met.
000055*>Each CBU-set-contention-check of the test then asserts the
000056*>shared file's record count and amount total as
000057*>"contention-file". Honors CBU-set-file-org for the shared
000058*>file. A contender declared without a launcher takes
000058*>STEP-LAUNCHER from the profile; with neither the test is
000058*>refused as a test error.
000059 IDENTIFICATION DIVISION.
000060 PROGRAM-ID.   CBU00372.
000061 ENVIRONMENT    DIVISION.
000062 INPUT-OUTPUT SECTION.
000063 FILE-CONTROL.
000064    SELECT OPTIONAL ProbeFile ASSIGN TO probe-name
000065		ORGANIZATION IS LINE SEQUENTIAL
000066		FILE STATUS IS probe-status.
000067    SELECT SharedFile ASSIGN TO shared-name
000068		ORGANIZATION IS LINE SEQUENTIAL.
000069    SELECT IdxSharedFile ASSIGN TO shared-name
000070       ORGANIZATION IS INDEXED
000071       ACCESS MODE IS SEQUENTIAL
000072       RECORD KEY IS IdxSharedKey.
000073    SELECT RelSharedFile ASSIGN TO shared-name
000074       ORGANIZATION IS RELATIVE
000075       ACCESS MODE IS SEQUENTIAL.
000076 DATA DIVISION.
000077 FILE SECTION.
000078 	FD ProbeFile.
000079 	01 ProbeRecord PIC X(80).
000080 	FD SharedFile.
000081 	01 SharedLine PIC X(255).
000082 	FD IdxSharedFile.
000083 	01 IdxSharedRecord.
000084	  05 IdxSharedKey PIC X(64).
000085	  05 IdxSharedRest PIC X(191).
000086 	FD RelSharedFile.
000087 	01 RelSharedRecord PIC X(255).
000088 WORKING-STORAGE SECTION.
000089  01 i PIC 9(2).
000090  01 n PIC 9(2).
000091  01 k PIC 9(2).
000092  01 unit-count PIC 9(2).
000093  01 ListeUnits.
000094    05 unit-entry OCCURS 20 TIMES.
000095      10 UN-contender PIC 9(2).
000096      10 UN-done PIC 9(1).
000097      10 UN-runs PIC 9(4).
000098      10 UN-worst-rc PIC 9(4).
000099  01 pending-count PIC 9(2).
000100  01 wait-tries PIC 9(5).
000101  01 wait-limit PIC 9(5).
000102  01 sleep-sec PIC 9(8) COMP VALUE 1.
000103  01 unit-text PIC X(2).
000104  01 edit-unit PIC Z9.
000105  01 edit-offset PIC ZZ9.99.
000106  01 lead-count PIC 9(2).
000107  01 stage-action PIC X(1).
000108  01 launch-command PIC X(255).
000109  01 clean-command PIC X(200).
000110  01 probe-name PIC X(40).
000111  01 probe-status PIC X(2).
000112  01 ProbeEOF PIC 9(1).
000113  01 rc-value PIC 9(4).
000114  01 c PIC 9(3).
000115  01 digit-x PIC X(1).
000116  01 digit REDEFINES digit-x PIC 9(1).
000117  01 status-count PIC 9(2).
000118  01 ListeStatuses.
000119    05 status-entry OCCURS 20 TIMES.
000120      10 ST-value PIC X(2).
000121      10 ST-hits PIC 9(5).
000122  01 s PIC 9(2).
000123  01 status-found PIC 9(2).
000124  01 edit-hits PIC Z(4)9.
000125  01 edit-rc PIC ZZZ9.
000126  01 edit-runs PIC ZZZ9.
000127  01 str-ptr PIC 9(5).
000128  01 assert-name PIC X(20).
000129  01 expected-str PIC X(32000).
000130  01 actual-str PIC X(32000).
000131  01 shared-name PIC X(40).
000132  01 shared-line-w PIC X(255).
000133  01 SharedEOF PIC 9(1).
000134  01 record-count PIC 9(9).
000135  01 amount-total PIC S9(15) COMP-3.
000136  01 expected-total PIC S9(15) COMP-3.
000137  01 amt-raw PIC S9(15) COMP-3.
000138  01 amt-negative PIC 9(1).
000139  01 amt-point-seen PIC 9(1).
000140  01 amt-dec PIC 9(2).
000141  01 amt-byte PIC X(1).
000142  01 amt-digit-x PIC X(1).
000143  01 amt-digit REDEFINES amt-digit-x PIC 9(1).
000144  01 show-total PIC S9(13)V99 COMP-3.
000145  01 edit-total PIC -(13)9.99.
000146  01 edit-records PIC Z(8)9.
000147  01 divisor PIC 9(3).
000148  01 decimal-char PIC X(1).
000149  01 group-char PIC X(1).
000150  01 field-sep PIC X(1).
000150  01 no-launcher PIC 9(1).
000150  01 error-prog PIC X(20).
000150  01 error-text PIC X(30).
000151  COPY CBUC0002.
000152 LINKAGE SECTION.
000153  COPY CBUC0001.
000154 PROCEDURE DIVISION USING CBU-ctx.
000155  MOVE 0 TO unit-count.
000155  MOVE 0 TO no-launcher.
000156  PERFORM VARYING i FROM 1 BY 1 UNTIL i > ContenderCount
000157     IF CT-suite(i) = index-current-suite
000158        AND CT-test(i) = index-current-test
000158        IF CT-launcher(i) = SPACES
000158           MOVE step-launcher TO CT-launcher(i)
000158        END-IF
000158        IF CT-launcher(i) = SPACES
000158           MOVE 1 TO no-launcher
000158           MOVE CT-prog(i) TO error-prog
000158        END-IF
000159        ADD 1 TO unit-count
000160        MOVE i TO UN-contender(unit-count)
000161        MOVE 0 TO UN-done(unit-count)
000162        MOVE 0 TO UN-runs(unit-count)
000163        MOVE 0 TO UN-worst-rc(unit-count)
000164     END-IF
000165  END-PERFORM.
000166  IF unit-count = 0
000167     EXIT PROGRAM
000168  END-IF.
000168  IF no-launcher = 1
000168     DISPLAY "COBOLUnit: contention test refused - contender "
000168        error-prog " has no launcher and no STEP-LAUNCHER"
000168        " in the profile"
000168     MOVE "no step launcher set" TO error-text
000168     CALL CBU-add-error USING CBU-ctx error-prog error-text
000168     EXIT PROGRAM
000168  END-IF.
000169  CALL CBU-get-locale
000170     USING CBU-ctx decimal-char group-char field-sep.
000171  MOVE "S" TO stage-action.
000172  CALL CBU-stage-fixtures USING CBU-ctx stage-action.
000173  PERFORM VARYING n FROM 1 BY 1 UNTIL n > unit-count
000174     PERFORM 1000-LAUNCH-UNIT
000175  END-PERFORM.
000176* wait for every contender's completion marker
000177  MOVE unit-count TO pending-count.
000178  MOVE 600 TO wait-limit.
000179  IF test-timeout(index-current-suite,index-current-test) > 0
000180     MOVE test-timeout(index-current-suite,index-current-test)
000181        TO wait-limit
000182  END-IF.
000183  MOVE 0 TO wait-tries.
000184  PERFORM UNTIL pending-count = 0 OR wait-tries > wait-limit
000185     ADD 1 TO wait-tries
000186     CALL "C$SLEEP" USING sleep-sec
000187     PERFORM VARYING n FROM 1 BY 1 UNTIL n > unit-count
000188        IF UN-done(n) = 0
000189           PERFORM 8000-UNIT-TEXT
000190           INITIALIZE probe-name
000191           STRING "CBUCONT" unit-text ".DONE" DELIMITED BY SPACE
000192              INTO probe-name
000193           MOVE 1 TO ProbeEOF
000194           OPEN INPUT ProbeFile
000195           IF probe-status = "00"
000196              MOVE 1 TO UN-done(n)
000197              SUBTRACT 1 FROM pending-count
000198           END-IF
000199           CLOSE ProbeFile
000200        END-IF
000201     END-PERFORM
000202  END-PERFORM.
000203  PERFORM VARYING n FROM 1 BY 1 UNTIL n > unit-count
000204     PERFORM 2000-CHECK-UNIT
000205  END-PERFORM.
000206  PERFORM VARYING i FROM 1 BY 1 UNTIL i > ContentionCheckCount
000207     IF CC-suite(i) = index-current-suite
000208        AND CC-test(i) = index-current-test
000209        PERFORM 3000-CHECK-FILE
000210     END-IF
000211  END-PERFORM.
000212  EXIT PROGRAM.
000213
000214* contender n in the background: offset, then its runs, each
000215* exit code appended to the RC file, then the DONE marker
000216 1000-LAUNCH-UNIT.
000217  MOVE UN-contender(n) TO k.
000218  PERFORM 8000-UNIT-TEXT.
000219  INITIALIZE clean-command.
000220  STRING "rm -f CBUCONT" DELIMITED BY SIZE
000221     unit-text DELIMITED BY SPACE
000222     ".RC CBUCONT" DELIMITED BY SIZE
000223     unit-text DELIMITED BY SPACE
000224     ".LOG CBUCONT" DELIMITED BY SIZE
000225     unit-text DELIMITED BY SPACE
000226     ".OUT CBUCONT" DELIMITED BY SIZE
000227     unit-text DELIMITED BY SPACE
000228     ".DONE" DELIMITED BY SIZE INTO clean-command.
000229  CALL "SYSTEM" USING clean-command.
000230  MOVE CT-offset(k) TO edit-offset.
000231  INITIALIZE launch-command.
000232  STRING "( sleep " edit-offset " ; i=0 ; while [ $i -lt "
000233     CT-repeat(k) " ] ; do i=$((i+1)) ; CBUCONTLOG=CBUCONT"
000234     DELIMITED BY SIZE
000235     unit-text DELIMITED BY SPACE
000236     ".LOG " DELIMITED BY SIZE
000237     CT-launcher(k) DELIMITED BY "  "
000238     " " DELIMITED BY SIZE
000239     CT-prog(k) DELIMITED BY SPACE
000240     " >> CBUCONT" DELIMITED BY SIZE
000241     unit-text DELIMITED BY SPACE
000242     ".OUT 2>&1 ; echo $? >> CBUCONT" DELIMITED BY SIZE
000243     unit-text DELIMITED BY SPACE
000244     ".RC ; done ; touch CBUCONT" DELIMITED BY SIZE
000245     unit-text DELIMITED BY SPACE
000246     ".DONE ) &" DELIMITED BY SIZE
000247     INTO launch-command.
000248  CALL "SYSTEM" USING launch-command.
000249
000250* every run of contender n completed within its MaxRC
000251 2000-CHECK-UNIT.
000252  MOVE UN-contender(n) TO k.
000253  PERFORM 8000-UNIT-TEXT.
000254  MOVE SPACES TO assert-name.
000255  STRING "contender-" unit-text DELIMITED BY SPACE
000256     INTO assert-name.
000257  CALL CBU-add-assert-run USING CBU-ctx assert-name.
000258  INITIALIZE probe-name.
000259  STRING "CBUCONT" unit-text ".RC" DELIMITED BY SPACE
000260     INTO probe-name.
000261  MOVE 0 TO ProbeEOF.
000262  OPEN INPUT ProbeFile.
000263  PERFORM UNTIL ProbeEOF = 1
000264     READ ProbeFile
000265        AT END MOVE 1 TO ProbeEOF
000266        NOT AT END PERFORM 2100-COUNT-RUN
000267     END-READ
000268  END-PERFORM.
000269  CLOSE ProbeFile.
000270  IF UN-done(n) = 1 AND UN-runs(n) = CT-repeat(k)
000271     AND UN-worst-rc(n) <= CT-max-rc(k)
000272     CALL CBU-add-assert-succeed USING CBU-ctx assert-name
000273     CALL CBU-log-assert-succeed USING CBU-ctx assert-name
000274     EXIT PARAGRAPH
000275  END-IF.
000276  PERFORM 2200-TALLY-STATUSES.
000277  INITIALIZE expected-str.
000278  INITIALIZE actual-str.
000279  MOVE CT-repeat(k) TO edit-runs.
000280  MOVE CT-max-rc(k) TO edit-rc.
000281  STRING CT-prog(k) DELIMITED BY SPACE
000282     ":" edit-runs " runs, RETURN-CODE <=" edit-rc
000283     DELIMITED BY SIZE INTO expected-str.
000284  MOVE UN-runs(n) TO edit-runs.
000285  MOVE UN-worst-rc(n) TO edit-rc.
000286  MOVE 1 TO str-ptr.
000287  STRING CT-prog(k) DELIMITED BY SPACE
000288     ":" edit-runs " runs, worst RETURN-CODE" edit-rc
000289     DELIMITED BY SIZE INTO actual-str WITH POINTER str-ptr.
000290  IF UN-done(n) = 0
000291     STRING ", did not complete - timeout" DELIMITED BY SIZE
000292        INTO actual-str WITH POINTER str-ptr
000293  END-IF.
000294  IF status-count = 0
000295     STRING ", no file status reported" DELIMITED BY SIZE
000296        INTO actual-str WITH POINTER str-ptr
000297  ELSE
000298     STRING ", file statuses" DELIMITED BY SIZE
000299        INTO actual-str WITH POINTER str-ptr
000300     PERFORM VARYING s FROM 1 BY 1 UNTIL s > status-count
000301        MOVE ST-hits(s) TO edit-hits
000302        MOVE 0 TO lead-count
000303        INSPECT edit-hits TALLYING lead-count FOR LEADING SPACE
000304        STRING " " ST-value(s) " x" edit-hits(lead-count + 1:)
000305           DELIMITED BY SIZE INTO actual-str WITH POINTER str-ptr
000306     END-PERFORM
000307  END-IF.
000308  PERFORM 9000-REPORT-FAILED.
000309
000310* one line of the RC file: the exit code of one run
000311 2100-COUNT-RUN.
000312  ADD 1 TO UN-runs(n).
000313  MOVE 0 TO rc-value.
000314  PERFORM VARYING c FROM 1 BY 1 UNTIL c > 4
000315     MOVE ProbeRecord(c:1) TO digit-x
000316     IF digit-x IS NUMERIC
000317        COMPUTE rc-value = rc-value * 10 + digit
000318     END-IF
000319  END-PERFORM.
000320  IF rc-value > UN-worst-rc(n)
000321     MOVE rc-value TO UN-worst-rc(n)
000322  END-IF.
000323
000324* the statuses contender n reported through CBU-file-io
000325 2200-TALLY-STATUSES.
000326  MOVE 0 TO status-count.
000327  INITIALIZE probe-name.
000328  STRING "CBUCONT" unit-text ".LOG" DELIMITED BY SPACE
000329     INTO probe-name.
000330  MOVE 0 TO ProbeEOF.
000331  OPEN INPUT ProbeFile.
000332  PERFORM UNTIL ProbeEOF = 1
000333     READ ProbeFile
000334        AT END MOVE 1 TO ProbeEOF
000335        NOT AT END
000336           MOVE 0 TO status-found
000337           PERFORM VARYING s FROM 1 BY 1
000338              UNTIL s > status-count OR status-found > 0
000339              IF ST-value(s) = ProbeRecord(1:2)
000340                 MOVE s TO status-found
000341              END-IF
000342           END-PERFORM
000343           IF status-found = 0 AND status-count < 20
000344              ADD 1 TO status-count
000345              MOVE status-count TO status-found
000346              MOVE ProbeRecord(1:2) TO ST-value(status-found)
000347              MOVE 0 TO ST-hits(status-found)
000348           END-IF
000349           IF status-found > 0
000350              ADD 1 TO ST-hits(status-found)
000351           END-IF
000352     END-READ
000353  END-PERFORM.
000354  CLOSE ProbeFile.
000355
000356* record count and amount total of the shared file
000357 3000-CHECK-FILE.
000358  MOVE "contention-file" TO assert-name.
000359  CALL CBU-add-assert-run USING CBU-ctx assert-name.
000360  MOVE CC-file(i) TO shared-name.
000361  MOVE 0 TO record-count amount-total.
000362  MOVE 0 TO SharedEOF.
000363  PERFORM 3100-OPEN-SHARED.
000364  PERFORM UNTIL SharedEOF = 1
000365     PERFORM 3200-READ-SHARED
000366     IF SharedEOF = 0
000367        ADD 1 TO record-count
000368        PERFORM 3400-AMOUNT
000369        ADD amt-raw TO amount-total
000370     END-IF
000371  END-PERFORM.
000372  PERFORM 3300-CLOSE-SHARED.
000373  MOVE 1 TO divisor.
000374  IF CC-amt-dec(i) = 1 MOVE 10 TO divisor END-IF.
000375  IF CC-amt-dec(i) = 2 MOVE 100 TO divisor END-IF.
000376  COMPUTE expected-total = CC-total(i) * divisor.
000377  IF record-count = CC-records(i)
000378     AND (CC-amt-len(i) = 0 OR amount-total = expected-total)
000379     CALL CBU-add-assert-succeed USING CBU-ctx assert-name
000380     CALL CBU-log-assert-succeed USING CBU-ctx assert-name
000381     EXIT PARAGRAPH
000382  END-IF.
000383  INITIALIZE expected-str.
000384  INITIALIZE actual-str.
000385  MOVE CC-records(i) TO edit-records.
000386  MOVE CC-total(i) TO edit-total.
000387  PERFORM 8100-LOCALE-TOTAL.
000388  IF CC-amt-len(i) > 0
000389     STRING shared-name DELIMITED BY SPACE
000390        ":" edit-records " records, total " edit-total
000391        DELIMITED BY SIZE INTO expected-str
000392  ELSE
000393     STRING shared-name DELIMITED BY SPACE
000394        ":" edit-records " records" DELIMITED BY SIZE
000395        INTO expected-str
000396  END-IF.
000397  MOVE record-count TO edit-records.
000398  COMPUTE show-total = amount-total / divisor.
000399  MOVE show-total TO edit-total.
000400  PERFORM 8100-LOCALE-TOTAL.
000401  IF CC-amt-len(i) > 0
000402     STRING shared-name DELIMITED BY SPACE
000403        ":" edit-records " records, total " edit-total
000404        DELIMITED BY SIZE INTO actual-str
000405  ELSE
000406     STRING shared-name DELIMITED BY SPACE
000407        ":" edit-records " records" DELIMITED BY SIZE
000408        INTO actual-str
000409  END-IF.
000410  PERFORM 9000-REPORT-FAILED.
000411
000412 3100-OPEN-SHARED.
000413  EVALUATE file-assert-org
000414  WHEN 1
000415     OPEN INPUT IdxSharedFile
000416  WHEN 2
000417     OPEN INPUT RelSharedFile
000418  WHEN OTHER
000419     OPEN INPUT SharedFile
000420  END-EVALUATE.
000421
000422 3200-READ-SHARED.
000423  EVALUATE file-assert-org
000424  WHEN 1
000425     READ IdxSharedFile
000426        AT END MOVE 1 TO SharedEOF
000427        NOT AT END MOVE IdxSharedRecord TO shared-line-w
000428     END-READ
000429  WHEN 2
000430     READ RelSharedFile
000431        AT END MOVE 1 TO SharedEOF
000432        NOT AT END MOVE RelSharedRecord TO shared-line-w
000433     END-READ
000434  WHEN OTHER
000435     READ SharedFile
000436        AT END MOVE 1 TO SharedEOF
000437        NOT AT END MOVE SharedLine TO shared-line-w
000438     END-READ
000439  END-EVALUATE.
000440
000441 3300-CLOSE-SHARED.
000442  EVALUATE file-assert-org
000443  WHEN 1
000444     CLOSE IdxSharedFile
000445  WHEN 2
000446     CLOSE RelSharedFile
000447  WHEN OTHER
000448     CLOSE SharedFile
000449  END-EVALUATE.
000450
000451* amount column as digits with the implied decimals, the
000452* locale's decimal point taking precedence
000453 3400-AMOUNT.
000454  MOVE 0 TO amt-raw.
000455  IF CC-amt-len(i) = 0
000456     EXIT PARAGRAPH
000457  END-IF.
000458  MOVE 0 TO amt-negative amt-point-seen amt-dec.
000459  PERFORM VARYING c FROM 0 BY 1 UNTIL c >= CC-amt-len(i)
000460     MOVE shared-line-w(CC-amt-pos(i) + c:1) TO amt-byte
000461     IF amt-byte >= "0" AND amt-byte <= "9"
000462        MOVE amt-byte TO amt-digit-x
000463        COMPUTE amt-raw = amt-raw * 10 + amt-digit
000464        IF amt-point-seen = 1
000465           ADD 1 TO amt-dec
000466        END-IF
000467     END-IF
000468     IF amt-byte = decimal-char
000469        MOVE 1 TO amt-point-seen
000470     END-IF
000471     IF amt-byte = "-"
000472        MOVE 1 TO amt-negative
000473     END-IF
000474  END-PERFORM.
000475  IF amt-point-seen = 1
000476     PERFORM UNTIL amt-dec >= CC-amt-dec(i)
000477        COMPUTE amt-raw = amt-raw * 10
000478        ADD 1 TO amt-dec
000479     END-PERFORM
000480     PERFORM UNTIL amt-dec <= CC-amt-dec(i)
000481        COMPUTE amt-raw = amt-raw / 10
000482        SUBTRACT 1 FROM amt-dec
000483     END-PERFORM
000484  END-IF.
000485  IF amt-negative = 1
000486     COMPUTE amt-raw = 0 - amt-raw
000487  END-IF.
000488
000489* contender number n without its leading blank
000490 8000-UNIT-TEXT.
000491  MOVE n TO edit-unit.
000492  MOVE SPACES TO unit-text.
000493  IF n < 10
000494     MOVE edit-unit(2:1) TO unit-text
000495  ELSE
000496     MOVE edit-unit TO unit-text
000497  END-IF.
000498
000499 8100-LOCALE-TOTAL.
000500  IF decimal-char = ","
000501     INSPECT edit-total CONVERTING "." TO ","
000502  END-IF.
000503
000504 9000-REPORT-FAILED.
000505  CALL CBU-log-assert-failed
000506     USING CBU-ctx assert-name expected-str actual-str.
000507  CALL CBU-add-assert-failed
000508     USING CBU-ctx assert-name expected-str actual-str.
000509 END PROGRAM CBU00372.
