000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-run-watch
000013*	source name: CBU00416.cob
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

000044*>Library change watcher, armed by CBU-set-watch: instead of
000045*>one pass over the catalog, CBU-run hands the execution here.
000046*>Every poll interval the compiled-module library and the fixture
000047*>library are checksummed member by member; the first look is
000048*>the baseline, later looks note every member added, changed or
000049*>removed. Changes that arrive close together are batched: the
000050*>batch runs once no new change has been seen for the settle
000051*>time. A batch runs just the suites it reaches -
000052*>  a changed module reaches the suites whose catalog names it
000053*>  as a test, a suite or test hook, a harness, shadow, harness
000054*>  step or contender program or as the load module of an
000054*>  entry call, the suites whose tests reached it
000055*>  through the stub resolution of an earlier watched run, and
000056*>  the suites whose coverage map records a paragraph registered
000057*>  as <module>.<paragraph> or <module>-<paragraph>;
000058*>  a changed fixture reaches the suites that stage it.
000059*>Each run's reason - what changed and which suites it reaches -
000060*>goes to the audit trail (CBU-write-manifest 'W') and the run
000061*>log before the suites start. Each triggered run is a run of
000061*>its own: it gets its own run stamp, starts from cleared
000061*>totals and test outcomes, and is recorded when it ends the
000061*>way CBU-run records a run (CBU-record-run: exports, run and
000061*>detail history, triage). The watch ends when the operator
000062*>ABORTs through the control file, when the run budget is spent
000063*>or after the armed number of triggered runs.
000064 IDENTIFICATION DIVISION.
000065 PROGRAM-ID.   CBU00416.
000066 ENVIRONMENT    DIVISION.
000067 INPUT-OUTPUT SECTION.
000068 FILE-CONTROL.
000069    SELECT OPTIONAL SnapFile ASSIGN TO snap-name
000070		ORGANIZATION IS LINE SEQUENTIAL
000071		FILE STATUS IS snap-status.
000072    SELECT OPTIONAL CoverageMap ASSIGN TO coverage-map-file
000073		ORGANIZATION IS LINE SEQUENTIAL.
000074 DATA DIVISION.
000075 FILE SECTION.
000076 	FD SnapFile.
000077 	01 SnapLine PIC X(200).
000078 	FD CoverageMap.
000079 	01 CoverageMapRecord.
000080	  05 CM-suite PIC X(20).
000081	  05 CM-test PIC X(20).
000082	  05 CM-paragraph PIC X(30).
000083 WORKING-STORAGE SECTION.
000084  01 snap-name PIC X(40) VALUE "CBUWATCH.TMP".
000085  01 snap-status PIC X(2).
000086  01 SnapEOF PIC 9(1).
000087  01 MapEOF PIC 9(1).
000088  01 watch-command PIC X(250).
000089  01 module-dir PIC X(40).
000090  01 fixture-dir PIC X(40).
000091  01 sleep-sec PIC 9(8) COMP.
000092  01 baseline-taken PIC 9(1).
000093  01 stop-watch PIC 9(1).
000094  01 runs-done PIC 9(3).
000095  01 now-time.
000096    05 nt-hh PIC 99.
000097    05 nt-mm PIC 99.
000098    05 nt-ss PIC 99.
000099    05 nt-cc PIC 99.
000100  01 now-sec PIC 9(5).
000101  01 last-change-sec PIC 9(5).
000102  01 elapsed-sec PIC S9(6).
000103  01 sn-kind PIC X(1).
000104  01 sn-crc PIC X(12).
000105  01 sn-size PIC X(12).
000106  01 sn-name PIC X(40).
000107  01 chg-kind PIC X(1).
000108  01 chg-name PIC X(40).
000109  01 chg-what PIC X(7).
000110  01 found PIC 9(1).
000111  01 free-slot PIC 9(4).
000112  01 w PIC 9(4).
000113  01 p PIC 9(3).
000114  01 s PIC 9(3).
000115  01 t PIC 9(3).
000116  01 k PIC 9(3).
000117  01 hit-suite PIC 9(3).
000118  01 mod-name PIC X(30).
000119  01 mod-len PIC 9(2).
000120  01 cmp-name PIC X(30).
000121  01 nb-aff PIC 9(3).
000122  01 sel-full PIC 9(1).
000123  01 reason-ptr PIC 9(3).
000124  01 reason-len PIC 9(3).
000125  01 sum-run PIC 9(5).
000126  01 sum-failed PIC 9(5).
000127  01 sum-error PIC 9(5).
000128  01 manifest-action PIC X(1).
000128  01 history-wanted PIC 9(1).
000128  01 prev-stamp PIC 9(14).
000129  01 lineToLog PIC X(255).
000130  01 WatchCount PIC 9(4).
000131  01 ListeWatch.
000132    05 WatchEntry OCCURS 1000 TIMES.
000133      10 wt-kind PIC X(1).
000134      10 wt-name PIC X(40).
000135      10 wt-crc PIC X(12).
000136      10 wt-size PIC X(12).
000137      10 wt-seen PIC 9(1).
000138  01 PendCount PIC 9(3).
000139  01 ListePend.
000140    05 PendEntry OCCURS 100 TIMES.
000141      10 pd-kind PIC X(1).
000142      10 pd-name PIC X(40).
000143  01 ListeAffected.
000144    05 af-flag PIC 9(1) OCCURS 50 TIMES.
000145  COPY CBUC0002.
000146 LINKAGE SECTION.
000147  COPY CBUC0001.
000148 PROCEDURE DIVISION USING CBU-ctx.
000149  PERFORM 1000-INIT.
000150  PERFORM 2000-SNAPSHOT.
000151  MOVE 1 TO baseline-taken.
000152  DISPLAY "Watch: " WatchCount " member(s) under watch, polled"
000153     " every " watch-poll-sec "s, batches settle after "
000154     watch-settle-sec "s".
000155  PERFORM UNTIL stop-watch = 1
000156     CALL "C$SLEEP" USING sleep-sec
000157     PERFORM 3000-POLL
000158  END-PERFORM.
000159  DISPLAY "Watch: ended after " runs-done " triggered run(s)".
000160* disarm the takeover and the suite selection so a later
000161* CBU-run in the same process runs normally
000162  MOVE 0 TO watch-mode.
000163  MOVE 0 TO rerun-mode.
000164  MOVE 0 TO RerunCount.
000165  MOVE SPACES TO watch-reason.
000166  EXIT PROGRAM.
000167
000168 1000-INIT.
000169  MOVE watch-module-dir TO module-dir.
000170  IF module-dir = SPACES
000171     MOVE "." TO module-dir
000172  END-IF.
000173  MOVE watch-fixture-dir TO fixture-dir.
000174  IF fixture-dir = SPACES
000175     MOVE fixture-lib-dir TO fixture-dir
000176  END-IF.
000177  IF fixture-dir = module-dir
000178     MOVE SPACES TO fixture-dir
000179  END-IF.
000180  MOVE watch-poll-sec TO sleep-sec.
000181  MOVE 0 TO baseline-taken.
000182  MOVE 0 TO stop-watch.
000183  MOVE 0 TO runs-done.
000184  MOVE 0 TO WatchCount.
000185  MOVE 0 TO PendCount.
000186  MOVE 0 TO last-change-sec.
000187
000188* one line per library member: M or F, checksum, size, name
000189 2000-SNAPSHOT.
000190  INITIALIZE watch-command.
000191  STRING "(cd " DELIMITED BY SIZE
000192     module-dir DELIMITED BY SPACE
000193     " && cksum * ) 2>/dev/null | sed 's/^/M /' > "
000194     DELIMITED BY SIZE
000195     snap-name DELIMITED BY SPACE INTO watch-command.
000196  CALL "SYSTEM" USING watch-command.
000197  IF fixture-dir <> SPACES
000198     INITIALIZE watch-command
000199     STRING "(cd " DELIMITED BY SIZE
000200        fixture-dir DELIMITED BY SPACE
000201        " && cksum * ) 2>/dev/null | sed 's/^/F /' >> "
000202        DELIMITED BY SIZE
000203        snap-name DELIMITED BY SPACE INTO watch-command
000204     CALL "SYSTEM" USING watch-command
000205  END-IF.
000206  PERFORM VARYING w FROM 1 BY 1 UNTIL w > WatchCount
000207     MOVE 0 TO wt-seen(w)
000208  END-PERFORM.
000209  MOVE 0 TO SnapEOF.
000210  OPEN INPUT SnapFile.
000211  IF snap-status <> "00"
000212     EXIT PARAGRAPH
000213  END-IF.
000214  PERFORM UNTIL SnapEOF = 1
000215     READ SnapFile
000216        AT END MOVE 1 TO SnapEOF
000217        NOT AT END PERFORM 2100-COMPARE-ENTRY
000218     END-READ
000219  END-PERFORM.
000220  CLOSE SnapFile.
000221* a member missing from this look was removed
000222  PERFORM VARYING w FROM 1 BY 1 UNTIL w > WatchCount
000223     IF wt-kind(w) <> SPACE AND wt-seen(w) = 0
000224        MOVE wt-kind(w) TO chg-kind
000225        MOVE wt-name(w) TO chg-name
000226        MOVE "removed" TO chg-what
000227        PERFORM 2200-ADD-PENDING
000228        MOVE SPACE TO wt-kind(w)
000229     END-IF
000230  END-PERFORM.
000231
000232 2100-COMPARE-ENTRY.
000233  MOVE SPACES TO sn-kind sn-crc sn-size sn-name.
000234  UNSTRING SnapLine DELIMITED BY ALL SPACE
000235     INTO sn-kind sn-crc sn-size sn-name.
000236  IF sn-name = SPACES
000237     EXIT PARAGRAPH
000238  END-IF.
000239  MOVE 0 TO found.
000240  MOVE 0 TO free-slot.
000241  PERFORM VARYING w FROM 1 BY 1
000242     UNTIL w > WatchCount OR found = 1
000243     IF wt-kind(w) = sn-kind AND wt-name(w) = sn-name
000244        MOVE 1 TO found
000245        MOVE 1 TO wt-seen(w)
000246        IF wt-crc(w) <> sn-crc OR wt-size(w) <> sn-size
000247           MOVE sn-crc TO wt-crc(w)
000248           MOVE sn-size TO wt-size(w)
000249           MOVE sn-kind TO chg-kind
000250           MOVE sn-name TO chg-name
000251           MOVE "changed" TO chg-what
000252           PERFORM 2200-ADD-PENDING
000253        END-IF
000254     ELSE
000255        IF wt-kind(w) = SPACE AND free-slot = 0
000256           MOVE w TO free-slot
000257        END-IF
000258     END-IF
000259  END-PERFORM.
000260  IF found = 1
000261     EXIT PARAGRAPH
000262  END-IF.
000263  IF free-slot = 0
000264     IF WatchCount >= 1000
000265        EXIT PARAGRAPH
000266     END-IF
000267     ADD 1 TO WatchCount
000268     MOVE WatchCount TO free-slot
000269  END-IF.
000270  MOVE sn-kind TO wt-kind(free-slot).
000271  MOVE sn-name TO wt-name(free-slot).
000272  MOVE sn-crc TO wt-crc(free-slot).
000273  MOVE sn-size TO wt-size(free-slot).
000274  MOVE 1 TO wt-seen(free-slot).
000275  IF baseline-taken = 1
000276     MOVE sn-kind TO chg-kind
000277     MOVE sn-name TO chg-name
000278     MOVE "added" TO chg-what
000279     PERFORM 2200-ADD-PENDING
000280  END-IF.
000281
000282* every change restarts the settle time of the batch
000283 2200-ADD-PENDING.
000284  IF chg-kind = "F"
000285     DISPLAY "Watch: fixture " chg-what ": " chg-name
000286  ELSE
000287     DISPLAY "Watch: module " chg-what ": " chg-name
000288  END-IF.
000289  PERFORM 9000-NOW.
000290  MOVE now-sec TO last-change-sec.
000291  PERFORM VARYING p FROM 1 BY 1 UNTIL p > PendCount
000292     IF pd-kind(p) = chg-kind AND pd-name(p) = chg-name
000293        EXIT PARAGRAPH
000294     END-IF
000295  END-PERFORM.
000296  IF PendCount < 100
000297     ADD 1 TO PendCount
000298     MOVE chg-kind TO pd-kind(PendCount)
000299     MOVE chg-name TO pd-name(PendCount)
000300  END-IF.
000301
000302 3000-POLL.
000303  CALL CBU-poll-control USING CBU-ctx.
000304  IF control-abort = 1
000305     DISPLAY "Watch: stopped by operator control"
000306     MOVE 1 TO stop-watch
000307     EXIT PARAGRAPH
000308  END-IF.
000309* the batch-window budget bounds the watch the way it bounds
000310* an ordinary pack
000311  PERFORM 9000-NOW.
000312  IF run-budget-sec > 0
000313     COMPUTE elapsed-sec = now-sec - run-start-sec
000314     IF elapsed-sec < 0
000315        ADD 86400 TO elapsed-sec
000316     END-IF
000317     IF elapsed-sec > run-budget-sec
000318        DISPLAY "Watch: window budget spent"
000319        MOVE 1 TO stop-watch
000320        EXIT PARAGRAPH
000321     END-IF
000322  END-IF.
000323  PERFORM 2000-SNAPSHOT.
000324  IF PendCount = 0
000325     EXIT PARAGRAPH
000326  END-IF.
000327  PERFORM 9000-NOW.
000328  COMPUTE elapsed-sec = now-sec - last-change-sec.
000329  IF elapsed-sec < 0
000330     ADD 86400 TO elapsed-sec
000331  END-IF.
000332  IF elapsed-sec < watch-settle-sec
000333     EXIT PARAGRAPH
000334  END-IF.
000335  PERFORM 4000-TRIGGER.
000336  IF watch-limit > 0 AND runs-done >= watch-limit
000337     MOVE 1 TO stop-watch
000338  END-IF.
000339
000340* the batch has settled: run the suites it reaches
000341 4000-TRIGGER.
000342  INITIALIZE ListeAffected.
000343  PERFORM VARYING p FROM 1 BY 1 UNTIL p > PendCount
000344     IF pd-kind(p) = "F"
000345        PERFORM 4200-FIXTURE-SUITES
000346     ELSE
000347        PERFORM 4100-MODULE-SUITES
000348     END-IF
000349  END-PERFORM.
000350  MOVE 0 TO nb-aff.
000351  PERFORM VARYING s FROM 1 BY 1 UNTIL s >= SuiteIndex
000352     IF af-flag(s) = 1
000353        ADD 1 TO nb-aff
000354     END-IF
000355  END-PERFORM.
000356  PERFORM 4500-BUILD-REASON.
000357  MOVE 0 TO PendCount.
000358  IF nb-aff = 0
000359     DISPLAY "Watch: no registered suite is reached - "
000360        watch-reason(1:reason-len)
000361     EXIT PARAGRAPH
000362  END-IF.
000363  ADD 1 TO runs-done.
000364* every test of a reached suite is selected
000365  MOVE 0 TO RerunCount.
000366  MOVE 0 TO sel-full.
000367  PERFORM VARYING s FROM 1 BY 1 UNTIL s >= SuiteIndex
000368     IF af-flag(s) = 1
000369        PERFORM VARYING t FROM 1 BY 1 UNTIL t > nb-test-size(s)
000370           IF RerunCount < 200
000371              ADD 1 TO RerunCount
000372              MOVE SuiteName(s) TO RerunSuite(RerunCount)
000373              MOVE TestName(s, t) TO RerunTest(RerunCount)
000374           ELSE
000375              MOVE 1 TO sel-full
000376           END-IF
000377        END-PERFORM
000391     END-IF
000392  END-PERFORM.
000392  PERFORM 4600-NEW-RUN.
000393  IF sel-full = 1
000394     DISPLAY "Watch: more than 200 tests reached - the run is"
000395        " limited to the first 200"
000396  END-IF.
000397  MOVE 1 TO rerun-mode.
000399  MOVE "W" TO manifest-action.
000400  CALL CBU-write-manifest USING CBU-ctx manifest-action.
000401  INITIALIZE lineToLog.
000402  STRING "watch run " DELIMITED BY SIZE
000403     runs-done DELIMITED BY SIZE
000404     ": " DELIMITED BY SIZE
000405     watch-reason(1:reason-len) DELIMITED BY SIZE
000406     INTO lineToLog.
000407  CALL CBU-write-log-line USING CBU-ctx lineToLog.
000408  DISPLAY "|--- watch run " runs-done ": "
000409     watch-reason(1:reason-len).
000410  CALL CBU-suites-run USING CBU-ctx.
000411  MOVE 0 TO sum-run.
000412  MOVE 0 TO sum-failed.
000413  MOVE 0 TO sum-error.
000414  PERFORM VARYING s FROM 1 BY 1 UNTIL s >= SuiteIndex
000415     IF af-flag(s) = 1
000416        ADD nb-test-run(s) TO sum-run
000417        ADD nb-test-failed(s) TO sum-failed
000418        ADD nb-test-error(s) TO sum-error
000419     END-IF
000420  END-PERFORM.
000421  DISPLAY "|--- watch run " runs-done " result: " sum-run
000422     " test(s) run, " sum-failed " failing, " sum-error
000423     " in error".
000424  INITIALIZE lineToLog.
000425  STRING "watch run " DELIMITED BY SIZE
000426     runs-done DELIMITED BY SIZE
000427     " result: run=" DELIMITED BY SIZE
000428     sum-run DELIMITED BY SIZE
000429     " failures=" DELIMITED BY SIZE
000430     sum-failed DELIMITED BY SIZE
000431     " errors=" DELIMITED BY SIZE
000432     sum-error DELIMITED BY SIZE
000433     INTO lineToLog.
000434  CALL CBU-write-log-line USING CBU-ctx lineToLog.
000434* recorded like any finished run: exports, run and detail
000434* history, triage
000434  MOVE 1 TO history-wanted.
000434  CALL CBU-record-run USING CBU-ctx history-wanted.
000434
000434* each triggered run is a run of its own, as a console
000434* selection is: a stamp of its own for the history and
000434* archive records, and nothing carried over from the
000434* earlier batches of the session - not the totals, not the
000434* outcomes, attempts and timings of tests this batch does
000434* not reach
000434 4600-NEW-RUN.
000434  ACCEPT prov-date FROM DATE YYYYMMDD.
000434  ACCEPT prov-time FROM TIME.
000434  MOVE run-stamp TO prev-stamp.
000434  COMPUTE run-stamp = prov-date * 1000000 + prov-time / 100.
000434  IF run-stamp <= prev-stamp
000434     COMPUTE run-stamp = prev-stamp + 1
000434  END-IF.
000434  MOVE 0 TO fail-fast-tripped.
000434  MOVE 0 TO TestRunCount.
000434  MOVE 0 TO RunSuccessCount.
000434  MOVE 0 TO RunFailureCount.
000434  MOVE 0 TO RunSkipCount.
000434  MOVE 0 TO RunXfailCount.
000434  MOVE 0 TO RunXpassCount.
000434  MOVE 0 TO TestError.
000434  PERFORM VARYING s FROM 1 BY 1 UNTIL s >= SuiteIndex
000434     MOVE 0 TO nb-test-run(s)
000434     MOVE 0 TO nb-test-succeed(s)
000434     MOVE 0 TO nb-test-failed(s)
000434     MOVE 0 TO nb-test-error(s)
000434     MOVE 0 TO suite-deferred(s)
000434     PERFORM VARYING t FROM 1 BY 1 UNTIL t > nb-test-size(s)
000434        MOVE 0 TO nb-assert-run(s, t)
000434        MOVE 0 TO nb-assert-succeed(s, t)
000434        MOVE 0 TO nb-assert-failed(s, t)
000434        MOVE SPACES TO TestErrorProgram(s, t)
000434        MOVE SPACES TO TestErrorCondition(s, t)
000434        MOVE 0 TO attempts-used(s, t)
000434        MOVE 0 TO test-time-elapsed(s, t)
000434        MOVE 0 TO test-skipped(s, t)
000434        MOVE 0 TO harness-rc(s, t)
000434     END-PERFORM
000434  END-PERFORM.
000435
000436* a module is known by its member name up to the first period
000437 4100-MODULE-SUITES.
000438  MOVE SPACES TO mod-name.
000439  UNSTRING pd-name(p) DELIMITED BY "." INTO mod-name.
000440  INSPECT mod-name CONVERTING "abcdefghijklmnopqrstuvwxyz"
000441     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000442  IF mod-name = SPACES
000443     EXIT PARAGRAPH
000444  END-IF.
000445  MOVE 0 TO mod-len.
000446  INSPECT mod-name TALLYING mod-len
000447     FOR CHARACTERS BEFORE INITIAL SPACE.
000448* the catalog
000449  PERFORM VARYING s FROM 1 BY 1 UNTIL s >= SuiteIndex
000450     MOVE s TO hit-suite
000451     MOVE SuiteSetupProg(s) TO cmp-name
000452     PERFORM 4150-CHECK-NAME
000453     MOVE SuiteTeardownProg(s) TO cmp-name
000454     PERFORM 4150-CHECK-NAME
000455     PERFORM VARYING t FROM 1 BY 1 UNTIL t > nb-test-size(s)
000456        MOVE TestName(s, t) TO cmp-name
000457        PERFORM 4150-CHECK-NAME
000458        MOVE TestSetupProg(s, t) TO cmp-name
000459        PERFORM 4150-CHECK-NAME
000460        MOVE TestTeardownProg(s, t) TO cmp-name
000461        PERFORM 4150-CHECK-NAME
000462        MOVE harness-prog(s, t) TO cmp-name
000463        PERFORM 4150-CHECK-NAME
000464        MOVE shadow-prog(s, t) TO cmp-name
000465        PERFORM 4150-CHECK-NAME
000466     END-PERFORM
000467  END-PERFORM.
000468  PERFORM VARYING k FROM 1 BY 1 UNTIL k > HarnessStepCount
000469     MOVE HS-suite(k) TO hit-suite
000470     MOVE HS-prog(k) TO cmp-name
000471     PERFORM 4150-CHECK-NAME
000472  END-PERFORM.
000473  PERFORM VARYING k FROM 1 BY 1 UNTIL k > ContenderCount
000474     MOVE CT-suite(k) TO hit-suite
000475     MOVE CT-prog(k) TO cmp-name
000476     PERFORM 4150-CHECK-NAME
000477  END-PERFORM.
000477  PERFORM VARYING k FROM 1 BY 1 UNTIL k > EntryCallCount
000477     MOVE EP-suite(k) TO hit-suite
000477     MOVE EP-module(k) TO cmp-name
000477     IF EP-module(k) = SPACES
000477        MOVE EP-entry(k) TO cmp-name
000477     END-IF
000477     PERFORM 4150-CHECK-NAME
000477  END-PERFORM.
000478* programs earlier runs reached through the stub resolution
000479  PERFORM VARYING k FROM 1 BY 1 UNTIL k > CalledCount
000480     MOVE CU-suite(k) TO hit-suite
000481     MOVE CU-prog(k) TO cmp-name
000482     PERFORM 4150-CHECK-NAME
000483  END-PERFORM.
000484* paragraphs of the module the coverage map saw tests visit
000485  IF coverage-map-file = SPACES OR mod-len >= 30
000486     EXIT PARAGRAPH
000487  END-IF.
000488  MOVE 0 TO MapEOF.
000489  OPEN INPUT CoverageMap.
000490  PERFORM UNTIL MapEOF = 1
000491     READ CoverageMap
000492        AT END MOVE 1 TO MapEOF
000493        NOT AT END PERFORM 4160-CHECK-COVERAGE
000494     END-READ
000495  END-PERFORM.
000496  CLOSE CoverageMap.
000497
000498 4150-CHECK-NAME.
000499  INSPECT cmp-name CONVERTING "abcdefghijklmnopqrstuvwxyz"
000500     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000501  IF cmp-name = mod-name AND hit-suite > 0 AND hit-suite <= 50
000502     MOVE 1 TO af-flag(hit-suite)
000503  END-IF.
000504
000505 4160-CHECK-COVERAGE.
000506  MOVE CM-paragraph TO cmp-name.
000507  INSPECT cmp-name CONVERTING "abcdefghijklmnopqrstuvwxyz"
000508     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000509  IF cmp-name(1:mod-len) <> mod-name(1:mod-len)
000510     EXIT PARAGRAPH
000511  END-IF.
000512  IF cmp-name(mod-len + 1:1) <> "." AND
000513     cmp-name(mod-len + 1:1) <> "-"
000514     EXIT PARAGRAPH
000515  END-IF.
000516  PERFORM VARYING s FROM 1 BY 1 UNTIL s >= SuiteIndex
000517     IF SuiteName(s) = CM-suite
000518        MOVE 1 TO af-flag(s)
000519     END-IF
000520  END-PERFORM.
000521
000522 4200-FIXTURE-SUITES.
000523  PERFORM VARYING k FROM 1 BY 1 UNTIL k > FixtureCount
000524     IF FX-source(k) = pd-name(p)
000525        AND FX-suite(k) > 0 AND FX-suite(k) <= 50
000526        MOVE 1 TO af-flag(FX-suite(k))
000527     END-IF
000528  END-PERFORM.
000529
000530* trigger=<members> suites=<suites>, cut at the reason's width
000531 4500-BUILD-REASON.
000532  MOVE SPACES TO watch-reason.
000533  MOVE 1 TO reason-ptr.
000534  STRING "trigger=" DELIMITED BY SIZE
000535     INTO watch-reason WITH POINTER reason-ptr.
000536  PERFORM VARYING p FROM 1 BY 1 UNTIL p > PendCount
000537     IF p > 1
000538        STRING "," DELIMITED BY SIZE
000539           INTO watch-reason WITH POINTER reason-ptr
000540           ON OVERFLOW CONTINUE
000541        END-STRING
000542     END-IF
000543     STRING pd-name(p) DELIMITED BY SPACE
000544        INTO watch-reason WITH POINTER reason-ptr
000545        ON OVERFLOW CONTINUE
000546     END-STRING
000547  END-PERFORM.
000548  STRING " suites=" DELIMITED BY SIZE
000549     INTO watch-reason WITH POINTER reason-ptr
000550     ON OVERFLOW CONTINUE
000551  END-STRING.
000552  IF nb-aff = 0
000553     STRING "none" DELIMITED BY SIZE
000554        INTO watch-reason WITH POINTER reason-ptr
000555        ON OVERFLOW CONTINUE
000556     END-STRING
000557  END-IF.
000558  MOVE 0 TO k.
000559  PERFORM VARYING s FROM 1 BY 1 UNTIL s >= SuiteIndex
000560     IF af-flag(s) = 1
000561        IF k > 0
000562           STRING "," DELIMITED BY SIZE
000563              INTO watch-reason WITH POINTER reason-ptr
000564              ON OVERFLOW CONTINUE
000565           END-STRING
000566        END-IF
000567        STRING SuiteName(s) DELIMITED BY SPACE
000568           INTO watch-reason WITH POINTER reason-ptr
000569           ON OVERFLOW CONTINUE
000570        END-STRING
000571        ADD 1 TO k
000572     END-IF
000573  END-PERFORM.
000574  COMPUTE reason-len = reason-ptr - 1.
000575  IF reason-len = 0
000576     MOVE 1 TO reason-len
000577  END-IF.
000578
000579 9000-NOW.
000580  ACCEPT now-time FROM TIME.
000581  COMPUTE now-sec = nt-hh * 3600 + nt-mm * 60 + nt-ss.
000582 END PROGRAM CBU00416.
