000091  01 result-name PIC X(40).
000092  01 ListeDispatch.
000092    05 dispatched OCCURS 50 TIMES PIC 9(1).
000092  01 ListeWaiting.
000092    05 waiting-entry OCCURS 50 TIMES.
000092      10 blocked-on PIC X(20).
000092      10 wait-start PIC 9(5).
000092      10 launch-tick PIC 9(5).
000092  01 conflict-name PIC X(20).
000092  01 r PIC 9(3).
000092  01 q PIC 9(3).
000092  01 tick-time.
000092    05 tick-hh PIC 9(2).
000092    05 tick-mm PIC 9(2).
000092    05 tick-ss PIC 9(2).
000092    05 tick-cc PIC 9(2).
000092  01 tick-sec PIC 9(5).
000092  01 waited-sec PIC 9(5).
000093  01 pending-count PIC 9(3).
000093  01 live-count PIC 9(3).
000094  01 wait-tries PIC 9(5).
000095  01 sleep-sec PIC 9(8) COMP VALUE 1.
000096  COPY CBUC0002.
000117  END-IF.
000118  MOVE dispatch-cmd TO cmd-buf.
000119  CALL CBU-get-last-index USING CBU-ctx cmd-buf cmd-len.
000120* independent suites queue up (4) and start as soon as no
000120* running suite holds one of their resources exclusively
000120  MOVE 0 TO pending-count.
000121  PERFORM VARYING i FROM 1 BY 1 UNTIL i >= SuiteIndex
000122     MOVE 0 TO dispatched(i)
000122     MOVE SPACES TO blocked-on(i)
000122     MOVE 0 TO wait-start(i)
000122     MOVE 0 TO launch-tick(i)
000123     IF SuiteIndependent(i) = 1
000144        MOVE 4 TO dispatched(i)
000145        ADD 1 TO pending-count
000147     END-IF
000148  END-PERFORM.
000148  MOVE 0 TO wait-tries.
000148  PERFORM 1000-LAUNCH-READY.
000148  PERFORM 1400-COUNT-LIVE.
000149* wait for the completion markers, folding each finished
000149* child's result file in as soon as it appears; each suite
000149* gets 600 s from its own launch, so one that queued behind
000149* an exclusive resource is not cut short by the others' time
000151  PERFORM UNTIL pending-count = 0 OR live-count = 0
000152     ADD 1 TO wait-tries
000153     CALL "C$SLEEP" USING sleep-sec
000154     PERFORM VARYING i FROM 1 BY 1 UNTIL i >= SuiteIndex
000184              END-IF
000185           END-IF
000175        END-IF
000175* past its allowance the suite is given up on (5), but its
000175* child may still be running, so it keeps its resources
000175        IF dispatched(i) = 1
000175           AND wait-tries - launch-tick(i) > 600
000175           MOVE 5 TO dispatched(i)
000175           SUBTRACT 1 FROM pending-count
000175        END-IF
000176     END-PERFORM
000176* a collected suite frees its resources for the queue
000176     PERFORM 1000-LAUNCH-READY
000176     PERFORM 1400-COUNT-LIVE
000177  END-PERFORM.
000178* a child that never completed, or that ended without writing
000178* its result file, is reported as a suite error so the
000178* consolidated run cannot go green on a lost step
000179  PERFORM VARYING i FROM 1 BY 1 UNTIL i >= SuiteIndex
000180     IF dispatched(i) = 3 OR dispatched(i) = 4
000180        OR dispatched(i) = 5
000181        IF dispatched(i) = 3
000182           DISPLAY "|--- " SuiteName(i)
000183              " ended without a result - child failed"
000184        END-IF
000184        IF dispatched(i) = 4
000184           DISPLAY "|--- " SuiteName(i)
000184              " never started - resource " blocked-on(i)
000184              " never freed"
000184        END-IF
000184        IF dispatched(i) = 5
000185           DISPLAY "|--- " SuiteName(i)
000186              " did not complete - dispatch timeout"
000187        END-IF
000192           IF dispatched(i) = 3
000193              MOVE "child failed"
000194                 TO TestErrorCondition(i, 1)
000195           END-IF
000195           IF dispatched(i) = 4
000195              MOVE "not started - resource held"
000195                 TO TestErrorCondition(i, 1)
000195           END-IF
000195           IF dispatched(i) = 5
000196              MOVE "dispatch timeout"
000197                 TO TestErrorCondition(i, 1)
000198           END-IF
000192* consolidated results box and the usual exports
000193  CALL CBU-run USING CBU-ctx.
000140  EXIT PROGRAM.
000203
000203* every queued suite whose resources are free now starts; one
000203* still held by a running suite waits, and the first resource
000203* it waited on is kept for the manifest
000204 1000-LAUNCH-READY.
000205  PERFORM VARYING i FROM 1 BY 1 UNTIL i >= SuiteIndex
000206     IF dispatched(i) = 4
000207        PERFORM 1100-CHECK-RESOURCES
000208        IF conflict-name = SPACES
000209           PERFORM 1200-LAUNCH-SUITE
000210        ELSE
000211           IF blocked-on(i) = SPACES
000212              MOVE conflict-name TO blocked-on(i)
000213              PERFORM 1300-TICK-SECONDS
000214              MOVE tick-sec TO wait-start(i)
000215              DISPLAY "|--- " SuiteName(i)
000216                 " waits for resource " conflict-name
000217           END-IF
000218        END-IF
000219     END-IF
000220  END-PERFORM.
000221
000222* two suites clash on a common resource that either of them
000223* holds exclusively
000224 1100-CHECK-RESOURCES.
000225  MOVE SPACES TO conflict-name.
000226  PERFORM VARYING r FROM 1 BY 1 UNTIL r > ResourceCount
000227     IF RQ-suite(r) = i
000228        PERFORM VARYING q FROM 1 BY 1 UNTIL q > ResourceCount
000229           IF RQ-suite(q) <> i AND RQ-name(q) = RQ-name(r)
000230              AND (RQ-mode(q) = "E" OR RQ-mode(r) = "E")
000231              IF dispatched(RQ-suite(q)) = 1
000231                 OR dispatched(RQ-suite(q)) = 5
000232                 MOVE RQ-name(r) TO conflict-name
000233              END-IF
000234           END-IF
000235        END-PERFORM
000236     END-IF
000237  END-PERFORM.
000238
000239 1200-LAUNCH-SUITE.
000240  MOVE SuiteName(i) TO suite-name-buf.
000241  CALL CBU-get-last-index USING CBU-ctx suite-name-buf
000242     suite-name-len.
000243  INITIALIZE clean-command.
000244  STRING "rm -f "
000245     SuiteName(i)(1:suite-name-len) ".RES "
000246     SuiteName(i)(1:suite-name-len) ".OUT "
000247     SuiteName(i)(1:suite-name-len) ".DONE"
000248     INTO clean-command.
000249  CALL "SYSTEM" USING clean-command.
000250  INITIALIZE launch-command.
000251  STRING "( CBUSUITERES="
000252     SuiteName(i)(1:suite-name-len) ".RES "
000253     dispatch-cmd(1:cmd-len) " "
000254     SuiteName(i)(1:suite-name-len)
000255     " > " SuiteName(i)(1:suite-name-len)
000256     ".OUT 2>&1 ; touch "
000257     SuiteName(i)(1:suite-name-len) ".DONE ) &"
000258     INTO launch-command.
000259  CALL "SYSTEM" USING launch-command.
000260  MOVE 1 TO dispatched(i).
000260  MOVE wait-tries TO launch-tick(i).
000261  IF blocked-on(i) = SPACES
000262     DISPLAY "|--- dispatched " SuiteName(i)
000263     EXIT PARAGRAPH
000264  END-IF.
000265  PERFORM 1300-TICK-SECONDS.
000266  IF tick-sec < wait-start(i)
000267     ADD 86400 TO tick-sec
000268  END-IF.
000269  COMPUTE waited-sec = tick-sec - wait-start(i).
000270  DISPLAY "|--- dispatched " SuiteName(i) " after "
000271     waited-sec " s on " blocked-on(i).
000272  IF ResWaitCount < 50
000273     ADD 1 TO ResWaitCount
000274     MOVE i TO RW-suite(ResWaitCount)
000275     MOVE blocked-on(i) TO RW-resource(ResWaitCount)
000276     MOVE waited-sec TO RW-seconds(ResWaitCount)
000277  END-IF.
000278
000279 1300-TICK-SECONDS.
000280  ACCEPT tick-time FROM TIME.
000281  COMPUTE tick-sec = tick-hh * 3600 + tick-mm * 60
000282     + tick-ss.
000282
000282* suites launched and still inside their allowance
000282 1400-COUNT-LIVE.
000282  MOVE 0 TO live-count.
000282  PERFORM VARYING i FROM 1 BY 1 UNTIL i >= SuiteIndex
000282     IF dispatched(i) = 1
000282        ADD 1 TO live-count
000282     END-IF
000282  END-PERFORM.
000150 END PROGRAM CBU00226.
