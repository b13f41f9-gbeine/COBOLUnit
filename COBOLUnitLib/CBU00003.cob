000324  01 failure-str PIC X(7).
000325  01 run-parm PIC X(62).
000325  01 rpt-suite-idx PIC 9(3).
000325  01 pack-scan-idx PIC 9(3).
000325  01 pack-is-first PIC 9(1).
000325  01 pack-run PIC 9(5).
000325  01 pack-failed PIC 9(5).
000325  01 pack-error PIC 9(5).
000325  01 rerun-test-idx PIC 9(3).
000325  01 validate-defects PIC 9(3).
000325  01 quar-idx PIC 9(2).
000325  01 manifest-action PIC X(1).
000325  01 access-action PIC X(16).
000325  01 access-ok PIC 9(1).
000325  01 drift-rc PIC 9(4).
000325  01 preflight-failed PIC 9(3).
000325  01 was-perturb PIC 9(1).
000325  01 was-watch PIC 9(1).
000325  01 history-wanted PIC 9(1).
000325  01 cfg-idx PIC 9(2).
000325  01 stamp-date PIC 9(8).
000325  01 stamp-time PIC 9(8).
000398* once for the whole pack after consolidation
000398  INITIALIZE child-result-name.
000398  ACCEPT child-result-name FROM ENVIRONMENT "CBUSUITERES".
000398* a mutation run's child replays one mutant's suite and must
000398* not start a mutation run of its own
000398  IF child-result-name <> SPACES
000398     MOVE 0 TO mutate-mode
000398  END-IF.
000398* the batch entry point enforces the same permissions the
000398* console does - a refused operator gets RETURN-CODE 8 and
000398* an audit record, not a run
000398     MOVE 8 TO RETURN-CODE
000398     EXIT PROGRAM
000398  END-IF.
000398* a night run bound to fail on a missing directory, a full
000398* disk or an expired calendar is held before it starts, with
000398* a code of its own for the scheduler
000398  IF preflight-file-name <> SPACES
000398     AND child-result-name = SPACES
000398     CALL CBU-preflight USING CBU-ctx preflight-failed
000398     IF preflight-failed > 0
000398        DISPLAY "Environment preflight failed: "
000398           preflight-failed " check(s) - run abandoned"
000398        MOVE 12 TO RETURN-CODE
000398        EXIT PROGRAM
000398     END-IF
000398  END-IF.
000398* the ownership registry named in the profile loads once, the
000398* way the quarantine list does
000398  IF owner-file-name <> SPACES AND OwnerCount = 0
000403     CALL CBU-report-drift USING CBU-ctx drift-rc
000403  END-IF.
000403* soak mode hands the whole execution to the soak runner,
000403* which repeats the selected suite and reports stability;
000403* watch mode to the library watcher, which runs the suites a
000403* change reaches each time the libraries change
000403* the runners disarm their own latches on the way out, so the
000403* post-run recording below remembers what ran here
000403  MOVE perturb-mode TO was-perturb.
000403  MOVE watch-mode TO was-watch.
000403* a mutation run's killed mutants are deliberate failures too
000403  IF mutate-mode = 1
000403     MOVE 1 TO was-perturb
000403  END-IF.
000403  IF soak-mode = 1
000403     CALL CBU-run-soak USING CBU-ctx
000403  ELSE
000403        IF cycle-mode = 1
000403           CALL CBU-run-cycle USING CBU-ctx
000403        ELSE
000403           IF mutate-mode = 1
000403              CALL CBU-run-mutate USING CBU-ctx
000403           ELSE
000403              IF watch-mode = 1
000403                 CALL CBU-run-watch USING CBU-ctx
000403              ELSE
000403                 CALL CBU-suites-run USING CBU-ctx
000403              END-IF
000403           END-IF
000403        END-IF
000403     END-IF
000403  END-IF.
000452     CurrentTimeFin(7:2) " ms)" INTO lineToLog.
000454  CALL CBU-write-log-line USING CBU-ctx lineToLog.
000455
000455* the exports and history of the run; the library watcher
000455* has already recorded each of its triggered runs this way
000455  IF was-watch = 0
000455     MOVE 0 TO history-wanted
000455* a soak writes its own single history record in CBU-run-soak;
000455* recording its hundreds of iterations here would poison the
000455* trend, triage and perf baselines - and a perturb audit's
000455* deliberately broken replays stay out for the same reason,
000455* as do a mutation run's replays against mutated units
000455     IF soak-mode = 0 AND was-perturb = 0
000455        AND child-result-name = SPACES
000455        MOVE 1 TO history-wanted
000455     END-IF
000455     CALL CBU-record-run USING CBU-ctx history-wanted
000455  END-IF.
000455* release quality gates: evaluated after triage and coverage
000455* have filled in their numbers, skipped in a dispatched child
000455  IF child-result-name = SPACES
000455     CALL CBU-check-gates USING CBU-ctx gate-rc
000455  END-IF.
000455* a gated run of a named release goes on the promotion ledger
000455  IF child-result-name = SPACES AND soak-mode = 0
000455     AND was-perturb = 0
000455     AND ledger-file <> SPACES AND release-label <> SPACES
000455     CALL CBU-record-promotion USING CBU-ctx gate-rc
000455  END-IF.
000453  IF alert-file-name <> SPACES
000453     AND (RunFailureCount > 0 OR TestError > 0)
000453     AND child-result-name = SPACES
