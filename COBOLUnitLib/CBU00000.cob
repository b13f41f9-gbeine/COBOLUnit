000084	  MOVE 0 TO retention-runs.
000084	  MOVE 0 TO MsgCount.
000084	  MOVE 0 TO DomainCount.
000084	  MOVE 0 TO PropertyCount.
000084	  MOVE 0 TO property-draw.
000084	  MOVE SPACES TO property-record.
000084	  MOVE 0 TO HarnessOutCount.
000084	  MOVE SPACES TO step-launcher.
000084	  MOVE 0 TO RestartCount.
000084	  MOVE 0 TO IdemCount.
000084	  MOVE 0 TO ContenderCount.
000084	  MOVE 0 TO ContentionCheckCount.
000084	  MOVE 0 TO DecisionCount.
000084	  MOVE 0 TO ScenarioCount.
000084	  MOVE 0 TO StubContractCount.
000084	  MOVE SPACES TO fingerprint-file.
000084	  MOVE SPACES TO fingerprint-source-dir.
000084	  MOVE SPACES TO fingerprint-module-dir.
000084	  MOVE 0 TO CalledCount.
000084	  MOVE 0 TO ResourceCount.
000084	  MOVE 0 TO ResWaitCount.
000084	  MOVE 0 TO retention-days.
000084	  MOVE SPACES TO artifact-dir.
000084	  MOVE SPACES TO profile-file-used.
000084	  MOVE SPACES TO fixture-lib-dir.
000084	  MOVE 0 TO FixtureCount.
000084	  MOVE 0 TO MapCount.
000084	  MOVE 0 TO GdgCount.
000084	  MOVE 0 TO JobDDCount.
000084	  MOVE 0 TO watch-mode.
000084	  MOVE SPACES TO watch-module-dir.
000084	  MOVE SPACES TO watch-fixture-dir.
000084	  MOVE 0 TO watch-poll-sec.
000084	  MOVE 0 TO watch-settle-sec.
000084	  MOVE 0 TO watch-limit.
000084	  MOVE SPACES TO watch-reason.
000084	  MOVE 0 TO SuiteFileCount.
000084	  MOVE 0 TO work-dir-keep.
000084	  MOVE SPACES TO current-work-dir.
000084	  MOVE SPACES TO current-config-name.
000084	  MOVE SPACES TO current-config-values.
000084	  MOVE 0 TO HarnessStepCount.
000084	  MOVE 0 TO StepFileCount.
000084	  MOVE 0 TO TraceKeyCount.
000084	  MOVE 0 TO EntryCallCount.
000084	  MOVE 0 TO RemedCount.
000084	  MOVE 0 TO OwnerCount.
000084	  MOVE 0 TO FiscalCount.
000084	  MOVE 0 TO cycle-start-date.
000084	  MOVE 0 TO cycle-end-date.
000084	  MOVE 0 TO cycle-day.
000084	  MOVE 0 TO mutate-mode.
000084	  MOVE SPACES TO mutate-suite.
000084	  MOVE SPACES TO mutate-unit.
000084	  MOVE SPACES TO mutate-source.
000084	  MOVE SPACES TO mutate-compile-cmd.
000084	  MOVE 0 TO mutate-max.
000084	  MOVE SPACES TO mutate-run-cmd.
000084	  MOVE 0 TO monitor-mode.
000084	  MOVE 0 TO risk-order-mode.
000084	  MOVE 0 TO drift-gate.
000084	  MOVE SPACES TO access-file-name.
000084	  MOVE SPACES TO drift-file-name.
000084	  MOVE SPACES TO schedule-file-name.
000084	  MOVE SPACES TO currency-file-name.
000084	  MOVE SPACES TO preflight-file-name.
000084	  MOVE SPACES TO preflight-report-file.
000084	  MOVE SPACES TO defect-export-file.
000084	  MOVE SPACES TO listing-file-name.
000084	  MOVE SPACES TO host-extract-file.
000084	  MOVE 0 TO host-extract-packed.
000084	  MOVE SPACES TO io-volume-file.
000084	  MOVE 10 TO io-growth-pct.
000084	  MOVE SPACES TO ledger-file.
000084	  MOVE SPACES TO release-label.
000084	  MOVE SPACES TO release-env.
000084	  MOVE "DEV QA PROD" TO promotion-path.
000084	  MOVE SPACES TO decimal-locale.
000085	  MOVE 0 TO CoverageIndex.
000088 	  PERFORM VARYING i FROM 1 BY 1 
000098		UNTIL i >= SuiteIndex
