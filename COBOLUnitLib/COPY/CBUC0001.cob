000404	    05 MapActual PIC X(64).
000404	    05 MapSaved PIC X(64).
000404
000404	  02 GdgCount PIC 9(2).
000404	  02 ListeGdgs OCCURS 20 TIMES.
000404	    05 GD-suite PIC 9(3).
000404	    05 GD-base PIC X(30).
000404	    05 GD-path PIC X(40).
000404	    05 GD-limit PIC 9(3).
000404	    05 GD-current PIC 9(4).
000404	  02 gdg-last-hit PIC 9(1).
000404	  02 gdg-last-rel PIC S9(3).
000404	  02 gdg-last-idx PIC 9(2).
000404	  02 JobDDCount PIC 9(2).
000404	  02 ListeJobDDs OCCURS 60 TIMES.
000404	    05 JD-step PIC 9(2).
000404	    05 JD-name PIC X(8).
000404	    05 JD-kind PIC X(1).
000404	    05 JD-target PIC X(64).
000404	    05 JD-saved PIC X(64).
000404	  02 watch-mode PIC 9(1).
000404	  02 watch-module-dir PIC X(40).
000404	  02 watch-fixture-dir PIC X(40).
000404	  02 watch-poll-sec PIC 9(5).
000404	  02 watch-settle-sec PIC 9(5).
000404	  02 watch-limit PIC 9(3).
000404	  02 watch-reason PIC X(200).
000404
000404	  02 file-assert-org PIC 9(1).
000404	  02 compare-max-diff PIC 9(3).
000404	  02 compare-progress PIC 9(9).
000404	  02 cycle-start-date PIC 9(8).
000404	  02 cycle-end-date PIC 9(8).
000404	  02 cycle-day PIC 9(3).
000404	  02 mutate-mode PIC 9(1).
000404	  02 mutate-suite PIC X(20).
000404	  02 mutate-unit PIC X(8).
000404	  02 mutate-source PIC X(40).
000404	  02 mutate-compile-cmd PIC X(60).
000404	  02 mutate-max PIC 9(3).
000404	  02 mutate-run-cmd PIC X(60).
000404
000404	  02 HarnessStepCount PIC 9(2).
000404	  02 ListeHarnessSteps OCCURS 20 TIMES.
000404	    05 HS-exp-run PIC 9(1).
000404	    05 HS-ran PIC 9(1).
000404	    05 HS-got-rc PIC 9(4).
000404	  02 StepFileCount PIC 9(2).
000404	  02 ListeStepFiles OCCURS 40 TIMES.
000404	    05 TF-suite PIC 9(3).
000404	    05 TF-test PIC 9(3).
000404	    05 TF-step PIC 9(2).
000404	    05 TF-dir PIC X(1).
000404	    05 TF-file PIC X(40).
000404	    05 TF-key-pos PIC 9(3).
000404	    05 TF-key-len PIC 9(3).
000404	    05 TF-field PIC X(20).
000404	    05 TF-field-pos PIC 9(3).
000404	    05 TF-field-len PIC 9(3).
000404	  02 TraceKeyCount PIC 9(2).
000404	  02 ListeTraceKeys OCCURS 10 TIMES.
000404	    05 KT-suite PIC 9(3).
000404	    05 KT-test PIC 9(3).
000404	    05 KT-key PIC X(40).
000404	    05 KT-seen PIC 9(1).
000404	    05 KT-step PIC 9(2).
000404	  02 EntryCallCount PIC 9(2).
000404	  02 ListeEntryCalls OCCURS 30 TIMES.
000404	    05 EP-suite PIC 9(3).
000404	    05 EP-test PIC 9(3).
000404	    05 EP-module PIC X(8).
000404	    05 EP-entry PIC X(30).
000404	    05 EP-exp-rc PIC 9(4).
000404	    05 EP-area-in PIC X(100).
000404	    05 EP-area-out PIC X(100).
000404	    05 EP-got-rc PIC 9(4).
000404	    05 EP-called PIC 9(1).
000404
000404	  02 risk-order-mode PIC 9(1).
000404	  02 gate-pass-rate PIC 9(3).
000404	    05 RT-type PIC X(1).
000404	    05 RT-fields PIC 9(2).
000404	    05 RT-layout PIC X(1000).
000404	    05 RT-odo-counter PIC 9(2).
000404	    05 RT-odo-size PIC 9(4).
000404	    05 RT-odo-min PIC 9(4).
000404	    05 RT-odo-max PIC 9(4).
000404
000404	  02 fixture-lib-dir PIC X(40).
000404	  02 FixtureCount PIC 9(2).
000404	    05 HO-test PIC 9(3).
000404	    05 HO-expected PIC X(40).
000404	    05 HO-actual PIC X(40).
000404	  02 step-launcher PIC X(40).
000404	  02 RestartCount PIC 9(2).
000404	  02 ListeRestarts OCCURS 10 TIMES.
000404	    05 RV-suite PIC 9(3).
000404	    05 RV-test PIC 9(3).
000404	    05 RV-launcher PIC X(40).
000404	    05 RV-restart-env PIC X(64).
000404	    05 RV-points PIC X(60).
000404	  02 IdemCount PIC 9(2).
000404	  02 ListeIdem OCCURS 10 TIMES.
000404	    05 IR-suite PIC 9(3).
000404	    05 IR-test PIC 9(3).
000404	    05 IR-key-pos PIC 9(3).
000404	    05 IR-key-len PIC 9(3).
000404	    05 IR-amt-pos PIC 9(3).
000404	    05 IR-amt-len PIC 9(2).
000404	    05 IR-amt-dec PIC 9(1).
000404	    05 IR-change-set PIC X(40).
000404	  02 ContenderCount PIC 9(2).
000404	  02 ListeContenders OCCURS 20 TIMES.
000404	    05 CT-suite PIC 9(3).
000404	    05 CT-test PIC 9(3).
000404	    05 CT-prog PIC X(8).
000404	    05 CT-launcher PIC X(40).
000404	    05 CT-offset PIC 9(3)V99.
000404	    05 CT-repeat PIC 9(4).
000404	    05 CT-max-rc PIC 9(4).
000404	  02 ContentionCheckCount PIC 9(2).
000404	  02 ListeContentionChecks OCCURS 10 TIMES.
000404	    05 CC-suite PIC 9(3).
000404	    05 CC-test PIC 9(3).
000404	    05 CC-file PIC X(40).
000404	    05 CC-amt-pos PIC 9(3).
000404	    05 CC-amt-len PIC 9(2).
000404	    05 CC-amt-dec PIC 9(1).
000404	    05 CC-records PIC 9(9).
000404	    05 CC-total PIC S9(13)V99.
000404	  02 DecisionCount PIC 9(2).
000404	  02 ListeDecisions OCCURS 20 TIMES.
000404	    05 DK-suite PIC 9(3).
000404	    05 DK-test PIC 9(3).
000404	    05 DK-file PIC X(40).
000404	  02 ScenarioCount PIC 9(3).
000404	  02 ListeScenarios OCCURS 100 TIMES.
000404	    05 SC-suite PIC 9(3).
000404	    05 SC-test PIC 9(3).
000404	    05 SC-file PIC X(40).
000404	    05 SC-library PIC X(40).
000404	    05 SC-line PIC 9(5).
000404	  02 StubContractCount PIC 9(2).
000404	  02 ListeStubContracts OCCURS 50 TIMES.
000404	    05 SK-target PIC X(8).
000404	    05 SK-source PIC X(40).
000404	    05 SK-copy-dir PIC X(40).
000404	    05 SK-response PIC X(40).
000404	  02 fingerprint-file PIC X(40).
000404	  02 fingerprint-source-dir PIC X(40).
000404	  02 fingerprint-module-dir PIC X(40).
000404	  02 CalledCount PIC 9(3).
000404	  02 ListeCalled OCCURS 500 TIMES.
000404	    05 CU-suite PIC 9(3).
000404	    05 CU-test PIC 9(3).
000404	    05 CU-prog PIC X(8).
000404	  02 ResourceCount PIC 9(3).
000404	  02 ListeResources OCCURS 100 TIMES.
000404	    05 RQ-suite PIC 9(3).
000404	    05 RQ-name PIC X(20).
000404	    05 RQ-mode PIC X(1).
000404	  02 ResWaitCount PIC 9(2).
000404	  02 ListeResWaits OCCURS 50 TIMES.
000404	    05 RW-suite PIC 9(3).
000404	    05 RW-resource PIC X(20).
000404	    05 RW-seconds PIC 9(5).
000404
000404	  02 DomainCount PIC 9(2).
000404	  02 ListeDomains OCCURS 20 TIMES.
000404	    05 DM-values PIC X(60).
000404	    05 DM-nb PIC 9(2).
000404
000404	  02 PropertyCount PIC 9(2).
000404	  02 ListeProperty OCCURS 10 TIMES.
000404	    05 PP-suite PIC 9(3).
000404	    05 PP-test PIC 9(3).
000404	    05 PP-draws PIC 9(3).
000404	    05 PP-fields PIC 9(2).
000404	    05 PP-layout PIC X(1000).
000404	  02 property-draw PIC 9(3).
000404	  02 property-record PIC X(256).
000404
000404	  02 MsgCount PIC 9(3).
000404	  02 ListeMessages OCCURS 60 TIMES.
000404	    05 MsgId PIC X(8).
000404	  02 control-abort PIC 9(1).
000404	  02 control-skip-suite PIC 9(1).
000404	  02 archive-file-name PIC X(40).
000404	  02 currency-file-name PIC X(40).
000404	  02 preflight-file-name PIC X(40).
000404	  02 preflight-report-file PIC X(40).
000404	  02 defect-export-file PIC X(40).
000404	  02 listing-file-name PIC X(40).
000404	  02 host-extract-file PIC X(40).
000404	  02 host-extract-packed PIC 9(1).
000404	  02 io-volume-file PIC X(40).
000404	  02 io-growth-pct PIC 9(3).
000404	  02 ledger-file PIC X(40).
000404	  02 release-label PIC X(20).
000404	  02 release-env PIC X(10).
000404	  02 promotion-path PIC X(40).
000404	  02 decimal-locale PIC X(5).
000404	  02 owner-file-name PIC X(40).
000404	  02 OwnerCount PIC 9(2).
000404	  02 ListeOwners OCCURS 30 TIMES.
	  	10 SuiteTag PIC X(20).
	  	10 SuiteIndependent PIC 9(1).
	  	10 SuiteLogFile PIC X(24).
	  	10 SuiteLocale PIC X(5).
	  	10 SuitePrereq PIC X(20).
	  	10 SuitePack PIC X(20).
  	10 SuiteTemplate PIC X(20).
