000054		ORGANIZATION IS LINE SEQUENTIAL.
000055    SELECT OPTIONAL CoverageMap ASSIGN TO coverage-map-file
000056		ORGANIZATION IS LINE SEQUENTIAL.
000056    SELECT OPTIONAL IoVolume ASSIGN TO io-volume-file
000056		ORGANIZATION IS LINE SEQUENTIAL.
000060 DATA DIVISION.
000061 FILE SECTION.
000062 	FD OutputCapture.
000066	  05 CM-suite PIC X(20).
000067	  05 CM-test PIC X(20).
000068	  05 CM-paragraph PIC X(30).
000068 	FD IoVolume.
000068 	01 IoVolumeRecord.
000068	  05 VH-stamp PIC 9(14).
000068	  05 VH-suite PIC X(20).
000068	  05 VH-test PIC X(20).
000068	  05 VH-file PIC X(30).
000068	  05 VH-reads PIC 9(7).
000068	  05 VH-writes PIC 9(7).
000070 WORKING-STORAGE SECTION.
000071   COPY CBUC0002.
000071   COPY CBUC0003.
000086  01 desc-taille PIC 99999.
000086  01 error-prog-name PIC X(20).
000086  01 cov-idx PIC 9(3).
000086  01 io-idx PIC 9(2).
000086  01 prop-idx PIC 9(2).
000086  01 fixture-action PIC X(1).
000086  01 msg-id PIC X(8).
000086  01 msg-text PIC X(60).
000086  01 msg-run-text PIC X(15).
000086  01 domain-field PIC X(20).
000086  01 domain-value PIC X(20).
000086  01 dt-action PIC X(1).
000086  01 dt-rule PIC 9(3).
000086  01 dt-column PIC X(20).
000086  01 dt-value PIC X(20).
000086  01 dt-found PIC 9(1).
000086  01 lock-name PIC X(40).
000086  01 lock-rc PIC 9(1).
000085
000114    MOVE 0 TO file-assert-org
000114    MOVE 0 TO RecLayoutCount
000114    MOVE SPACES TO accept-script-file
000114    MOVE 0 TO sql-exec-count
000114    MOVE SPACES TO sql-response-file
000114    MOVE 0 TO cics-exec-count
000114    MOVE SPACES TO cics-response-file
000114    MOVE 0 TO screen-capture-count
000114    MOVE 0 TO screen-play-count
000114    MOVE 0 TO file-fault-count
000114    MOVE 0 TO io-volume-count
000114    MOVE 0 TO SC-pending
000114    MOVE SPACES TO screen-script-file
000114    MOVE 0 TO accept-play-count
000114    MOVE 0 TO accept-starved
000114    PERFORM VARYING WS-CNT1 FROM 1 BY 1
000134                error-prog-name
000134                exception-text
000134      END-IF
000134* a property test draws its own inputs - the property runner
000134* takes the place of the data-row loop
000134    MOVE 0 TO prop-idx
000134    PERFORM VARYING cov-idx FROM 1 BY 1
000134       UNTIL cov-idx > PropertyCount
000134       IF PP-suite(cov-idx) = index-current-suite
000134          AND PP-test(cov-idx) = index-current-test
000134          MOVE cov-idx TO prop-idx
000134       END-IF
000134    END-PERFORM
000134    IF prop-idx > 0
000134       CALL CBU-run-property USING CBU-ctx nTest
000134    END-IF
000134* a decision table is checked for gaps and conflicts before
000134* its rules are run
000134    PERFORM VARYING cov-idx FROM 1 BY 1
000134       UNTIL cov-idx > DecisionCount
000134       IF DK-suite(cov-idx) = index-current-suite
000134          AND DK-test(cov-idx) = index-current-test
000134          MOVE "K" TO dt-action
000134          CALL CBU-decision-table USING CBU-ctx dt-action
000134             DK-file(cov-idx) dt-rule dt-column dt-value dt-found
000134       END-IF
000134    END-PERFORM
000134    MOVE 1 TO current-data-row
000134    PERFORM UNTIL current-data-row >
000134        nb-data-rows(index-current-suite,index-current-test)
000134        OR prop-idx > 0
000134      PERFORM VARYING cov-idx FROM 1 BY 1
000134         UNTIL cov-idx > DomainCount
000134         IF DM-suite(cov-idx) = index-current-suite
000136       CLOSE CoverageMap
000136       CALL CBU-release-lock USING CBU-ctx lock-name
000136    END-IF
000136* keep the records read and written per file with the result,
000136* for CBU-report-io-volume to hold against the previous run -
000136* soak iterations and deliberately perturbed or mutated
000136* replays would only blur that baseline
000136    IF io-volume-file <> SPACES AND io-volume-count > 0
000136       AND soak-mode = 0 AND perturb-mode = 0
000136       AND mutate-mode = 0
000136       MOVE io-volume-file TO lock-name
000136       CALL CBU-acquire-lock USING CBU-ctx lock-name lock-rc
000136       OPEN EXTEND IoVolume
000136       PERFORM VARYING io-idx FROM 1 BY 1
000136          UNTIL io-idx > io-volume-count
000136          MOVE run-stamp TO VH-stamp
000136          MOVE SuiteName(index-current-suite) TO VH-suite
000136          MOVE nTest TO VH-test
000136          MOVE IV-file(io-idx) TO VH-file
000136          MOVE IV-reads(io-idx) TO VH-reads
000136          MOVE IV-writes(io-idx) TO VH-writes
000136          WRITE IoVolumeRecord
000136       END-PERFORM
000136       CLOSE IoVolume
000136       CALL CBU-release-lock USING CBU-ctx lock-name
000136    END-IF
000136* a frozen clock must not leak into the next test - except in
000136* a cycle simulation, where the cycle driver owns the clock
000136    IF cycle-mode = 0
000202             CANCEL StubTargetName(index1)
000202          END-IF
000202       END-PERFORM
000202* the load modules the test's entry calls shared
000202       PERFORM VARYING index1 FROM 1 BY 1
000202          UNTIL index1 > EntryCallCount
000202          IF EP-suite(index1) = index-current-suite
000202             AND EP-test(index1) = index-current-test
000202             IF EP-module(index1) <> SPACES
000202                CANCEL EP-module(index1)
000202             ELSE
000202                CANCEL EP-entry(index1)
000202             END-IF
000202          END-IF
000202       END-PERFORM
000202    END-IF
000203   EXIT PROGRAM.
000210 END PROGRAM CBU00009.
