000174    01 exception-text PIC X(30).
000174    01 step-found PIC 9(1).
000174    01 step-scan PIC 9(2).
000174    01 entry-found PIC 9(1).
000174    01 restart-found PIC 9(1).
000174    01 idem-found PIC 9(1).
000174    01 contention-found PIC 9(1).
000174    01 scenario-found PIC 9(1).
000174    01 scenario-scan PIC 9(3).
000171    COPY CBUC0002.
000171    COPY CBUC0003.
000180    LINKAGE SECTION.
000190    01 NomTest PIC X(20).
000191    COPY CBUC0001.
000288                MOVE 1 TO step-found
000288             END-IF
000288          END-PERFORM.
000288          MOVE 0 TO entry-found.
000288          PERFORM VARYING step-scan FROM 1 BY 1
000288             UNTIL step-scan > EntryCallCount
000288             IF EP-suite(step-scan) = index-current-suite
000288                AND EP-test(step-scan) = index-current-test
000288                MOVE 1 TO entry-found
000288             END-IF
000288          END-PERFORM.
000288          MOVE 0 TO restart-found.
000288          PERFORM VARYING step-scan FROM 1 BY 1
000288             UNTIL step-scan > RestartCount
000288             IF RV-suite(step-scan) = index-current-suite
000288                AND RV-test(step-scan) = index-current-test
000288                MOVE 1 TO restart-found
000288             END-IF
000288          END-PERFORM.
000288          MOVE 0 TO idem-found.
000288          PERFORM VARYING step-scan FROM 1 BY 1
000288             UNTIL step-scan > IdemCount
000288             IF IR-suite(step-scan) = index-current-suite
000288                AND IR-test(step-scan) = index-current-test
000288                MOVE 1 TO idem-found
000288             END-IF
000288          END-PERFORM.
000288          MOVE 0 TO contention-found.
000288          PERFORM VARYING step-scan FROM 1 BY 1
000288             UNTIL step-scan > ContenderCount
000288             IF CT-suite(step-scan) = index-current-suite
000288                AND CT-test(step-scan) = index-current-test
000288                MOVE 1 TO contention-found
000288             END-IF
000288          END-PERFORM.
000288          MOVE 0 TO scenario-found.
000288          PERFORM VARYING scenario-scan FROM 1 BY 1
000288             UNTIL scenario-scan > ScenarioCount
000288             IF SC-suite(scenario-scan) = index-current-suite
000288                AND SC-test(scenario-scan) = index-current-test
000288                MOVE 1 TO scenario-found
000288             END-IF
000288          END-PERFORM.
000288          IF step-found = 1
000288             CALL CBU-run-steps USING CBU-ctx
000288          ELSE
000288          IF entry-found = 1
000288             CALL CBU-run-entries USING CBU-ctx
000288          ELSE
000288          IF restart-found = 1
000288             CALL CBU-run-restart USING CBU-ctx
000288          ELSE
000288          IF idem-found = 1
000288             CALL CBU-run-rerun USING CBU-ctx
000288          ELSE
000288          IF contention-found = 1
000288             CALL CBU-run-contention USING CBU-ctx
000288          ELSE
000288          IF scenario-found = 1
000288             CALL CBU-run-scenario USING CBU-ctx
000288          ELSE
000288          IF shadow-prog(index-current-suite,
000288             index-current-test) <> SPACES
000288             CALL CBU-run-shadow USING CBU-ctx
000290                   OR retry-attempt > retry-count(
000290                      index-current-suite,index-current-test)
000290                MOVE 0 TO RETURN-CODE
000290*               only the attempt that counts keeps its I/O
000290                MOVE 0 TO io-volume-count
000290                CALL NomTest USING CBU-ctx
000290                   ON EXCEPTION
000290                      MOVE FUNCTION EXCEPTION-STATUS
000290          END-IF
000290          END-IF
000290          END-IF
000290          END-IF
000290          END-IF
000290          END-IF
000290          END-IF
000290          END-IF
000290          END-IF.
000320          MOVE "R" TO map-action.
000321          CALL CBU-apply-file-maps USING CBU-ctx map-action.
