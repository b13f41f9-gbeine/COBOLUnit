000052*>expectation) and, when the step ran, its RETURN-CODE. The
000053*>output pairs declared with CBU-add-harness-output are
000054*>compared at the end like the one-step harness does. Called
000055*>by CBU-call-test for tests with declared steps. After each
000055*>step that ran, the suite's generation data group bases roll
000055*>forward (CBU-roll-gdg): what the step created as (+1) is
000055*>(0) to the next step, and the file maps follow. Steps
000055*>imported from JCL (CBU-import-jcl) run with their own DD
000055*>mappings applied (CBU-apply-step-dds). Business keys
000055*>declared with CBU-add-trace-key are followed through each
000055*>step's declared files (CBU-trace-keys) and asserted at the
000055*>end of the stream. Each step's I/O volume is estimated from
000055*>its mapped files and DD statements (CBU-count-harness-io).
000060 IDENTIFICATION DIVISION.
000061 PROGRAM-ID.   CBU00257.
000062 ENVIRONMENT    DIVISION.
000079  01 got-rc PIC S9(9).
000080  01 assert-name PIC X(20).
000081  01 exception-text PIC X(30).
000081  01 gdg-action PIC X(1).
000081  01 map-action PIC X(1).
000081  01 dd-action PIC X(1).
000081  01 trace-action PIC X(1).
000081  01 io-action PIC X(1).
000082  01 expected-str PIC X(32000).
000083  01 actual-str PIC X(32000).
000084  COPY CBUC0002.
000135           assert-name HO-expected(h) HO-actual(h)
000136     END-IF
000137  END-PERFORM.
000137  MOVE "E" TO trace-action.
000137  CALL CBU-trace-keys USING CBU-ctx trace-action step-number
000137     HS-prog(1).
000138  EXIT PROGRAM.
000139
000140* actual code of this test's step number HS-cond-step(k);
000154  END-PERFORM.
000155
000156 2000-RUN-STEP.
000156  MOVE "B" TO trace-action.
000156  CALL CBU-trace-keys USING CBU-ctx trace-action step-number
000156     HS-prog(k).
000157* an imported job step sees its own DD statements
000157  MOVE "A" TO dd-action.
000157  CALL CBU-apply-step-dds USING CBU-ctx k dd-action.
000157  MOVE "B" TO io-action.
000157  CALL CBU-count-harness-io USING CBU-ctx io-action k.
000157  MOVE 0 TO RETURN-CODE.
000158  CALL HS-prog(k)
000159     ON EXCEPTION
000162           USING CBU-ctx HS-prog(k) exception-text
000163        MOVE 1 TO stream-broken
000164  END-CALL.
000164  MOVE RETURN-CODE TO got-rc.
000164  MOVE "A" TO io-action.
000164  CALL CBU-count-harness-io USING CBU-ctx io-action k.
000164  MOVE "R" TO dd-action.
000164  CALL CBU-apply-step-dds USING CBU-ctx k dd-action.
000165  IF stream-broken = 0
000167     MOVE 0 TO RETURN-CODE
000168     MOVE 1 TO HS-ran(k)
000168* the trace reads the outputs before (+1) rolls to (0)
000168     MOVE "A" TO trace-action
000168     CALL CBU-trace-keys USING CBU-ctx trace-action
000168        step-number HS-prog(k)
000168* the generation this step created is (0) for the next one,
000168* and generation references in the file maps move with it
000168     MOVE "R" TO gdg-action
000168     CALL CBU-roll-gdg USING CBU-ctx index-current-suite
000168        gdg-action
000168     MOVE "G" TO map-action
000168     CALL CBU-apply-file-maps USING CBU-ctx map-action
000169     IF got-rc < 0
000170        MOVE 0 TO HS-got-rc(k)
000171     ELSE
