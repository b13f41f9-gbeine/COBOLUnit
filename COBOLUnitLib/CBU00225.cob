000047*>"return-code" assertion against the expected RETURN-CODE,
000048*>and apply CBU-assert-file-equals to every declared output
000049*>pair. Called by CBU-call-test for tests registered with
000050*>CBU-add-harness. The suite's generation data group bases
000050*>roll forward after the program ran, so its outputs can be
000050*>asserted as (0). The program's I/O volume is estimated from
000050*>its mapped files (CBU-count-harness-io).
000060 IDENTIFICATION DIVISION.
000061 PROGRAM-ID.   CBU00225.
000062 ENVIRONMENT    DIVISION.
000075  01 expected-str PIC X(32000).
000076  01 actual-str PIC X(32000).
000077  01 h PIC 9(2).
000077  01 gdg-action PIC X(1).
000077  01 io-action PIC X(1).
000077  01 io-step PIC 9(2) VALUE 0.
000078  COPY CBUC0002.
000080 LINKAGE SECTION.
000081  COPY CBUC0001.
000090 PROCEDURE DIVISION USING CBU-ctx.
000091  MOVE harness-prog(index-current-suite,index-current-test)
000092     TO batch-prog.
000093  MOVE "B" TO io-action.
000093  CALL CBU-count-harness-io USING CBU-ctx io-action io-step.
000093  MOVE 0 TO RETURN-CODE.
000094  CALL batch-prog
000095     ON EXCEPTION
000099        EXIT PROGRAM
000100  END-CALL.
000101  MOVE RETURN-CODE TO got-rc.
000101  MOVE "A" TO io-action.
000101  CALL CBU-count-harness-io USING CBU-ctx io-action io-step.
000102  MOVE 0 TO RETURN-CODE.
000102* the generation the step created becomes (0)
000102  MOVE "R" TO gdg-action.
000102  CALL CBU-roll-gdg USING CBU-ctx index-current-suite
000102     gdg-action.
000103  MOVE "return-code" TO assert-name.
000104  CALL CBU-add-assert-run USING CBU-ctx assert-name.
000105  IF got-rc = harness-rc(index-current-suite,
