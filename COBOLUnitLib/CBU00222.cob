000048*>varies fastest - and the matching comma-separated value is
000049*>returned, so a failure on row N is reproducible as the exact
000050*>input combination row N represented.
000050*>For a test driven by a decision table
000050*>(CBU-add-test-decision-table) the value is the condition of
000050*>the rule the row stands for.
000051* arg1: FieldName - field declared with CBU-add-test-domain
000052* arg2: ValueOut - the field's value on this data row
000060 IDENTIFICATION DIVISION.
000072  01 row-index PIC 9(7).
000073  01 value-index PIC 9(2).
000074  01 c PIC 9(2).
000074  01 dt PIC 9(2).
000074  01 value-action PIC X(1) VALUE "C".
000074  01 rule-no PIC 9(3).
000074  01 found PIC 9(1).
000075  01 val-start PIC 9(2).
000076  01 val-count PIC 9(2).
000077  01 val-len PIC 9(2).
000094  ELSE
000095     MOVE 0 TO row-index
000096  END-IF.
000096*>a decision-table test reads the conditions of its rule
000096  PERFORM VARYING dt FROM 1 BY 1 UNTIL dt > DecisionCount
000096     IF DK-suite(dt) = index-current-suite
000096        AND DK-test(dt) = index-current-test
000096        MOVE current-data-row TO rule-no
000096        CALL CBU-decision-table USING CBU-ctx value-action
000096           DK-file(dt) rule-no FieldName ValueOut found
000096        IF found = 1
000096           EXIT PROGRAM
000096        END-IF
000096     END-IF
000096  END-PERFORM.
000097  PERFORM VARYING d FROM 1 BY 1 UNTIL d > DomainCount
000098     IF DM-suite(d) = index-current-suite
000099        AND DM-test(d) = index-current-test
