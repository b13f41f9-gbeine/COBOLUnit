000090	  05 RU-start PIC 9(5).
000091	  05 RU-length PIC 9(5).
000100 WORKING-STORAGE SECTION.
000100  01 expected-file-name PIC X(40).
000100  01 actual-file-name PIC X(40).
000101  01 ExpectedEOF PIC 9(1).
000102  01 ActualEOF PIC 9(1).
000103  01 RulesEOF PIC 9(1).
000121  COPY CBUC0002.
000130 LINKAGE SECTION.
000131  77 AssertName PIC X(20).
000132  77 expected-file-ref PIC X(40).
000133  77 actual-file-ref PIC X(40).
000134  77 rules-file-name PIC X(40).
000135  COPY CBUC0001.
000140 PROCEDURE DIVISION USING CBU-ctx AssertName
000141      expected-file-ref actual-file-ref rules-file-name.
000141  CALL CBU-resolve-gdg USING CBU-ctx expected-file-ref
000141     expected-file-name.
000141  CALL CBU-resolve-gdg USING CBU-ctx actual-file-ref
000141     actual-file-name.
000142  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000143  MOVE 0 TO RulesEOF.
000144  MOVE 0 TO RuleCount.
