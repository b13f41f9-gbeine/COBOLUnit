000074 	FD ActualFile.
000075 	01 ActualLine PIC X(255).
000080 WORKING-STORAGE SECTION.
000080  01 expected-file-name PIC X(40).
000080  01 actual-file-name PIC X(40).
000081  01 ExpectedEOF PIC 9(1).
000082  01 ActualEOF PIC 9(1).
000083  01 RecordNumber PIC 9(9).
000089  COPY CBUC0002.
000090 LINKAGE SECTION.
000091  77 AssertName PIC X(20).
000092  77 expected-file-ref PIC X(40).
000093  77 actual-file-ref PIC X(40).
000094  COPY CBUC0001.
000100 PROCEDURE DIVISION USING CBU-ctx AssertName
000101      expected-file-ref actual-file-ref.
000101  CALL CBU-resolve-gdg USING CBU-ctx expected-file-ref
000101     expected-file-name.
000101  CALL CBU-resolve-gdg USING CBU-ctx actual-file-ref
000101     actual-file-name.
000102  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000103  MOVE 0 TO ExpectedEOF.
000104  MOVE 0 TO ActualEOF.
