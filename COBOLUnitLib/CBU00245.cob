000072 	FD DocFile.
000073 	01 DocLine PIC X(255).
000080 WORKING-STORAGE SECTION.
000080  01 file-name PIC X(40).
000081  01 DocEOF PIC 9(1).
000082  01 doc-buf PIC X(32000).
000083  01 doc-len PIC 9(5).
000108  COPY CBUC0002.
000110 LINKAGE SECTION.
000111  77 AssertName PIC X(20).
000112  77 file-ref PIC X(40).
000113  77 FieldPath PIC X(60).
000114  77 ExpectedValue PIC X(40).
000120 COPY CBUC0001.
000130 PROCEDURE DIVISION USING CBU-ctx AssertName file-ref
000131      FieldPath ExpectedValue.
000131  CALL CBU-resolve-gdg USING CBU-ctx file-ref file-name.
000132  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000133  PERFORM 1000-LOAD-DOCUMENT.
000134  IF doc-overflow = 1
