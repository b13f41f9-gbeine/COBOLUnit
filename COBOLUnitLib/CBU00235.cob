000053*>by 20 bytes of PIC clause text per field, in declaration
000054*>order; each field's byte width is derived from its PIC text
000055*>(X/9/A/Z and edit symbols count, S V P do not). Honors
000056*>CBU-set-file-org for INDEXED and RELATIVE files like the
000057*>rest of the family.
000058* arg1: AssertName - Assertion name
000059* arg2: expected-file-name - blessed expected output file
000060* arg3: actual-file-name - freshly produced output file
000084       ORGANIZATION IS INDEXED
000085       ACCESS MODE IS SEQUENTIAL
000086       RECORD KEY IS IdxActKey.
000079    SELECT RelExpectedFile ASSIGN TO expected-file-name
000079       ORGANIZATION IS RELATIVE
000079       ACCESS MODE IS SEQUENTIAL.
000083    SELECT RelActualFile ASSIGN TO actual-file-name
000083       ORGANIZATION IS RELATIVE
000083       ACCESS MODE IS SEQUENTIAL.
000090 DATA DIVISION.
000091 FILE SECTION.
000092 	FD ExpectedFile.
000101 	01 IdxActRecord.
000102	  05 IdxActKey PIC X(64).
000103	  05 IdxActRest PIC X(191).
000096 	FD RelExpectedFile.
000096 	01 RelExpRecord PIC X(255).
000100 	FD RelActualFile.
000100 	01 RelActRecord PIC X(255).
000110 WORKING-STORAGE SECTION.
000110  01 expected-file-name PIC X(40).
000110  01 actual-file-name PIC X(40).
000111  01 ExpectedEOF PIC 9(1).
000112  01 ActualEOF PIC 9(1).
000113  01 RecordNumber PIC 9(5).
000129  COPY CBUC0002.
000130 LINKAGE SECTION.
000131  77 AssertName PIC X(20).
000132  77 expected-file-ref PIC X(40).
000133  77 actual-file-ref PIC X(40).
000134  77 FieldCount PIC 9(5).
000135  77 RecordLayout PIC X(32000).
000136  COPY CBUC0001.
000140 PROCEDURE DIVISION USING CBU-ctx AssertName
000141      expected-file-ref actual-file-ref
000142      FieldCount RecordLayout.
000142  CALL CBU-resolve-gdg USING CBU-ctx expected-file-ref
000142     expected-file-name.
000142  CALL CBU-resolve-gdg USING CBU-ctx actual-file-ref
000142     actual-file-name.
000143  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000144  MOVE 0 TO ExpectedEOF.
000145  MOVE 0 TO ActualEOF.
000146  MOVE 0 TO RecordNumber.
000147  MOVE 0 TO files-differ.
000148  EVALUATE file-assert-org
000148  WHEN 1
000149     OPEN INPUT IdxExpectedFile
000150     OPEN INPUT IdxActualFile
000148  WHEN 2
000149     OPEN INPUT RelExpectedFile
000150     OPEN INPUT RelActualFile
000148  WHEN OTHER
000152     OPEN INPUT ExpectedFile
000153     OPEN INPUT ActualFile
000154  END-EVALUATE.
000155  PERFORM UNTIL (ExpectedEOF = 1 AND ActualEOF = 1)
000156              OR files-differ = 1
000157     IF ExpectedEOF = 0
000178        PERFORM 2000-MAP-FIELD
000179     END-IF
000180  END-PERFORM.
000181  EVALUATE file-assert-org
000181  WHEN 1
000182     CLOSE IdxExpectedFile
000183     CLOSE IdxActualFile
000181  WHEN 2
000182     CLOSE RelExpectedFile
000183     CLOSE RelActualFile
000181  WHEN OTHER
000185     CLOSE ExpectedFile
000186     CLOSE ActualFile
000187  END-EVALUATE.
000188  IF files-differ = 1
000189     CALL CBU-log-assert-failed
000190        USING CBU-ctx AssertName diff-expected diff-actual
000197  EXIT PROGRAM.
000198
000199 1000-READ-EXPECTED.
000200  EVALUATE file-assert-org
000200  WHEN 1
000201     READ IdxExpectedFile
000202        AT END MOVE 1 TO ExpectedEOF
000203        NOT AT END MOVE IdxExpRecord TO ExpectedLine
000204     END-READ
000200  WHEN 2
000201     READ RelExpectedFile
000202        AT END MOVE 1 TO ExpectedEOF
000203        NOT AT END MOVE RelExpRecord TO ExpectedLine
000204     END-READ
000200  WHEN OTHER
000206     READ ExpectedFile
000207        AT END MOVE 1 TO ExpectedEOF
000208     END-READ
000209  END-EVALUATE.
000210
000211 1100-READ-ACTUAL.
000212  EVALUATE file-assert-org
000212  WHEN 1
000213     READ IdxActualFile
000214        AT END MOVE 1 TO ActualEOF
000215        NOT AT END MOVE IdxActRecord TO ActualLine
000216     END-READ
000212  WHEN 2
000213     READ RelActualFile
000214        AT END MOVE 1 TO ActualEOF
000215        NOT AT END MOVE RelActRecord TO ActualLine
000216     END-READ
000212  WHEN OTHER
000218     READ ActualFile
000219        AT END MOVE 1 TO ActualEOF
000220     END-READ
000221  END-EVALUATE.
000222
000223* walk the layout accumulating field offsets until the field
000224* holding the first mismatching bytes is found
