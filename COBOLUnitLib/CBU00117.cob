000048*>default; after CBU-set-file-org 1 both sides are read as
000049*>INDEXED files in key order (leading 64-byte key convention),
000050*>so an indexed batch master can be compared without an
000051*>unload step. After CBU-set-file-org 2 both sides are read
000051*>as RELATIVE files in slot order, empty slots skipped, and
000051*>slot position is checked: a paired record whose slot numbers
000051*>differ is a mismatch even when the bytes agree, so a record
000051*>written to the wrong slot fails the assertion.
000052* arg1: AssertName - Assertion name
000053* arg2: expected-file-name - blessed expected output file
000054* arg3: actual-file-name - freshly produced output file
000069       ORGANIZATION IS INDEXED
000070       ACCESS MODE IS SEQUENTIAL
000071       RECORD KEY IS IdxActKey.
000064    SELECT RelExpectedFile ASSIGN TO expected-file-name
000064       ORGANIZATION IS RELATIVE
000064       ACCESS MODE IS SEQUENTIAL
000064       RELATIVE KEY IS rel-exp-slot.
000068    SELECT RelActualFile ASSIGN TO actual-file-name
000068       ORGANIZATION IS RELATIVE
000068       ACCESS MODE IS SEQUENTIAL
000068       RELATIVE KEY IS rel-act-slot.
000072 DATA DIVISION.
000073 FILE SECTION.
000074 	FD ExpectedFile.
000083 	01 IdxActRecord.
000084	  05 IdxActKey PIC X(64).
000085	  05 IdxActRest PIC X(191).
000078 	FD RelExpectedFile.
000078 	01 RelExpRecord PIC X(255).
000082 	FD RelActualFile.
000082 	01 RelActRecord PIC X(255).
000070 WORKING-STORAGE SECTION.
000070  01 expected-file-name PIC X(40).
000070  01 actual-file-name PIC X(40).
000070  01 rel-exp-slot PIC 9(9) VALUE 0.
000070  01 rel-act-slot PIC 9(9) VALUE 0.
000071  01 ExpectedEOF PIC 9(1) VALUE 0.
000072  01 ActualEOF PIC 9(1) VALUE 0.
000073  01 RecordNumber PIC 9(9) VALUE 0.
000079  COPY CBUC0002.
000080 LINKAGE SECTION.
000081  77 AssertName PIC X(20).
000082  77 expected-file-ref PIC X(40).
000083  77 actual-file-ref PIC X(40).
000084  COPY CBUC0001.
000090 PROCEDURE DIVISION USING CBU-ctx AssertName
000091      expected-file-ref actual-file-ref.
000091  CALL CBU-resolve-gdg USING CBU-ctx expected-file-ref
000091     expected-file-name.
000091  CALL CBU-resolve-gdg USING CBU-ctx actual-file-ref
000091     actual-file-name.
000091	CALL CBU-add-assert-run USING CBU-ctx AssertName.
000092  EVALUATE file-assert-org
000092  WHEN 1
000092     OPEN INPUT IdxExpectedFile
000092     OPEN INPUT IdxActualFile
000092  WHEN 2
000092     OPEN INPUT RelExpectedFile
000092     OPEN INPUT RelActualFile
000092  WHEN OTHER
000092     OPEN INPUT ExpectedFile
000093     OPEN INPUT ActualFile
000093  END-EVALUATE.
000094  PERFORM UNTIL (ExpectedEOF = 1 AND ActualEOF = 1)
000095              OR stop-compare = 1
000096     IF ExpectedEOF = 0
000103     IF ExpectedEOF <> ActualEOF
000104        OR (ExpectedEOF = 0 AND ActualEOF = 0
000105            AND ExpectedLine <> ActualLine)
000105        OR (file-assert-org = 2
000105            AND ExpectedEOF = 0 AND ActualEOF = 0
000105            AND rel-exp-slot <> rel-act-slot)
000106        ADD 1 TO nb-mismatch
000106        IF nb-first < 5
000106           ADD 1 TO nb-first
000106        MOVE 1 TO files-differ
000107        IF ExpectedEOF = 1 THEN MOVE SPACES TO ExpectedLine END-IF
000108        IF ActualEOF = 1 THEN MOVE SPACES TO ActualLine END-IF
000109        IF file-assert-org = 2
000109           STRING "record " RecordNumber " slot " rel-exp-slot
000109              ": " ExpectedLine INTO diff-expected
000110           STRING "record " RecordNumber " slot " rel-act-slot
000110              ": " ActualLine INTO diff-actual
000110        ELSE
000109           STRING "record " RecordNumber ": " ExpectedLine
000109              INTO diff-expected
000110           STRING "record " RecordNumber ": " ActualLine
000110              INTO diff-actual
000110        END-IF
000110        END-IF
000110* stop at the first mismatch unless a cap was declared, and
000110* at the cap when one was
000110        END-IF
000110     END-IF
000111  END-PERFORM.
000112  EVALUATE file-assert-org
000112  WHEN 1
000112     CLOSE IdxExpectedFile
000112     CLOSE IdxActualFile
000112  WHEN 2
000112     CLOSE RelExpectedFile
000112     CLOSE RelActualFile
000112  WHEN OTHER
000112     CLOSE ExpectedFile
000113     CLOSE ActualFile
000113  END-EVALUATE.
000114  IF files-differ = 1
000114     IF nb-mismatch > 1
000114        DISPLAY "|   " nb-mismatch " mismatching record(s)"
000140  EXIT PROGRAM.
000141
000142 1000-READ-EXPECTED.
000143  EVALUATE file-assert-org
000143  WHEN 1
000144     READ IdxExpectedFile
000145        AT END MOVE 1 TO ExpectedEOF
000146        NOT AT END MOVE IdxExpRecord TO ExpectedLine
000147     END-READ
000143  WHEN 2
000144     READ RelExpectedFile
000145        AT END MOVE 1 TO ExpectedEOF
000146        NOT AT END MOVE RelExpRecord TO ExpectedLine
000147     END-READ
000143  WHEN OTHER
000149     READ ExpectedFile
000150        AT END MOVE 1 TO ExpectedEOF
000151     END-READ
000152  END-EVALUATE.
000153
000154 1100-READ-ACTUAL.
000155  EVALUATE file-assert-org
000155  WHEN 1
000156     READ IdxActualFile
000157        AT END MOVE 1 TO ActualEOF
000158        NOT AT END MOVE IdxActRecord TO ActualLine
000159     END-READ
000155  WHEN 2
000156     READ RelActualFile
000157        AT END MOVE 1 TO ActualEOF
000158        NOT AT END MOVE RelActRecord TO ActualLine
000159     END-READ
000155  WHEN OTHER
000161     READ ActualFile
000162        AT END MOVE 1 TO ActualEOF
000163     END-READ
000164  END-EVALUATE.
000165 END PROGRAM CBU00117.
