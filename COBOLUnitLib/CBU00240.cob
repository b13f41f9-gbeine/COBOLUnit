000050*>checked), and a type byte with no declared layout is itself
000051*>a failure. The first offending record fails the assertion
000052*>with its type, record number, field name and reason. Honors
000053*>CBU-set-file-org for INDEXED and RELATIVE files.
000054* arg1: AssertName - Assertion name
000055* arg2: file-name - interchange file to validate
000056* arg3: TypePos - column of the record-type byte (1-based)
000068       ORGANIZATION IS INDEXED
000069       ACCESS MODE IS SEQUENTIAL
000070       RECORD KEY IS IdxChkKey.
000067    SELECT RelCheckFile ASSIGN TO file-name
000067       ORGANIZATION IS RELATIVE
000067       ACCESS MODE IS SEQUENTIAL.
000071 DATA DIVISION.
000072 FILE SECTION.
000073 	FD CheckFile.
000076 	01 IdxChkRecord.
000077	  05 IdxChkKey PIC X(64).
000078	  05 IdxChkRest PIC X(191).
000075 	FD RelCheckFile.
000075 	01 RelChkRecord PIC X(255).
000080 WORKING-STORAGE SECTION.
000080  01 file-name PIC X(40).
000081  01 CheckEOF PIC 9(1).
000082  01 RecordNumber PIC 9(9).
000083  01 record-bad PIC 9(1).
000103  COPY CBUC0002.
000110 LINKAGE SECTION.
000111  77 AssertName PIC X(20).
000112  77 file-ref PIC X(40).
000113  77 TypePos PIC 9(3).
000114  COPY CBUC0001.
000120 PROCEDURE DIVISION USING CBU-ctx AssertName file-ref
000121      TypePos.
000121  CALL CBU-resolve-gdg USING CBU-ctx file-ref file-name.
000122  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000123  MOVE 0 TO CheckEOF.
000124  MOVE 0 TO RecordNumber.
000125  MOVE 0 TO record-bad.
000126  EVALUATE file-assert-org
000126  WHEN 1
000127     OPEN INPUT IdxCheckFile
000126  WHEN 2
000127     OPEN INPUT RelCheckFile
000126  WHEN OTHER
000129     OPEN INPUT CheckFile
000130  END-EVALUATE.
000131  PERFORM UNTIL CheckEOF = 1 OR record-bad = 1
000132     PERFORM 1000-READ-CHECK
000133     IF CheckEOF = 0
000151        END-IF
000152     END-IF
000153  END-PERFORM.
000154  EVALUATE file-assert-org
000154  WHEN 1
000155     CLOSE IdxCheckFile
000154  WHEN 2
000155     CLOSE RelCheckFile
000154  WHEN OTHER
000157     CLOSE CheckFile
000158  END-EVALUATE.
000159  IF record-bad = 1
000160     CALL CBU-log-assert-failed
000161        USING CBU-ctx AssertName diff-expected diff-actual
000168  EXIT PROGRAM.
000169
000170 1000-READ-CHECK.
000171  EVALUATE file-assert-org
000171  WHEN 1
000172     READ IdxCheckFile
000173        AT END MOVE 1 TO CheckEOF
000174        NOT AT END MOVE IdxChkRecord TO CheckLine
000175     END-READ
000171  WHEN 2
000172     READ RelCheckFile
000173        AT END MOVE 1 TO CheckEOF
000174        NOT AT END MOVE RelChkRecord TO CheckLine
000175     END-READ
000171  WHEN OTHER
000177     READ CheckFile
000178        AT END MOVE 1 TO CheckEOF
000179     END-READ
000180  END-EVALUATE.
000181
000182* check each field of the declared layout: numeric PICtures
000183* must hold only digits, alphanumeric fields must not be all
