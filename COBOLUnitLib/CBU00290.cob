000052*>3 YYYYDDD Julian). The first record outside the period
000053*>fails the assertion with its record number and date; a
000054*>date that does not decode is reported the same way. Honors
000055*>CBU-set-file-org for INDEXED and RELATIVE files.
000056* arg1: AssertName - Assertion name
000057* arg2: file-name - produced file to scan
000058* arg3: ColPos - first column of the date field (1-based)
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
000083  01 period-broken PIC 9(1).
000106  COPY CBUC0002.
000110 LINKAGE SECTION.
000111  77 AssertName PIC X(20).
000112  77 file-ref PIC X(40).
000113  77 ColPos PIC 9(3).
000114  77 DateFormat PIC 9(1).
000115  COPY CBUC0001.
000120 PROCEDURE DIVISION USING CBU-ctx AssertName file-ref
000121      ColPos DateFormat.
000121  CALL CBU-resolve-gdg USING CBU-ctx file-ref file-name.
000122  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000123  CALL CBU-get-current-date USING CBU-ctx run-date
000124     run-time.
000145  MOVE 0 TO CheckEOF.
000146  MOVE 0 TO RecordNumber.
000147  MOVE 0 TO period-broken.
000148  EVALUATE file-assert-org
000148  WHEN 1
000149     OPEN INPUT IdxCheckFile
000148  WHEN 2
000149     OPEN INPUT RelCheckFile
000148  WHEN OTHER
000151     OPEN INPUT CheckFile
000152  END-EVALUATE.
000153  PERFORM UNTIL CheckEOF = 1 OR period-broken = 1
000154     PERFORM 1000-READ-CHECK
000155     IF CheckEOF = 0
000177        END-IF
000178     END-IF
000179  END-PERFORM.
000180  EVALUATE file-assert-org
000180  WHEN 1
000181     CLOSE IdxCheckFile
000180  WHEN 2
000181     CLOSE RelCheckFile
000180  WHEN OTHER
000183     CLOSE CheckFile
000184  END-EVALUATE.
000185  IF period-broken = 1
000186     PERFORM 9000-REPORT-FAILED
000187  ELSE
000191  EXIT PROGRAM.
000192
000193 1000-READ-CHECK.
000194  EVALUATE file-assert-org
000194  WHEN 1
000195     READ IdxCheckFile
000196        AT END MOVE 1 TO CheckEOF
000197        NOT AT END MOVE IdxChkRecord TO CheckLine
000198     END-READ
000194  WHEN 2
000195     READ RelCheckFile
000196        AT END MOVE 1 TO CheckEOF
000197        NOT AT END MOVE RelChkRecord TO CheckLine
000198     END-READ
000194  WHEN OTHER
000200     READ CheckFile
000201        AT END MOVE 1 TO CheckEOF
000202     END-READ
000203  END-EVALUATE.
000204
000205 2000-DECODE-DATE.
000206  MOVE 0 TO date-ok.
