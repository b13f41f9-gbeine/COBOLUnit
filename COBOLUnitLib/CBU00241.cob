000054*>  'N' - value must be all digits
000055*>  'B' - value must not be blank
000056*>  'R' - value must be numeric between "min,max" inclusive
000057*>Honors CBU-set-file-org for INDEXED and RELATIVE files.
000058* arg1: AssertName - Assertion name
000059* arg2: file-name - produced file to profile
000060* arg3: ColPos - first column of the field (1-based)
000072       ORGANIZATION IS INDEXED
000073       ACCESS MODE IS SEQUENTIAL
000074       RECORD KEY IS IdxChkKey.
000071    SELECT RelCheckFile ASSIGN TO file-name
000071       ORGANIZATION IS RELATIVE
000071       ACCESS MODE IS SEQUENTIAL.
000075 DATA DIVISION.
000076 FILE SECTION.
000077 	FD CheckFile.
000080 	01 IdxChkRecord.
000081	  05 IdxChkKey PIC X(64).
000082	  05 IdxChkRest PIC X(191).
000079 	FD RelCheckFile.
000079 	01 RelChkRecord PIC X(255).
000090 WORKING-STORAGE SECTION.
000090  01 file-name PIC X(40).
000091  01 CheckEOF PIC 9(1).
000092  01 RecordNumber PIC 9(9).
000093  01 rule-broken PIC 9(1).
000117  COPY CBUC0002.
000120 LINKAGE SECTION.
000121  77 AssertName PIC X(20).
000122  77 file-ref PIC X(40).
000123  77 ColPos PIC 9(3).
000124  77 ColLen PIC 9(2).
000125  77 RuleType PIC X(1).
000126  77 RuleValues PIC X(60).
000127  COPY CBUC0001.
000130 PROCEDURE DIVISION USING CBU-ctx AssertName file-ref
000131      ColPos ColLen RuleType RuleValues.
000131  CALL CBU-resolve-gdg USING CBU-ctx file-ref file-name.
000132  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000133  MOVE 0 TO CheckEOF.
000134  MOVE 0 TO RecordNumber.
000139  IF RuleType = "R"
000140     PERFORM 3000-PARSE-RANGE
000141  END-IF.
000142  EVALUATE file-assert-org
000142  WHEN 1
000143     OPEN INPUT IdxCheckFile
000142  WHEN 2
000143     OPEN INPUT RelCheckFile
000142  WHEN OTHER
000145     OPEN INPUT CheckFile
000146  END-EVALUATE.
000147  PERFORM UNTIL CheckEOF = 1 OR rule-broken = 1
000148     PERFORM 1000-READ-CHECK
000149     IF CheckEOF = 0
000154        PERFORM 2100-CHECK-RULE
000155     END-IF
000156  END-PERFORM.
000157  EVALUATE file-assert-org
000157  WHEN 1
000158     CLOSE IdxCheckFile
000157  WHEN 2
000158     CLOSE RelCheckFile
000157  WHEN OTHER
000160     CLOSE CheckFile
000161  END-EVALUATE.
000162  DISPLAY "|   distinct values of column " ColPos ":".
000163  PERFORM VARYING v FROM 1 BY 1 UNTIL v > seen-count
000164     DISPLAY "|     '" SeenValue(v) "' x " SeenNb(v)
000175  EXIT PROGRAM.
000176
000177 1000-READ-CHECK.
000178  EVALUATE file-assert-org
000178  WHEN 1
000179     READ IdxCheckFile
000180        AT END MOVE 1 TO CheckEOF
000181        NOT AT END MOVE IdxChkRecord TO CheckLine
000182     END-READ
000178  WHEN 2
000179     READ RelCheckFile
000180        AT END MOVE 1 TO CheckEOF
000181        NOT AT END MOVE RelChkRecord TO CheckLine
000182     END-READ
000178  WHEN OTHER
000184     READ CheckFile
000185        AT END MOVE 1 TO CheckEOF
000186     END-READ
000187  END-EVALUATE.
000188
000189 2000-TALLY-SEEN.
000190  MOVE 0 TO seen-found.
