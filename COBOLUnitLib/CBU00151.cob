000045*>Control-totals assertion over a produced file (LINE
000046*>SEQUENTIAL by default; after CBU-set-file-org 1 the file is
000047*>read as INDEXED with the leading 64-byte key convention, so
000048*>an indexed master balances without an unload step; after
000048*>CBU-set-file-org 2 it is read as RELATIVE in slot order),
000049*>the way operations balances a batch output: the file's
000047*>record count and the sum of one declared numeric column are
000048*>compared against expected totals. The column is read as
000051*>record's value negative. Pass ColLen = 0 for a record-count
000052*>only check; call again with another column to balance
000053*>several columns of the same file.
000053*>A printed decimal point in the column ('.', or ',' under
000053*>the COMMA locale) takes precedence: the digits after it are
000053*>the decimals, scaled to ColDec places; the grouping
000053*>character is ignored like the other punctuation. The
000053*>failure message shows the totals with the locale's decimal
000053*>point.
000054* arg1: AssertName - Assertion name
000055* arg2: file-name - produced file to balance
000056* arg3: ExpectedCount - expected record count
000068       ORGANIZATION IS INDEXED
000068       ACCESS MODE IS SEQUENTIAL
000068       RECORD KEY IS IdxTotKey.
000068    SELECT RelTotalFile ASSIGN TO file-name
000068       ORGANIZATION IS RELATIVE
000068       ACCESS MODE IS SEQUENTIAL.
000070 DATA DIVISION.
000071 FILE SECTION.
000072 	FD TotalFile.
000074 	01 IdxTotRecord.
000074	  05 IdxTotKey PIC X(64).
000074	  05 IdxTotRest PIC X(191).
000074 	FD RelTotalFile.
000074 	01 RelTotRecord PIC X(255).
000080 WORKING-STORAGE SECTION.
000080  01 file-name PIC X(40).
000081  01 TotalEOF PIC 9(1).
000082  01 RecordCount PIC 9(9).
000083  01 col-byte PIC X(1).
000089  01 actual-total PIC S9(13)V99 COMP-3.
000090  01 edit-total PIC -(13)9.99.
000091  01 edit-expected PIC -(13)9.99.
000091  01 fld-point-seen PIC 9(1).
000091  01 fld-dec PIC 9(2).
000091  01 decimal-char PIC X(1).
000091  01 group-char PIC X(1).
000091  01 field-sep PIC X(1).
000092  01 diff-expected PIC X(32000) VALUE SPACES.
000093  01 diff-actual PIC X(32000) VALUE SPACES.
000094  COPY CBUC0002.
000100 LINKAGE SECTION.
000101  77 AssertName PIC X(20).
000102  77 file-ref PIC X(40).
000103  77 ExpectedCount PIC 9(9).
000104  77 ColPos PIC 9(3).
000105  77 ColLen PIC 9(2).
000106  77 ColDec PIC 9(1).
000107  77 ExpectedTotal PIC S9(13)V99 COMP-3.
000108  COPY CBUC0001.
000110 PROCEDURE DIVISION USING CBU-ctx AssertName file-ref
000111      ExpectedCount ColPos ColLen ColDec ExpectedTotal.
000111  CALL CBU-resolve-gdg USING CBU-ctx file-ref file-name.
000112  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000113  MOVE 0 TO TotalEOF.
000114  MOVE 0 TO RecordCount.
000115  INITIALIZE diff-expected.
000115  INITIALIZE diff-actual.
000115  MOVE 0 TO total-raw.
000115  CALL CBU-get-locale
000115     USING CBU-ctx decimal-char group-char field-sep.
000116  EVALUATE file-assert-org
000116  WHEN 1
000116     OPEN INPUT IdxTotalFile
000116  WHEN 2
000116     OPEN INPUT RelTotalFile
000116  WHEN OTHER
000116     OPEN INPUT TotalFile
000116  END-EVALUATE.
000117  PERFORM UNTIL TotalEOF = 1
000118     PERFORM 1000-READ-TOTAL
000119     IF TotalEOF = 0
000122           IF ColLen > 0
000123              MOVE 0 TO fld-raw
000124              MOVE 0 TO fld-negative
000124              MOVE 0 TO fld-point-seen
000124              MOVE 0 TO fld-dec
000125              PERFORM VARYING c FROM 0 BY 1
000126                 UNTIL c >= ColLen
000127                 MOVE TotalLine(ColPos + c:1) TO col-byte
000128                 IF col-byte >= "0" AND col-byte <= "9"
000129                    MOVE col-byte TO col-digit-x
000130                    COMPUTE fld-raw = fld-raw * 10 + col-digit
000130                    IF fld-point-seen = 1
000130                       ADD 1 TO fld-dec
000130                    END-IF
000131                 END-IF
000132                 IF col-byte = decimal-char
000132                    MOVE 1 TO fld-point-seen
000132                 END-IF
000132                 IF col-byte = "-"
000133                    MOVE 1 TO fld-negative
000134                 END-IF
000135              END-PERFORM
000136              IF fld-point-seen = 1
000136                 PERFORM UNTIL fld-dec >= ColDec
000136                    COMPUTE fld-raw = fld-raw * 10
000136                    ADD 1 TO fld-dec
000136                 END-PERFORM
000136                 PERFORM UNTIL fld-dec <= ColDec
000136                    COMPUTE fld-raw = fld-raw / 10
000136                    SUBTRACT 1 FROM fld-dec
000136                 END-PERFORM
000136              END-IF
000136              IF fld-negative = 1
000137                 COMPUTE fld-raw = 0 - fld-raw
000138              END-IF
000140           END-IF
000141     END-IF
000142  END-PERFORM.
000143  EVALUATE file-assert-org
000143  WHEN 1
000143     CLOSE IdxTotalFile
000143  WHEN 2
000143     CLOSE RelTotalFile
000143  WHEN OTHER
000143     CLOSE TotalFile
000143  END-EVALUATE.
000144  MOVE 1 TO divisor.
000145  IF ColDec = 1 MOVE 10 TO divisor END-IF.
000146  IF ColDec = 2 MOVE 100 TO divisor END-IF.
000149     OR (ColLen > 0 AND actual-total <> ExpectedTotal)
000150     MOVE ExpectedTotal TO edit-expected
000151     MOVE actual-total TO edit-total
000151     IF decimal-char = ","
000151        INSPECT edit-expected CONVERTING "." TO ","
000151        INSPECT edit-total CONVERTING "." TO ","
000151     END-IF
000152     STRING "count " ExpectedCount " total " edit-expected
000153        INTO diff-expected
000154     STRING "count " RecordCount " total " edit-total
000170  EXIT PROGRAM.
000171
000172 1000-READ-TOTAL.
000173  EVALUATE file-assert-org
000173  WHEN 1
000174     READ IdxTotalFile
000175        AT END MOVE 1 TO TotalEOF
000176        NOT AT END MOVE IdxTotRecord TO TotalLine
000177     END-READ
000173  WHEN 2
000174     READ RelTotalFile
000175        AT END MOVE 1 TO TotalEOF
000176        NOT AT END MOVE RelTotRecord TO TotalLine
000177     END-READ
000173  WHEN OTHER
000179     READ TotalFile
000180        AT END MOVE 1 TO TotalEOF
000181     END-READ
000182  END-EVALUATE.
000183 END PROGRAM CBU00151.
