000051*>comment lines are skipped; the first other record is the
000052*>header. Pass ExpectedCount = 0 along with a zero expected
000053*>total to balance an empty extraction.
000053*>Under the COMMA locale (LOCALE profile keyword or
000053*>CBU-set-suite-locale) fields are separated by ';', cells
000053*>carry a decimal comma ("1.234,50") and the totals in the
000053*>failure message are shown the same way.
000054* arg1: AssertName - Assertion name
000055* arg2: file-name - CSV file with a header row
000056* arg3: ColumnName - header name of the column to total
000072 	FD CsvFile.
000073 	01 CsvLine PIC X(255).
000080 WORKING-STORAGE SECTION.
000080  01 file-name PIC X(40).
000081  01 CsvEOF PIC 9(1).
000082  01 header-seen PIC 9(1).
000083  01 data-row PIC 9(9).
000102  01 col-digit REDEFINES col-digit-x PIC 9(1).
000103  01 edit-total PIC -(13)9.99.
000104  01 edit-expected PIC -(13)9.99.
000104  01 decimal-char PIC X(1).
000104  01 group-char PIC X(1).
000104  01 field-sep PIC X(1).
000105  01 diff-expected PIC X(32000) VALUE SPACES.
000106  01 diff-actual PIC X(32000) VALUE SPACES.
000107  COPY CBUC0002.
000110 LINKAGE SECTION.
000111  77 AssertName PIC X(20).
000112  77 file-ref PIC X(40).
000113  77 ColumnName PIC X(30).
000114  77 ExpectedCount PIC 9(9).
000115  77 ExpectedTotal PIC S9(13)V99 COMP-3.
000116  COPY CBUC0001.
000120 PROCEDURE DIVISION USING CBU-ctx AssertName file-ref
000121      ColumnName ExpectedCount ExpectedTotal.
000121  CALL CBU-resolve-gdg USING CBU-ctx file-ref file-name.
000122  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000122  CALL CBU-get-locale
000122     USING CBU-ctx decimal-char group-char field-sep.
000123  MOVE 0 TO CsvEOF.
000124  MOVE 0 TO header-seen.
000125  MOVE 0 TO data-row.
000168     OR actual-total <> ExpectedTotal
000169     MOVE ExpectedTotal TO edit-expected
000170     MOVE actual-total TO edit-total
000170     IF decimal-char = ","
000170        INSPECT edit-expected CONVERTING "." TO ","
000170        INSPECT edit-total CONVERTING "." TO ","
000170     END-IF
000171     STRING "count " ExpectedCount " total " edit-expected
000172        INTO diff-expected
000173     STRING "count " data-row " total " edit-total
000186  MOVE 0 TO field-count.
000187  MOVE 1 TO val-start.
000188  PERFORM VARYING c FROM 1 BY 1 UNTIL c > 256
000189     IF c > 255 OR CsvLine(c:1) = field-sep
000190        COMPUTE val-len = c - val-start
000191        IF val-len > 40 MOVE 40 TO val-len END-IF
000192        IF field-count < 30
000201     END-IF
000202  END-PERFORM.
000203
000204* signed decimal: digits, optional '-', optional decimal point
000205* with the fraction scaled to the two implied decimals of the
000205* total; the grouping character is passed over
000206 1100-ADD-CELL.
000207  MOVE 0 TO cell-raw.
000208  MOVE 0 TO cell-negative.
000221        END-IF
000222     WHEN cell-value(b:1) = "-"
000223        MOVE 1 TO cell-negative
000224     WHEN cell-value(b:1) = decimal-char
000225        MOVE 1 TO frac-seen
000226     WHEN OTHER
000227        CONTINUE
