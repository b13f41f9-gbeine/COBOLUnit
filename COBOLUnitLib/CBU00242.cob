000050*>below it, '#' lines skipped. A column name missing from the
000051*>header or a row number past end of file is its own failure.
000052*>Values are compared with trailing spaces ignored.
000052*>Under the COMMA locale (LOCALE profile keyword or
000052*>CBU-set-suite-locale) fields are separated by ';' instead,
000052*>so a cell can carry "1.234,56".
000053* arg1: AssertName - Assertion name
000054* arg2: file-name - CSV file with a header row
000055* arg3: ColumnName - header name of the wanted column
000072 	FD CsvFile.
000073 	01 CsvLine PIC X(255).
000080 WORKING-STORAGE SECTION.
000080  01 file-name PIC X(40).
000081  01 CsvEOF PIC 9(1).
000082  01 header-seen PIC 9(1).
000083  01 data-row PIC 9(5).
000094  01 actual-value PIC X(40).
000095  01 diff-expected PIC X(32000) VALUE SPACES.
000096  01 diff-actual PIC X(32000) VALUE SPACES.
000096  01 decimal-char PIC X(1).
000096  01 group-char PIC X(1).
000096  01 field-sep PIC X(1).
000097  COPY CBUC0002.
000100 LINKAGE SECTION.
000101  77 AssertName PIC X(20).
000102  77 file-ref PIC X(40).
000103  77 ColumnName PIC X(30).
000104  77 RowNumber PIC 9(5).
000105  77 ExpectedValue PIC X(40).
000106  COPY CBUC0001.
000110 PROCEDURE DIVISION USING CBU-ctx AssertName file-ref
000111      ColumnName RowNumber ExpectedValue.
000111  CALL CBU-resolve-gdg USING CBU-ctx file-ref file-name.
000112  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000112  INITIALIZE diff-expected.
000112  INITIALIZE diff-actual.
000112  CALL CBU-get-locale
000112     USING CBU-ctx decimal-char group-char field-sep.
000113  MOVE 0 TO CsvEOF.
000114  MOVE 0 TO header-seen.
000115  MOVE 0 TO data-row.
000177  MOVE 0 TO field-count.
000178  MOVE 1 TO val-start.
000179  PERFORM VARYING c FROM 1 BY 1 UNTIL c > 256
000180     IF c > 255 OR CsvLine(c:1) = field-sep
000181        COMPUTE val-len = c - val-start
000182        IF val-len > 40 MOVE 40 TO val-len END-IF
000183        IF field-count < 30
