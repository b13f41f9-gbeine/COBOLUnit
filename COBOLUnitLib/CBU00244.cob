000051*>number, column name and both values) fails the assertion.
000052*>Extra columns in the actual file are tolerated - that is
000053*>the point of comparing by name. '#' comment lines are
000054*>skipped on both sides. Under the COMMA locale (LOCALE
000054*>profile keyword or CBU-set-suite-locale) fields are
000054*>separated by ';' instead.
000055* arg1: AssertName - Assertion name
000056* arg2: expected-file-name - blessed expected CSV
000057* arg3: actual-file-name - freshly produced CSV
000074 	FD ActualFile.
000075 	01 ActualLine PIC X(255).
000080 WORKING-STORAGE SECTION.
000080  01 expected-file-name PIC X(40).
000080  01 actual-file-name PIC X(40).
000081  01 ExpectedEOF PIC 9(1).
000082  01 ActualEOF PIC 9(1).
000083  01 files-differ PIC 9(1).
000103    05 ColMapEntry OCCURS 30 TIMES PIC 9(2).
000104  01 diff-expected PIC X(32000) VALUE SPACES.
000105  01 diff-actual PIC X(32000) VALUE SPACES.
000105  01 decimal-char PIC X(1).
000105  01 group-char PIC X(1).
000105  01 field-sep PIC X(1).
000106  COPY CBUC0002.
000110 LINKAGE SECTION.
000111  77 AssertName PIC X(20).
000112  77 expected-file-ref PIC X(40).
000113  77 actual-file-ref PIC X(40).
000114  COPY CBUC0001.
000120 PROCEDURE DIVISION USING CBU-ctx AssertName
000121      expected-file-ref actual-file-ref.
000121  CALL CBU-resolve-gdg USING CBU-ctx expected-file-ref
000121     expected-file-name.
000121  CALL CBU-resolve-gdg USING CBU-ctx actual-file-ref
000121     actual-file-name.
000122  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000122  CALL CBU-get-locale
000122     USING CBU-ctx decimal-char group-char field-sep.
000123  MOVE 0 TO ExpectedEOF.
000124  MOVE 0 TO ActualEOF.
000125  MOVE 0 TO files-differ.
000248  MOVE 0 TO split-count.
000249  MOVE 1 TO val-start.
000250  PERFORM VARYING c FROM 1 BY 1 UNTIL c > 256
000251     IF c > 255 OR split-line(c:1) = field-sep
000252        COMPUTE val-len = c - val-start
000253        IF val-len > 40 MOVE 40 TO val-len END-IF
000254        IF split-count < 30
