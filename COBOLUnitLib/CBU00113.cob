000044
000045
000046*>Make a range (between) assertion for a signed PIC S9(7)V99 COMP-3 field
000046*>Failures show the values edited with the locale's decimal
000046*>point and grouping ("1,234.56", or "1.234,56" under COMMA).
000047* arg1: AssertName - Assertion naome
000048* arg2: ResLow - lower bound, inclusive
000049* arg3: ResHigh - upper bound, inclusive
000096  77 CharCount3 PIC 99.
000097  77 str-res-expected PIC X(32000) VALUE SPACE.
000098  77 str-res-actual PIC X(32000) VALUE SPACE.
000099  77 disp-res-low PIC -,---,--9.99.
000101  77 disp-res-high PIC -,---,--9.99.
000101  77 disp-res-actual PIC -,---,--9.99.
000101  77 decimal-char PIC X(1).
000101  77 group-char PIC X(1).
000101  77 field-sep PIC X(1).
000102  COPY CBUC0002.
000103  LINKAGE SECTION.
000104  77 AssertName PIC X(20).
000117  IF ResActual < ResLow OR ResActual > ResHigh THEN
000118   MOVE ResLow TO disp-res-low
000119   MOVE ResHigh TO disp-res-high
000119   MOVE ResActual TO disp-res-actual
000119   CALL CBU-get-locale
000119       USING CBU-ctx decimal-char group-char field-sep
000119   IF decimal-char = ","
000119      INSPECT disp-res-low CONVERTING ",." TO ".,"
000119      INSPECT disp-res-high CONVERTING ",." TO ".,"
000119      INSPECT disp-res-actual CONVERTING ",." TO ".,"
000119   END-IF
000120   STRING disp-res-low " - " disp-res-high INTO str-res-expected
000121   MOVE disp-res-actual TO str-res-actual
000122   CALL CBU-add-assert-failed
000123       USING CBU-ctx AssertName str-res-expected str-res-actual
000124   CALL CBU-log-assert-failed
