000044
000045
000046*>Make a less-than assertion for a signed PIC S9(7)V99 COMP-3 field
000046*>Failures show the values edited with the locale's decimal
000046*>point and grouping ("1,234.56", or "1.234,56" under COMMA).
000047* arg1: AssertName - Assertion naome
000048* arg2: ResExpected - upper bound the actual value must be under
000049* arg3: ResActual - value returned
000096  77 CharCount3 PIC 99.
000097  77 str-res-expected PIC X(32000) VALUE SPACE.
000098  77 str-res-actual PIC X(32000) VALUE SPACE.
000098  77 disp-res-expected PIC -,---,--9.99.
000098  77 disp-res-actual PIC -,---,--9.99.
000098  77 decimal-char PIC X(1).
000098  77 group-char PIC X(1).
000098  77 field-sep PIC X(1).
000099  COPY CBUC0002.
000100  LINKAGE SECTION.
000101  77 AssertName PIC X(20).
000114          UNTIL AssertName(CharCount3:1) <> SPACE
000115  END-PERFORM
000116  IF ResActual NOT < ResExpected THEN
000117   MOVE ResExpected TO disp-res-expected
000117   MOVE ResActual TO disp-res-actual
000117   CALL CBU-get-locale
000117       USING CBU-ctx decimal-char group-char field-sep
000117   IF decimal-char = ","
000117      INSPECT disp-res-expected CONVERTING ",." TO ".,"
000117      INSPECT disp-res-actual CONVERTING ",." TO ".,"
000117   END-IF
000118   MOVE disp-res-expected TO str-res-expected
000118   MOVE disp-res-actual TO str-res-actual
000120   CALL CBU-add-assert-failed
000121       USING CBU-ctx AssertName str-res-expected str-res-actual
000122   CALL CBU-log-assert-failed
