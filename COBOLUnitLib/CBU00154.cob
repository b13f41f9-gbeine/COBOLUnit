000053*>failure message; when the printed string shows no decimal
000054*>point the picture's '.' position supplies the implied
000055*>decimals.
000055*>Under the COMMA locale (LOCALE profile keyword or
000055*>CBU-set-suite-locale) the decimal point is ',' in both the
000055*>printed string and the picture, '.' is grouping, and the
000055*>failure message shows the numbers the same way.
000056* arg1: AssertName - Assertion name
000057* arg2: EditedValue - the field as printed in the report line
000058* arg3: EditPicture - the edit picture in effect, e.g.
000083  01 actual-num PIC S9(11)V9(4) COMP-3.
000084  01 edit-actual PIC -(11)9.9(4).
000085  01 edit-expected PIC -(11)9.9(4).
000085  01 decimal-char PIC X(1).
000085  01 group-char PIC X(1).
000085  01 field-sep PIC X(1).
000086  COPY CBUC0002.
000090 LINKAGE SECTION.
000091  77 AssertName PIC X(20).
000100 PROCEDURE DIVISION USING CBU-ctx AssertName EditedValue
000101      EditPicture ExpectedValue.
000102  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000102  INITIALIZE str-res-expected.
000102  INITIALIZE str-res-actual.
000102  CALL CBU-get-locale
000102     USING CBU-ctx decimal-char group-char field-sep.
000103  MOVE 0 TO raw-value.
000104  MOVE 0 TO is-negative.
000105  MOVE 0 TO point-seen.
000126           ADD 1 TO dec-count
000127        END-IF
000128     END-IF
000129     IF cur-char = decimal-char MOVE 1 TO point-seen END-IF
000130     IF cur-char = "-" MOVE 1 TO is-negative END-IF
000131  END-PERFORM.
000132* printed string fully suppressed past the point - fall back
000134  IF point-seen = 0
000135     MOVE 0 TO point-seen
000136     PERFORM VARYING c FROM 1 BY 1 UNTIL c > 20
000137        IF EditPicture(c:1) = decimal-char
000138           MOVE 1 TO point-seen
000139        ELSE
000140           IF point-seen = 1
000159  IF actual-num <> ExpectedValue
000160     MOVE ExpectedValue TO edit-expected
000161     MOVE actual-num TO edit-actual
000161     IF decimal-char = ","
000161        INSPECT edit-expected CONVERTING "." TO ","
000161        INSPECT edit-actual CONVERTING "." TO ","
000161     END-IF
000162     STRING edit-expected " (" EditPicture ")"
000163        INTO str-res-expected
000164     STRING edit-actual " ('" EditedValue "')"
