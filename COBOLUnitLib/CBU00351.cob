000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-assert-currency-amount
000013*	source name: CBU00351.cob
000023*
000028*  Copyright (C) 2009 Hervé Vaujour
000029*
000030*  This program is free software; you can redistribute it and/or modify
000031*  it under the terms of the GNU General Public License as published by
000032*  the Free Software Foundation; either version 2 of the License, or
000033*  (at your option) any later version.
000034*
000035*  This program is distributed in the hope that it will be useful,
000036*  but WITHOUT ANY WARRANTY; without even the implied warranty of
000037*  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the
000038*  GNU General Public License for more details.
000039*
000040*  You should have received a copy of the GNU General Public License
000041*  along with this program; see the file COPYING. If not, write to the
000042*  Free Software Foundation, Inc., 675 Mass Ave, Cambridge, MA 02139, USA.
000043

000044*>Currency-aware rounding assertion: the unit's result must be
000045*>exactly the unrounded source value rounded to the currency's
000046*>minor units under the currency's rounding rule, both taken
000047*>from the currency reference file (CBU-set-currency-file or
000048*>the CURRENCY-FILE profile keyword). One line per currency:
000049*>ISO code in columns 1-3, minor units (0 to 4) in column 5,
000050*>rounding rule from column 7:
000051*>  HALF-UP    halves away from zero (the default when blank)
000052*>  HALF-EVEN  halves to the even digit (banker's rounding)
000053*>  HALF-DOWN  halves towards zero
000054*>  DOWN       truncated towards zero
000055*>  UP         any remainder away from zero
000056*>'*' in column 1 marks a comment. A failure reports the rule
000057*>and minor units applied and the value the rule produces; a
000058*>currency missing from the file fails the assertion as such.
000058*>The amounts in the failure message carry the locale's
000058*>decimal point.
000059* arg1: AssertName - Assertion name
000060* arg2: CurrencyCode - ISO currency code
000061* arg3: SourceValue - unrounded source value
000062* arg4: ResultValue - result produced by the unit
000063 IDENTIFICATION DIVISION.
000064 PROGRAM-ID.   CBU00351.
000065 ENVIRONMENT    DIVISION.
000066 INPUT-OUTPUT SECTION.
000067 FILE-CONTROL.
000068    SELECT OPTIONAL CurrencyFile ASSIGN TO currency-file-name
000069		ORGANIZATION IS LINE SEQUENTIAL.
000070 DATA DIVISION.
000071 FILE SECTION.
000072 	FD CurrencyFile.
000073 	01 CurrencyLine.
000074	  05 CY-code PIC X(3).
000075	  05 FILLER PIC X(1).
000076	  05 CY-units PIC X(1).
000077	  05 FILLER PIC X(1).
000078	  05 CY-rule PIC X(10).
000079	  05 FILLER PIC X(64).
000080 WORKING-STORAGE SECTION.
000081  01 CurrencyEOF PIC 9(1).
000082  01 currency-found PIC 9(1).
000083  01 wanted-code PIC X(3).
000084  01 minor-units PIC 9(1).
000085  01 rounding-rule PIC X(10).
000086  01 scale PIC 9(5).
000087  01 scaled-value PIC S9(16)V9(7) COMP-3.
000088  01 whole-part PIC S9(16) COMP-3.
000089  01 fraction-part PIC S9(1)V9(7) COMP-3.
000090  01 half-rest PIC 9(1).
000091  01 half-quot PIC S9(16) COMP-3.
000092  01 correct-value PIC S9(11)V9(7) COMP-3.
000093  01 amount-edit PIC -(11)9.9(7).
000094  01 amount-text PIC X(20).
000095  01 correct-text PIC X(20).
000096  01 result-text PIC X(20).
000097  01 source-text PIC X(20).
000098  01 i PIC 9(2).
000099  01 cut-len PIC 9(2).
000100  01 keep-decimals PIC 9(1).
000101  01 point-pos PIC 9(2).
000101  01 decimal-char PIC X(1).
000101  01 group-char PIC X(1).
000101  01 field-sep PIC X(1).
000102  01 diff-expected PIC X(32000) VALUE SPACES.
000103  01 diff-actual PIC X(32000) VALUE SPACES.
000104  COPY CBUC0002.
000105 LINKAGE SECTION.
000106  77 AssertName PIC X(20).
000107  77 CurrencyCode PIC X(3).
000108  77 SourceValue PIC S9(11)V9(7) COMP-3.
000109  77 ResultValue PIC S9(11)V9(7) COMP-3.
000110  COPY CBUC0001.
000111 PROCEDURE DIVISION USING CBU-ctx AssertName CurrencyCode
000112      SourceValue ResultValue.
000113  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000113  CALL CBU-get-locale
000113     USING CBU-ctx decimal-char group-char field-sep.
000113  INITIALIZE diff-expected.
000113  INITIALIZE diff-actual.
000114  MOVE CurrencyCode TO wanted-code.
000115  INSPECT wanted-code CONVERTING "abcdefghijklmnopqrstuvwxyz"
000116     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000117  PERFORM 1000-LOOK-UP.
000118  IF currency-found = 0
000119     STRING "currency " wanted-code " in the reference file "
000120        DELIMITED BY SIZE
000121        currency-file-name DELIMITED BY SPACE INTO diff-expected
000122     STRING "currency " wanted-code " not found"
000123        DELIMITED BY SIZE INTO diff-actual
000124     CALL CBU-log-assert-failed
000125        USING CBU-ctx AssertName diff-expected diff-actual
000126     CALL CBU-add-assert-failed
000127        USING CBU-ctx AssertName diff-expected diff-actual
000128     EXIT PROGRAM
000129  END-IF.
000130  PERFORM 2000-ROUND.
000131  IF ResultValue = correct-value
000132     CALL CBU-add-assert-succeed USING CBU-ctx AssertName
000133     CALL CBU-log-assert-succeed USING CBU-ctx AssertName
000134     EXIT PROGRAM
000135  END-IF.
000136  MOVE correct-value TO amount-edit.
000137  MOVE minor-units TO keep-decimals.
000138  PERFORM 8000-AMOUNT-TEXT.
000139  MOVE amount-text TO correct-text.
000140  MOVE ResultValue TO amount-edit.
000141  PERFORM 8000-AMOUNT-TEXT.
000142  MOVE amount-text TO result-text.
000143  MOVE SourceValue TO amount-edit.
000144  PERFORM 8000-AMOUNT-TEXT.
000145  MOVE amount-text TO source-text.
000146  STRING correct-text DELIMITED BY SPACE
000147     " (" wanted-code " " DELIMITED BY SIZE
000148     rounding-rule DELIMITED BY SPACE
000149     " to " minor-units " decimals of " DELIMITED BY SIZE
000150     source-text DELIMITED BY SPACE
000151     ")" DELIMITED BY SIZE INTO diff-expected.
000152  MOVE result-text TO diff-actual.
000153  CALL CBU-log-assert-failed
000154     USING CBU-ctx AssertName diff-expected diff-actual.
000155  CALL CBU-add-assert-failed
000156     USING CBU-ctx AssertName diff-expected diff-actual.
000157  EXIT PROGRAM.
000158
000159* minor units and rounding rule of wanted-code
000160 1000-LOOK-UP.
000161  MOVE 0 TO currency-found.
000162  MOVE 0 TO CurrencyEOF.
000163  IF currency-file-name = SPACES
000164     EXIT PARAGRAPH
000165  END-IF.
000166  OPEN INPUT CurrencyFile.
000167  PERFORM UNTIL CurrencyEOF = 1 OR currency-found = 1
000168     READ CurrencyFile
000169        AT END MOVE 1 TO CurrencyEOF
000170        NOT AT END
000171           INSPECT CY-code CONVERTING
000172              "abcdefghijklmnopqrstuvwxyz"
000173              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000174           IF CY-code = wanted-code AND CY-units IS NUMERIC
000175              MOVE 1 TO currency-found
000176              MOVE CY-units TO minor-units
000177              MOVE CY-rule TO rounding-rule
000178              INSPECT rounding-rule CONVERTING
000179                 "abcdefghijklmnopqrstuvwxyz"
000180                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000181           END-IF
000182     END-READ
000183  END-PERFORM.
000184  CLOSE CurrencyFile.
000185  IF minor-units > 4
000186     MOVE 4 TO minor-units
000187  END-IF.
000188  IF rounding-rule = SPACES
000189     MOVE "HALF-UP" TO rounding-rule
000190  END-IF.
000191
000192* the source value rounded to minor-units under rounding-rule
000193 2000-ROUND.
000194  MOVE 1 TO scale.
000195  PERFORM minor-units TIMES
000196     MULTIPLY 10 BY scale
000197  END-PERFORM.
000198  COMPUTE scaled-value = SourceValue * scale.
000199  MOVE scaled-value TO whole-part.
000200  COMPUTE fraction-part = scaled-value - whole-part.
000201  IF fraction-part < 0
000202     COMPUTE fraction-part = 0 - fraction-part
000203  END-IF.
000204  EVALUATE rounding-rule
000205  WHEN "HALF-EVEN"
000206     IF fraction-part > 0.5
000207        PERFORM 2100-AWAY-FROM-ZERO
000208     END-IF
000209     IF fraction-part = 0.5
000210        DIVIDE whole-part BY 2 GIVING half-quot
000211           REMAINDER half-rest
000212        IF half-rest <> 0
000213           PERFORM 2100-AWAY-FROM-ZERO
000214        END-IF
000215     END-IF
000216  WHEN "HALF-DOWN"
000217     IF fraction-part > 0.5
000218        PERFORM 2100-AWAY-FROM-ZERO
000219     END-IF
000220  WHEN "DOWN"
000221     CONTINUE
000222  WHEN "UP"
000223     IF fraction-part > 0
000224        PERFORM 2100-AWAY-FROM-ZERO
000225     END-IF
000226  WHEN OTHER
000227     MOVE "HALF-UP" TO rounding-rule
000228     IF fraction-part >= 0.5
000229        PERFORM 2100-AWAY-FROM-ZERO
000230     END-IF
000231  END-EVALUATE.
000232  COMPUTE correct-value = whole-part / scale.
000233
000234 2100-AWAY-FROM-ZERO.
000235  IF scaled-value < 0
000236     SUBTRACT 1 FROM whole-part
000237  ELSE
000238     ADD 1 TO whole-part
000239  END-IF.
000240
000241* amount-edit left-justified with keep-decimals decimals and
000242* no trailing zeros beyond them, in the locale's decimal point
000243 8000-AMOUNT-TEXT.
000244  MOVE 1 TO i.
000245  PERFORM UNTIL i >= 12 OR amount-edit(i:1) <> SPACE
000246     ADD 1 TO i
000247  END-PERFORM.
000248  MOVE 13 TO point-pos.
000249  MOVE 20 TO cut-len.
000250  PERFORM UNTIL cut-len <= point-pos + keep-decimals
000251     OR amount-edit(cut-len:1) <> "0"
000252     SUBTRACT 1 FROM cut-len
000253  END-PERFORM.
000254  IF cut-len = point-pos
000255     SUBTRACT 1 FROM cut-len
000256  END-IF.
000257  MOVE SPACES TO amount-text.
000258  MOVE amount-edit(i:cut-len - i + 1) TO amount-text.
000258  IF decimal-char = ","
000258     INSPECT amount-text CONVERTING "." TO ","
000258  END-IF.
000259 END PROGRAM CBU00351.
