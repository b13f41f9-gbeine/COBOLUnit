000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-assert-accrual
000013*	source name: CBU00425.cob
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

000044*>Interest accrual assertion: the unit's accrued amount must be
000045*>exactly Principal * RatePct / 100 * the year fraction of the
000046*>period under the day-count convention (CBU-day-count), rounded
000047*>to the currency's minor units under its rounding rule from the
000048*>currency reference file - the same file and rules as
000049*>CBU-assert-currency-amount. RatePct is the annual rate in
000050*>percent (5.25 for 5.25%). A failure shows the amount the
000051*>convention and the rule produce together with the day count,
000052*>the year fraction and the unrounded accrual they came from; an
000053*>unknown convention, a date that is not a calendar date or a
000054*>currency missing from the file fails the assertion as such.
000054*>Amounts and the year fraction in the failure message carry
000054*>the locale's decimal point.
000055* arg1: AssertName - Assertion name
000056* arg2: CurrencyCode - ISO currency code
000057* arg3: Principal - principal the interest accrues on
000058* arg4: RatePct - annual interest rate, in percent
000059* arg5: Convention - day-count convention (CBU-day-count)
000060* arg6: DateFrom - start of the accrual period, YYYYMMDD
000061* arg7: DateTo - end of the accrual period, YYYYMMDD
000062* arg8: ResultValue - accrued amount produced by the unit
000063 IDENTIFICATION DIVISION.
000064 PROGRAM-ID.   CBU00425.
000065 ENVIRONMENT    DIVISION.
000066 INPUT-OUTPUT SECTION.
000067 FILE-CONTROL.
000068    SELECT OPTIONAL CurrencyFile ASSIGN TO currency-file-name
000069	ORGANIZATION IS LINE SEQUENTIAL.
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
000086  01 day-count PIC S9(7).
000087  01 year-fraction PIC S9(3)V9(18) COMP-3.
000088  01 frac-num PIC S9(9).
000089  01 frac-den PIC 9(6).
000090  01 day-count-rc PIC 9(1).
000091  01 raw-accrual PIC S9(11)V9(15) COMP-3.
000092  01 scale PIC 9(5).
000093  01 accrual-sign PIC S9(1).
000093  01 principal-units PIC S9(18) COMP-3.
000093  01 rate-units PIC S9(10) COMP-3.
000093  01 count-units PIC S9(9) COMP-3.
000093  01 exact-den PIC S9(22) COMP-3.
000093  01 exact-work PIC S9(31) COMP-3.
000094  01 part-quot PIC S9(20) COMP-3.
000095  01 whole-part PIC S9(20) COMP-3.
000096  01 rest PIC S9(22) COMP-3.
000096  01 twice-rest PIC S9(23) COMP-3.
000097  01 half-rest PIC 9(1).
000098  01 half-quot PIC S9(20) COMP-3.
000099  01 correct-value PIC S9(11)V9(7) COMP-3.
000100  01 amount-edit PIC -(11)9.9(7).
000101  01 amount-text PIC X(20).
000102  01 correct-text PIC X(20).
000103  01 result-text PIC X(20).
000104  01 raw-text PIC X(20).
000105  01 days-edit PIC -(6)9.
000106  01 days-text PIC X(8).
000107  01 fraction-edit PIC -(3)9.9(18).
000108  01 fraction-text PIC X(24).
000108  01 decimal-char PIC X(1).
000108  01 group-char PIC X(1).
000108  01 field-sep PIC X(1).
000109  01 i PIC 9(2).
000110  01 cut-len PIC 9(2).
000111  01 keep-decimals PIC 9(1).
000112  01 point-pos PIC 9(2).
000113  01 diff-expected PIC X(32000) VALUE SPACES.
000114  01 diff-actual PIC X(32000) VALUE SPACES.
000115  COPY CBUC0002.
000116 LINKAGE SECTION.
000117  77 AssertName PIC X(20).
000118  77 CurrencyCode PIC X(3).
000119  77 Principal PIC S9(11)V9(7) COMP-3.
000120  77 RatePct PIC S9(3)V9(7) COMP-3.
000121  77 Convention PIC X(10).
000122  77 DateFrom PIC 9(8).
000123  77 DateTo PIC 9(8).
000124  77 ResultValue PIC S9(11)V9(7) COMP-3.
000125  COPY CBUC0001.
000126 PROCEDURE DIVISION USING CBU-ctx AssertName CurrencyCode
000127      Principal RatePct Convention DateFrom DateTo ResultValue.
000128  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000128  CALL CBU-get-locale
000128     USING CBU-ctx decimal-char group-char field-sep.
000129  INITIALIZE diff-expected.
000130  INITIALIZE diff-actual.
000131  CALL CBU-day-count USING CBU-ctx Convention DateFrom DateTo
000132     day-count year-fraction frac-num frac-den day-count-rc.
000133  IF day-count-rc <> 0
000134     STRING "a day count under " DELIMITED BY SIZE
000135        Convention DELIMITED BY SPACE
000136        " from " DateFrom " to " DateTo DELIMITED BY SIZE
000137        INTO diff-expected
000138     STRING "convention " DELIMITED BY SIZE
000139        Convention DELIMITED BY SPACE
000140        " or a date is not valid" DELIMITED BY SIZE
000141        INTO diff-actual
000142     CALL CBU-log-assert-failed
000143        USING CBU-ctx AssertName diff-expected diff-actual
000144     CALL CBU-add-assert-failed
000145        USING CBU-ctx AssertName diff-expected diff-actual
000146     EXIT PROGRAM
000147  END-IF.
000148  MOVE CurrencyCode TO wanted-code.
000149  INSPECT wanted-code CONVERTING "abcdefghijklmnopqrstuvwxyz"
000150     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000151  PERFORM 1000-LOOK-UP.
000152  IF currency-found = 0
000153     STRING "currency " wanted-code " in the reference file "
000154        DELIMITED BY SIZE
000155        currency-file-name DELIMITED BY SPACE INTO diff-expected
000156     STRING "currency " wanted-code " not found"
000157        DELIMITED BY SIZE INTO diff-actual
000158     CALL CBU-log-assert-failed
000159        USING CBU-ctx AssertName diff-expected diff-actual
000160     CALL CBU-add-assert-failed
000161        USING CBU-ctx AssertName diff-expected diff-actual
000162     EXIT PROGRAM
000163  END-IF.
000164* the unrounded accrual is only shown in the failure message;
000165* the rounding works on the exact ratio in 2000-ROUND
000166  COMPUTE raw-accrual ROUNDED
000166     = Principal * RatePct * frac-num / frac-den / 100.
000167  PERFORM 2000-ROUND.
000168  IF ResultValue = correct-value
000169     CALL CBU-add-assert-succeed USING CBU-ctx AssertName
000170     CALL CBU-log-assert-succeed USING CBU-ctx AssertName
000171     EXIT PROGRAM
000172  END-IF.
000173  MOVE correct-value TO amount-edit.
000174  MOVE minor-units TO keep-decimals.
000175  PERFORM 8000-AMOUNT-TEXT.
000176  MOVE amount-text TO correct-text.
000177  MOVE ResultValue TO amount-edit.
000178  PERFORM 8000-AMOUNT-TEXT.
000179  MOVE amount-text TO result-text.
000180  MOVE raw-accrual TO amount-edit.
000181  PERFORM 8000-AMOUNT-TEXT.
000182  MOVE amount-text TO raw-text.
000183  PERFORM 8100-COUNT-TEXT.
000184  STRING correct-text DELIMITED BY SPACE
000185     " (" DELIMITED BY SIZE
000186     Convention DELIMITED BY SPACE
000187     " " DELIMITED BY SIZE
000188     days-text DELIMITED BY SPACE
000189     " days, year fraction " DELIMITED BY SIZE
000190     fraction-text DELIMITED BY SPACE
000191     ", " wanted-code " " DELIMITED BY SIZE
000192     rounding-rule DELIMITED BY SPACE
000193     " to " minor-units " decimals of " DELIMITED BY SIZE
000194     raw-text DELIMITED BY SPACE
000195     ")" DELIMITED BY SIZE INTO diff-expected.
000196  MOVE result-text TO diff-actual.
000197  CALL CBU-log-assert-failed
000198     USING CBU-ctx AssertName diff-expected diff-actual.
000199  CALL CBU-add-assert-failed
000200     USING CBU-ctx AssertName diff-expected diff-actual.
000201  EXIT PROGRAM.
000202
000203* minor units and rounding rule of wanted-code
000204 1000-LOOK-UP.
000205  MOVE 0 TO currency-found.
000206  MOVE 0 TO CurrencyEOF.
000207  IF currency-file-name = SPACES
000208     EXIT PARAGRAPH
000209  END-IF.
000210  OPEN INPUT CurrencyFile.
000211  PERFORM UNTIL CurrencyEOF = 1 OR currency-found = 1
000212     READ CurrencyFile
000213        AT END MOVE 1 TO CurrencyEOF
000214        NOT AT END
000215           INSPECT CY-code CONVERTING
000216              "abcdefghijklmnopqrstuvwxyz"
000217              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000218           IF CY-code = wanted-code AND CY-units IS NUMERIC
000219              MOVE 1 TO currency-found
000220              MOVE CY-units TO minor-units
000221              MOVE CY-rule TO rounding-rule
000222              INSPECT rounding-rule CONVERTING
000223                 "abcdefghijklmnopqrstuvwxyz"
000224                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000225           END-IF
000226     END-READ
000227  END-PERFORM.
000228  CLOSE CurrencyFile.
000229  IF minor-units > 4
000230     MOVE 4 TO minor-units
000231  END-IF.
000232  IF rounding-rule = SPACES
000233     MOVE "HALF-UP" TO rounding-rule
000234  END-IF.
000235
000236* the accrual rounded to minor-units under rounding-rule, as
000237* CBU-assert-currency-amount rounds. Principal and RatePct
000237* carry 7 decimals each, so the accrual in minor units is the
000237* whole-number ratio
000237*   principal-units * rate-units * frac-num * scale
000237*   / (frac-den * 100 * 10**14)
000237* taken as a quotient and remainder one factor at a time, so no
000237* step truncates; the rule then compares twice the remainder
000237* with the denominator. Magnitudes are rounded and the sign is
000237* put back at the end.
000238 2000-ROUND.
000239  MOVE 1 TO scale.
000240  PERFORM minor-units TIMES
000241     MULTIPLY 10 BY scale
000242  END-PERFORM.
000242  MOVE 1 TO accrual-sign.
000242  COMPUTE principal-units = Principal * 10000000.
000242  IF principal-units < 0
000242     COMPUTE principal-units = 0 - principal-units
000242     COMPUTE accrual-sign = 0 - accrual-sign
000242  END-IF.
000242  COMPUTE rate-units = RatePct * 10000000.
000242  IF rate-units < 0
000242     COMPUTE rate-units = 0 - rate-units
000242     COMPUTE accrual-sign = 0 - accrual-sign
000242  END-IF.
000242  MOVE frac-num TO count-units.
000242  IF count-units < 0
000242     COMPUTE count-units = 0 - count-units
000242     COMPUTE accrual-sign = 0 - accrual-sign
000242  END-IF.
000242  COMPUTE exact-den = frac-den * 10000000000000000.
000243  COMPUTE exact-work = principal-units * rate-units.
000243  DIVIDE exact-work BY exact-den GIVING whole-part
000243     REMAINDER rest.
000243  COMPUTE exact-work = rest * count-units.
000243  DIVIDE exact-work BY exact-den GIVING part-quot
000243     REMAINDER rest.
000243  COMPUTE whole-part = whole-part * count-units + part-quot.
000243  COMPUTE exact-work = rest * scale.
000243  DIVIDE exact-work BY exact-den GIVING part-quot
000243     REMAINDER rest.
000243  COMPUTE whole-part = whole-part * scale + part-quot.
000244  COMPUTE twice-rest = rest * 2.
000249  EVALUATE rounding-rule
000250  WHEN "HALF-EVEN"
000251     IF twice-rest > exact-den
000252        PERFORM 2100-AWAY-FROM-ZERO
000253     END-IF
000254     IF twice-rest = exact-den
000255        DIVIDE whole-part BY 2 GIVING half-quot
000256           REMAINDER half-rest
000257        IF half-rest <> 0
000258           PERFORM 2100-AWAY-FROM-ZERO
000259        END-IF
000260     END-IF
000261  WHEN "HALF-DOWN"
000262     IF twice-rest > exact-den
000263        PERFORM 2100-AWAY-FROM-ZERO
000264     END-IF
000265  WHEN "DOWN"
000266     CONTINUE
000267  WHEN "UP"
000268     IF rest > 0
000269        PERFORM 2100-AWAY-FROM-ZERO
000270     END-IF
000271  WHEN OTHER
000272     MOVE "HALF-UP" TO rounding-rule
000273     IF twice-rest >= exact-den
000274        PERFORM 2100-AWAY-FROM-ZERO
000275     END-IF
000276  END-EVALUATE.
000277  COMPUTE correct-value = accrual-sign * whole-part / scale.
000278
000278* whole-part is a magnitude, so away from zero is one up
000279 2100-AWAY-FROM-ZERO.
000283  ADD 1 TO whole-part.
000285
000286* amount-edit left-justified with keep-decimals decimals and
000287* no trailing zeros beyond them, in the locale's decimal point
000288 8000-AMOUNT-TEXT.
000289  MOVE 1 TO i.
000290  PERFORM UNTIL i >= 12 OR amount-edit(i:1) <> SPACE
000291     ADD 1 TO i
000292  END-PERFORM.
000293  MOVE 13 TO point-pos.
000294  MOVE 20 TO cut-len.
000295  PERFORM UNTIL cut-len <= point-pos + keep-decimals
000296     OR amount-edit(cut-len:1) <> "0"
000297     SUBTRACT 1 FROM cut-len
000298  END-PERFORM.
000299  IF cut-len = point-pos
000300     SUBTRACT 1 FROM cut-len
000301  END-IF.
000302  MOVE SPACES TO amount-text.
000303  MOVE amount-edit(i:cut-len - i + 1) TO amount-text.
000303  IF decimal-char = ","
000303     INSPECT amount-text CONVERTING "." TO ","
000303  END-IF.
000304
000305* day count and year fraction left-justified, the fraction with
000306* no trailing zeros
000307 8100-COUNT-TEXT.
000308  MOVE day-count TO days-edit.
000309  MOVE 1 TO i.
000310  PERFORM UNTIL i >= 7 OR days-edit(i:1) <> SPACE
000311     ADD 1 TO i
000312  END-PERFORM.
000313  MOVE SPACES TO days-text.
000314  MOVE days-edit(i:8 - i) TO days-text.
000315  MOVE year-fraction TO fraction-edit.
000316  MOVE 1 TO i.
000317  PERFORM UNTIL i >= 4 OR fraction-edit(i:1) <> SPACE
000318     ADD 1 TO i
000319  END-PERFORM.
000320  MOVE 23 TO cut-len.
000321  PERFORM UNTIL cut-len <= 6
000322     OR fraction-edit(cut-len:1) <> "0"
000323     SUBTRACT 1 FROM cut-len
000324  END-PERFORM.
000325  MOVE SPACES TO fraction-text.
000326  MOVE fraction-edit(i:cut-len - i + 1) TO fraction-text.
000326  IF decimal-char = ","
000326     INSPECT fraction-text CONVERTING "." TO ","
000326  END-IF.
000327 END PROGRAM CBU00425.
