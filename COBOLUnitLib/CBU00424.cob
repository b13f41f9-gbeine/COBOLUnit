000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-day-count
000013*	source name: CBU00424.cob
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

000044*>Day count and year fraction between two dates under an
000045*>interest day-count convention - the count the lending and
000046*>deposit programs accrue on, not the business-day count of
000047*>CBU-business-days-between. The period runs from DateFrom up
000048*>to, but not including, DateTo. Conventions:
000049*>  30/360   ISDA bond basis: a 31st start is the 30th, a 31st
000050*>           end is the 30th when the start is the 30th or 31st
000051*>  30U/360  US (SIA) with the February month-end rule: a start
000052*>           on the last day of February is the 30th, and so is
000053*>           an end on the last day of February when the start
000054*>           was one too; then as 30/360
000055*>  30E/360  Eurobond: any 31st is the 30th
000056*>  ACT/360  actual days over 360
000057*>  ACT/365  actual days over 365 (fixed)
000058*>  ACT/ACT  ISDA: the days falling in a leap year over 366 plus
000059*>           the days falling in other years over 365
000060*>The 30-day conventions count 360 * years + 30 * months + days
000061*>on the adjusted dates. When DateTo is before DateFrom the
000062*>count and the fraction come back negative, counted the same
000063*>way in the other direction. The year fraction also comes
000064*>back as the exact ratio FractionNum / FractionDen (for
000065*>ACT/ACT across years the denominator is the product of the
000066*>two end years' lengths), for the callers whose arithmetic must
000067*>not start from a fraction already cut to 18 decimals - an
000068*>accrual that is exactly half a cent has to stay half a cent.
000069*>DayCountRC is 8 (count and fraction zero) for an unknown
000070*>convention or a date that is not a calendar date, 0
000071*>otherwise.
000072* arg1: Convention - day-count convention, as listed above
000073* arg2: DateFrom - start of the accrual period, YYYYMMDD
000074* arg3: DateTo - end of the accrual period, YYYYMMDD
000075* arg4: DaysOut - signed day count
000076* arg5: YearFraction - signed year fraction
000077* arg6: FractionNum - signed numerator of the exact fraction
000078* arg7: FractionDen - denominator of the exact fraction
000079* arg8: DayCountRC - 0 counted, 8 convention or date invalid
000080 IDENTIFICATION DIVISION.
000081 PROGRAM-ID.   CBU00424.
000082 ENVIRONMENT    DIVISION.
000083 DATA DIVISION.
000084 WORKING-STORAGE SECTION.
000085  01 conv PIC X(10).
000086  01 from-date PIC 9(8).
000087  01 from-parts REDEFINES from-date.
000088    05 from-yyyy PIC 9(4).
000089    05 from-mm PIC 9(2).
000090    05 from-dd PIC 9(2).
000091  01 to-date PIC 9(8).
000092  01 to-parts REDEFINES to-date.
000093    05 to-yyyy PIC 9(4).
000094    05 to-mm PIC 9(2).
000095    05 to-dd PIC 9(2).
000096  01 check-date PIC 9(8).
000097  01 check-parts REDEFINES check-date.
000098    05 check-yyyy PIC 9(4).
000099    05 check-mm PIC 9(2).
000100    05 check-dd PIC 9(2).
000101  01 date-ok PIC 9(1).
000102  01 date-max PIC 9(2).
000103  01 leap-year PIC 9(4).
000104  01 is-leap PIC 9(1).
000105  01 leap-rest PIC 9(3).
000106  01 leap-quot PIC 9(4).
000107  01 month-days PIC X(24) VALUE "312831303130313130313031".
000108  01 month-table REDEFINES month-days.
000109    05 month-max PIC 9(2) OCCURS 12 TIMES.
000110  01 d1 PIC 9(2).
000111  01 d2 PIC 9(2).
000112  01 from-feb-end PIC 9(1).
000113  01 to-feb-end PIC 9(1).
000114  01 swap-sign PIC 9(1).
000115  01 from-int PIC S9(9) COMP.
000116  01 to-int PIC S9(9) COMP.
000117  01 jan1-int PIC S9(9) COMP.
000118  01 first-len PIC 9(3).
000119  01 last-len PIC 9(3).
000120  01 first-days PIC 9(3).
000121  01 last-days PIC 9(3).
000122  01 whole-years PIC 9(4).
000123  01 frac-num PIC S9(9).
000124  01 frac-den PIC 9(6).
000125  01 day-count PIC S9(7).
000126  01 fraction PIC S9(3)V9(18) COMP-3.
000127  COPY CBUC0002.
000128 LINKAGE SECTION.
000129  77 Convention PIC X(10).
000130  77 DateFrom PIC 9(8).
000131  77 DateTo PIC 9(8).
000132  77 DaysOut PIC S9(7).
000133  77 YearFraction PIC S9(3)V9(18) COMP-3.
000134  77 FractionNum PIC S9(9).
000135  77 FractionDen PIC 9(6).
000136  77 DayCountRC PIC 9(1).
000137  COPY CBUC0001.
000138 PROCEDURE DIVISION USING CBU-ctx Convention DateFrom DateTo
000139      DaysOut YearFraction FractionNum FractionDen DayCountRC.
000140  MOVE 0 TO DaysOut.
000141  MOVE 0 TO YearFraction.
000142  MOVE 0 TO FractionNum.
000143  MOVE 1 TO FractionDen.
000144  MOVE 8 TO DayCountRC.
000145  MOVE Convention TO conv.
000146  INSPECT conv CONVERTING "abcdefghijklmnopqrstuvwxyz"
000147     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000148  IF conv NOT = "30/360" AND conv NOT = "30U/360"
000149     AND conv NOT = "30E/360" AND conv NOT = "ACT/360"
000150     AND conv NOT = "ACT/365" AND conv NOT = "ACT/ACT"
000151     EXIT PROGRAM
000152  END-IF.
000153  MOVE DateFrom TO check-date.
000154  PERFORM 1000-CHECK-DATE.
000155  IF date-ok = 0
000156     EXIT PROGRAM
000157  END-IF.
000158  MOVE DateTo TO check-date.
000159  PERFORM 1000-CHECK-DATE.
000160  IF date-ok = 0
000161     EXIT PROGRAM
000162  END-IF.
000163  MOVE 0 TO swap-sign.
000164  IF DateTo < DateFrom
000165     MOVE 1 TO swap-sign
000166     MOVE DateTo TO from-date
000167     MOVE DateFrom TO to-date
000168  ELSE
000169     MOVE DateFrom TO from-date
000170     MOVE DateTo TO to-date
000171  END-IF.
000172  COMPUTE from-int = FUNCTION INTEGER-OF-DATE(from-date).
000173  COMPUTE to-int = FUNCTION INTEGER-OF-DATE(to-date).
000174  EVALUATE conv
000175     WHEN "30/360"
000176     WHEN "30U/360"
000177     WHEN "30E/360"
000178        PERFORM 2000-THIRTY-360
000179     WHEN "ACT/360"
000180        COMPUTE day-count = to-int - from-int
000181        MOVE day-count TO frac-num
000182        MOVE 360 TO frac-den
000183     WHEN "ACT/365"
000184        COMPUTE day-count = to-int - from-int
000185        MOVE day-count TO frac-num
000186        MOVE 365 TO frac-den
000187     WHEN "ACT/ACT"
000188        PERFORM 3000-ACT-ACT
000189  END-EVALUATE.
000190  IF swap-sign = 1
000191     COMPUTE day-count = 0 - day-count
000192     COMPUTE frac-num = 0 - frac-num
000193  END-IF.
000194  COMPUTE fraction = frac-num / frac-den.
000195  MOVE day-count TO DaysOut.
000196  MOVE fraction TO YearFraction.
000197  MOVE frac-num TO FractionNum.
000198  MOVE frac-den TO FractionDen.
000199  MOVE 0 TO DayCountRC.
000200  EXIT PROGRAM.
000201
000202* check-date is a calendar date; date-max is its month's length
000203 1000-CHECK-DATE.
000204  MOVE 0 TO date-ok.
000205  IF check-mm < 1 OR check-mm > 12 OR check-dd < 1
000206     OR check-yyyy < 1601
000207     EXIT PARAGRAPH
000208  END-IF.
000209  MOVE check-yyyy TO leap-year.
000210  PERFORM 1100-LEAP-YEAR.
000211  MOVE month-max(check-mm) TO date-max.
000212  IF check-mm = 2 AND is-leap = 1
000213     MOVE 29 TO date-max
000214  END-IF.
000215  IF check-dd <= date-max
000216     MOVE 1 TO date-ok
000217  END-IF.
000218
000219 1100-LEAP-YEAR.
000220  MOVE 0 TO is-leap.
000221  DIVIDE leap-year BY 4 GIVING leap-quot REMAINDER leap-rest.
000222  IF leap-rest = 0
000223     MOVE 1 TO is-leap
000224     DIVIDE leap-year BY 100 GIVING leap-quot REMAINDER leap-rest
000225     IF leap-rest = 0
000226        DIVIDE leap-year BY 400 GIVING leap-quot
000227           REMAINDER leap-rest
000228        IF leap-rest <> 0
000229           MOVE 0 TO is-leap
000230        END-IF
000231     END-IF
000232  END-IF.
000233
000234* the month-end adjustments of the three 30-day conventions;
000235* the February rule needs both dates unadjusted, so it goes first
000236 2000-THIRTY-360.
000237  MOVE from-dd TO d1.
000238  MOVE to-dd TO d2.
000239  IF conv = "30U/360"
000240     MOVE from-date TO check-date
000241     PERFORM 1000-CHECK-DATE
000242     MOVE 0 TO from-feb-end
000243     IF from-mm = 2 AND from-dd = date-max
000244        MOVE 1 TO from-feb-end
000245     END-IF
000246     MOVE to-date TO check-date
000247     PERFORM 1000-CHECK-DATE
000248     MOVE 0 TO to-feb-end
000249     IF to-mm = 2 AND to-dd = date-max
000250        MOVE 1 TO to-feb-end
000251     END-IF
000252     IF from-feb-end = 1 AND to-feb-end = 1
000253        MOVE 30 TO d2
000254     END-IF
000255     IF from-feb-end = 1
000256        MOVE 30 TO d1
000257     END-IF
000258  END-IF.
000259  IF conv = "30E/360"
000260     IF d1 = 31
000261        MOVE 30 TO d1
000262     END-IF
000263     IF d2 = 31
000264        MOVE 30 TO d2
000265     END-IF
000266  ELSE
000267     IF d2 = 31 AND d1 >= 30
000268        MOVE 30 TO d2
000269     END-IF
000270     IF d1 = 31
000271        MOVE 30 TO d1
000272     END-IF
000273  END-IF.
000274  COMPUTE day-count = 360 * (to-yyyy - from-yyyy)
000275     + 30 * (to-mm - from-mm) + d2 - d1.
000276  MOVE day-count TO frac-num.
000277  MOVE 360 TO frac-den.
000278
000279* each calendar year's share of the period over that year's
000280* own length: the days in the first year over its length, the
000281* whole years between, the days in the last year over its length
000282 3000-ACT-ACT.
000283  COMPUTE day-count = to-int - from-int.
000284  MOVE from-yyyy TO leap-year.
000285  PERFORM 1100-LEAP-YEAR.
000286  COMPUTE first-len = 365 + is-leap.
000287  IF from-yyyy = to-yyyy
000288     MOVE day-count TO frac-num
000289     MOVE first-len TO frac-den
000290     EXIT PARAGRAPH
000291  END-IF.
000292  MOVE to-yyyy TO leap-year.
000293  PERFORM 1100-LEAP-YEAR.
000294  COMPUTE last-len = 365 + is-leap.
000295  COMPUTE jan1-int =
000296     FUNCTION INTEGER-OF-DATE((from-yyyy + 1) * 10000 + 0101).
000297  COMPUTE first-days = jan1-int - from-int.
000298  COMPUTE jan1-int =
000299     FUNCTION INTEGER-OF-DATE(to-yyyy * 10000 + 0101).
000300  COMPUTE last-days = to-int - jan1-int.
000301  COMPUTE whole-years = to-yyyy - from-yyyy - 1.
000302  COMPUTE frac-num = first-days * last-len
000303     + whole-years * first-len * last-len
000304     + last-days * first-len.
000305  COMPUTE frac-den = first-len * last-len.
000306 END PROGRAM CBU00424.
