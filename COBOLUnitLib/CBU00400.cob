000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-report-chargeback
000013*	source name: CBU00400.cob
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

000044*>Test execution chargeback per owning team for the period
000045*>PeriodFrom to PeriodTo (YYYYMMDD, inclusive; 0 for PeriodTo
000046*>runs to date). Each test execution of the detail history is
000047*>charged to the team that owns its suite (owner registry,
000048*>CBU-load-owners - matched by suite name, or by pack for suites
000049*>registered in this run; loaded from owner-file-name when no
000050*>registry is in memory yet); the SOAK and PERT records of the
000051*>run history add the soak and perturbation iterations. Per team
000052*>the report totals executions, elapsed seconds, retries spent
000053*>(attempts beyond the first) with the share of the elapsed time
000054*>they took, and iterations with their elapsed seconds, then
000055*>prices them from RateFile, one line per team:
000056*>  col 1-10  team (DEFAULT prices every team without a line)
000057*>  col 12-20 rate per elapsed second     9(5)V9(4)
000058*>  col 22-30 rate per test execution     9(5)V9(4)
000059*>  col 32-40 rate per retry              9(5)V9(4)
000060*>  col 42-50 rate per soak/perturbation iteration 9(5)V9(4)
000061*>'*' in column 1 marks a comment. The charge is split into
000062*>run cost (first attempts), retry cost (the retry seconds and
000063*>retries) and iteration cost, so a team with a flaky,
000064*>retry-heavy suite sees what that costs it; a team whose
000065*>retry cost is a tenth or more of its total is marked
000066*>RETRY-HEAVY. CsvName gets one row per team plus a TOTAL row
000067*>for the finance system:
000068*>  From,To,Team,Executions,ElapsedSec,Retries,RetrySec,
000069*>  Iterations,IterationSec,RunCost,RetryCost,IterationCost,
000070*>  TotalCost
000071* arg1: PeriodFrom - first day charged, YYYYMMDD
000072* arg2: PeriodTo - last day charged, YYYYMMDD, or 0
000073* arg3: RateFile - rate table file name
000074* arg4: CsvName - chargeback CSV file name, or SPACES
000075 IDENTIFICATION DIVISION.
000076 PROGRAM-ID.   CBU00400.
000077 ENVIRONMENT    DIVISION.
000078 INPUT-OUTPUT SECTION.
000079 FILE-CONTROL.
000080    SELECT OPTIONAL DetailFile ASSIGN TO detail-history-file
000081		ORGANIZATION IS LINE SEQUENTIAL.
000082    SELECT OPTIONAL HistoryFile ASSIGN TO history-file-name
000083		ORGANIZATION IS LINE SEQUENTIAL.
000084    SELECT OPTIONAL RateIn ASSIGN TO RateFile
000085		ORGANIZATION IS LINE SEQUENTIAL.
000086    SELECT CsvOut ASSIGN TO CsvName
000087		ORGANIZATION IS LINE SEQUENTIAL.
000088 DATA DIVISION.
000089 FILE SECTION.
000090 	FD DetailFile.
000091 	01 DetailRecord.
000092	  05 RD-stamp PIC 9(14).
000093	  05 RD-suite PIC X(20).
000094	  05 RD-test PIC X(20).
000095	  05 RD-status PIC X(1).
000096	  05 RD-attempts PIC 9(2).
000097	  05 RD-elapsed PIC 9(8).
000098	  05 RD-checksum PIC 9(9).
000099 	FD HistoryFile.
000100 	01 UsageRecord.
000101	  05 UR-tag PIC X(4).
000102	  05 UR-suite PIC X(20).
000103	  05 UR-iterations PIC 9(5).
000104	  05 UR-failures PIC 9(5).
000105	  05 UR-first-fail PIC 9(5).
000106	  05 UR-stamp PIC 9(14).
000107	  05 UR-elapsed PIC 9(7).
000108 	FD RateIn.
000109 	01 RateRecord.
000110	  05 RA-team PIC X(10).
000111	  05 FILLER PIC X(1).
000112	  05 RA-sec-rate PIC 9(5)V9(4).
000113	  05 FILLER PIC X(1).
000114	  05 RA-exec-rate PIC 9(5)V9(4).
000115	  05 FILLER PIC X(1).
000116	  05 RA-retry-rate PIC 9(5)V9(4).
000117	  05 FILLER PIC X(1).
000118	  05 RA-iter-rate PIC 9(5)V9(4).
000119	  05 FILLER PIC X(30).
000120 	FD CsvOut.
000121 	01 CsvLine PIC X(200).
000122 WORKING-STORAGE SECTION.
000123  01 FileEOF PIC 9(1).
000124  01 i PIC 9(3).
000125  01 ow PIC 9(3).
000126  01 t PIC 9(3).
000127  01 r PIC 9(3).
000128  01 period-end PIC 9(8).
000129  01 charge-suite PIC X(20).
000130  01 owner-team PIC X(10).
000131  01 elapsed-work.
000132    05 el-hh PIC 99.
000133    05 el-mm PIC 99.
000134    05 el-ss PIC 99.
000135    05 el-cc PIC 99.
000136  01 hund-work PIC 9(9).
000137  01 TeamCount PIC 9(3).
000138  01 TeamTable.
000139    05 TeamEntry OCCURS 41 TIMES.
000140      10 TM-team PIC X(10).
000141      10 TM-execs PIC 9(7).
000142      10 TM-hund PIC 9(11).
000143      10 TM-retries PIC 9(7).
000144      10 TM-retry-hund PIC 9(11).
000145      10 TM-iters PIC 9(7).
000146      10 TM-iter-sec PIC 9(9).
000147  01 RateCount PIC 9(3).
000148  01 RateTable.
000149    05 RateEntry OCCURS 50 TIMES.
000150      10 RT-team PIC X(10).
000151      10 RT-sec-rate PIC 9(5)V9(4).
000152      10 RT-exec-rate PIC 9(5)V9(4).
000153      10 RT-retry-rate PIC 9(5)V9(4).
000154      10 RT-iter-rate PIC 9(5)V9(4).
000155  01 rate-pos PIC 9(3).
000156  01 default-pos PIC 9(3).
000157  01 sec-rate PIC 9(5)V9(4).
000158  01 exec-rate PIC 9(5)V9(4).
000159  01 retry-rate PIC 9(5)V9(4).
000160  01 iter-rate PIC 9(5)V9(4).
000161  01 run-cost PIC 9(11)V99.
000162  01 retry-cost PIC 9(11)V99.
000163  01 iter-cost PIC 9(11)V99.
000164  01 total-cost PIC 9(11)V99.
000165  01 retry-pct PIC 9(3).
000166  01 heavy-mark PIC X(11).
000167  01 rate-note PIC X(8).
000168  01 tot-execs PIC 9(7).
000169  01 tot-hund PIC 9(11).
000170  01 tot-retries PIC 9(7).
000171  01 tot-retry-hund PIC 9(11).
000172  01 tot-iters PIC 9(7).
000173  01 tot-iter-sec PIC 9(9).
000174  01 tot-run-cost PIC 9(11)V99.
000175  01 tot-retry-cost PIC 9(11)V99.
000176  01 tot-iter-cost PIC 9(11)V99.
000177  01 tot-total-cost PIC 9(11)V99.
000178  01 show-sec PIC 9(9)V99.
000179  01 show-retry-sec PIC 9(9)V99.
000180  01 sec-edit PIC 9(9).99.
000181  01 retry-sec-edit PIC 9(9).99.
000182  01 run-cost-edit PIC 9(11).99.
000183  01 retry-cost-edit PIC 9(11).99.
000184  01 iter-cost-edit PIC 9(11).99.
000185  01 total-cost-edit PIC 9(11).99.
000186  01 csv-open PIC 9(1).
000187  COPY CBUC0002.
000188 LINKAGE SECTION.
000189  77 PeriodFrom PIC 9(8).
000190  77 PeriodTo PIC 9(8).
000191  77 RateFile PIC X(40).
000192  77 CsvName PIC X(40).
000193  COPY CBUC0001.
000194 PROCEDURE DIVISION USING CBU-ctx PeriodFrom PeriodTo RateFile
000195      CsvName.
000196  IF owner-file-name <> SPACES AND OwnerCount = 0
000197     CALL CBU-load-owners USING CBU-ctx owner-file-name
000198  END-IF.
000199  MOVE PeriodTo TO period-end.
000200  IF period-end = 0
000201     MOVE 99999999 TO period-end
000202  END-IF.
000203  MOVE 0 TO TeamCount.
000204  PERFORM 1000-LOAD-RATES.
000205  PERFORM 2000-CHARGE-EXECUTIONS.
000206  PERFORM 2500-CHARGE-ITERATIONS.
000207  PERFORM 3000-REPORT.
000208  EXIT PROGRAM.
000209
000210 1000-LOAD-RATES.
000211  MOVE 0 TO RateCount.
000212  MOVE 0 TO default-pos.
000213  MOVE 0 TO FileEOF.
000214  OPEN INPUT RateIn.
000215  PERFORM UNTIL FileEOF = 1
000216     READ RateIn
000217        AT END MOVE 1 TO FileEOF
000218        NOT AT END
000219           IF RateRecord(1:1) <> "*" AND RA-team <> SPACES
000220              AND RateCount < 50
000221              PERFORM 1010-POST-RATE
000222           END-IF
000223     END-READ
000224  END-PERFORM.
000225  CLOSE RateIn.
000226
000227 1010-POST-RATE.
000228  ADD 1 TO RateCount.
000229  MOVE RA-team TO RT-team(RateCount).
000230  MOVE 0 TO RT-sec-rate(RateCount).
000231  MOVE 0 TO RT-exec-rate(RateCount).
000232  MOVE 0 TO RT-retry-rate(RateCount).
000233  MOVE 0 TO RT-iter-rate(RateCount).
000234  IF RA-sec-rate IS NUMERIC
000235     MOVE RA-sec-rate TO RT-sec-rate(RateCount)
000236  END-IF.
000237  IF RA-exec-rate IS NUMERIC
000238     MOVE RA-exec-rate TO RT-exec-rate(RateCount)
000239  END-IF.
000240  IF RA-retry-rate IS NUMERIC
000241     MOVE RA-retry-rate TO RT-retry-rate(RateCount)
000242  END-IF.
000243  IF RA-iter-rate IS NUMERIC
000244     MOVE RA-iter-rate TO RT-iter-rate(RateCount)
000245  END-IF.
000246  IF RA-team = "DEFAULT"
000247     MOVE RateCount TO default-pos
000248  END-IF.
000249
000250* every execution in the period, elapsed time in hundredths
000251 2000-CHARGE-EXECUTIONS.
000252  IF detail-history-file = SPACES
000253     EXIT PARAGRAPH
000254  END-IF.
000255  MOVE 0 TO FileEOF.
000256  OPEN INPUT DetailFile.
000257  PERFORM UNTIL FileEOF = 1
000258     READ DetailFile
000259        AT END MOVE 1 TO FileEOF
000260        NOT AT END
000261           IF RD-stamp IS NUMERIC
000262              AND RD-stamp(1:8) >= PeriodFrom
000263              AND RD-stamp(1:8) <= period-end
000264              PERFORM 2010-POST-EXECUTION
000265           END-IF
000266     END-READ
000267  END-PERFORM.
000268  CLOSE DetailFile.
000269
000270 2010-POST-EXECUTION.
000271  MOVE RD-suite TO charge-suite.
000272  PERFORM 2900-FIND-TEAM.
000273  ADD 1 TO TM-execs(t).
000274  MOVE 0 TO hund-work.
000275  IF RD-elapsed IS NUMERIC
000276     MOVE RD-elapsed TO elapsed-work
000277     COMPUTE hund-work = el-hh * 360000 + el-mm * 6000
000278        + el-ss * 100 + el-cc
000279  END-IF.
000280  ADD hund-work TO TM-hund(t).
000281* the attempts beyond the first are what the retries cost,
000282* their share of the elapsed time taken as an even split
000283  IF RD-attempts IS NUMERIC AND RD-attempts > 1
000284     COMPUTE TM-retries(t) = TM-retries(t) + RD-attempts - 1
000285     COMPUTE TM-retry-hund(t) = TM-retry-hund(t)
000286        + hund-work * (RD-attempts - 1) / RD-attempts
000287  END-IF.
000288
000289* SOAK and PERT records carry the iterations of the run
000290 2500-CHARGE-ITERATIONS.
000291  IF history-file-name = SPACES
000292     EXIT PARAGRAPH
000293  END-IF.
000294  MOVE 0 TO FileEOF.
000295  OPEN INPUT HistoryFile.
000296  PERFORM UNTIL FileEOF = 1
000297     READ HistoryFile
000298        AT END MOVE 1 TO FileEOF
000299        NOT AT END
000300           IF (UR-tag = "SOAK" OR UR-tag = "PERT")
000301              AND UR-stamp IS NUMERIC
000302              AND UR-stamp(1:8) >= PeriodFrom
000303              AND UR-stamp(1:8) <= period-end
000304              PERFORM 2510-POST-ITERATIONS
000305           END-IF
000306     END-READ
000307  END-PERFORM.
000308  CLOSE HistoryFile.
000309
000310 2510-POST-ITERATIONS.
000311  MOVE UR-suite TO charge-suite.
000312  PERFORM 2900-FIND-TEAM.
000313  IF UR-iterations IS NUMERIC
000314     ADD UR-iterations TO TM-iters(t)
000315  END-IF.
000316  IF UR-elapsed IS NUMERIC
000317     ADD UR-elapsed TO TM-iter-sec(t)
000318  END-IF.
000319
000320 2900-FIND-TEAM.
000321  MOVE "(none)" TO owner-team.
000322  PERFORM VARYING ow FROM 1 BY 1 UNTIL ow > OwnerCount
000323     IF OW-suite(ow) <> SPACES AND OW-suite(ow) = charge-suite
000324        MOVE OW-team(ow) TO owner-team
000325     END-IF
000326     IF OW-suite(ow) = SPACES
000327        PERFORM VARYING i FROM 1 BY 1 UNTIL i >= SuiteIndex
000328           IF SuiteName(i) = charge-suite
000329              AND SuitePack(i) = OW-pack(ow)
000330              MOVE OW-team(ow) TO owner-team
000331           END-IF
000332        END-PERFORM
000333     END-IF
000334  END-PERFORM.
000335  PERFORM VARYING t FROM 1 BY 1 UNTIL t > TeamCount
000336     IF TM-team(t) = owner-team
000337        EXIT PARAGRAPH
000338     END-IF
000339  END-PERFORM.
000340  IF TeamCount >= 41
000341     MOVE TeamCount TO t
000342     EXIT PARAGRAPH
000343  END-IF.
000344  ADD 1 TO TeamCount.
000345  MOVE TeamCount TO t.
000346  MOVE owner-team TO TM-team(t).
000347  MOVE 0 TO TM-execs(t).
000348  MOVE 0 TO TM-hund(t).
000349  MOVE 0 TO TM-retries(t).
000350  MOVE 0 TO TM-retry-hund(t).
000351  MOVE 0 TO TM-iters(t).
000352  MOVE 0 TO TM-iter-sec(t).
000353
000354 3000-REPORT.
000355  MOVE 0 TO tot-execs.
000356  MOVE 0 TO tot-hund.
000357  MOVE 0 TO tot-retries.
000358  MOVE 0 TO tot-retry-hund.
000359  MOVE 0 TO tot-iters.
000360  MOVE 0 TO tot-iter-sec.
000361  MOVE 0 TO tot-run-cost.
000362  MOVE 0 TO tot-retry-cost.
000363  MOVE 0 TO tot-iter-cost.
000364  MOVE 0 TO tot-total-cost.
000365  MOVE 0 TO csv-open.
000366  IF CsvName <> SPACES
000367     OPEN OUTPUT CsvOut
000368     MOVE 1 TO csv-open
000369     MOVE SPACES TO CsvLine
000370     STRING "From,To,Team,Executions,ElapsedSec,Retries,RetrySec,"
000371        "Iterations,IterationSec,RunCost,RetryCost,IterationCost,"
000372        "TotalCost" DELIMITED BY SIZE INTO CsvLine
000373     WRITE CsvLine
000374  END-IF.
000375  DISPLAY "|--- Test execution chargeback " PeriodFrom " to "
000376     period-end.
000377  DISPLAY "|   team       execs   elapsed-sec retries"
000378     "     retry-sec  iters      total-cost".
000379  PERFORM VARYING t FROM 1 BY 1 UNTIL t > TeamCount
000380     PERFORM 3100-PRICE-TEAM
000381     PERFORM 3200-SHOW-TEAM
000382  END-PERFORM.
000383  IF TeamCount = 0
000384     DISPLAY "|   nothing ran in the period"
000385  END-IF.
000386  PERFORM 3300-SHOW-TOTAL.
000387  IF csv-open = 1
000388     CLOSE CsvOut
000389  END-IF.
000390
000391 3100-PRICE-TEAM.
000392  MOVE 0 TO rate-pos.
000393  PERFORM VARYING r FROM 1 BY 1 UNTIL r > RateCount
000394     IF RT-team(r) = TM-team(t)
000395        MOVE r TO rate-pos
000396     END-IF
000397  END-PERFORM.
000398  MOVE SPACES TO rate-note.
000399  IF rate-pos = 0
000400     MOVE default-pos TO rate-pos
000401  END-IF.
000402  IF rate-pos = 0
000403     MOVE 0 TO sec-rate
000404     MOVE 0 TO exec-rate
000405     MOVE 0 TO retry-rate
000406     MOVE 0 TO iter-rate
000407     MOVE "NO RATE" TO rate-note
000408  ELSE
000409     MOVE RT-sec-rate(rate-pos) TO sec-rate
000410     MOVE RT-exec-rate(rate-pos) TO exec-rate
000411     MOVE RT-retry-rate(rate-pos) TO retry-rate
000412     MOVE RT-iter-rate(rate-pos) TO iter-rate
000413  END-IF.
000414  COMPUTE show-sec = TM-hund(t) / 100.
000415  COMPUTE show-retry-sec = TM-retry-hund(t) / 100.
000416  COMPUTE run-cost ROUNDED =
000417     (show-sec - show-retry-sec) * sec-rate
000418     + TM-execs(t) * exec-rate.
000419  COMPUTE retry-cost ROUNDED =
000420     show-retry-sec * sec-rate + TM-retries(t) * retry-rate.
000421  COMPUTE iter-cost ROUNDED =
000422     TM-iter-sec(t) * sec-rate + TM-iters(t) * iter-rate.
000423  COMPUTE total-cost = run-cost + retry-cost + iter-cost.
000424  MOVE 0 TO retry-pct.
000425  IF total-cost > 0
000426     COMPUTE retry-pct = retry-cost * 100 / total-cost
000427  END-IF.
000428  MOVE SPACES TO heavy-mark.
000429  IF retry-pct >= 10
000430     MOVE "RETRY-HEAVY" TO heavy-mark
000431  END-IF.
000432  ADD TM-execs(t) TO tot-execs.
000433  ADD TM-hund(t) TO tot-hund.
000434  ADD TM-retries(t) TO tot-retries.
000435  ADD TM-retry-hund(t) TO tot-retry-hund.
000436  ADD TM-iters(t) TO tot-iters.
000437  ADD TM-iter-sec(t) TO tot-iter-sec.
000438  ADD run-cost TO tot-run-cost.
000439  ADD retry-cost TO tot-retry-cost.
000440  ADD iter-cost TO tot-iter-cost.
000441  ADD total-cost TO tot-total-cost.
000442
000443 3200-SHOW-TEAM.
000444  MOVE show-sec TO sec-edit.
000445  MOVE show-retry-sec TO retry-sec-edit.
000446  MOVE run-cost TO run-cost-edit.
000447  MOVE retry-cost TO retry-cost-edit.
000448  MOVE iter-cost TO iter-cost-edit.
000449  MOVE total-cost TO total-cost-edit.
000450  DISPLAY "|   " TM-team(t) " " TM-execs(t) " " sec-edit " "
000451     TM-retries(t) " " retry-sec-edit " " TM-iters(t) " "
000452     total-cost-edit " " heavy-mark " " rate-note.
000453  IF retry-cost > 0
000454     DISPLAY "|              retries cost " retry-cost-edit
000455        " (" retry-pct " pct of the team's charge)"
000456  END-IF.
000457  IF csv-open = 1
000458     MOVE SPACES TO CsvLine
000459     STRING PeriodFrom "," period-end "," DELIMITED BY SIZE
000460        TM-team(t) DELIMITED BY SPACE
000461        "," TM-execs(t) "," sec-edit "," TM-retries(t) ","
000462        retry-sec-edit "," TM-iters(t) "," TM-iter-sec(t) ","
000463        run-cost-edit "," retry-cost-edit "," iter-cost-edit ","
000464        total-cost-edit DELIMITED BY SIZE INTO CsvLine
000465     WRITE CsvLine
000466  END-IF.
000467
000468 3300-SHOW-TOTAL.
000469  COMPUTE show-sec = tot-hund / 100.
000470  COMPUTE show-retry-sec = tot-retry-hund / 100.
000471  MOVE show-sec TO sec-edit.
000472  MOVE show-retry-sec TO retry-sec-edit.
000473  MOVE tot-run-cost TO run-cost-edit.
000474  MOVE tot-retry-cost TO retry-cost-edit.
000475  MOVE tot-iter-cost TO iter-cost-edit.
000476  MOVE tot-total-cost TO total-cost-edit.
000477  DISPLAY "|   TOTAL      " tot-execs " " sec-edit " " tot-retries
000478     " " retry-sec-edit " " tot-iters " " total-cost-edit.
000479  IF csv-open = 1
000480     MOVE SPACES TO CsvLine
000481     STRING PeriodFrom "," period-end ",TOTAL," tot-execs ","
000482        sec-edit "," tot-retries "," retry-sec-edit ","
000483        tot-iters "," tot-iter-sec "," run-cost-edit ","
000484        retry-cost-edit "," iter-cost-edit "," total-cost-edit
000485        DELIMITED BY SIZE INTO CsvLine
000486     WRITE CsvLine
000487  END-IF.
000488 END PROGRAM CBU00400.
