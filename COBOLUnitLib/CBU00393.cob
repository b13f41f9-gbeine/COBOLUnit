000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-plan-lanes
000013*	source name: CBU00393.cob
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

000044*>Batch-window forecast and lane planner, run offline on the
000045*>registered suites (load the catalog first). The selection is
000046*>a pack or tag name - a suite whose pack or tag matches comes
000047*>in whole, otherwise only its tests tagged with the name;
000048*>SPACES takes everything. Prerequisite suites
000049*>(CBU-add-suite-prereq) of a selected suite come in too. Each
000050*>test is forecast at its mean elapsed time over the detail
000051*>history (the timings CBU-report-perf works from); a test
000052*>with no history is forecast at the mean of those that have
000053*>one. A suite and its prerequisite chain always share a lane,
000054*>prerequisites first, and so do suites that clash on a
000055*>resource held exclusively (CBU-add-suite-resource), since
000056*>lanes run side by side; these groups are dealt out longest
000057*>first, each to the least loaded lane. One catalog file per lane,
000058*>named <LanePrefix>nn.CAT, runs under CBU-load-catalog as it
000059*>stands; the forecast report gives each lane's suites, its
000060*>expected elapsed time and its finish from StartTime, and
000061*>flags a lane that would overrun the run budget
000062*>(CBU-set-run-budget) when one is set.
000063* arg1: LaneCount - number of parallel lanes (1-20)
000064* arg2: Selection - pack or tag to plan, SPACES for all
000065* arg3: StartTime - window start, HHMM
000066* arg4: LanePrefix - lane catalog file name prefix
000067* arg5: ReportFile - forecast report (SPACES = <LanePrefix>.RPT)
000068 IDENTIFICATION DIVISION.
000069 PROGRAM-ID.   CBU00393.
000070 ENVIRONMENT    DIVISION.
000071 INPUT-OUTPUT SECTION.
000072 FILE-CONTROL.
000073    SELECT OPTIONAL DetailFile ASSIGN TO detail-history-file
000074		ORGANIZATION IS LINE SEQUENTIAL.
000075    SELECT CatalogOut ASSIGN TO lane-file-name
000076		ORGANIZATION IS LINE SEQUENTIAL.
000077    SELECT ReportOut ASSIGN TO report-file-name
000078		ORGANIZATION IS LINE SEQUENTIAL.
000079 DATA DIVISION.
000080 FILE SECTION.
000081 	FD DetailFile.
000082 	01 DetailRecord.
000083	  05 RD-stamp PIC 9(14).
000084	  05 RD-suite PIC X(20).
000085	  05 RD-test PIC X(20).
000086	  05 RD-status PIC X(1).
000087	  05 RD-attempts PIC 9(2).
000088	  05 RD-elapsed PIC 9(8).
000089	  05 RD-checksum PIC 9(9).
000090 	FD CatalogOut.
000091 	01 CatalogRecord.
000092	  05 CO-type PIC X(1).
000093	  05 CO-name PIC X(20).
000094	  05 CO-desc PIC X(50).
000095 	FD ReportOut.
000096 	01 ReportLine PIC X(100).
000097 WORKING-STORAGE SECTION.
000098  01 DetailEOF PIC 9(1).
000099  01 lane-file-name PIC X(40).
000100  01 report-file-name PIC X(40).
000101  01 name-buf PIC X(32000).
000102  01 prefix-len PIC 99999.
000103  01 i PIC 9(3).
000104  01 j PIC 9(3).
000105  01 k PIC 9(3).
000106  01 h PIC 9(3).
000107  01 r PIC 9(3).
000108  01 q PIC 9(3).
000109  01 keep-root PIC 9(3).
000110  01 drop-root PIC 9(3).
000111  01 steps PIC 9(3).
000112  01 lane PIC 9(2).
000113  01 lane-nb PIC 9(2).
000114  01 best-lane PIC 9(2).
000115  01 best-root PIC 9(3).
000116  01 best-hund PIC 9(11).
000117  01 written-now PIC 9(3).
000118  01 elapsed-work PIC 9(8).
000119  01 elapsed-parts REDEFINES elapsed-work.
000120    05 el-hh PIC 9(2).
000121    05 el-mm PIC 9(2).
000122    05 el-ss PIC 9(2).
000123    05 el-cc PIC 9(2).
000124  01 hund-work PIC 9(9).
000125  01 mean-hund PIC 9(9).
000126  01 all-total PIC 9(13).
000127  01 all-obs PIC 9(7).
000128  01 nb-nohist PIC 9(4).
000129  01 serial-hund PIC 9(11).
000130  01 longest-hund PIC 9(11).
000131  01 secs-work PIC 9(9).
000132  01 fmt-time PIC X(8).
000133  01 serial-time PIC X(8).
000134  01 fmt-hh PIC 9(2).
000135  01 fmt-mm PIC 9(2).
000136  01 fmt-ss PIC 9(2).
000137  01 start-parts.
000138    05 start-hh PIC 9(2).
000139    05 start-mi PIC 9(2).
000140  01 finish-min PIC 9(7).
000141  01 finish-day PIC 9(3).
000142  01 finish-hh PIC 9(2).
000143  01 finish-mi PIC 9(2).
000144  01 lane-flag PIC X(15).
000145  01 SuitePlan.
000146    05 SuitePlanEntry OCCURS 50 TIMES.
000147      10 SU-sel PIC 9(1).
000148      10 SU-auto PIC 9(1).
000149      10 SU-prereq PIC 9(3).
000150      10 SU-root PIC 9(3).
000151      10 SU-tests PIC 9(3).
000152      10 SU-hund PIC 9(11).
000153      10 SU-lane PIC 9(2).
000154      10 SU-written PIC 9(1).
000155      10 SU-dealt PIC 9(1).
000156      10 SU-test-in PIC 9(1) OCCURS 100 TIMES.
000157  01 LanePlan.
000158    05 LaneEntry OCCURS 20 TIMES.
000159      10 LN-hund PIC 9(11).
000160      10 LN-suites PIC 9(3).
000161      10 LN-tests PIC 9(4).
000162  01 HistCount PIC 9(3).
000163  01 HistTable.
000164    05 HistEntry OCCURS 500 TIMES.
000165      10 HT-suite PIC X(20).
000166      10 HT-test PIC X(20).
000167      10 HT-total PIC 9(11).
000168      10 HT-obs PIC 9(5).
000169  COPY CBUC0002.
000170 LINKAGE SECTION.
000171  77 LaneCount PIC 9(2).
000172  77 Selection PIC X(20).
000173  77 StartTime PIC 9(4).
000174  77 LanePrefix PIC X(30).
000175  77 ReportFile PIC X(40).
000176  COPY CBUC0001.
000177 PROCEDURE DIVISION USING CBU-ctx LaneCount Selection StartTime
000178      LanePrefix ReportFile.
000179  MOVE LaneCount TO lane-nb.
000180  IF lane-nb < 1
000181     MOVE 1 TO lane-nb
000182  END-IF.
000183  IF lane-nb > 20
000184     MOVE 20 TO lane-nb
000185  END-IF.
000186  MOVE LanePrefix TO name-buf.
000187  CALL CBU-get-last-index USING CBU-ctx name-buf prefix-len.
000188  MOVE ReportFile TO report-file-name.
000189  IF report-file-name = SPACES
000190     STRING LanePrefix(1:prefix-len) ".RPT" DELIMITED BY SIZE
000191        INTO report-file-name
000192  END-IF.
000193  PERFORM 1000-LOAD-HISTORY.
000194  PERFORM 1100-SELECT.
000195  PERFORM 1200-PREREQUISITES.
000196  PERFORM 1250-RESOURCE-GROUPS.
000197  PERFORM 1300-FORECAST.
000198  PERFORM 2000-DEAL-LANES.
000199  OPEN OUTPUT ReportOut.
000200  PERFORM 4000-REPORT.
000201  CLOSE ReportOut.
000202  PERFORM VARYING lane FROM 1 BY 1 UNTIL lane > lane-nb
000203     PERFORM 3000-WRITE-LANE
000204  END-PERFORM.
000205  EXIT PROGRAM.
000206
000207* mean elapsed time of every test on the detail history, in
000208* hundredths of a second
000209 1000-LOAD-HISTORY.
000210  MOVE 0 TO HistCount.
000211  MOVE 0 TO all-total.
000212  MOVE 0 TO all-obs.
000213  IF detail-history-file = SPACES
000214     EXIT PARAGRAPH
000215  END-IF.
000216  MOVE 0 TO DetailEOF.
000217  OPEN INPUT DetailFile.
000218  PERFORM UNTIL DetailEOF = 1
000219     READ DetailFile
000220        AT END MOVE 1 TO DetailEOF
000221        NOT AT END
000222           IF RD-elapsed IS NUMERIC
000223              PERFORM 1010-POST-TIMING
000224           END-IF
000225     END-READ
000226  END-PERFORM.
000227  CLOSE DetailFile.
000228
000229 1010-POST-TIMING.
000230  MOVE RD-elapsed TO elapsed-work.
000231  COMPUTE hund-work = el-hh * 360000 + el-mm * 6000
000232     + el-ss * 100 + el-cc.
000233  ADD hund-work TO all-total.
000234  ADD 1 TO all-obs.
000235  PERFORM VARYING h FROM 1 BY 1 UNTIL h > HistCount
000236     IF HT-suite(h) = RD-suite AND HT-test(h) = RD-test
000237        ADD hund-work TO HT-total(h)
000238        ADD 1 TO HT-obs(h)
000239        EXIT PARAGRAPH
000240     END-IF
000241  END-PERFORM.
000242  IF HistCount < 500
000243     ADD 1 TO HistCount
000244     MOVE RD-suite TO HT-suite(HistCount)
000245     MOVE RD-test TO HT-test(HistCount)
000246     MOVE hund-work TO HT-total(HistCount)
000247     MOVE 1 TO HT-obs(HistCount)
000248  END-IF.
000249
000250* the suites and tests the selection names
000251 1100-SELECT.
000252  PERFORM VARYING i FROM 1 BY 1 UNTIL i >= SuiteIndex
000253     MOVE 0 TO SU-sel(i)
000254     MOVE 0 TO SU-auto(i)
000255     MOVE 0 TO SU-prereq(i)
000256     MOVE i TO SU-root(i)
000257     MOVE 0 TO SU-tests(i)
000258     MOVE 0 TO SU-hund(i)
000259     MOVE 0 TO SU-lane(i)
000260     MOVE 0 TO SU-written(i)
000261     MOVE 0 TO SU-dealt(i)
000262     PERFORM VARYING j FROM 1 BY 1 UNTIL j > nb-test-size(i)
000263        MOVE 0 TO SU-test-in(i, j)
000264        IF Selection = SPACES
000265           OR SuitePack(i) = Selection
000266           OR SuiteTag(i) = Selection
000267           OR TestTag(i, j) = Selection
000268           MOVE 1 TO SU-test-in(i, j)
000269           MOVE 1 TO SU-sel(i)
000270        END-IF
000271     END-PERFORM
000272  END-PERFORM.
000273
000274* a selected suite's prerequisite chain comes in whole; the
000275* chain's first suite roots the group that shares a lane
000276 1200-PREREQUISITES.
000277  PERFORM VARYING i FROM 1 BY 1 UNTIL i >= SuiteIndex
000278     IF SuitePrereq(i) <> SPACES
000279        PERFORM VARYING k FROM 1 BY 1 UNTIL k >= SuiteIndex
000280           IF SuiteName(k) = SuitePrereq(i) AND k <> i
000281              MOVE k TO SU-prereq(i)
000282           END-IF
000283        END-PERFORM
000284     END-IF
000285  END-PERFORM.
000286  PERFORM VARYING i FROM 1 BY 1 UNTIL i >= SuiteIndex
000287     IF SU-sel(i) = 1
000288        MOVE i TO k
000289        MOVE 0 TO steps
000290        PERFORM UNTIL SU-prereq(k) = 0 OR steps > 50
000291           MOVE SU-prereq(k) TO k
000292           ADD 1 TO steps
000293           IF SU-sel(k) = 0
000294              MOVE 1 TO SU-sel(k)
000295              MOVE 1 TO SU-auto(k)
000296              PERFORM VARYING j FROM 1 BY 1
000297                 UNTIL j > nb-test-size(k)
000298                 MOVE 1 TO SU-test-in(k, j)
000299              END-PERFORM
000300           END-IF
000301        END-PERFORM
000302        MOVE k TO SU-root(i)
000303     END-IF
000304  END-PERFORM.
000305  PERFORM VARYING i FROM 1 BY 1 UNTIL i >= SuiteIndex
000306     IF SU-auto(i) = 1
000307        MOVE i TO k
000308        MOVE 0 TO steps
000309        PERFORM UNTIL SU-prereq(k) = 0 OR steps > 50
000310           MOVE SU-prereq(k) TO k
000311           ADD 1 TO steps
000312        END-PERFORM
000313        MOVE k TO SU-root(i)
000314     END-IF
000315  END-PERFORM.
000316
000317* suites clashing on a resource merge into one group
000318 1250-RESOURCE-GROUPS.
000319  PERFORM VARYING r FROM 1 BY 1 UNTIL r > ResourceCount
000320     PERFORM VARYING q FROM 1 BY 1 UNTIL q > ResourceCount
000321        IF RQ-name(q) = RQ-name(r)
000322           AND RQ-suite(q) <> RQ-suite(r)
000323           AND (RQ-mode(q) = "E" OR RQ-mode(r) = "E")
000324           PERFORM 1260-MERGE-GROUPS
000325        END-IF
000326     END-PERFORM
000327  END-PERFORM.
000328
000329 1260-MERGE-GROUPS.
000330  IF SU-sel(RQ-suite(q)) = 0 OR SU-sel(RQ-suite(r)) = 0
000331     EXIT PARAGRAPH
000332  END-IF.
000333  MOVE SU-root(RQ-suite(r)) TO keep-root.
000334  MOVE SU-root(RQ-suite(q)) TO drop-root.
000335  IF keep-root = drop-root
000336     EXIT PARAGRAPH
000337  END-IF.
000338  PERFORM VARYING k FROM 1 BY 1 UNTIL k >= SuiteIndex
000339     IF SU-root(k) = drop-root
000340        MOVE keep-root TO SU-root(k)
000341     END-IF
000342  END-PERFORM.
000343
000344 1300-FORECAST.
000345  IF all-obs > 0
000346     COMPUTE mean-hund = all-total / all-obs
000347  ELSE
000348     MOVE 0 TO mean-hund
000349  END-IF.
000350  MOVE 0 TO nb-nohist.
000351  MOVE 0 TO serial-hund.
000352  PERFORM VARYING i FROM 1 BY 1 UNTIL i >= SuiteIndex
000353     IF SU-sel(i) = 1
000354        PERFORM VARYING j FROM 1 BY 1 UNTIL j > nb-test-size(i)
000355           IF SU-test-in(i, j) = 1
000356              PERFORM 1310-TEST-FORECAST
000357           END-IF
000358        END-PERFORM
000359        ADD SU-hund(i) TO serial-hund
000360     END-IF
000361  END-PERFORM.
000362
000363 1310-TEST-FORECAST.
000364  ADD 1 TO SU-tests(i).
000365  PERFORM VARYING h FROM 1 BY 1 UNTIL h > HistCount
000366     IF HT-suite(h) = SuiteName(i) AND HT-test(h) = TestName(i, j)
000367        COMPUTE hund-work = HT-total(h) / HT-obs(h)
000368        ADD hund-work TO SU-hund(i)
000369        EXIT PARAGRAPH
000370     END-IF
000371  END-PERFORM.
000372  ADD 1 TO nb-nohist.
000373  ADD mean-hund TO SU-hund(i).
000374
000375* longest prerequisite group first, to the least loaded lane
000376 2000-DEAL-LANES.
000377  PERFORM VARYING lane FROM 1 BY 1 UNTIL lane > lane-nb
000378     MOVE 0 TO LN-hund(lane)
000379     MOVE 0 TO LN-suites(lane)
000380     MOVE 0 TO LN-tests(lane)
000381  END-PERFORM.
000382  MOVE 1 TO best-root.
000383  PERFORM UNTIL best-root = 0
000384     MOVE 0 TO best-root
000385     MOVE 0 TO best-hund
000386     PERFORM VARYING i FROM 1 BY 1 UNTIL i >= SuiteIndex
000387        IF SU-sel(i) = 1 AND SU-root(i) = i AND SU-dealt(i) = 0
000388           MOVE 0 TO hund-work
000389           PERFORM VARYING k FROM 1 BY 1 UNTIL k >= SuiteIndex
000390              IF SU-sel(k) = 1 AND SU-root(k) = i
000391                 ADD SU-hund(k) TO hund-work
000392              END-IF
000393           END-PERFORM
000394           IF best-root = 0 OR hund-work > best-hund
000395              MOVE i TO best-root
000396              MOVE hund-work TO best-hund
000397           END-IF
000398        END-IF
000399     END-PERFORM
000400     IF best-root > 0
000401        PERFORM 2100-ASSIGN-GROUP
000402     END-IF
000403  END-PERFORM.
000404  MOVE 0 TO longest-hund.
000405  PERFORM VARYING lane FROM 1 BY 1 UNTIL lane > lane-nb
000406     IF LN-hund(lane) > longest-hund
000407        MOVE LN-hund(lane) TO longest-hund
000408     END-IF
000409  END-PERFORM.
000410
000411 2100-ASSIGN-GROUP.
000412  MOVE 1 TO best-lane.
000413  PERFORM VARYING lane FROM 2 BY 1 UNTIL lane > lane-nb
000414     IF LN-hund(lane) < LN-hund(best-lane)
000415        MOVE lane TO best-lane
000416     END-IF
000417  END-PERFORM.
000418  MOVE 1 TO SU-dealt(best-root).
000419  PERFORM VARYING k FROM 1 BY 1 UNTIL k >= SuiteIndex
000420     IF SU-sel(k) = 1 AND SU-root(k) = best-root
000421        MOVE best-lane TO SU-lane(k)
000422        ADD SU-hund(k) TO LN-hund(best-lane)
000423        ADD 1 TO LN-suites(best-lane)
000424        ADD SU-tests(k) TO LN-tests(best-lane)
000425     END-IF
000426  END-PERFORM.
000427
000428* one lane's catalog: a suite goes out once its prerequisite
000429* has, so the lane runs the chain in order
000430 3000-WRITE-LANE.
000431  PERFORM 3900-LANE-FILE-NAME.
000432  OPEN OUTPUT CatalogOut.
000433  MOVE 1 TO written-now.
000434  PERFORM UNTIL written-now = 0
000435     MOVE 0 TO written-now
000436     PERFORM VARYING i FROM 1 BY 1 UNTIL i >= SuiteIndex
000437        IF SU-lane(i) = lane AND SU-written(i) = 0
000438           IF SU-prereq(i) = 0
000439              OR SU-written(SU-prereq(i)) = 1
000440              OR SU-lane(SU-prereq(i)) <> lane
000441              PERFORM 3100-WRITE-SUITE
000442              MOVE 1 TO SU-written(i)
000443              ADD 1 TO written-now
000444           END-IF
000445        END-IF
000446     END-PERFORM
000447  END-PERFORM.
000448* a prerequisite loop never frees itself: write it as found
000449  PERFORM VARYING i FROM 1 BY 1 UNTIL i >= SuiteIndex
000450     IF SU-lane(i) = lane AND SU-written(i) = 0
000451        PERFORM 3100-WRITE-SUITE
000452        MOVE 1 TO SU-written(i)
000453     END-IF
000454  END-PERFORM.
000455  CLOSE CatalogOut.
000456
000457 3100-WRITE-SUITE.
000458  MOVE SPACES TO CatalogRecord.
000459  MOVE "S" TO CO-type.
000460  MOVE SuiteName(i) TO CO-name.
000461  MOVE SuiteDesc(i) TO CO-desc.
000462  WRITE CatalogRecord.
000463  IF SuitePrereq(i) <> SPACES
000464     MOVE SPACES TO CatalogRecord
000465     MOVE "P" TO CO-type
000466     MOVE SuitePrereq(i) TO CO-name
000467     WRITE CatalogRecord
000468  END-IF.
000469  PERFORM VARYING k FROM 1 BY 1 UNTIL k > ResourceCount
000470     IF RQ-suite(k) = i
000471        MOVE SPACES TO CatalogRecord
000472        MOVE "X" TO CO-type
000473        MOVE RQ-name(k) TO CO-name
000474        IF RQ-mode(k) = "S"
000475           MOVE "S" TO CO-desc
000476        END-IF
000477        WRITE CatalogRecord
000478     END-IF
000479  END-PERFORM.
000480  IF SuiteSetupProg(i) <> SPACES
000481     OR SuiteTeardownProg(i) <> SPACES
000482     MOVE SPACES TO CatalogRecord
000483     MOVE "H" TO CO-type
000484     MOVE SuiteSetupProg(i) TO CO-name
000485     MOVE SuiteTeardownProg(i) TO CO-desc
000486     WRITE CatalogRecord
000487  END-IF.
000488  IF SuiteTag(i) <> SPACES
000489     MOVE SPACES TO CatalogRecord
000490     MOVE "G" TO CO-type
000491     MOVE SuiteTag(i) TO CO-name
000492     WRITE CatalogRecord
000493  END-IF.
000494  IF SuiteLogFile(i) <> SPACES
000495     MOVE SPACES TO CatalogRecord
000496     MOVE "L" TO CO-type
000497     MOVE SuiteLogFile(i) TO CatalogRecord(2:24)
000498     WRITE CatalogRecord
000499  END-IF.
000500  PERFORM VARYING j FROM 1 BY 1 UNTIL j > nb-test-size(i)
000501     IF SU-test-in(i, j) = 1
000502        PERFORM 3200-WRITE-TEST
000503     END-IF
000504  END-PERFORM.
000505
000506 3200-WRITE-TEST.
000507  MOVE SPACES TO CatalogRecord.
000508  MOVE "T" TO CO-type.
000509  MOVE TestName(i, j) TO CO-name.
000510  MOVE TestDesc(i, j) TO CO-desc.
000511  WRITE CatalogRecord.
000512  IF TestReq(i, j) <> SPACES
000513     MOVE SPACES TO CatalogRecord
000514     MOVE "R" TO CO-type
000515     MOVE TestReq(i, j) TO CatalogRecord(2:30)
000516     WRITE CatalogRecord
000517  END-IF.
000518  PERFORM VARYING k FROM 1 BY 1 UNTIL k > FixtureCount
000519     IF FX-suite(k) = i AND FX-test(k) = j
000520        MOVE SPACES TO CatalogRecord
000521        MOVE "F" TO CO-type
000522        MOVE FX-source(k) TO CatalogRecord(2:40)
000523        MOVE FX-target(k) TO CatalogRecord(42:30)
000524        WRITE CatalogRecord
000525     END-IF
000526  END-PERFORM.
000527
000528 3900-LANE-FILE-NAME.
000529  MOVE SPACES TO lane-file-name.
000530  STRING LanePrefix(1:prefix-len) lane ".CAT" DELIMITED BY SIZE
000531     INTO lane-file-name.
000532
000533 4000-REPORT.
000534  MOVE SPACES TO ReportLine.
000535  IF Selection = SPACES
000536     STRING "Lane plan - whole pack, " lane-nb " lane(s), start "
000537        StartTime(1:2) ":" StartTime(3:2)
000538        DELIMITED BY SIZE INTO ReportLine
000539  ELSE
000540     STRING "Lane plan - " Selection " " lane-nb
000541        " lane(s), start " StartTime(1:2) ":" StartTime(3:2)
000542        DELIMITED BY SIZE INTO ReportLine
000543  END-IF.
000544  PERFORM 9000-PUT-LINE.
000545  MOVE StartTime TO start-parts.
000546  PERFORM VARYING lane FROM 1 BY 1 UNTIL lane > lane-nb
000547     PERFORM 4100-REPORT-LANE
000548  END-PERFORM.
000549  MOVE serial-hund TO secs-work.
000550  PERFORM 9100-FORMAT-TIME.
000551  MOVE fmt-time TO serial-time.
000552  MOVE longest-hund TO secs-work.
000553  PERFORM 9100-FORMAT-TIME.
000554  MOVE SPACES TO ReportLine.
000555  STRING "serial forecast " serial-time ", longest lane " fmt-time
000556     DELIMITED BY SIZE INTO ReportLine.
000557  PERFORM 9000-PUT-LINE.
000558  IF nb-nohist > 0
000559     MOVE SPACES TO ReportLine
000560     STRING nb-nohist " test(s) without timing history,"
000561        " forecast at the pack mean" DELIMITED BY SIZE
000562        INTO ReportLine
000563     PERFORM 9000-PUT-LINE
000564  END-IF.
000565
000566 4100-REPORT-LANE.
000567  PERFORM 3900-LANE-FILE-NAME.
000568  MOVE LN-hund(lane) TO secs-work.
000569  PERFORM 9100-FORMAT-TIME.
000570  COMPUTE finish-min = start-hh * 60 + start-mi
000571     + LN-hund(lane) / 6000.
000572  DIVIDE finish-min BY 1440 GIVING finish-day
000573     REMAINDER finish-min.
000574  DIVIDE finish-min BY 60 GIVING finish-hh
000575     REMAINDER finish-mi.
000576  MOVE SPACES TO lane-flag.
000577  IF finish-day > 0
000578     MOVE "+1d" TO lane-flag
000579  END-IF.
000580  IF run-budget-sec > 0 AND LN-hund(lane) / 100 > run-budget-sec
000581     STRING lane-flag(1:4) "OVER BUDGET" DELIMITED BY SIZE
000582        INTO lane-flag
000583  END-IF.
000584  MOVE SPACES TO ReportLine.
000585  STRING "LANE " lane " " lane-file-name(1:24) " "
000586     LN-suites(lane) " suite(s) " LN-tests(lane) " test(s) "
000587     fmt-time " finish " finish-hh ":" finish-mi " " lane-flag
000588     DELIMITED BY SIZE INTO ReportLine.
000589  PERFORM 9000-PUT-LINE.
000590  PERFORM VARYING i FROM 1 BY 1 UNTIL i >= SuiteIndex
000591     IF SU-lane(i) = lane
000592        MOVE SU-hund(i) TO secs-work
000593        PERFORM 9100-FORMAT-TIME
000594        MOVE SPACES TO ReportLine
000595        IF SU-prereq(i) > 0
000596           STRING "    " SuiteName(i) " " SU-tests(i) " test(s) "
000597              fmt-time " after " SuitePrereq(i)
000598              DELIMITED BY SIZE INTO ReportLine
000599        ELSE
000600           STRING "    " SuiteName(i) " " SU-tests(i) " test(s) "
000601              fmt-time DELIMITED BY SIZE INTO ReportLine
000602        END-IF
000603        PERFORM 9000-PUT-LINE
000604     END-IF
000605  END-PERFORM.
000606
000607 9000-PUT-LINE.
000608  WRITE ReportLine.
000609  DISPLAY ReportLine.
000610
000611* hundredths of a second as HH:MM:SS
000612 9100-FORMAT-TIME.
000613  COMPUTE secs-work = secs-work / 100.
000614  DIVIDE secs-work BY 3600 GIVING fmt-hh REMAINDER secs-work.
000615  DIVIDE secs-work BY 60 GIVING fmt-mm REMAINDER fmt-ss.
000616  STRING fmt-hh ":" fmt-mm ":" fmt-ss DELIMITED BY SIZE
000617     INTO fmt-time.
000618 END PROGRAM CBU00393.
