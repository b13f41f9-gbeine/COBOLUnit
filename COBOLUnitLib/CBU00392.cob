000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-report-dead-weight
000013*	source name: CBU00392.cob
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

000044*>Dead-weight test report for the pack clean-up. Over the
000045*>registered tests (load the catalog first) it lists:
000046*>  NEVER FAILS - ran in the last PeriodMonths months without a
000047*>    single failure or error (detail history), and visits no
000048*>    paragraph that no other test visits (coverage map; with
000049*>    no coverage map configured uniqueness is not checked);
000050*>  NOT RUN     - no recorded run at all in the period while
000051*>    the pack did run: skip marker, quarantined, or skipped or
000052*>    assumption-skipped every time (such runs never reach the
000053*>    detail history);
000054*>  QUARANTINE  - quarantine entries renewed more than twice:
000055*>    each further record for the same test in the quarantine
000056*>    file (CBU-set-quarantine-file) counts as one renewal;
000057*>  OLD XFAIL   - XFAIL markers whose ticket, per TicketFile,
000058*>    was opened more than a year ago.
000059*>Every line carries the owning team from the owner registry.
000060*>TicketFile is an extract from the defect tracker, one open
000061*>ticket per record:
000062*>  col 1-10  ticket reference   col 11-18 opened YYYYMMDD
000063* arg1: PeriodMonths - look-back period in months
000064* arg2: TicketFile - open ticket extract, or SPACES
000065* arg3: FindingCount - number of entries listed
000066 IDENTIFICATION DIVISION.
000067 PROGRAM-ID.   CBU00392.
000068 ENVIRONMENT    DIVISION.
000069 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000071    SELECT OPTIONAL DetailFile ASSIGN TO detail-history-file
000072		ORGANIZATION IS LINE SEQUENTIAL.
000073    SELECT OPTIONAL CoverageMap ASSIGN TO coverage-map-file
000074		ORGANIZATION IS LINE SEQUENTIAL.
000075    SELECT OPTIONAL QuarFile ASSIGN TO quarantine-file-name
000076		ORGANIZATION IS LINE SEQUENTIAL.
000077    SELECT OPTIONAL TicketIn ASSIGN TO TicketFile
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
000090 	FD CoverageMap.
000091 	01 CoverageMapRecord.
000092	  05 CM-suite PIC X(20).
000093	  05 CM-test PIC X(20).
000094	  05 CM-paragraph PIC X(30).
000095 	FD QuarFile.
000096 	01 QuarRecord.
000097	  05 QR-suite PIC X(20).
000098	  05 QR-test PIC X(20).
000099	  05 QR-reason PIC X(10).
000100	  05 QR-ticket PIC X(10).
000101	  05 QR-expiry PIC 9(8).
000102 	FD TicketIn.
000103 	01 TicketRecord.
000104	  05 TK-ticket PIC X(10).
000105	  05 TK-opened PIC 9(8).
000106 WORKING-STORAGE SECTION.
000107  01 DetailEOF PIC 9(1).
000108  01 MapEOF PIC 9(1).
000109  01 QuarEOF PIC 9(1).
000110  01 TicketEOF PIC 9(1).
000111  01 i PIC 9(3).
000112  01 j PIC 9(3).
000113  01 t PIC 9(3).
000114  01 p PIC 9(3).
000115  01 q PIC 9(3).
000116  01 ow PIC 9(2).
000117  01 today PIC 9(8).
000118  01 today-parts REDEFINES today.
000119    05 today-yyyy PIC 9(4).
000120    05 today-mm PIC 9(2).
000121    05 today-dd PIC 9(2).
000122  01 period-start PIC 9(8).
000123  01 period-parts REDEFINES period-start.
000124    05 period-yyyy PIC 9(4).
000125    05 period-mm PIC 9(2).
000126    05 period-dd PIC 9(2).
000127  01 period-stamp PIC 9(14).
000128  01 month-work PIC 9(6).
000129  01 year-ago PIC 9(8).
000130  01 pack-runs PIC 9(5).
000131  01 owner-team PIC X(10).
000132  01 not-run-reason PIC X(30).
000133  01 para-found PIC 9(1).
000134  01 quar-found PIC 9(1).
000135  01 renewals PIC 9(3).
000136  01 TestCount PIC 9(3).
000137  01 TestTable.
000138    05 TestEntry OCCURS 500 TIMES.
000139      10 TL-suite PIC 9(3).
000140      10 TL-test PIC 9(3).
000141      10 TL-runs PIC 9(5).
000142      10 TL-red PIC 9(5).
000143      10 TL-unique PIC 9(3).
000144  01 ParaCount PIC 9(3).
000145  01 ParaTable.
000146    05 ParaEntry OCCURS 900 TIMES.
000147      10 PC-para PIC X(30).
000148      10 PC-test PIC 9(3).
000149      10 PC-shared PIC 9(1).
000150  01 QuarTestCount PIC 9(3).
000151  01 QuarTestTable.
000152    05 QuarTestEntry OCCURS 200 TIMES.
000153      10 QT-suite PIC X(20).
000154      10 QT-test PIC X(20).
000155      10 QT-ticket PIC X(10).
000156      10 QT-records PIC 9(3).
000157  01 TicketCount PIC 9(3).
000158  01 TicketTable.
000159    05 TicketEntry OCCURS 300 TIMES.
000160      10 TT-ticket PIC X(10).
000161      10 TT-opened PIC 9(8).
000162  COPY CBUC0002.
000163 LINKAGE SECTION.
000164  77 PeriodMonths PIC 9(2).
000165  77 TicketFile PIC X(40).
000166  77 FindingCount PIC 9(4).
000167  COPY CBUC0001.
000168 PROCEDURE DIVISION USING CBU-ctx PeriodMonths TicketFile
000169      FindingCount.
000170  MOVE 0 TO FindingCount.
000171  ACCEPT today FROM DATE YYYYMMDD.
000172  COMPUTE month-work = today-yyyy * 12 + today-mm - 1
000173     - PeriodMonths.
000174  DIVIDE month-work BY 12 GIVING period-yyyy
000175     REMAINDER period-mm.
000176  ADD 1 TO period-mm.
000177  MOVE today-dd TO period-dd.
000178  IF period-dd > 28
000179     MOVE 28 TO period-dd
000180  END-IF.
000181  COMPUTE period-stamp = period-start * 1000000.
000182  COMPUTE year-ago = today - 10000.
000183  MOVE 0 TO TestCount.
000184  PERFORM VARYING i FROM 1 BY 1 UNTIL i >= SuiteIndex
000185     PERFORM VARYING j FROM 1 BY 1 UNTIL j > nb-test-size(i)
000186        IF TestCount < 500
000187           ADD 1 TO TestCount
000188           MOVE i TO TL-suite(TestCount)
000189           MOVE j TO TL-test(TestCount)
000190           MOVE 0 TO TL-runs(TestCount)
000191           MOVE 0 TO TL-red(TestCount)
000192           MOVE 0 TO TL-unique(TestCount)
000193        END-IF
000194     END-PERFORM
000195  END-PERFORM.
000196  PERFORM 1000-LOAD-HISTORY.
000197  PERFORM 1100-LOAD-COVERAGE.
000198  PERFORM 1200-LOAD-QUARANTINE.
000199  PERFORM 1300-LOAD-TICKETS.
000200  DISPLAY "|--- Dead-weight tests (period from " period-start ")".
000201  PERFORM VARYING t FROM 1 BY 1 UNTIL t > TestCount
000202     MOVE TL-suite(t) TO i
000203     MOVE TL-test(t) TO j
000204     PERFORM 2000-FIND-OWNER
000205     PERFORM 3000-NEVER-FAILS
000206     PERFORM 3100-NOT-RUN
000207     PERFORM 3300-OLD-XFAIL
000208  END-PERFORM.
000209  PERFORM 3200-QUARANTINE.
000210  DISPLAY "|   " FindingCount " dead-weight entr(y/ies)".
000211  EXIT PROGRAM.
000212
000213 1000-LOAD-HISTORY.
000214  MOVE 0 TO pack-runs.
000215  IF detail-history-file = SPACES
000216     EXIT PARAGRAPH
000217  END-IF.
000218  MOVE 0 TO DetailEOF.
000219  OPEN INPUT DetailFile.
000220  PERFORM UNTIL DetailEOF = 1
000221     READ DetailFile
000222        AT END MOVE 1 TO DetailEOF
000223        NOT AT END
000224           IF RD-stamp >= period-stamp
000225              ADD 1 TO pack-runs
000226              PERFORM 1010-POST-RUN
000227           END-IF
000228     END-READ
000229  END-PERFORM.
000230  CLOSE DetailFile.
000231
000232 1010-POST-RUN.
000233  PERFORM VARYING t FROM 1 BY 1 UNTIL t > TestCount
000234     IF SuiteName(TL-suite(t)) = RD-suite
000235        AND TestName(TL-suite(t), TL-test(t)) = RD-test
000236        ADD 1 TO TL-runs(t)
000237        IF RD-status = "F" OR RD-status = "E"
000238           ADD 1 TO TL-red(t)
000239        END-IF
000240        EXIT PARAGRAPH
000241     END-IF
000242  END-PERFORM.
000243
000244* which test alone visits each paragraph
000245 1100-LOAD-COVERAGE.
000246  MOVE 0 TO ParaCount.
000247  IF coverage-map-file = SPACES
000248     EXIT PARAGRAPH
000249  END-IF.
000250  MOVE 0 TO MapEOF.
000251  OPEN INPUT CoverageMap.
000252  PERFORM UNTIL MapEOF = 1
000253     READ CoverageMap
000254        AT END MOVE 1 TO MapEOF
000255        NOT AT END PERFORM 1110-POST-VISIT
000256     END-READ
000257  END-PERFORM.
000258  CLOSE CoverageMap.
000259  PERFORM VARYING p FROM 1 BY 1 UNTIL p > ParaCount
000260     IF PC-shared(p) = 0 AND PC-test(p) > 0
000261        ADD 1 TO TL-unique(PC-test(p))
000262     END-IF
000263  END-PERFORM.
000264
000265 1110-POST-VISIT.
000266  MOVE 0 TO q.
000267  PERFORM VARYING t FROM 1 BY 1 UNTIL t > TestCount OR q > 0
000268     IF SuiteName(TL-suite(t)) = CM-suite
000269        AND TestName(TL-suite(t), TL-test(t)) = CM-test
000270        MOVE t TO q
000271     END-IF
000272  END-PERFORM.
000273  MOVE 0 TO para-found.
000274  PERFORM VARYING p FROM 1 BY 1
000275     UNTIL p > ParaCount OR para-found = 1
000276     IF PC-para(p) = CM-paragraph
000277        MOVE 1 TO para-found
000278        IF PC-test(p) <> q
000279           MOVE 1 TO PC-shared(p)
000280        END-IF
000281     END-IF
000282  END-PERFORM.
000283  IF para-found = 0 AND ParaCount < 900
000284     ADD 1 TO ParaCount
000285     MOVE CM-paragraph TO PC-para(ParaCount)
000286     MOVE q TO PC-test(ParaCount)
000287     MOVE 0 TO PC-shared(ParaCount)
000288  END-IF.
000289
000290* the whole file, not the first 50 entries the run keeps
000291 1200-LOAD-QUARANTINE.
000292  MOVE 0 TO QuarTestCount.
000293  IF quarantine-file-name = SPACES
000294     EXIT PARAGRAPH
000295  END-IF.
000296  MOVE 0 TO QuarEOF.
000297  OPEN INPUT QuarFile.
000298  PERFORM UNTIL QuarEOF = 1
000299     READ QuarFile
000300        AT END MOVE 1 TO QuarEOF
000301        NOT AT END
000302           IF QR-suite <> SPACES
000303              PERFORM 1210-POST-QUARANTINE
000304           END-IF
000305     END-READ
000306  END-PERFORM.
000307  CLOSE QuarFile.
000308
000309 1210-POST-QUARANTINE.
000310  MOVE 0 TO quar-found.
000311  PERFORM VARYING q FROM 1 BY 1
000312     UNTIL q > QuarTestCount OR quar-found = 1
000313     IF QT-suite(q) = QR-suite AND QT-test(q) = QR-test
000314        MOVE 1 TO quar-found
000315        ADD 1 TO QT-records(q)
000316        MOVE QR-ticket TO QT-ticket(q)
000317     END-IF
000318  END-PERFORM.
000319  IF quar-found = 0 AND QuarTestCount < 200
000320     ADD 1 TO QuarTestCount
000321     MOVE QR-suite TO QT-suite(QuarTestCount)
000322     MOVE QR-test TO QT-test(QuarTestCount)
000323     MOVE QR-ticket TO QT-ticket(QuarTestCount)
000324     MOVE 1 TO QT-records(QuarTestCount)
000325  END-IF.
000326
000327 1300-LOAD-TICKETS.
000328  MOVE 0 TO TicketCount.
000329  IF TicketFile = SPACES
000330     EXIT PARAGRAPH
000331  END-IF.
000332  MOVE 0 TO TicketEOF.
000333  OPEN INPUT TicketIn.
000334  PERFORM UNTIL TicketEOF = 1
000335     READ TicketIn
000336        AT END MOVE 1 TO TicketEOF
000337        NOT AT END
000338           IF TK-ticket <> SPACES AND TK-opened IS NUMERIC
000339              AND TicketCount < 300
000340              ADD 1 TO TicketCount
000341              MOVE TK-ticket TO TT-ticket(TicketCount)
000342              MOVE TK-opened TO TT-opened(TicketCount)
000343           END-IF
000344     END-READ
000345  END-PERFORM.
000346  CLOSE TicketIn.
000347
000348 2000-FIND-OWNER.
000349  MOVE "(none)" TO owner-team.
000350  PERFORM VARYING ow FROM 1 BY 1 UNTIL ow > OwnerCount
000351     IF (OW-suite(ow) <> SPACES
000352           AND OW-suite(ow) = SuiteName(i))
000353        OR (OW-suite(ow) = SPACES
000354           AND OW-pack(ow) = SuitePack(i))
000355        MOVE OW-team(ow) TO owner-team
000356     END-IF
000357  END-PERFORM.
000358
000359 3000-NEVER-FAILS.
000360  IF TL-runs(t) = 0 OR TL-red(t) > 0 OR TL-unique(t) > 0
000361     EXIT PARAGRAPH
000362  END-IF.
000363  ADD 1 TO FindingCount.
000364  IF coverage-map-file = SPACES
000365     DISPLAY "|   NEVER FAILS " SuiteName(i) " " TestName(i, j)
000366        " " TL-runs(t) " green run(s)   owner " owner-team
000367  ELSE
000368     DISPLAY "|   NEVER FAILS " SuiteName(i) " " TestName(i, j)
000369        " " TL-runs(t) " green run(s), no unique paragraph"
000370        "   owner " owner-team
000371  END-IF.
000372
000373 3100-NOT-RUN.
000374  IF pack-runs = 0 OR TL-runs(t) > 0
000375     EXIT PARAGRAPH
000376  END-IF.
000377  MOVE "skipped or assumption-skipped" TO not-run-reason.
000378  PERFORM VARYING q FROM 1 BY 1 UNTIL q > QuarTestCount
000379     IF QT-suite(q) = SuiteName(i) AND QT-test(q) = TestName(i, j)
000380        MOVE "quarantined" TO not-run-reason
000381     END-IF
000382  END-PERFORM.
000383  IF test-skipped(i, j) = 1
000384     MOVE "skip marker" TO not-run-reason
000385  END-IF.
000386  ADD 1 TO FindingCount.
000387  DISPLAY "|   NOT RUN     " SuiteName(i) " " TestName(i, j)
000388     " " not-run-reason "   owner " owner-team.
000389
000390 3200-QUARANTINE.
000391  PERFORM VARYING q FROM 1 BY 1 UNTIL q > QuarTestCount
000392     IF QT-records(q) > 3
000393        COMPUTE renewals = QT-records(q) - 1
000394        MOVE "(none)" TO owner-team
000395        PERFORM VARYING i FROM 1 BY 1 UNTIL i >= SuiteIndex
000396           IF SuiteName(i) = QT-suite(q)
000397              PERFORM 2000-FIND-OWNER
000398           END-IF
000399        END-PERFORM
000400        PERFORM VARYING ow FROM 1 BY 1 UNTIL ow > OwnerCount
000401           IF OW-suite(ow) = QT-suite(q)
000402              MOVE OW-team(ow) TO owner-team
000403           END-IF
000404        END-PERFORM
000405        ADD 1 TO FindingCount
000406        DISPLAY "|   QUARANTINE  " QT-suite(q) " " QT-test(q)
000407           " renewed " renewals " time(s), ticket " QT-ticket(q)
000408           "   owner " owner-team
000409     END-IF
000410  END-PERFORM.
000411
000412 3300-OLD-XFAIL.
000413  IF test-xfail(i, j) = 0
000414     EXIT PARAGRAPH
000415  END-IF.
000416  PERFORM VARYING q FROM 1 BY 1 UNTIL q > TicketCount
000417     IF TT-ticket(q) = xfail-ticket(i, j)
000418        AND TT-opened(q) < year-ago
000419        ADD 1 TO FindingCount
000420        DISPLAY "|   OLD XFAIL   " SuiteName(i) " " TestName(i, j)
000421           " ticket " xfail-ticket(i, j) " open since "
000422           TT-opened(q) "   owner " owner-team
000423        EXIT PARAGRAPH
000424     END-IF
000425  END-PERFORM.
000426 END PROGRAM CBU00392.
