000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-minimize-pack
000013*	source name: CBU00390.cob
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

000044*>Regression pack minimization: from the tests registered in
000045*>the context (typically straight from CBU-load-catalog), the
000046*>per-test paragraph visits on the coverage map file and the
000047*>requirement tags (TestReq), choose a small set of tests that
000048*>still visits every covered paragraph and carries every
000049*>tagged requirement, and write it as a catalog file
000050*>CBU-load-catalog can run directly (suite hooks, tag, log
000051*>file, prerequisite, resource, requirement and fixture rows
000052*>carried over). The choice is greedy: the test adding the most
000053*>not-yet-reached paragraphs and requirements goes in first,
000054*>ties going to the test with more failures and errors in
000055*>the detail history, then to catalog order. A test with no
000056*>coverage records cannot be shown redundant and is always
000057*>kept. The tests left out are reported with their fail
000058*>history - runs, failures, errors and the last failing run -
000059*>so a test that actually catches things is not dropped
000060*>blindly.
000061* arg1: out-file - catalog file to produce (for CBU00015)
000062* arg2: DroppedCount - number of tests left out of the catalog
000063 IDENTIFICATION DIVISION.
000064 PROGRAM-ID.   CBU00390.
000065 ENVIRONMENT    DIVISION.
000066 INPUT-OUTPUT SECTION.
000067 FILE-CONTROL.
000068    SELECT OPTIONAL CoverageMap ASSIGN TO coverage-map-file
000069		ORGANIZATION IS LINE SEQUENTIAL.
000070    SELECT OPTIONAL DetailFile ASSIGN TO detail-history-file
000071		ORGANIZATION IS LINE SEQUENTIAL.
000072    SELECT CatalogOut ASSIGN TO out-file
000073		ORGANIZATION IS LINE SEQUENTIAL.
000074 DATA DIVISION.
000075 FILE SECTION.
000076 	FD CoverageMap.
000077 	01 CoverageMapRecord.
000078	  05 CM-suite PIC X(20).
000079	  05 CM-test PIC X(20).
000080	  05 CM-paragraph PIC X(30).
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
000095 WORKING-STORAGE SECTION.
000096  01 MapEOF PIC 9(1).
000097  01 DetailEOF PIC 9(1).
000098  01 i PIC 9(3).
000099  01 j PIC 9(3).
000100  01 k PIC 9(4).
000101  01 r PIC 9(1).
000102  01 t PIC 9(3).
000103  01 e PIC 9(3).
000104  01 req-id PIC X(10).
000105  01 el-type PIC X(1).
000106  01 el-name PIC X(30).
000107  01 el-pos PIC 9(3).
000108  01 pair-found PIC 9(1).
000109  01 best PIC 9(3).
000110  01 best-gain PIC 9(4).
000111  01 best-caught PIC 9(5).
000112  01 suite-written PIC 9(1).
000113  01 nb-kept PIC 9(3).
000114  01 nb-para PIC 9(3).
000115  01 nb-req PIC 9(3).
000116  01 nb-caught PIC 9(3).
000117  01 TestCount PIC 9(3).
000118  01 TestTable.
000119    05 TestEntry OCCURS 500 TIMES.
000120      10 TL-suite PIC 9(3).
000121      10 TL-test PIC 9(3).
000122      10 TL-keep PIC 9(1).
000123      10 TL-mapped PIC 9(1).
000124      10 TL-gain PIC 9(4).
000125      10 TL-runs PIC 9(4).
000126      10 TL-fails PIC 9(4).
000127      10 TL-errors PIC 9(4).
000128      10 TL-last-fail PIC 9(14).
000129  01 ElementCount PIC 9(3).
000130  01 ElementTable.
000131    05 ElementEntry OCCURS 900 TIMES.
000132      10 EL-type-code PIC X(1).
000133      10 EL-name-text PIC X(30).
000134      10 EL-reached PIC 9(1).
000135  01 PairCount PIC 9(4).
000136  01 PairTable.
000137    05 PairEntry OCCURS 6000 TIMES.
000138      10 PR-test PIC 9(3).
000139      10 PR-element PIC 9(3).
000140  COPY CBUC0002.
000141 LINKAGE SECTION.
000142  77 out-file PIC X(40).
000143  77 DroppedCount PIC 9(4).
000144  COPY CBUC0001.
000145 PROCEDURE DIVISION USING CBU-ctx out-file DroppedCount.
000146  MOVE 0 TO DroppedCount.
000147  IF coverage-map-file = SPACES
000148     DISPLAY "COBOLUnit: pack minimization needs a coverage map"
000149     EXIT PROGRAM
000150  END-IF.
000151  MOVE 0 TO TestCount.
000152  MOVE 0 TO ElementCount.
000153  MOVE 0 TO PairCount.
000154  PERFORM VARYING i FROM 1 BY 1 UNTIL i >= SuiteIndex
000155     PERFORM VARYING j FROM 1 BY 1 UNTIL j > nb-test-size(i)
000156        PERFORM 1000-POST-TEST
000157     END-PERFORM
000158  END-PERFORM.
000159  MOVE 0 TO MapEOF.
000160  OPEN INPUT CoverageMap.
000161  PERFORM UNTIL MapEOF = 1
000162     READ CoverageMap
000163        AT END MOVE 1 TO MapEOF
000164        NOT AT END PERFORM 1100-POST-VISIT
000165     END-READ
000166  END-PERFORM.
000167  CLOSE CoverageMap.
000168  IF detail-history-file <> SPACES
000169     MOVE 0 TO DetailEOF
000170     OPEN INPUT DetailFile
000171     PERFORM UNTIL DetailEOF = 1
000172        READ DetailFile
000173           AT END MOVE 1 TO DetailEOF
000174           NOT AT END PERFORM 1300-POST-HISTORY
000175        END-READ
000176     END-PERFORM
000177     CLOSE DetailFile
000178  END-IF.
000179* unmapped tests first: nothing shows them redundant
000180  PERFORM VARYING t FROM 1 BY 1 UNTIL t > TestCount
000181     IF TL-mapped(t) = 0
000182        PERFORM 2100-KEEP-TEST
000183     END-IF
000184  END-PERFORM.
000185  MOVE 1 TO best-gain.
000186  PERFORM UNTIL best-gain = 0
000187     PERFORM 2000-PICK-BEST
000188     IF best-gain > 0
000189        MOVE best TO t
000190        PERFORM 2100-KEEP-TEST
000191     END-IF
000192  END-PERFORM.
000193  PERFORM 3000-WRITE-CATALOG.
000194  PERFORM 4000-REPORT.
000195  EXIT PROGRAM.
000196
000197* every registered test, with its requirement ids as elements
000198 1000-POST-TEST.
000199  IF TestCount >= 500
000200     EXIT PARAGRAPH
000201  END-IF.
000202  ADD 1 TO TestCount.
000203  MOVE i TO TL-suite(TestCount).
000204  MOVE j TO TL-test(TestCount).
000205  MOVE 0 TO TL-keep(TestCount).
000206  MOVE 0 TO TL-mapped(TestCount).
000207  MOVE 0 TO TL-gain(TestCount).
000208  MOVE 0 TO TL-runs(TestCount).
000209  MOVE 0 TO TL-fails(TestCount).
000210  MOVE 0 TO TL-errors(TestCount).
000211  MOVE 0 TO TL-last-fail(TestCount).
000212  MOVE TestCount TO t.
000213  PERFORM VARYING r FROM 1 BY 1 UNTIL r > 3
000214     MOVE TestReq(i, j)((r - 1) * 10 + 1:10) TO req-id
000215     IF req-id <> SPACES
000216        MOVE "R" TO el-type
000217        MOVE req-id TO el-name
000218        PERFORM 1200-POST-PAIR
000219     END-IF
000220  END-PERFORM.
000221
000222* one coverage record: the paragraph becomes an element of
000223* the test that visited it
000224 1100-POST-VISIT.
000225  PERFORM VARYING t FROM 1 BY 1 UNTIL t > TestCount
000226     IF SuiteName(TL-suite(t)) = CM-suite
000227        AND TestName(TL-suite(t), TL-test(t)) = CM-test
000228        MOVE 1 TO TL-mapped(t)
000229        MOVE "P" TO el-type
000230        MOVE CM-paragraph TO el-name
000231        PERFORM 1200-POST-PAIR
000232        EXIT PARAGRAPH
000233     END-IF
000234  END-PERFORM.
000235
000236 1200-POST-PAIR.
000237  MOVE 0 TO el-pos.
000238  PERFORM VARYING e FROM 1 BY 1
000239     UNTIL e > ElementCount OR el-pos > 0
000240     IF EL-type-code(e) = el-type AND EL-name-text(e) = el-name
000241        MOVE e TO el-pos
000242     END-IF
000243  END-PERFORM.
000244  IF el-pos = 0
000245     IF ElementCount >= 900
000246        EXIT PARAGRAPH
000247     END-IF
000248     ADD 1 TO ElementCount
000249     MOVE ElementCount TO el-pos
000250     MOVE el-type TO EL-type-code(el-pos)
000251     MOVE el-name TO EL-name-text(el-pos)
000252     MOVE 0 TO EL-reached(el-pos)
000253  END-IF.
000254  MOVE 0 TO pair-found.
000255  PERFORM VARYING k FROM 1 BY 1
000256     UNTIL k > PairCount OR pair-found = 1
000257     IF PR-test(k) = t AND PR-element(k) = el-pos
000258        MOVE 1 TO pair-found
000259     END-IF
000260  END-PERFORM.
000261  IF pair-found = 0 AND PairCount < 6000
000262     ADD 1 TO PairCount
000263     MOVE t TO PR-test(PairCount)
000264     MOVE el-pos TO PR-element(PairCount)
000265  END-IF.
000266
000267 1300-POST-HISTORY.
000268  PERFORM VARYING t FROM 1 BY 1 UNTIL t > TestCount
000269     IF SuiteName(TL-suite(t)) = RD-suite
000270        AND TestName(TL-suite(t), TL-test(t)) = RD-test
000271        ADD 1 TO TL-runs(t)
000272        IF RD-status = "F"
000273           ADD 1 TO TL-fails(t)
000274        END-IF
000275        IF RD-status = "E"
000276           ADD 1 TO TL-errors(t)
000277        END-IF
000278        IF (RD-status = "F" OR RD-status = "E")
000279           AND RD-stamp > TL-last-fail(t)
000280           MOVE RD-stamp TO TL-last-fail(t)
000281        END-IF
000282        EXIT PARAGRAPH
000283     END-IF
000284  END-PERFORM.
000285
000286* the test reaching the most elements no kept test reaches
000287 2000-PICK-BEST.
000288  PERFORM VARYING t FROM 1 BY 1 UNTIL t > TestCount
000289     MOVE 0 TO TL-gain(t)
000290  END-PERFORM.
000291  PERFORM VARYING k FROM 1 BY 1 UNTIL k > PairCount
000292     IF EL-reached(PR-element(k)) = 0
000293        AND TL-keep(PR-test(k)) = 0
000294        ADD 1 TO TL-gain(PR-test(k))
000295     END-IF
000296  END-PERFORM.
000297  MOVE 0 TO best.
000298  MOVE 0 TO best-gain.
000299  MOVE 0 TO best-caught.
000300  PERFORM VARYING t FROM 1 BY 1 UNTIL t > TestCount
000301     IF TL-keep(t) = 0 AND TL-gain(t) > 0
000302        IF TL-gain(t) > best-gain
000303           OR (TL-gain(t) = best-gain
000304              AND TL-fails(t) + TL-errors(t) > best-caught)
000305           MOVE t TO best
000306           MOVE TL-gain(t) TO best-gain
000307           COMPUTE best-caught = TL-fails(t) + TL-errors(t)
000308        END-IF
000309     END-IF
000310  END-PERFORM.
000311
000312 2100-KEEP-TEST.
000313  MOVE 1 TO TL-keep(t).
000314  PERFORM VARYING k FROM 1 BY 1 UNTIL k > PairCount
000315     IF PR-test(k) = t
000316        MOVE 1 TO EL-reached(PR-element(k))
000317     END-IF
000318  END-PERFORM.
000319
000320* the kept tests, suite by suite, in catalog order
000321 3000-WRITE-CATALOG.
000322  OPEN OUTPUT CatalogOut.
000323  PERFORM VARYING i FROM 1 BY 1 UNTIL i >= SuiteIndex
000324     MOVE 0 TO suite-written
000325     PERFORM VARYING t FROM 1 BY 1 UNTIL t > TestCount
000326        IF TL-suite(t) = i AND TL-keep(t) = 1
000327           IF suite-written = 0
000328              PERFORM 3100-WRITE-SUITE
000329              MOVE 1 TO suite-written
000330           END-IF
000331           PERFORM 3200-WRITE-TEST
000332        END-IF
000333     END-PERFORM
000334  END-PERFORM.
000335  CLOSE CatalogOut.
000336
000337 3100-WRITE-SUITE.
000338  MOVE SPACES TO CatalogRecord.
000339  MOVE "S" TO CO-type.
000340  MOVE SuiteName(i) TO CO-name.
000341  MOVE SuiteDesc(i) TO CO-desc.
000342  WRITE CatalogRecord.
000343  IF SuiteSetupProg(i) <> SPACES
000344     OR SuiteTeardownProg(i) <> SPACES
000345     MOVE SPACES TO CatalogRecord
000346     MOVE "H" TO CO-type
000347     MOVE SuiteSetupProg(i) TO CO-name
000348     MOVE SuiteTeardownProg(i) TO CO-desc
000349     WRITE CatalogRecord
000350  END-IF.
000351  IF SuitePrereq(i) <> SPACES
000352     MOVE SPACES TO CatalogRecord
000353     MOVE "P" TO CO-type
000354     MOVE SuitePrereq(i) TO CO-name
000355     WRITE CatalogRecord
000356  END-IF.
000357  PERFORM VARYING k FROM 1 BY 1 UNTIL k > ResourceCount
000358     IF RQ-suite(k) = i
000359        MOVE SPACES TO CatalogRecord
000360        MOVE "X" TO CO-type
000361        MOVE RQ-name(k) TO CO-name
000362        IF RQ-mode(k) = "S"
000363           MOVE "S" TO CO-desc
000364        END-IF
000365        WRITE CatalogRecord
000366     END-IF
000367  END-PERFORM.
000368  IF SuiteTag(i) <> SPACES
000369     MOVE SPACES TO CatalogRecord
000370     MOVE "G" TO CO-type
000371     MOVE SuiteTag(i) TO CO-name
000372     WRITE CatalogRecord
000373  END-IF.
000374  IF SuiteLogFile(i) <> SPACES
000375     MOVE SPACES TO CatalogRecord
000376     MOVE "L" TO CO-type
000377     MOVE SuiteLogFile(i) TO CatalogRecord(2:24)
000378     WRITE CatalogRecord
000379  END-IF.
000380
000381 3200-WRITE-TEST.
000382  MOVE SPACES TO CatalogRecord.
000383  MOVE "T" TO CO-type.
000384  MOVE TestName(i, TL-test(t)) TO CO-name.
000385  MOVE TestDesc(i, TL-test(t)) TO CO-desc.
000386  WRITE CatalogRecord.
000387  IF TestReq(i, TL-test(t)) <> SPACES
000388     MOVE SPACES TO CatalogRecord
000389     MOVE "R" TO CO-type
000390     MOVE TestReq(i, TL-test(t)) TO CatalogRecord(2:30)
000391     WRITE CatalogRecord
000392  END-IF.
000393  PERFORM VARYING k FROM 1 BY 1 UNTIL k > FixtureCount
000394     IF FX-suite(k) = i AND FX-test(k) = TL-test(t)
000395        MOVE SPACES TO CatalogRecord
000396        MOVE "F" TO CO-type
000397        MOVE FX-source(k) TO CatalogRecord(2:40)
000398        MOVE FX-target(k) TO CatalogRecord(42:30)
000399        WRITE CatalogRecord
000400     END-IF
000401  END-PERFORM.
000402
000403 4000-REPORT.
000404  MOVE 0 TO nb-para.
000405  MOVE 0 TO nb-req.
000406  PERFORM VARYING e FROM 1 BY 1 UNTIL e > ElementCount
000407     IF EL-type-code(e) = "P"
000408        ADD 1 TO nb-para
000409     ELSE
000410        ADD 1 TO nb-req
000411     END-IF
000412  END-PERFORM.
000413  MOVE 0 TO nb-kept.
000414  MOVE 0 TO nb-caught.
000415  PERFORM VARYING t FROM 1 BY 1 UNTIL t > TestCount
000416     IF TL-keep(t) = 1
000417        ADD 1 TO nb-kept
000418     ELSE
000419        ADD 1 TO DroppedCount
000420     END-IF
000421  END-PERFORM.
000422  DISPLAY "|--- Regression pack minimization".
000423  DISPLAY "|   " nb-para " paragraph(s) and " nb-req
000424     " requirement(s) reached by " nb-kept " of " TestCount
000425     " test(s) - catalog " out-file.
000426  IF DroppedCount = 0
000427     DISPLAY "|   (no redundant test)"
000428     EXIT PARAGRAPH
000429  END-IF.
000430  DISPLAY "|   candidates to drop (runs/failures/errors,"
000431     " last failing run):".
000432  PERFORM VARYING t FROM 1 BY 1 UNTIL t > TestCount
000433     IF TL-keep(t) = 0
000434        MOVE TL-suite(t) TO i
000435        MOVE TL-test(t) TO j
000436        IF TL-fails(t) + TL-errors(t) > 0
000437           ADD 1 TO nb-caught
000438           DISPLAY "|     " SuiteName(i) " " TestName(i, j) " "
000439              TL-runs(t) "/" TL-fails(t) "/" TL-errors(t) " "
000440              TL-last-fail(t) " - HAS CAUGHT FAILURES"
000441        ELSE
000442           DISPLAY "|     " SuiteName(i) " " TestName(i, j) " "
000443              TL-runs(t) "/" TL-fails(t) "/" TL-errors(t)
000444        END-IF
000445     END-IF
000446  END-PERFORM.
000447  IF nb-caught > 0
000448     DISPLAY "|   " nb-caught " candidate(s) have caught failures"
000449        " - review before dropping"
000450  END-IF.
000451 END PROGRAM CBU00390.
