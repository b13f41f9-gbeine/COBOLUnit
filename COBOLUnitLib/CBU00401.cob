000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-print-listing
000013*	source name: CBU00401.cob
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

000044*>Print-format results listing for the job output archive:
000045*>133-byte records, an ASA carriage-control byte ('1' new
000046*>page, ' ' single, '0' double space) followed by a 132-column
000047*>print line, 60 lines to the page. Every page opens with the
000048*>run date and time, the pack run (or ALL PACKS), the host and
000049*>the page number. Each suite gets a section - one line per
000050*>test with its outcome (PASSED, FAILED, ERROR, SKIPPED, XFAIL,
000051*>XPASS), assertions run/passed/failed, attempts and elapsed
000052*>time, the name, expected and actual value of every failed
000053*>assertion and the error program and condition of an errored
000054*>test beneath it, then the suite's subtotals. A summary page
000055*>closes the listing with the per-suite table, the run totals
000056*>and the overall result. With the file-backed results store
000057*>the test lines come off the store, which keeps no assertion
000058*>values. CBU-run writes the listing after every run, under
000059*>the name given by CBU-set-listing (LISTING-FILE profile
000060*>keyword) or as the run log's name with .LST appended.
000061* arg1: ListingFile - name of the listing file to produce
000062 IDENTIFICATION DIVISION.
000063 PROGRAM-ID.   CBU00401.
000064 ENVIRONMENT    DIVISION.
000065 INPUT-OUTPUT SECTION.
000066 FILE-CONTROL.
000067    SELECT ListingOut ASSIGN TO ListingFile
000068		ORGANIZATION IS LINE SEQUENTIAL.
000069 DATA DIVISION.
000070 FILE SECTION.
000071 	FD ListingOut.
000072 	01 ListingRecord.
000073	  05 LR-cc PIC X(1).
000074	  05 LR-text PIC X(132).
000075 WORKING-STORAGE SECTION.
000076  01 i PIC 9(3).
000077  01 j PIC 9(3).
000078  01 k PIC 9(3).
000079  01 lines-per-page PIC 9(3) VALUE 60.
000080  01 line-nb PIC 9(3).
000081  01 page-nb PIC 9(4).
000082  01 print-cc PIC X(1).
000083  01 print-text PIC X(132).
000084  01 advance-nb PIC 9(1).
000085  01 heading-kind PIC X(1).
000086  01 pack-show PIC X(20).
000087  01 elapsed-work.
000088    05 el-hh PIC 99.
000089    05 el-mm PIC 99.
000090    05 el-ss PIC 99.
000091    05 el-cc PIC 99.
000092  01 outcome PIC X(8).
000093  01 sub-tests PIC 9(3).
000094  01 sub-passed PIC 9(3).
000095  01 sub-failed PIC 9(3).
000096  01 sub-errors PIC 9(3).
000097  01 sub-skipped PIC 9(3).
000098  01 sub-xfail PIC 9(3).
000099  01 tot-tests PIC 9(5).
000100  01 tot-passed PIC 9(5).
000101  01 tot-failed PIC 9(5).
000102  01 tot-errors PIC 9(5).
000103  01 tot-skipped PIC 9(5).
000104  01 tot-xfail PIC 9(5).
000105  01 ListeSubtotals.
000106    05 SubtotalEntry OCCURS 50 TIMES.
000107      10 ST-tests PIC 9(3).
000108      10 ST-passed PIC 9(3).
000109      10 ST-failed PIC 9(3).
000110      10 ST-errors PIC 9(3).
000111      10 ST-skipped PIC 9(3).
000112      10 ST-xfail PIC 9(3).
000113  01 store-action PIC X(1).
000114  01 store-eof PIC 9(1).
000115  01 wanted-suite PIC X(41).
000116  01 store-row.
000117    05 RO-suite PIC X(41).
000118    05 RO-test PIC X(20).
000119    05 RO-assert-run PIC 9(3).
000120    05 RO-assert-succeed PIC 9(3).
000121    05 RO-assert-failed PIC 9(3).
000122    05 RO-status PIC X(1).
000123    05 RO-error-prog PIC X(20).
000124    05 RO-error-cond PIC X(30).
000125    05 RO-elapsed PIC 9(8).
000126    05 RO-attempts PIC 9(2).
000127  01 header-line-1.
000128    05 FILLER PIC X(11) VALUE "CBU-LISTING".
000129    05 FILLER PIC X(4) VALUE SPACES.
000130    05 FILLER PIC X(36) VALUE
000131       "COBOLUNIT REGRESSION RESULTS LISTING".
000132    05 FILLER PIC X(14) VALUE SPACES.
000133    05 FILLER PIC X(9) VALUE "RUN DATE ".
000134    05 H1-year PIC 9(4).
000135    05 FILLER PIC X(1) VALUE "-".
000136    05 H1-month PIC 9(2).
000137    05 FILLER PIC X(1) VALUE "-".
000138    05 H1-day PIC 9(2).
000139    05 FILLER PIC X(1) VALUE SPACES.
000140    05 H1-hour PIC 9(2).
000141    05 FILLER PIC X(1) VALUE ":".
000142    05 H1-minute PIC 9(2).
000143    05 FILLER PIC X(1) VALUE ":".
000144    05 H1-second PIC 9(2).
000145    05 FILLER PIC X(30) VALUE SPACES.
000146    05 FILLER PIC X(5) VALUE "PAGE ".
000147    05 H1-page PIC ZZZ9.
000148  01 header-line-2.
000149    05 FILLER PIC X(6) VALUE "PACK: ".
000150    05 H2-pack PIC X(20).
000151    05 FILLER PIC X(3) VALUE SPACES.
000152    05 FILLER PIC X(6) VALUE "HOST: ".
000153    05 H2-host PIC X(20).
000154    05 FILLER PIC X(3) VALUE SPACES.
000155    05 FILLER PIC X(5) VALUE "LOG: ".
000156    05 H2-log PIC X(40).
000157    05 FILLER PIC X(29) VALUE SPACES.
000158  01 test-heading.
000159    05 FILLER PIC X(2) VALUE SPACES.
000160    05 FILLER PIC X(21) VALUE "TEST".
000161    05 FILLER PIC X(51) VALUE "DESCRIPTION".
000162    05 FILLER PIC X(9) VALUE "OUTCOME".
000163    05 FILLER PIC X(19) VALUE "RUN PASS FAIL ATT".
000164    05 FILLER PIC X(30) VALUE "ELAPSED".
000165  01 summary-heading.
000166    05 FILLER PIC X(2) VALUE SPACES.
000167    05 FILLER PIC X(21) VALUE "SUITE".
000168    05 FILLER PIC X(109) VALUE
000169       "TESTS PASSED FAILED ERRORS SKIPPED  XFAIL  RESULT".
000170  01 test-line.
000171    05 FILLER PIC X(2).
000172    05 TL-name PIC X(20).
000173    05 FILLER PIC X(1).
000174    05 TL-desc PIC X(50).
000175    05 FILLER PIC X(1).
000176    05 TL-outcome PIC X(8).
000177    05 FILLER PIC X(1).
000178    05 TL-run PIC ZZ9.
000179    05 FILLER PIC X(2).
000180    05 TL-pass PIC ZZ9.
000181    05 FILLER PIC X(2).
000182    05 TL-fail PIC ZZ9.
000183    05 FILLER PIC X(2).
000184    05 TL-attempts PIC Z9.
000185    05 FILLER PIC X(2).
000186    05 TL-elapsed.
000187      10 TL-hh PIC 99.
000188      10 FILLER PIC X(1).
000189      10 TL-mm PIC 99.
000190      10 FILLER PIC X(1).
000191      10 TL-ss PIC 99.
000192      10 FILLER PIC X(1).
000193      10 TL-cc PIC 99.
000194    05 FILLER PIC X(19).
000195  01 suite-line.
000196    05 FILLER PIC X(2).
000197    05 SL-name PIC X(20).
000198    05 FILLER PIC X(1).
000199    05 SL-tests PIC ZZZZ9.
000200    05 FILLER PIC X(2).
000201    05 SL-passed PIC ZZZZ9.
000202    05 FILLER PIC X(2).
000203    05 SL-failed PIC ZZZZ9.
000204    05 FILLER PIC X(2).
000205    05 SL-errors PIC ZZZZ9.
000206    05 FILLER PIC X(3).
000207    05 SL-skipped PIC ZZZZ9.
000208    05 FILLER PIC X(2).
000209    05 SL-xfail PIC ZZZZ9.
000210    05 FILLER PIC X(2).
000211    05 SL-result PIC X(8).
000212    05 FILLER PIC X(58).
000213  COPY CBUC0002.
000214 LINKAGE SECTION.
000215  77 ListingFile PIC X(40).
000216  COPY CBUC0001.
000217 PROCEDURE DIVISION USING CBU-ctx ListingFile.
000218  IF ListingFile = SPACES
000219     EXIT PROGRAM
000220  END-IF.
000221  MOVE run-stamp(1:4) TO H1-year.
000222  MOVE run-stamp(5:2) TO H1-month.
000223  MOVE run-stamp(7:2) TO H1-day.
000224  MOVE run-stamp(9:2) TO H1-hour.
000225  MOVE run-stamp(11:2) TO H1-minute.
000226  MOVE run-stamp(13:2) TO H1-second.
000227  MOVE filter-pack-name TO pack-show.
000228  IF pack-show = SPACES OR pack-show(1:1) = LOW-VALUE
000229     MOVE "ALL PACKS" TO pack-show
000230  END-IF.
000231  MOVE pack-show TO H2-pack.
000232  MOVE prov-host TO H2-host.
000233  MOVE currentLogFile TO H2-log.
000234  INSPECT header-line-2 REPLACING ALL LOW-VALUE BY SPACE.
000235  MOVE 0 TO page-nb.
000236  MOVE 0 TO tot-tests.
000237  MOVE 0 TO tot-passed.
000238  MOVE 0 TO tot-failed.
000239  MOVE 0 TO tot-errors.
000240  MOVE 0 TO tot-skipped.
000241  MOVE 0 TO tot-xfail.
000242  OPEN OUTPUT ListingOut.
000243  MOVE "T" TO heading-kind.
000244  PERFORM 8100-NEW-PAGE.
000245  PERFORM VARYING i FROM 1 BY 1 UNTIL i >= SuiteIndex
000246     PERFORM 1000-SUITE-SECTION
000247  END-PERFORM.
000248  IF results-store-mode = 1
000249     MOVE "C" TO store-action
000250     CALL CBU-read-result-store USING CBU-ctx
000251        store-action wanted-suite store-row store-eof
000252  END-IF.
000253  PERFORM 3000-SUMMARY-PAGE.
000254  CLOSE ListingOut.
000255  EXIT PROGRAM.
000256
000257 1000-SUITE-SECTION.
000258* keep a suite's heading with at least its first few tests
000259  IF line-nb + 6 > lines-per-page
000260     PERFORM 8100-NEW-PAGE
000261  END-IF.
000262  MOVE SPACES TO print-text.
000263  STRING "SUITE " SuiteName(i) "  " SuiteDesc(i)
000264     DELIMITED BY SIZE INTO print-text(3:130).
000265  IF SuitePack(i) <> SPACES
000266     MOVE "PACK" TO print-text(81:4)
000267     MOVE SuitePack(i) TO print-text(86:20)
000268  END-IF.
000269  MOVE "0" TO print-cc.
000270  PERFORM 8000-PRINT-LINE.
000271  MOVE 0 TO sub-tests.
000272  MOVE 0 TO sub-passed.
000273  MOVE 0 TO sub-failed.
000274  MOVE 0 TO sub-errors.
000275  MOVE 0 TO sub-skipped.
000276  MOVE 0 TO sub-xfail.
000277  IF results-store-mode = 1
000278     PERFORM 1500-STORE-TESTS
000279  ELSE
000280     PERFORM VARYING j FROM 1 BY 1 UNTIL j > nb-test-size(i)
000281        PERFORM 1100-TEST-LINE
000282     END-PERFORM
000283  END-IF.
000284  PERFORM 2000-SUITE-SUBTOTAL.
000285
000286 1100-TEST-LINE.
000287  EVALUATE TRUE
000288  WHEN suite-deferred(i) = 1 OR test-skipped(i, j) = 1
000289     MOVE "SKIPPED" TO outcome
000290     ADD 1 TO sub-skipped
000291  WHEN TestErrorProgram(i, j) <> SPACES
000292     MOVE "ERROR" TO outcome
000293     ADD 1 TO sub-errors
000294  WHEN nb-assert-failed(i, j) > 0 AND test-xfail(i, j) = 1
000295     MOVE "XFAIL" TO outcome
000296     ADD 1 TO sub-xfail
000297  WHEN nb-assert-failed(i, j) > 0
000298     MOVE "FAILED" TO outcome
000299     ADD 1 TO sub-failed
000300  WHEN test-xfail(i, j) = 1
000301     MOVE "XPASS" TO outcome
000302     ADD 1 TO sub-passed
000303  WHEN OTHER
000304     MOVE "PASSED" TO outcome
000305     ADD 1 TO sub-passed
000306  END-EVALUATE.
000307  ADD 1 TO sub-tests.
000308  MOVE SPACES TO test-line.
000309  MOVE TestName(i, j) TO TL-name.
000310  MOVE TestDesc(i, j) TO TL-desc.
000311  MOVE outcome TO TL-outcome.
000312  MOVE nb-assert-run(i, j) TO TL-run.
000313  MOVE nb-assert-succeed(i, j) TO TL-pass.
000314  MOVE nb-assert-failed(i, j) TO TL-fail.
000315  MOVE attempts-used(i, j) TO TL-attempts.
000316  MOVE test-time-elapsed(i, j) TO elapsed-work.
000317  PERFORM 1200-EDIT-ELAPSED.
000318  MOVE test-line TO print-text.
000319  MOVE " " TO print-cc.
000320  PERFORM 8000-PRINT-LINE.
000321  IF TestErrorProgram(i, j) <> SPACES
000322     MOVE SPACES TO print-text
000323     STRING "ERROR IN " TestErrorProgram(i, j) "  "
000324        TestErrorCondition(i, j) DELIMITED BY SIZE
000325        INTO print-text(7:120)
000326     PERFORM 8000-PRINT-LINE
000327  END-IF.
000328  PERFORM VARYING k FROM 1 BY 1
000329     UNTIL k > nb-assert-run(i, j) OR k > 20
000330     IF has-succeed(i, j, k) = 0
000331        PERFORM 1300-ASSERT-DETAIL
000332     END-IF
000333  END-PERFORM.
000334
000335 1200-EDIT-ELAPSED.
000336  IF elapsed-work IS NOT NUMERIC
000337     MOVE "00000000" TO elapsed-work
000338  END-IF.
000339  MOVE el-hh TO TL-hh.
000340  MOVE ":" TO TL-elapsed(3:1).
000341  MOVE el-mm TO TL-mm.
000342  MOVE ":" TO TL-elapsed(6:1).
000343  MOVE el-ss TO TL-ss.
000344  MOVE "." TO TL-elapsed(9:1).
000345  MOVE el-cc TO TL-cc.
000346
000347* a failed assertion: its name, then what was expected and
000348* what came back, each cut to the print line
000349 1300-ASSERT-DETAIL.
000350  MOVE SPACES TO print-text.
000351  STRING "ASSERTION " AssertRunName(i, j, k) " FAILED"
000352     DELIMITED BY SIZE INTO print-text(7:120).
000353  PERFORM 8000-PRINT-LINE.
000354  MOVE SPACES TO print-text.
000355  MOVE "EXPECTED: " TO print-text(9:10).
000356  MOVE AssertValueExpected(i, j, k) TO print-text(19:114).
000357  PERFORM 8000-PRINT-LINE.
000358  MOVE SPACES TO print-text.
000359  MOVE "ACTUAL:   " TO print-text(9:10).
000360  MOVE AssertValueActual(i, j, k) TO print-text(19:114).
000361  PERFORM 8000-PRINT-LINE.
000362
000363 1500-STORE-TESTS.
000364  MOVE "S" TO store-action.
000365  MOVE SuiteName(i) TO wanted-suite.
000366  MOVE 0 TO store-eof.
000367  PERFORM UNTIL store-eof = 1
000368     CALL CBU-read-result-store USING CBU-ctx
000369        store-action wanted-suite store-row store-eof
000370     IF store-eof = 0
000371        MOVE "R" TO store-action
000372        PERFORM 1510-STORE-TEST-LINE
000373     END-IF
000374  END-PERFORM.
000375
000376 1510-STORE-TEST-LINE.
000377  EVALUATE TRUE
000378  WHEN suite-deferred(i) = 1
000379     MOVE "SKIPPED" TO outcome
000380     ADD 1 TO sub-skipped
000381  WHEN RO-error-prog <> SPACES
000382     MOVE "ERROR" TO outcome
000383     ADD 1 TO sub-errors
000384  WHEN RO-assert-failed > 0
000385     MOVE "FAILED" TO outcome
000386     ADD 1 TO sub-failed
000387  WHEN OTHER
000388     MOVE "PASSED" TO outcome
000389     ADD 1 TO sub-passed
000390  END-EVALUATE.
000391  ADD 1 TO sub-tests.
000392  MOVE SPACES TO test-line.
000393  MOVE RO-test TO TL-name.
000394  MOVE outcome TO TL-outcome.
000395  MOVE RO-assert-run TO TL-run.
000396  MOVE RO-assert-succeed TO TL-pass.
000397  MOVE RO-assert-failed TO TL-fail.
000398  MOVE RO-attempts TO TL-attempts.
000399  MOVE RO-elapsed TO elapsed-work.
000400  PERFORM 1200-EDIT-ELAPSED.
000401  MOVE test-line TO print-text.
000402  MOVE " " TO print-cc.
000403  PERFORM 8000-PRINT-LINE.
000404  IF RO-error-prog <> SPACES
000405     MOVE SPACES TO print-text
000406     STRING "ERROR IN " RO-error-prog "  " RO-error-cond
000407        DELIMITED BY SIZE INTO print-text(7:120)
000408     PERFORM 8000-PRINT-LINE
000409  END-IF.
000410
000411 2000-SUITE-SUBTOTAL.
000412  MOVE SPACES TO print-text.
000413  STRING "SUITE " SuiteName(i) " SUBTOTAL:  " sub-tests
000414     " TESTS  " sub-passed " PASSED  " sub-failed " FAILED  "
000415     sub-errors " ERRORS  " sub-skipped " SKIPPED  "
000416     sub-xfail " XFAIL" DELIMITED BY SIZE
000417     INTO print-text(3:130).
000418  MOVE "0" TO print-cc.
000419  PERFORM 8000-PRINT-LINE.
000420  IF i <= 50
000421     MOVE sub-tests TO ST-tests(i)
000422     MOVE sub-passed TO ST-passed(i)
000423     MOVE sub-failed TO ST-failed(i)
000424     MOVE sub-errors TO ST-errors(i)
000425     MOVE sub-skipped TO ST-skipped(i)
000426     MOVE sub-xfail TO ST-xfail(i)
000427  END-IF.
000428  ADD sub-tests TO tot-tests.
000429  ADD sub-passed TO tot-passed.
000430  ADD sub-failed TO tot-failed.
000431  ADD sub-errors TO tot-errors.
000432  ADD sub-skipped TO tot-skipped.
000433  ADD sub-xfail TO tot-xfail.
000434
000435 3000-SUMMARY-PAGE.
000436  MOVE "S" TO heading-kind.
000437  PERFORM 8100-NEW-PAGE.
000438  PERFORM VARYING i FROM 1 BY 1 UNTIL i >= SuiteIndex OR i > 50
000439     MOVE SPACES TO suite-line
000440     MOVE SuiteName(i) TO SL-name
000441     MOVE ST-tests(i) TO SL-tests
000442     MOVE ST-passed(i) TO SL-passed
000443     MOVE ST-failed(i) TO SL-failed
000444     MOVE ST-errors(i) TO SL-errors
000445     MOVE ST-skipped(i) TO SL-skipped
000446     MOVE ST-xfail(i) TO SL-xfail
000447     IF ST-failed(i) > 0 OR ST-errors(i) > 0
000448        MOVE "FAILED" TO SL-result
000449     ELSE
000450        MOVE "PASSED" TO SL-result
000451     END-IF
000452     MOVE suite-line TO print-text
000453     MOVE " " TO print-cc
000454     PERFORM 8000-PRINT-LINE
000455  END-PERFORM.
000456  MOVE SPACES TO suite-line.
000457  MOVE "RUN TOTAL" TO SL-name.
000458  MOVE tot-tests TO SL-tests.
000459  MOVE tot-passed TO SL-passed.
000460  MOVE tot-failed TO SL-failed.
000461  MOVE tot-errors TO SL-errors.
000462  MOVE tot-skipped TO SL-skipped.
000463  MOVE tot-xfail TO SL-xfail.
000464  IF RunFailureCount > 0 OR TestError > 0
000465     MOVE "FAILED" TO SL-result
000466  ELSE
000467     MOVE "PASSED" TO SL-result
000468  END-IF.
000469  MOVE suite-line TO print-text.
000470  MOVE "0" TO print-cc.
000471  PERFORM 8000-PRINT-LINE.
000472  MOVE SPACES TO print-text.
000473  STRING "TESTS RUN " TestRunCount "   SUCCEEDED " RunSuccessCount
000474     "   FAILED " RunFailureCount "   IN ERROR " TestError
000475     "   SKIPPED " RunSkipCount "   XFAIL " RunXfailCount
000476     "   XPASS " RunXpassCount DELIMITED BY SIZE
000477     INTO print-text(3:130).
000478  MOVE "0" TO print-cc.
000479  PERFORM 8000-PRINT-LINE.
000480  MOVE SPACES TO print-text.
000481  IF RunFailureCount > 0 OR TestError > 0
000482     MOVE "OVERALL RESULT: FAILED" TO print-text(3:22)
000483  ELSE
000484     MOVE "OVERALL RESULT: PASSED" TO print-text(3:22)
000485  END-IF.
000486  MOVE "0" TO print-cc.
000487  PERFORM 8000-PRINT-LINE.
000488  MOVE SPACES TO print-text.
000489  MOVE "*** END OF LISTING ***" TO print-text(3:22).
000490  MOVE "0" TO print-cc.
000491  PERFORM 8000-PRINT-LINE.
000492
000493* one print line under print-cc, breaking the page first when
000494* the line would run off the bottom
000495 8000-PRINT-LINE.
000496  EVALUATE print-cc
000497  WHEN "0"
000498     MOVE 2 TO advance-nb
000499  WHEN "-"
000500     MOVE 3 TO advance-nb
000501  WHEN OTHER
000502     MOVE 1 TO advance-nb
000503  END-EVALUATE.
000504  IF line-nb + advance-nb > lines-per-page
000505     PERFORM 8100-NEW-PAGE
000506     MOVE "0" TO print-cc
000507     MOVE 2 TO advance-nb
000508  END-IF.
000509  MOVE print-cc TO LR-cc.
000510  MOVE print-text TO LR-text.
000511* unset descriptions and binary assertion values print blank
000512  INSPECT LR-text REPLACING ALL LOW-VALUE BY SPACE.
000513  WRITE ListingRecord.
000514  ADD advance-nb TO line-nb.
000515  MOVE " " TO print-cc.
000516
000517 8100-NEW-PAGE.
000518  ADD 1 TO page-nb.
000519  MOVE page-nb TO H1-page.
000520  MOVE "1" TO LR-cc.
000521  MOVE header-line-1 TO LR-text.
000522  WRITE ListingRecord.
000523  MOVE " " TO LR-cc.
000524  MOVE header-line-2 TO LR-text.
000525  WRITE ListingRecord.
000526  MOVE "0" TO LR-cc.
000527  IF heading-kind = "S"
000528     MOVE "  SUMMARY OF RUN" TO LR-text
000529     WRITE ListingRecord
000530     MOVE "0" TO LR-cc
000531     MOVE summary-heading TO LR-text
000532  ELSE
000533     MOVE test-heading TO LR-text
000534  END-IF.
000535  WRITE ListingRecord.
000536  MOVE " " TO LR-cc.
000537  MOVE ALL "-" TO LR-text.
000538  WRITE ListingRecord.
000539  IF heading-kind = "S"
000540     MOVE 8 TO line-nb
000541  ELSE
000542     MOVE 5 TO line-nb
000543  END-IF.
000544 END PROGRAM CBU00401.
