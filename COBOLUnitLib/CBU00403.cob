000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-export-host-extract
000013*	source name: CBU00403.cob
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

000044*>Fixed-length results extract for host ingestion, written by
000045*>CBU-run after the run when CBU-set-host-extract (HOST-EXTRACT
000046*>profile keyword) names the file. Records are 200 bytes with
000047*>no line ends (RECFM=FB, LRECL=200 on the host side), the
000048*>record type in bytes 1-2:
000049*>  HR run header  - 3-4 layout version "01", 5-18 run stamp
000050*>    YYYYMMDDHHMMSS, 19 counter format (Z zoned, P packed),
000051*>    20 codepage (E translated, A untranslated), 21-40 host,
000052*>    41-60 operating system, 61-80 runtime, 81-100 pack,
000053*>    101-140 run log name
000054*>  TR test        - 3-22 suite, 23-42 test, 43 status (P passed,
000055*>    F failed, E error, S skipped, X expected failure, Y
000056*>    unexpected pass), 44-70 counters, 71-90 error program,
000057*>    91-120 error condition, 121-130 XFAIL ticket
000058*>  AR failed assertion - 3-22 suite, 23-42 test, 43-45
000059*>    assertion sequence, 46-65 assertion name, 66-130 expected
000060*>    value, 131-195 actual value (values cut to 65 bytes)
000061*>  TT trailer     - 3-75 control counts, 76-89 run stamp
000062*>TR counters, zoned 9(5) assertions run, 9(5) passed, 9(5)
000063*>failed, 9(3) attempts, 9(9) elapsed hundredths; packed, the
000064*>same as unsigned COMP-3 in bytes 44-59. The AR sequence is
000065*>9(3), or COMP-3 in bytes 43-44. TT counts, zoned 9(9) records
000066*>written including header and trailer, 9(7) each for test
000067*>records, assertion records, passed, failed, errors, skipped
000068*>and expected failures, 9(15) hash total of the TR elapsed
000069*>hundredths; packed, the same as COMP-3 in bytes 3-48. The
000070*>host job rejects a transfer whose record or test counts do
000071*>not match the trailer. Character bytes go out through the
000072*>inverse of the table CBU-set-translate-file loaded (that
000073*>table maps host bytes to local ones, so the same file serves
000074*>both directions) and the file can be sent in binary; packed
000075*>counters are never translated. With no table loaded the
000076*>extract stays in the local codepage and says so in byte 20.
000077* no args other than CBU-ctx
000078 IDENTIFICATION DIVISION.
000079 PROGRAM-ID.   CBU00403.
000080 ENVIRONMENT    DIVISION.
000081 INPUT-OUTPUT SECTION.
000082 FILE-CONTROL.
000083    SELECT ExtractOut ASSIGN TO host-extract-file
000084		ORGANIZATION IS SEQUENTIAL.
000085 DATA DIVISION.
000086 FILE SECTION.
000087 	FD ExtractOut.
000088 	01 ExtractRecord PIC X(200).
000089 WORKING-STORAGE SECTION.
000090  01 i PIC 9(3).
000091  01 j PIC 9(3).
000092  01 k PIC 9(3).
000093  01 b PIC 9(3).
000094  01 out-status PIC X(1).
000095  01 elapsed-work.
000096    05 el-hh PIC 99.
000097    05 el-mm PIC 99.
000098    05 el-ss PIC 99.
000099    05 el-cc PIC 99.
000100  01 hund-work PIC 9(9).
000101  01 identity-table PIC X(256).
000102  01 host-table PIC X(256).
000103  01 store-action PIC X(1).
000104  01 store-eof PIC 9(1).
000105  01 wanted-suite PIC X(41).
000106  01 store-row.
000107    05 RO-suite PIC X(41).
000108    05 RO-test PIC X(20).
000109    05 RO-assert-run PIC 9(3).
000110    05 RO-assert-succeed PIC 9(3).
000111    05 RO-assert-failed PIC 9(3).
000112    05 RO-status PIC X(1).
000113    05 RO-error-prog PIC X(20).
000114    05 RO-error-cond PIC X(30).
000115    05 RO-elapsed PIC 9(8).
000116    05 RO-attempts PIC 9(2).
000117  01 cnt-run PIC 9(5).
000118  01 cnt-passed PIC 9(5).
000119  01 cnt-failed PIC 9(5).
000120  01 cnt-attempts PIC 9(3).
000121  01 cnt-records PIC 9(9).
000122  01 cnt-tests PIC 9(7).
000123  01 cnt-asserts PIC 9(7).
000124  01 cnt-ok PIC 9(7).
000125  01 cnt-ko PIC 9(7).
000126  01 cnt-errors PIC 9(7).
000127  01 cnt-skipped PIC 9(7).
000128  01 cnt-xfail PIC 9(7).
000129  01 hash-elapsed PIC 9(15).
000130  01 header-rec.
000131    05 HR-type PIC X(2).
000132    05 HR-version PIC X(2).
000133    05 HR-stamp PIC 9(14).
000134    05 HR-format PIC X(1).
000135    05 HR-codepage PIC X(1).
000136    05 HR-host PIC X(20).
000137    05 HR-os PIC X(20).
000138    05 HR-runtime PIC X(20).
000139    05 HR-pack PIC X(20).
000140    05 HR-log PIC X(40).
000141    05 FILLER PIC X(60).
000142  01 test-rec.
000143    05 TR-type PIC X(2).
000144    05 TR-suite PIC X(20).
000145    05 TR-test PIC X(20).
000146    05 TR-status PIC X(1).
000147    05 TR-counters.
000148      10 TR-run PIC 9(5).
000149      10 TR-passed PIC 9(5).
000150      10 TR-failed PIC 9(5).
000151      10 TR-attempts PIC 9(3).
000152      10 TR-elapsed PIC 9(9).
000153    05 TR-packed REDEFINES TR-counters.
000154      10 TP-run PIC 9(5) COMP-3.
000155      10 TP-passed PIC 9(5) COMP-3.
000156      10 TP-failed PIC 9(5) COMP-3.
000157      10 TP-attempts PIC 9(3) COMP-3.
000158      10 TP-elapsed PIC 9(9) COMP-3.
000159      10 FILLER PIC X(11).
000160    05 TR-error-prog PIC X(20).
000161    05 TR-error-cond PIC X(30).
000162    05 TR-ticket PIC X(10).
000163    05 FILLER PIC X(70).
000164  01 assert-rec.
000165    05 AR-type PIC X(2).
000166    05 AR-suite PIC X(20).
000167    05 AR-test PIC X(20).
000168    05 AR-seq PIC 9(3).
000169    05 AR-seq-packed REDEFINES AR-seq.
000170      10 AP-seq PIC 9(3) COMP-3.
000171      10 FILLER PIC X(1).
000172    05 AR-name PIC X(20).
000173    05 AR-expected PIC X(65).
000174    05 AR-actual PIC X(65).
000175    05 FILLER PIC X(5).
000176  01 trailer-rec.
000177    05 TT-type PIC X(2).
000178    05 TT-counters.
000179      10 TT-records PIC 9(9).
000180      10 TT-tests PIC 9(7).
000181      10 TT-asserts PIC 9(7).
000182      10 TT-passed PIC 9(7).
000183      10 TT-failed PIC 9(7).
000184      10 TT-errors PIC 9(7).
000185      10 TT-skipped PIC 9(7).
000186      10 TT-xfail PIC 9(7).
000187      10 TT-hash PIC 9(15).
000188    05 TT-packed REDEFINES TT-counters.
000189      10 TK-records PIC 9(9) COMP-3.
000190      10 TK-tests PIC 9(7) COMP-3.
000191      10 TK-asserts PIC 9(7) COMP-3.
000192      10 TK-passed PIC 9(7) COMP-3.
000193      10 TK-failed PIC 9(7) COMP-3.
000194      10 TK-errors PIC 9(7) COMP-3.
000195      10 TK-skipped PIC 9(7) COMP-3.
000196      10 TK-xfail PIC 9(7) COMP-3.
000197      10 TK-hash PIC 9(15) COMP-3.
000198      10 FILLER PIC X(27).
000199    05 TT-stamp PIC 9(14).
000200    05 FILLER PIC X(111).
000201  COPY CBUC0002.
000202 LINKAGE SECTION.
000203  COPY CBUC0001.
000204 PROCEDURE DIVISION USING CBU-ctx.
000205  IF host-extract-file = SPACES
000206     EXIT PROGRAM
000207  END-IF.
000208  PERFORM 1000-HOST-TABLE.
000209  MOVE 0 TO cnt-records.
000210  MOVE 0 TO cnt-tests.
000211  MOVE 0 TO cnt-asserts.
000212  MOVE 0 TO cnt-ok.
000213  MOVE 0 TO cnt-ko.
000214  MOVE 0 TO cnt-errors.
000215  MOVE 0 TO cnt-skipped.
000216  MOVE 0 TO cnt-xfail.
000217  MOVE 0 TO hash-elapsed.
000218  OPEN OUTPUT ExtractOut.
000219  PERFORM 2000-HEADER.
000220  PERFORM VARYING i FROM 1 BY 1 UNTIL i >= SuiteIndex
000221     IF results-store-mode = 1
000222        PERFORM 3500-STORE-TESTS
000223     ELSE
000224        PERFORM VARYING j FROM 1 BY 1 UNTIL j > nb-test-size(i)
000225           PERFORM 3000-TEST
000226        END-PERFORM
000227     END-IF
000228  END-PERFORM.
000229  IF results-store-mode = 1
000230     MOVE "C" TO store-action
000231     CALL CBU-read-result-store USING CBU-ctx
000232        store-action wanted-suite store-row store-eof
000233  END-IF.
000234  PERFORM 4000-TRAILER.
000235  CLOSE ExtractOut.
000236  DISPLAY "Host extract: " cnt-records " record(s) to "
000237     host-extract-file.
000238  EXIT PROGRAM.
000239
000240* the loaded table maps host bytes to local ones - turn it
000241* round so local bytes go out as host bytes
000242 1000-HOST-TABLE.
000243  PERFORM VARYING b FROM 1 BY 1 UNTIL b > 256
000244     MOVE FUNCTION CHAR(b) TO identity-table(b:1)
000245  END-PERFORM.
000246  MOVE identity-table TO host-table.
000247  IF translate-loaded = 1
000248     PERFORM VARYING b FROM 256 BY -1 UNTIL b < 1
000249        MOVE FUNCTION CHAR(b) TO
000250           host-table(FUNCTION ORD(translate-table(b:1)):1)
000251     END-PERFORM
000252  ELSE
000253     DISPLAY "Host extract: no translate table loaded -"
000254        " extract left in the local codepage"
000255  END-IF.
000256
000257 2000-HEADER.
000258  MOVE SPACES TO header-rec.
000259  MOVE "HR" TO HR-type.
000260  MOVE "01" TO HR-version.
000261  MOVE run-stamp TO HR-stamp.
000262  IF host-extract-packed = 1
000263     MOVE "P" TO HR-format
000264  ELSE
000265     MOVE "Z" TO HR-format
000266  END-IF.
000267  IF translate-loaded = 1
000268     MOVE "E" TO HR-codepage
000269  ELSE
000270     MOVE "A" TO HR-codepage
000271  END-IF.
000272  MOVE prov-host TO HR-host.
000273  MOVE prov-os TO HR-os.
000274  MOVE prov-runtime TO HR-runtime.
000275  MOVE filter-pack-name TO HR-pack.
000276  MOVE currentLogFile TO HR-log.
000277  MOVE header-rec TO ExtractRecord.
000278  PERFORM 8000-WRITE-TRANSLATED.
000279
000280 3000-TEST.
000281  EVALUATE TRUE
000282  WHEN suite-deferred(i) = 1 OR test-skipped(i, j) = 1
000283     MOVE "S" TO out-status
000284     ADD 1 TO cnt-skipped
000285  WHEN TestErrorProgram(i, j) <> SPACES
000286     MOVE "E" TO out-status
000287     ADD 1 TO cnt-errors
000288  WHEN nb-assert-failed(i, j) > 0 AND test-xfail(i, j) = 1
000289     MOVE "X" TO out-status
000290     ADD 1 TO cnt-xfail
000291  WHEN nb-assert-failed(i, j) > 0
000292     MOVE "F" TO out-status
000293     ADD 1 TO cnt-ko
000294  WHEN test-xfail(i, j) = 1
000295     MOVE "Y" TO out-status
000296     ADD 1 TO cnt-ok
000297  WHEN OTHER
000298     MOVE "P" TO out-status
000299     ADD 1 TO cnt-ok
000300  END-EVALUATE.
000301  MOVE SPACES TO test-rec.
000302  MOVE "TR" TO TR-type.
000303  MOVE SuiteName(i) TO TR-suite.
000304  MOVE TestName(i, j) TO TR-test.
000305  MOVE out-status TO TR-status.
000306  MOVE TestErrorProgram(i, j) TO TR-error-prog.
000307  MOVE TestErrorCondition(i, j) TO TR-error-cond.
000308  IF test-xfail(i, j) = 1
000309     MOVE xfail-ticket(i, j) TO TR-ticket
000310  END-IF.
000311  MOVE nb-assert-run(i, j) TO cnt-run.
000312  MOVE nb-assert-succeed(i, j) TO cnt-passed.
000313  MOVE nb-assert-failed(i, j) TO cnt-failed.
000314  MOVE attempts-used(i, j) TO cnt-attempts.
000315  MOVE test-time-elapsed(i, j) TO elapsed-work.
000316  PERFORM 3100-WRITE-TEST.
000317  PERFORM VARYING k FROM 1 BY 1
000318     UNTIL k > nb-assert-run(i, j) OR k > 20
000319     IF has-succeed(i, j, k) = 0
000320        PERFORM 3200-ASSERTION
000321     END-IF
000322  END-PERFORM.
000323
000324 3100-WRITE-TEST.
000325  MOVE 0 TO hund-work.
000326  IF elapsed-work IS NUMERIC
000327     COMPUTE hund-work = el-hh * 360000 + el-mm * 6000
000328        + el-ss * 100 + el-cc
000329  END-IF.
000330  ADD hund-work TO hash-elapsed.
000331  ADD 1 TO cnt-tests.
000332  IF host-extract-packed = 1
000333     MOVE test-rec TO ExtractRecord
000334     PERFORM 8100-TRANSLATE
000335     MOVE ExtractRecord TO test-rec
000336     MOVE cnt-run TO TP-run
000337     MOVE cnt-passed TO TP-passed
000338     MOVE cnt-failed TO TP-failed
000339     MOVE cnt-attempts TO TP-attempts
000340     MOVE hund-work TO TP-elapsed
000341     MOVE test-rec TO ExtractRecord
000342     PERFORM 8200-WRITE
000343  ELSE
000344     MOVE cnt-run TO TR-run
000345     MOVE cnt-passed TO TR-passed
000346     MOVE cnt-failed TO TR-failed
000347     MOVE cnt-attempts TO TR-attempts
000348     MOVE hund-work TO TR-elapsed
000349     MOVE test-rec TO ExtractRecord
000350     PERFORM 8000-WRITE-TRANSLATED
000351  END-IF.
000352
000353 3200-ASSERTION.
000354  ADD 1 TO cnt-asserts.
000355  MOVE SPACES TO assert-rec.
000356  MOVE "AR" TO AR-type.
000357  MOVE SuiteName(i) TO AR-suite.
000358  MOVE TestName(i, j) TO AR-test.
000359  MOVE AssertRunName(i, j, k) TO AR-name.
000360  MOVE AssertValueExpected(i, j, k) TO AR-expected.
000361  MOVE AssertValueActual(i, j, k) TO AR-actual.
000362  IF host-extract-packed = 1
000363     MOVE assert-rec TO ExtractRecord
000364     PERFORM 8100-TRANSLATE
000365     MOVE ExtractRecord TO assert-rec
000366     MOVE k TO AP-seq
000367     MOVE assert-rec TO ExtractRecord
000368     PERFORM 8200-WRITE
000369  ELSE
000370     MOVE k TO AR-seq
000371     MOVE assert-rec TO ExtractRecord
000372     PERFORM 8000-WRITE-TRANSLATED
000373  END-IF.
000374
000375* with the file-backed results store the test records come off
000376* the store, which keeps no assertion values
000377 3500-STORE-TESTS.
000378  MOVE "S" TO store-action.
000379  MOVE SuiteName(i) TO wanted-suite.
000380  MOVE 0 TO store-eof.
000381  PERFORM UNTIL store-eof = 1
000382     CALL CBU-read-result-store USING CBU-ctx
000383        store-action wanted-suite store-row store-eof
000384     IF store-eof = 0
000385        MOVE "R" TO store-action
000386        PERFORM 3510-STORE-TEST
000387     END-IF
000388  END-PERFORM.
000389
000390 3510-STORE-TEST.
000391  EVALUATE TRUE
000392  WHEN suite-deferred(i) = 1
000393     MOVE "S" TO out-status
000394     ADD 1 TO cnt-skipped
000395  WHEN RO-error-prog <> SPACES
000396     MOVE "E" TO out-status
000397     ADD 1 TO cnt-errors
000398  WHEN RO-assert-failed > 0
000399     MOVE "F" TO out-status
000400     ADD 1 TO cnt-ko
000401  WHEN OTHER
000402     MOVE "P" TO out-status
000403     ADD 1 TO cnt-ok
000404  END-EVALUATE.
000405  MOVE SPACES TO test-rec.
000406  MOVE "TR" TO TR-type.
000407  MOVE SuiteName(i) TO TR-suite.
000408  MOVE RO-test TO TR-test.
000409  MOVE out-status TO TR-status.
000410  MOVE RO-error-prog TO TR-error-prog.
000411  MOVE RO-error-cond TO TR-error-cond.
000412  MOVE RO-assert-run TO cnt-run.
000413  MOVE RO-assert-succeed TO cnt-passed.
000414  MOVE RO-assert-failed TO cnt-failed.
000415  MOVE RO-attempts TO cnt-attempts.
000416  MOVE RO-elapsed TO elapsed-work.
000417  PERFORM 3100-WRITE-TEST.
000418
000419 4000-TRAILER.
000420* the trailer counts itself
000421  ADD 1 TO cnt-records.
000422  MOVE SPACES TO trailer-rec.
000423  MOVE "TT" TO TT-type.
000424  MOVE run-stamp TO TT-stamp.
000425  IF host-extract-packed = 1
000426     MOVE trailer-rec TO ExtractRecord
000427     PERFORM 8100-TRANSLATE
000428     MOVE ExtractRecord TO trailer-rec
000429     MOVE cnt-records TO TK-records
000430     MOVE cnt-tests TO TK-tests
000431     MOVE cnt-asserts TO TK-asserts
000432     MOVE cnt-ok TO TK-passed
000433     MOVE cnt-ko TO TK-failed
000434     MOVE cnt-errors TO TK-errors
000435     MOVE cnt-skipped TO TK-skipped
000436     MOVE cnt-xfail TO TK-xfail
000437     MOVE hash-elapsed TO TK-hash
000438     MOVE trailer-rec TO ExtractRecord
000439     WRITE ExtractRecord
000440  ELSE
000441     MOVE cnt-records TO TT-records
000442     MOVE cnt-tests TO TT-tests
000443     MOVE cnt-asserts TO TT-asserts
000444     MOVE cnt-ok TO TT-passed
000445     MOVE cnt-ko TO TT-failed
000446     MOVE cnt-errors TO TT-errors
000447     MOVE cnt-skipped TO TT-skipped
000448     MOVE cnt-xfail TO TT-xfail
000449     MOVE hash-elapsed TO TT-hash
000450     MOVE trailer-rec TO ExtractRecord
000451     PERFORM 8100-TRANSLATE
000452     WRITE ExtractRecord
000453  END-IF.
000454
000455 8000-WRITE-TRANSLATED.
000456  PERFORM 8100-TRANSLATE.
000457  PERFORM 8200-WRITE.
000458
000459 8100-TRANSLATE.
000460  IF translate-loaded = 1
000461     INSPECT ExtractRecord CONVERTING identity-table
000462        TO host-table
000463  END-IF.
000464
000465 8200-WRITE.
000466  WRITE ExtractRecord.
000467  ADD 1 TO cnt-records.
000468 END PROGRAM CBU00403.
