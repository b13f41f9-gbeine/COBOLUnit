000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-import-junit
000013*	source name: CBU00418.cob
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

000044*>Import the JUnit XML results another team's tools produced
000045*>(Java, Python and the like) so the status board, trend,
000046*>triage and owner rollups show them next to COBOLUnit's own
000047*>runs. Every <testcase> of XmlFile becomes one test of the
000048*>suite named by its enclosing <testsuite> (by its classname
000049*>when the suite has no name):
000050*>  no child            succeeded (S)
000051*>  <failure>           failed (F) - message (or type, or the
000052*>                      element's text) kept as the condition
000053*>  <error>             errored (E) - type kept as the program,
000054*>                      message as the condition
000055*>  <skipped>           not executed - counted, not recorded
000056*>time="s.fff" is kept as the elapsed time. The run is stamped
000057*>with the first <testsuite> timestamp (the import time when
000058*>there is none) and tagged with SourceSystem:
000059*>  StoreName           a results store written anew, its
000060*>                      provenance record carrying SourceSystem
000061*>                      where a COBOLUnit run has its host - put
000062*>                      it in the board directory as
000063*>                      <pack>.<anything> (SPACES: the store of
000064*>                      CBU-set-results-store, none when unset)
000065*>  detail history      one record per executed test, the
000066*>                      source system in cols 75-82
000067*>                      (CBU-set-detail-history; continues the
000068*>                      checksum chain)
000069*>  run history         one totals record with SourceSystem as
000070*>                      its host (CBU-set-history-file)
000071*>Up to 2000 tests per file.
000072*>ImportRC: 0 imported, 2 imported but tests were lost (more
000073*>than 2000, or two tests of a suite whose names agree in
000074*>their first 20 characters - the later one is kept),
000075*>8 file not found or no <testcase> in it.
000076* arg1: XmlFile - JUnit XML file to import
000077* arg2: SourceSystem - tag of the system that produced it
000078* arg3: StoreName - results store to write (SPACES = see above)
000079* arg4: ImportRC - 0 ok, 2 tests lost, 8 nothing imported
000080 IDENTIFICATION DIVISION.
000081 PROGRAM-ID.   CBU00418.
000082 ENVIRONMENT    DIVISION.
000083 INPUT-OUTPUT SECTION.
000084 FILE-CONTROL.
000085    SELECT OPTIONAL XmlIn ASSIGN TO XmlFile
000086		ORGANIZATION IS LINE SEQUENTIAL
000087		FILE STATUS IS xml-status.
000088    SELECT StoreFile ASSIGN TO store-name
000089       ORGANIZATION IS INDEXED
000090       ACCESS MODE IS DYNAMIC
000091       RECORD KEY IS RS-key
000092       FILE STATUS IS store-status.
000093    SELECT OPTIONAL DetailFile ASSIGN TO detail-history-file
000094		ORGANIZATION IS LINE SEQUENTIAL.
000095    SELECT OPTIONAL HistoryFile ASSIGN TO history-file-name
000096		ORGANIZATION IS LINE SEQUENTIAL.
000097 DATA DIVISION.
000098 FILE SECTION.
000099 	FD XmlIn.
000100 	01 XmlLine PIC X(2000).
000101 	FD StoreFile.
000102 	01 StoreRecord.
000103	  05 RS-key.
000104	    10 RS-suite PIC X(41).
000105	    10 RS-test PIC X(20).
000106	  05 RS-assert-run PIC 9(3).
000107	  05 RS-assert-succeed PIC 9(3).
000108	  05 RS-assert-failed PIC 9(3).
000109	  05 RS-status PIC X(1).
000110	  05 RS-error-prog PIC X(20).
000111	  05 RS-error-cond PIC X(30).
000112	  05 RS-elapsed PIC 9(8).
000113	  05 RS-attempts PIC 9(2).
000114 	FD DetailFile.
000115 	01 DetailRecord.
000116	  05 RD-stamp PIC 9(14).
000117	  05 RD-suite PIC X(20).
000118	  05 RD-test PIC X(20).
000119	  05 RD-status PIC X(1).
000120	  05 RD-attempts PIC 9(2).
000121	  05 RD-elapsed PIC 9(8).
000122	  05 RD-checksum PIC 9(9).
000123	  05 RD-source PIC X(8).
000124 	FD HistoryFile.
000125 	01 HistoryLine.
000126	  05 HL-TestRunCount PIC 9(3).
000127	  05 HL-RunSuccessCount PIC 9(3).
000128	  05 HL-RunFailureCount PIC 9(3).
000129	  05 HL-TestError PIC 9(3).
000130	  05 HL-prov-host PIC X(20).
000131	  05 HL-prov-date PIC 9(8).
000132	  05 HL-checksum PIC 9(9).
000133 WORKING-STORAGE SECTION.
000134  01 xml-status PIC X(2).
000135  01 store-status PIC X(2).
000136  01 store-name PIC X(40).
000137  01 XmlEOF PIC 9(1).
000138  01 DetailEOF PIC 9(1).
000139  01 HistoryEOF PIC 9(1).
000140  01 line-len PIC 9(4).
000141  01 c PIC 9(4).
000142  01 p PIC 9(4).
000143  01 q PIC 9(4).
000144  01 i PIC 9(4).
000145  01 j PIC 9(4).
000146  01 in-tag PIC 9(1).
000147  01 in-comment PIC 9(1).
000148  01 in-cdata PIC 9(1).
000149  01 tag-quote PIC X(1).
000150  01 tag-buf PIC X(2000).
000151  01 tag-len PIC 9(4).
000152  01 tag-name PIC X(20).
000153  01 tag-closing PIC 9(1).
000154  01 tag-empty PIC 9(1).
000155  01 capture-text PIC 9(1).
000156  01 text-buf PIC X(30).
000157  01 text-len PIC 9(2).
000158  01 attr-name PIC X(20).
000159  01 attr-len PIC 9(2).
000160  01 attr-value PIC X(200).
000161  01 attr-raw PIC X(200).
000162  01 raw-len PIC 9(3).
000163  01 v PIC 9(3).
000164  01 suite-name PIC X(41).
000165  01 case-open PIC 9(1).
000166  01 case-name PIC X(20).
000167  01 case-class PIC X(41).
000168  01 case-status PIC X(1).
000169  01 case-type PIC X(20).
000170  01 case-msg PIC X(30).
000171  01 case-elapsed PIC 9(8).
000172  01 secs-int PIC 9(7).
000173  01 secs-frac PIC 9(2).
000174  01 frac-digits PIC 9(1).
000175  01 in-frac PIC 9(1).
000176  01 digit-x PIC X(1).
000177  01 digit-n REDEFINES digit-x PIC 9(1).
000178  01 t-hh PIC 9(3).
000179  01 t-mm PIC 9(2).
000180  01 t-ss PIC 9(2).
000181  01 import-stamp PIC 9(14).
000182  01 stamp-digits PIC 9(2).
000183  01 work-stamp PIC 9(14).
000184  01 stamp-date PIC 9(8).
000185  01 stamp-time PIC 9(8).
000186  01 nb-suites PIC 9(4).
000187  01 nb-ok PIC 9(5).
000188  01 nb-failed PIC 9(5).
000189  01 nb-error PIC 9(5).
000190  01 nb-skipped PIC 9(5).
000191  01 nb-lost PIC 9(5).
000192  01 seen-before PIC 9(1).
000193  01 prev-checksum PIC 9(9).
000194  01 chain-work PIC 9(18) COMP.
000195  01 cb PIC 9(3).
000196  01 lock-name PIC X(40).
000197  01 lock-rc PIC 9(1).
000198  01 ImportCount PIC 9(4).
000199  01 ListeImported.
000200    05 ImportEntry OCCURS 2000 TIMES.
000201      10 IC-suite PIC X(41).
000202      10 IC-test PIC X(20).
000203      10 IC-status PIC X(1).
000204      10 IC-type PIC X(20).
000205      10 IC-msg PIC X(30).
000206      10 IC-elapsed PIC 9(8).
000207  COPY CBUC0002.
000208 LINKAGE SECTION.
000209  77 XmlFile PIC X(40).
000210  77 SourceSystem PIC X(8).
000211  77 StoreName PIC X(40).
000212  77 ImportRC PIC 9(1).
000213  COPY CBUC0001.
000214 PROCEDURE DIVISION USING CBU-ctx XmlFile SourceSystem
000215      StoreName ImportRC.
000216  MOVE 0 TO ImportRC.
000217  MOVE 0 TO ImportCount.
000218  MOVE 0 TO nb-skipped.
000219  MOVE 0 TO nb-lost.
000220  MOVE 0 TO import-stamp.
000221  MOVE SPACES TO suite-name.
000222  MOVE 0 TO case-open.
000223  MOVE 0 TO in-tag.
000224  MOVE 0 TO in-comment.
000225  MOVE 0 TO in-cdata.
000226  MOVE 0 TO capture-text.
000227  MOVE 0 TO XmlEOF.
000228  OPEN INPUT XmlIn.
000229  IF xml-status <> "00"
000230     DISPLAY "JUnit import: " XmlFile " cannot be read, status "
000231        xml-status
000232     MOVE 8 TO ImportRC
000233     EXIT PROGRAM
000234  END-IF.
000235  PERFORM UNTIL XmlEOF = 1
000236     READ XmlIn
000237        AT END MOVE 1 TO XmlEOF
000238        NOT AT END PERFORM 1000-SCAN-LINE
000239     END-READ
000240  END-PERFORM.
000241  CLOSE XmlIn.
000242  IF ImportCount = 0
000243     DISPLAY "JUnit import: no <testcase> in " XmlFile
000244     MOVE 8 TO ImportRC
000245     EXIT PROGRAM
000246  END-IF.
000247  IF import-stamp = 0
000248     ACCEPT stamp-date FROM DATE YYYYMMDD
000249     ACCEPT stamp-time FROM TIME
000250     COMPUTE import-stamp =
000251        stamp-date * 1000000 + stamp-time / 100
000252  END-IF.
000253  PERFORM 4000-TALLY.
000254  PERFORM 5000-WRITE-STORE.
000255  PERFORM 6000-WRITE-DETAIL.
000256  PERFORM 7000-WRITE-HISTORY.
000257  IF nb-lost > 0
000258     MOVE 2 TO ImportRC
000259  END-IF.
000260  DISPLAY "JUnit import: " XmlFile " source=" SourceSystem
000261     " stamp=" import-stamp.
000262  DISPLAY "|   " nb-suites " suite(s), " ImportCount " test(s): "
000263     nb-ok " ok, " nb-failed " failed, " nb-error
000264     " in error, " nb-skipped " skipped".
000265  IF nb-lost > 0
000266     DISPLAY "|   " nb-lost " test(s) lost - over 2000 or a"
000267        " duplicate suite/test name"
000268  END-IF.
000269  EXIT PROGRAM.
000270
000271* the document is read as a stream of tags; a tag, comment or
000272* CDATA section may run over several lines
000273 1000-SCAN-LINE.
000274  INSPECT XmlLine REPLACING ALL X"09" BY SPACE.
000275  MOVE 2000 TO line-len.
000276  PERFORM UNTIL line-len = 0 OR XmlLine(line-len:1) <> SPACE
000277     SUBTRACT 1 FROM line-len
000278  END-PERFORM.
000279  IF in-tag = 1 AND tag-len < 2000
000280     ADD 1 TO tag-len
000281     MOVE SPACE TO tag-buf(tag-len:1)
000282  END-IF.
000283  IF capture-text = 1 AND text-len > 0 AND text-len < 30
000284     AND text-buf(text-len:1) <> SPACE
000285     ADD 1 TO text-len
000286  END-IF.
000287  MOVE 1 TO c.
000288  PERFORM UNTIL c > line-len
000289     EVALUATE TRUE
000290     WHEN in-comment = 1
000291        IF c + 2 <= line-len AND XmlLine(c:3) = "-->"
000292           MOVE 0 TO in-comment
000293           ADD 2 TO c
000294        END-IF
000295     WHEN in-cdata = 1
000296        IF c + 2 <= line-len AND XmlLine(c:3) = "]]>"
000297           MOVE 0 TO in-cdata
000298           ADD 2 TO c
000299        ELSE
000300           PERFORM 1100-CAPTURE-CHAR
000301        END-IF
000302     WHEN in-tag = 1
000303        IF tag-quote <> SPACE
000304           IF XmlLine(c:1) = tag-quote
000305              MOVE SPACE TO tag-quote
000306           END-IF
000307           PERFORM 1200-TAG-CHAR
000308        ELSE
000309           IF XmlLine(c:1) = ">"
000310              MOVE 0 TO in-tag
000311              PERFORM 2000-PROCESS-TAG
000312           ELSE
000313              IF XmlLine(c:1) = QUOTE OR XmlLine(c:1) = "'"
000314                 MOVE XmlLine(c:1) TO tag-quote
000315              END-IF
000316              PERFORM 1200-TAG-CHAR
000317           END-IF
000318        END-IF
000319     WHEN OTHER
000320        IF XmlLine(c:1) = "<"
000321           IF c + 3 <= line-len AND XmlLine(c:4) = "<!--"
000322              MOVE 1 TO in-comment
000323              ADD 3 TO c
000324           ELSE
000325              IF c + 8 <= line-len AND XmlLine(c:9) = "<![CDATA["
000326                 MOVE 1 TO in-cdata
000327                 ADD 8 TO c
000328              ELSE
000329                 MOVE 1 TO in-tag
000330                 MOVE 0 TO tag-len
000331                 MOVE SPACES TO tag-buf
000332                 MOVE SPACE TO tag-quote
000333              END-IF
000334           END-IF
000335        ELSE
000336           PERFORM 1100-CAPTURE-CHAR
000337        END-IF
000338     END-EVALUATE
000339     ADD 1 TO c
000340  END-PERFORM.
000341
000342* the text of a <failure> without a message stands in for it
000343 1100-CAPTURE-CHAR.
000344  IF capture-text = 1 AND text-len < 30
000345     IF XmlLine(c:1) <> SPACE
000346        OR (text-len > 0 AND text-buf(text-len:1) <> SPACE)
000347        ADD 1 TO text-len
000348        MOVE XmlLine(c:1) TO text-buf(text-len:1)
000349     END-IF
000350  END-IF.
000351
000352 1200-TAG-CHAR.
000353  IF tag-len < 2000
000354     ADD 1 TO tag-len
000355     MOVE XmlLine(c:1) TO tag-buf(tag-len:1)
000356  END-IF.
000357
000358 2000-PROCESS-TAG.
000359  IF tag-len = 0
000360     EXIT PARAGRAPH
000361  END-IF.
000362  MOVE 0 TO tag-closing.
000363  MOVE 0 TO tag-empty.
000364  MOVE 1 TO p.
000365  IF tag-buf(1:1) = "/"
000366     MOVE 1 TO tag-closing
000367     MOVE 2 TO p
000368  END-IF.
000369  MOVE tag-len TO q.
000370  PERFORM UNTIL q = 0 OR tag-buf(q:1) <> SPACE
000371     SUBTRACT 1 FROM q
000372  END-PERFORM.
000373  IF q > 0 AND tag-buf(q:1) = "/"
000374     MOVE 1 TO tag-empty
000375  END-IF.
000376  MOVE SPACES TO tag-name.
000377  MOVE 0 TO i.
000378  PERFORM UNTIL p > tag-len OR tag-buf(p:1) = SPACE
000379     OR tag-buf(p:1) = "/"
000380     IF i < 20
000381        ADD 1 TO i
000382        MOVE tag-buf(p:1) TO tag-name(i:1)
000383     END-IF
000384     ADD 1 TO p
000385  END-PERFORM.
000386  IF tag-closing = 1
000387     EVALUATE tag-name
000388     WHEN "testcase"
000389        PERFORM 3000-CLOSE-CASE
000390     WHEN "failure"
000391     WHEN "error"
000392        PERFORM 2500-END-TEXT
000393     WHEN "testsuite"
000394        MOVE SPACES TO suite-name
000395     END-EVALUATE
000396     EXIT PARAGRAPH
000397  END-IF.
000398  EVALUATE tag-name
000399  WHEN "testsuite"
000400     MOVE "name" TO attr-name
000401     PERFORM 8000-GET-ATTR
000402     MOVE attr-value TO suite-name
000403     IF import-stamp = 0
000404        MOVE "timestamp" TO attr-name
000405        PERFORM 8000-GET-ATTR
000406        PERFORM 8300-STAMP-FROM-ATTR
000407     END-IF
000408  WHEN "testcase"
000409     PERFORM 2100-OPEN-CASE
000410     IF tag-empty = 1
000411        PERFORM 3000-CLOSE-CASE
000412     END-IF
000413  WHEN "failure"
000414  WHEN "error"
000415     IF case-open = 1
000416        PERFORM 2200-CASE-OUTCOME
000417     END-IF
000418  WHEN "skipped"
000419     IF case-open = 1
000420        MOVE "K" TO case-status
000421     END-IF
000422  END-EVALUATE.
000423
000424 2100-OPEN-CASE.
000425  MOVE 1 TO case-open.
000426  MOVE "S" TO case-status.
000427  MOVE SPACES TO case-type.
000428  MOVE SPACES TO case-msg.
000429  MOVE "name" TO attr-name.
000430  PERFORM 8000-GET-ATTR.
000431  MOVE attr-value TO case-name.
000432  MOVE "classname" TO attr-name.
000433  PERFORM 8000-GET-ATTR.
000434  MOVE attr-value TO case-class.
000435  MOVE "time" TO attr-name.
000436  PERFORM 8000-GET-ATTR.
000437  PERFORM 8200-ELAPSED-FROM-ATTR.
000438
000439* an error outranks a failure of the same test
000440 2200-CASE-OUTCOME.
000441  IF tag-name = "error"
000442     MOVE "E" TO case-status
000443  ELSE
000444     IF case-status <> "E"
000445        MOVE "F" TO case-status
000446     END-IF
000447  END-IF.
000448  MOVE "type" TO attr-name.
000449  PERFORM 8000-GET-ATTR.
000450  IF case-type = SPACES
000451     MOVE attr-value TO case-type
000452  END-IF.
000453  MOVE "message" TO attr-name.
000454  PERFORM 8000-GET-ATTR.
000455  IF case-msg = SPACES
000456     MOVE attr-value TO case-msg
000457  END-IF.
000458  IF case-msg = SPACES AND tag-empty = 0
000459     MOVE 1 TO capture-text
000460     MOVE 0 TO text-len
000461     MOVE SPACES TO text-buf
000462  END-IF.
000463
000464 2500-END-TEXT.
000465  IF capture-text = 1
000466     MOVE 0 TO capture-text
000467     IF case-msg = SPACES
000468        MOVE text-buf TO case-msg
000469     END-IF
000470  END-IF.
000471
000472 3000-CLOSE-CASE.
000473  IF case-open = 0
000474     EXIT PARAGRAPH
000475  END-IF.
000476  MOVE 0 TO case-open.
000477  MOVE 0 TO capture-text.
000478  IF case-status = "K"
000479     ADD 1 TO nb-skipped
000480     EXIT PARAGRAPH
000481  END-IF.
000482  IF case-msg = SPACES
000483     MOVE case-type TO case-msg
000484  END-IF.
000485  IF suite-name = SPACES
000486     MOVE case-class TO suite-name
000487  END-IF.
000488* a repeated suite/test replaces the earlier one, as a rerun
000489* of a test does in the store
000490  PERFORM VARYING i FROM 1 BY 1 UNTIL i > ImportCount
000491     IF IC-suite(i) = suite-name AND IC-test(i) = case-name
000492        ADD 1 TO nb-lost
000493        PERFORM 3100-FILL-ENTRY
000494        EXIT PARAGRAPH
000495     END-IF
000496  END-PERFORM.
000497  IF ImportCount >= 2000
000498     ADD 1 TO nb-lost
000499     EXIT PARAGRAPH
000500  END-IF.
000501  ADD 1 TO ImportCount.
000502  MOVE ImportCount TO i.
000503  PERFORM 3100-FILL-ENTRY.
000504
000505 3100-FILL-ENTRY.
000506  MOVE suite-name TO IC-suite(i).
000507  MOVE case-name TO IC-test(i).
000508  MOVE case-status TO IC-status(i).
000509  MOVE case-type TO IC-type(i).
000510  MOVE case-msg TO IC-msg(i).
000511  MOVE case-elapsed TO IC-elapsed(i).
000512
000513 4000-TALLY.
000514  MOVE 0 TO nb-suites.
000515  MOVE 0 TO nb-ok.
000516  MOVE 0 TO nb-failed.
000517  MOVE 0 TO nb-error.
000518  PERFORM VARYING i FROM 1 BY 1 UNTIL i > ImportCount
000519     EVALUATE IC-status(i)
000520     WHEN "S" ADD 1 TO nb-ok
000521     WHEN "F" ADD 1 TO nb-failed
000522     WHEN "E" ADD 1 TO nb-error
000523     END-EVALUATE
000524     MOVE 0 TO seen-before
000525     PERFORM VARYING j FROM 1 BY 1
000526        UNTIL j >= i OR seen-before = 1
000527        IF IC-suite(j) = IC-suite(i)
000528           MOVE 1 TO seen-before
000529        END-IF
000530     END-PERFORM
000531     IF seen-before = 0
000532        ADD 1 TO nb-suites
000533     END-IF
000534  END-PERFORM.
000535
000536* a store of its own, so the board shows the import as one
000537* more run with the source system where the host would be
000538 5000-WRITE-STORE.
000539  MOVE StoreName TO store-name.
000540  IF store-name = SPACES AND results-store-mode = 1
000541     MOVE results-store-file TO store-name
000542  END-IF.
000543  IF store-name = SPACES
000544     EXIT PARAGRAPH
000545  END-IF.
000546  OPEN OUTPUT StoreFile.
000547  IF store-status <> "00"
000548     DISPLAY "JUnit import: results store " store-name
000549        " cannot be written, status " store-status
000550     EXIT PARAGRAPH
000551  END-IF.
000552  MOVE "*PROV*" TO RS-suite.
000553  MOVE SPACES TO RS-test.
000554  MOVE 0 TO RS-assert-run.
000555  MOVE 0 TO RS-assert-succeed.
000556  MOVE 0 TO RS-assert-failed.
000557  MOVE "P" TO RS-status.
000558  MOVE SourceSystem TO RS-error-prog.
000559  DIVIDE import-stamp BY 1000000 GIVING stamp-date.
000560  COMPUTE stamp-time =
000561     (import-stamp - stamp-date * 1000000) * 100.
000562  INITIALIZE RS-error-cond.
000563  STRING stamp-date " " stamp-time INTO RS-error-cond.
000564  MOVE 0 TO RS-elapsed.
000565  MOVE 0 TO RS-attempts.
000566  WRITE StoreRecord
000567     INVALID KEY CONTINUE
000568  END-WRITE.
000569  PERFORM VARYING i FROM 1 BY 1 UNTIL i > ImportCount
000570     MOVE IC-suite(i) TO RS-suite
000571     MOVE IC-test(i) TO RS-test
000572     MOVE 1 TO RS-assert-run
000573     MOVE 0 TO RS-assert-succeed
000574     MOVE 0 TO RS-assert-failed
000575     MOVE SPACES TO RS-error-prog
000576     MOVE SPACES TO RS-error-cond
000577     EVALUATE IC-status(i)
000578     WHEN "S"
000579        MOVE 1 TO RS-assert-succeed
000580     WHEN "F"
000581        MOVE 1 TO RS-assert-failed
000582        MOVE IC-msg(i) TO RS-error-cond
000583     WHEN "E"
000584        MOVE IC-type(i) TO RS-error-prog
000585        IF RS-error-prog = SPACES
000586           MOVE SourceSystem TO RS-error-prog
000587        END-IF
000588        MOVE IC-msg(i) TO RS-error-cond
000589     END-EVALUATE
000590     MOVE IC-status(i) TO RS-status
000591     MOVE IC-elapsed(i) TO RS-elapsed
000592     MOVE 1 TO RS-attempts
000593     WRITE StoreRecord
000594        INVALID KEY REWRITE StoreRecord
000595     END-WRITE
000596  END-PERFORM.
000597  CLOSE StoreFile.
000598
000599* same records, lock and checksum chain as CBU-append-run-detail
000600 6000-WRITE-DETAIL.
000601  IF detail-history-file = SPACES
000602     EXIT PARAGRAPH
000603  END-IF.
000604  MOVE detail-history-file TO lock-name.
000605  CALL CBU-acquire-lock USING CBU-ctx lock-name lock-rc.
000606  MOVE 0 TO prev-checksum.
000607  MOVE 0 TO DetailEOF.
000608  OPEN EXTEND DetailFile.
000609  CLOSE DetailFile.
000610  OPEN INPUT DetailFile.
000611  PERFORM UNTIL DetailEOF = 1
000612     READ DetailFile
000613        AT END MOVE 1 TO DetailEOF
000614        NOT AT END
000615           IF RD-checksum IS NUMERIC
000616              MOVE RD-checksum TO prev-checksum
000617           END-IF
000618     END-READ
000619  END-PERFORM.
000620  CLOSE DetailFile.
000621  OPEN EXTEND DetailFile.
000622  PERFORM VARYING i FROM 1 BY 1 UNTIL i > ImportCount
000623     MOVE import-stamp TO RD-stamp
000624     MOVE IC-suite(i) TO RD-suite
000625     MOVE IC-test(i) TO RD-test
000626     MOVE IC-status(i) TO RD-status
000627     MOVE 1 TO RD-attempts
000628     MOVE IC-elapsed(i) TO RD-elapsed
000629     MOVE prev-checksum TO chain-work
000630     PERFORM VARYING cb FROM 1 BY 1 UNTIL cb > 65
000631        COMPUTE chain-work = FUNCTION MOD(
000632           chain-work * 31
000633           + FUNCTION ORD(DetailRecord(cb:1))
000634           1000000000)
000635     END-PERFORM
000636     MOVE chain-work TO RD-checksum
000637     MOVE RD-checksum TO prev-checksum
000638     MOVE SourceSystem TO RD-source
000639     WRITE DetailRecord
000640  END-PERFORM.
000641  CLOSE DetailFile.
000642  CALL CBU-release-lock USING CBU-ctx lock-name.
000643
000644* same record and chain as CBU-append-run-history, the source
000645* system in place of the host
000646 7000-WRITE-HISTORY.
000647  IF history-file-name = SPACES
000648     EXIT PARAGRAPH
000649  END-IF.
000650  MOVE history-file-name TO lock-name.
000651  CALL CBU-acquire-lock USING CBU-ctx lock-name lock-rc.
000652  MOVE 0 TO prev-checksum.
000653  MOVE 0 TO HistoryEOF.
000654  OPEN EXTEND HistoryFile.
000655  CLOSE HistoryFile.
000656  OPEN INPUT HistoryFile.
000657  PERFORM UNTIL HistoryEOF = 1
000658     READ HistoryFile
000659        AT END MOVE 1 TO HistoryEOF
000660        NOT AT END
000661           IF HistoryLine(1:4) <> "SOAK"
000662              AND HistoryLine(1:4) <> "PERT"
000663              AND HL-checksum IS NUMERIC
000664              MOVE HL-checksum TO prev-checksum
000665           END-IF
000666     END-READ
000667  END-PERFORM.
000668  CLOSE HistoryFile.
000669  IF ImportCount > 999
000670     MOVE 999 TO HL-TestRunCount
000671  ELSE
000672     MOVE ImportCount TO HL-TestRunCount
000673  END-IF.
000674  IF nb-ok > 999
000675     MOVE 999 TO HL-RunSuccessCount
000676  ELSE
000677     MOVE nb-ok TO HL-RunSuccessCount
000678  END-IF.
000679  IF nb-failed > 999
000680     MOVE 999 TO HL-RunFailureCount
000681  ELSE
000682     MOVE nb-failed TO HL-RunFailureCount
000683  END-IF.
000684  IF nb-error > 999
000685     MOVE 999 TO HL-TestError
000686  ELSE
000687     MOVE nb-error TO HL-TestError
000688  END-IF.
000689  MOVE SourceSystem TO HL-prov-host.
000690  DIVIDE import-stamp BY 1000000 GIVING HL-prov-date.
000691  MOVE prev-checksum TO chain-work.
000692  PERFORM VARYING cb FROM 1 BY 1 UNTIL cb > 40
000693     COMPUTE chain-work = FUNCTION MOD(
000694        chain-work * 31 + FUNCTION ORD(HistoryLine(cb:1))
000695        1000000000)
000696  END-PERFORM.
000697  MOVE chain-work TO HL-checksum.
000698  OPEN EXTEND HistoryFile.
000699  WRITE HistoryLine.
000700  CLOSE HistoryFile.
000701  CALL CBU-release-lock USING CBU-ctx lock-name.
000702
000703* attr-value = value of attribute attr-name in the current tag,
000704* entity references resolved; SPACES when absent
000705 8000-GET-ATTR.
000706  MOVE SPACES TO attr-value.
000707  MOVE SPACES TO attr-raw.
000708  MOVE 0 TO attr-len.
000709  INSPECT attr-name TALLYING attr-len
000710     FOR CHARACTERS BEFORE INITIAL SPACE.
000711  MOVE 0 TO q.
000712  PERFORM VARYING p FROM 1 BY 1
000713     UNTIL p + attr-len + 2 > tag-len OR q > 0
000714     IF tag-buf(p:1) = SPACE
000715        AND tag-buf(p + 1:attr-len) = attr-name(1:attr-len)
000716        AND tag-buf(p + 1 + attr-len:1) = "="
000717        COMPUTE q = p + 2 + attr-len
000718     END-IF
000719  END-PERFORM.
000720  IF q = 0
000721     EXIT PARAGRAPH
000722  END-IF.
000723  IF tag-buf(q:1) <> QUOTE AND tag-buf(q:1) <> "'"
000724     EXIT PARAGRAPH
000725  END-IF.
000726  MOVE tag-buf(q:1) TO tag-quote.
000727  ADD 1 TO q.
000728  MOVE 0 TO raw-len.
000729  PERFORM UNTIL q > tag-len OR tag-buf(q:1) = tag-quote
000730     IF raw-len < 200
000731        ADD 1 TO raw-len
000732        MOVE tag-buf(q:1) TO attr-raw(raw-len:1)
000733     END-IF
000734     ADD 1 TO q
000735  END-PERFORM.
000736  MOVE SPACE TO tag-quote.
000737  PERFORM 8100-DECODE.
000738
000739 8100-DECODE.
000740  MOVE 0 TO v.
000741  MOVE 1 TO p.
000742  PERFORM UNTIL p > raw-len OR v >= 200
000743     ADD 1 TO v
000744     EVALUATE TRUE
000745     WHEN attr-raw(p:5) = "&amp;"
000746        MOVE "&" TO attr-value(v:1)
000747        ADD 5 TO p
000748     WHEN attr-raw(p:4) = "&lt;"
000749        MOVE "<" TO attr-value(v:1)
000750        ADD 4 TO p
000751     WHEN attr-raw(p:4) = "&gt;"
000752        MOVE ">" TO attr-value(v:1)
000753        ADD 4 TO p
000754     WHEN attr-raw(p:6) = "&quot;"
000755        MOVE QUOTE TO attr-value(v:1)
000756        ADD 6 TO p
000757     WHEN attr-raw(p:6) = "&apos;"
000758        MOVE "'" TO attr-value(v:1)
000759        ADD 6 TO p
000760     WHEN OTHER
000761        MOVE attr-raw(p:1) TO attr-value(v:1)
000762        ADD 1 TO p
000763     END-EVALUATE
000764  END-PERFORM.
000765
000766* time="s.fff" seconds to the HHMMSScc elapsed CBU-test-run
000767* keeps
000768 8200-ELAPSED-FROM-ATTR.
000769  MOVE 0 TO secs-int.
000770  MOVE 0 TO secs-frac.
000771  MOVE 0 TO frac-digits.
000772  MOVE 0 TO in-frac.
000773  PERFORM VARYING p FROM 1 BY 1 UNTIL p > 20
000774     MOVE attr-value(p:1) TO digit-x
000775     EVALUATE TRUE
000776     WHEN digit-x = "."
000777        MOVE 1 TO in-frac
000778     WHEN digit-x IS NUMERIC AND in-frac = 0
000779        IF secs-int < 999999
000780           COMPUTE secs-int = secs-int * 10 + digit-n
000781        END-IF
000782     WHEN digit-x IS NUMERIC AND frac-digits < 2
000783        COMPUTE secs-frac = secs-frac * 10 + digit-n
000784        ADD 1 TO frac-digits
000785     END-EVALUATE
000786  END-PERFORM.
000787  IF frac-digits = 1
000788     MULTIPLY 10 BY secs-frac
000789  END-IF.
000790  DIVIDE secs-int BY 3600 GIVING t-hh.
000791  COMPUTE t-mm = (secs-int - t-hh * 3600) / 60.
000792  COMPUTE t-ss = secs-int - t-hh * 3600 - t-mm * 60.
000793  IF t-hh > 99
000794     MOVE 99 TO t-hh
000795  END-IF.
000796  COMPUTE case-elapsed = t-hh * 1000000 + t-mm * 10000
000797     + t-ss * 100 + secs-frac.
000798
000799* the first 14 digits of an ISO timestamp are YYYYMMDDHHMMSS
000800 8300-STAMP-FROM-ATTR.
000801  MOVE 0 TO work-stamp.
000802  MOVE 0 TO stamp-digits.
000803  PERFORM VARYING p FROM 1 BY 1
000804     UNTIL p > 40 OR stamp-digits = 14
000805     MOVE attr-value(p:1) TO digit-x
000806     IF digit-x IS NUMERIC
000807        COMPUTE work-stamp = work-stamp * 10 + digit-n
000808        ADD 1 TO stamp-digits
000809     END-IF
000810  END-PERFORM.
000811  IF stamp-digits = 14
000812     MOVE work-stamp TO import-stamp
000813  END-IF.
000814 END PROGRAM CBU00418.
