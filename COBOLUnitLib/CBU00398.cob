000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-reconcile-tickets
000013*	source name: CBU00398.cob
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

000044*>Defect tracker reconciliation, run offline against the
000045*>registered tests (load the catalog first). StatusFile is the
000046*>tracker's status extract, one ticket per record:
000047*>  col 1-10  ticket reference   col 11-20 status
000048*>  col 21-40 suite              col 41-60 test
000049*>(suite and test as carried on the CBU-export-defects record,
000050*>blank when the ticket was raised by hand). A status of
000051*>CLOSED, RESOLVED, FIXED, DONE, REJECTED, DUPLICATE or WONTFIX
000052*>ends a ticket; FIXED and RESOLVED claim a repair. Tickets
000053*>tie to tests through the extract itself, the quarantine file,
000054*>XFAIL markers and operator annotations. Listed are:
000055*>  QUARANTINE CLOSED - a quarantine entry whose ticket ended:
000056*>    the test should come out of quarantine or get a new one;
000057*>  XFAIL CLOSED      - an XFAIL marker whose ticket ended;
000058*>  FIXED BUT RED     - a ticket claiming a repair whose test
000059*>    failed or errored on its latest run (detail history).
000060*>Every line carries the owning team from the owner registry.
000061* arg1: StatusFile - tracker status extract
000062* arg2: FindingCount - number of entries listed
000063 IDENTIFICATION DIVISION.
000064 PROGRAM-ID.   CBU00398.
000065 ENVIRONMENT    DIVISION.
000066 INPUT-OUTPUT SECTION.
000067 FILE-CONTROL.
000068    SELECT OPTIONAL StatusIn ASSIGN TO StatusFile
000069		ORGANIZATION IS LINE SEQUENTIAL.
000070    SELECT OPTIONAL DetailFile ASSIGN TO detail-history-file
000071		ORGANIZATION IS LINE SEQUENTIAL.
000072    SELECT OPTIONAL QuarFile ASSIGN TO quarantine-file-name
000073		ORGANIZATION IS LINE SEQUENTIAL.
000074    SELECT OPTIONAL AnnotationFile
000075		ASSIGN TO annotation-file-name
000076		ORGANIZATION IS LINE SEQUENTIAL.
000077 DATA DIVISION.
000078 FILE SECTION.
000079 	FD StatusIn.
000080 	01 StatusRecord.
000081	  05 ST-ticket PIC X(10).
000082	  05 ST-status PIC X(10).
000083	  05 ST-suite PIC X(20).
000084	  05 ST-test PIC X(20).
000085 	FD DetailFile.
000086 	01 DetailRecord.
000087	  05 RD-stamp PIC 9(14).
000088	  05 RD-suite PIC X(20).
000089	  05 RD-test PIC X(20).
000090	  05 RD-status PIC X(1).
000091	  05 RD-attempts PIC 9(2).
000092	  05 RD-elapsed PIC 9(8).
000093	  05 RD-checksum PIC 9(9).
000094 	FD QuarFile.
000095 	01 QuarRecord.
000096	  05 QR-suite PIC X(20).
000097	  05 QR-test PIC X(20).
000098	  05 QR-reason PIC X(10).
000099	  05 QR-ticket PIC X(10).
000100	  05 QR-expiry PIC 9(8).
000101 	FD AnnotationFile.
000102 	01 AnnotationRecord.
000103	  05 AN-suite PIC X(20).
000104	  05 AN-test PIC X(20).
000105	  05 AN-stamp PIC 9(14).
000106	  05 AN-oper PIC X(8).
000107	  05 AN-date PIC 9(8).
000108	  05 AN-status PIC X(12).
000109	  05 AN-ticket PIC X(10).
000110	  05 AN-text PIC X(60).
000111 WORKING-STORAGE SECTION.
000112  01 FileEOF PIC 9(1).
000113  01 i PIC 9(3).
000114  01 j PIC 9(3).
000115  01 k PIC 9(4).
000116  01 o PIC 9(2).
000117  01 p PIC 9(4).
000118  01 nb-findings PIC 9(4).
000119  01 TicketCount PIC 9(4).
000120  01 TicketTable.
000121    05 TicketEntry OCCURS 1000 TIMES.
000122      10 TK-ticket PIC X(10).
000123      10 TK-status PIC X(10).
000124      10 TK-ended PIC 9(1).
000125      10 TK-fixed PIC 9(1).
000126  01 LinkCount PIC 9(4).
000127  01 LinkTable.
000128    05 LinkEntry OCCURS 1000 TIMES.
000129      10 LK-ticket PIC X(10).
000130      10 LK-suite PIC X(20).
000131      10 LK-test PIC X(20).
000132  01 LatestCount PIC 9(4).
000133  01 LatestTable.
000134    05 LatestEntry OCCURS 1000 TIMES.
000135      10 LT-suite PIC X(20).
000136      10 LT-test PIC X(20).
000137      10 LT-stamp PIC 9(14).
000138      10 LT-status PIC X(1).
000139  01 look-ticket PIC X(10).
000140  01 look-pos PIC 9(4).
000141  01 link-suite PIC X(20).
000142  01 link-test PIC X(20).
000143  01 link-ticket PIC X(10).
000144  01 owner-team PIC X(10).
000145  01 owner-pack PIC X(20).
000146  01 finding-kind PIC X(17).
000147  01 finding-note PIC X(30).
000148  COPY CBUC0002.
000149 LINKAGE SECTION.
000150  77 StatusFile PIC X(40).
000151  77 FindingCount PIC 9(4).
000152  COPY CBUC0001.
000153 PROCEDURE DIVISION USING CBU-ctx StatusFile FindingCount.
000154  MOVE 0 TO nb-findings.
000155  MOVE 0 TO LinkCount.
000156  PERFORM 1000-LOAD-STATUS.
000157  PERFORM 1100-LOAD-LATEST.
000158  DISPLAY "|--- Defect tracker reconciliation (" TicketCount
000159     " ticket(s))".
000160  PERFORM 2000-CHECK-QUARANTINE.
000161  PERFORM 2100-CHECK-XFAIL.
000162  PERFORM 2200-LINK-ANNOTATIONS.
000163  PERFORM 3000-CHECK-FIXED.
000164  IF nb-findings = 0
000165     DISPLAY "|   tracker and pack agree"
000166  END-IF.
000167  MOVE nb-findings TO FindingCount.
000168  EXIT PROGRAM.
000169
000170 1000-LOAD-STATUS.
000171  MOVE 0 TO TicketCount.
000172  MOVE 0 TO FileEOF.
000173  OPEN INPUT StatusIn.
000174  PERFORM UNTIL FileEOF = 1
000175     READ StatusIn
000176        AT END MOVE 1 TO FileEOF
000177        NOT AT END
000178           IF ST-ticket <> SPACES AND TicketCount < 1000
000179              PERFORM 1010-POST-STATUS
000180           END-IF
000181     END-READ
000182  END-PERFORM.
000183  CLOSE StatusIn.
000184
000185 1010-POST-STATUS.
000186  ADD 1 TO TicketCount.
000187  MOVE ST-ticket TO TK-ticket(TicketCount).
000188  MOVE ST-status TO TK-status(TicketCount).
000189  INSPECT TK-status(TicketCount) CONVERTING
000190     "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000191  MOVE 0 TO TK-ended(TicketCount).
000192  MOVE 0 TO TK-fixed(TicketCount).
000193  EVALUATE TK-status(TicketCount)
000194  WHEN "FIXED"
000195  WHEN "RESOLVED"
000196     MOVE 1 TO TK-ended(TicketCount)
000197     MOVE 1 TO TK-fixed(TicketCount)
000198  WHEN "CLOSED"
000199  WHEN "DONE"
000200  WHEN "REJECTED"
000201  WHEN "DUPLICATE"
000202  WHEN "WONTFIX"
000203     MOVE 1 TO TK-ended(TicketCount)
000204  END-EVALUATE.
000205  IF ST-suite <> SPACES AND ST-test <> SPACES
000206     MOVE ST-ticket TO link-ticket
000207     MOVE ST-suite TO link-suite
000208     MOVE ST-test TO link-test
000209     PERFORM 8100-ADD-LINK
000210  END-IF.
000211
000212* the latest recorded outcome of every test
000213 1100-LOAD-LATEST.
000214  MOVE 0 TO LatestCount.
000215  IF detail-history-file = SPACES
000216     EXIT PARAGRAPH
000217  END-IF.
000218  MOVE 0 TO FileEOF.
000219  OPEN INPUT DetailFile.
000220  PERFORM UNTIL FileEOF = 1
000221     READ DetailFile
000222        AT END MOVE 1 TO FileEOF
000223        NOT AT END
000224           PERFORM 1110-POST-LATEST
000225     END-READ
000226  END-PERFORM.
000227  CLOSE DetailFile.
000228
000229 1110-POST-LATEST.
000230  PERFORM VARYING k FROM 1 BY 1 UNTIL k > LatestCount
000231     IF LT-suite(k) = RD-suite AND LT-test(k) = RD-test
000232        IF RD-stamp >= LT-stamp(k)
000233           MOVE RD-stamp TO LT-stamp(k)
000234           MOVE RD-status TO LT-status(k)
000235        END-IF
000236        EXIT PARAGRAPH
000237     END-IF
000238  END-PERFORM.
000239  IF LatestCount < 1000
000240     ADD 1 TO LatestCount
000241     MOVE RD-suite TO LT-suite(LatestCount)
000242     MOVE RD-test TO LT-test(LatestCount)
000243     MOVE RD-stamp TO LT-stamp(LatestCount)
000244     MOVE RD-status TO LT-status(LatestCount)
000245  END-IF.
000246
000247 2000-CHECK-QUARANTINE.
000248  IF quarantine-file-name = SPACES
000249     EXIT PARAGRAPH
000250  END-IF.
000251  MOVE 0 TO FileEOF.
000252  OPEN INPUT QuarFile.
000253  PERFORM UNTIL FileEOF = 1
000254     READ QuarFile
000255        AT END MOVE 1 TO FileEOF
000256        NOT AT END
000257           IF QR-ticket <> SPACES
000258              MOVE QR-ticket TO link-ticket
000259              MOVE QR-suite TO link-suite
000260              MOVE QR-test TO link-test
000261              PERFORM 8100-ADD-LINK
000262              MOVE QR-ticket TO look-ticket
000263              PERFORM 8000-FIND-TICKET
000264              IF look-pos > 0
000265                 IF TK-ended(look-pos) = 1
000266                    MOVE "QUARANTINE CLOSED" TO finding-kind
000267                    MOVE SPACES TO finding-note
000268                    PERFORM 9000-SHOW-FINDING
000269                 END-IF
000270              END-IF
000271           END-IF
000272     END-READ
000273  END-PERFORM.
000274  CLOSE QuarFile.
000275
000276 2100-CHECK-XFAIL.
000277  PERFORM VARYING i FROM 1 BY 1 UNTIL i >= SuiteIndex
000278     PERFORM VARYING j FROM 1 BY 1 UNTIL j > nb-test-size(i)
000279        IF test-xfail(i, j) = 1 AND xfail-ticket(i, j) <> SPACES
000280           MOVE xfail-ticket(i, j) TO link-ticket
000281           MOVE SuiteName(i) TO link-suite
000282           MOVE TestName(i, j) TO link-test
000283           PERFORM 8100-ADD-LINK
000284           MOVE xfail-ticket(i, j) TO look-ticket
000285           PERFORM 8000-FIND-TICKET
000286           IF look-pos > 0
000287              IF TK-ended(look-pos) = 1
000288                 MOVE "XFAIL CLOSED" TO finding-kind
000289                 MOVE SPACES TO finding-note
000290                 PERFORM 9000-SHOW-FINDING
000291              END-IF
000292           END-IF
000293        END-IF
000294     END-PERFORM
000295  END-PERFORM.
000296
000297 2200-LINK-ANNOTATIONS.
000298  IF annotation-file-name = SPACES
000299     EXIT PARAGRAPH
000300  END-IF.
000301  MOVE 0 TO FileEOF.
000302  OPEN INPUT AnnotationFile.
000303  PERFORM UNTIL FileEOF = 1
000304     READ AnnotationFile
000305        AT END MOVE 1 TO FileEOF
000306        NOT AT END
000307           IF AN-ticket <> SPACES
000308              MOVE AN-ticket TO link-ticket
000309              MOVE AN-suite TO link-suite
000310              MOVE AN-test TO link-test
000311              PERFORM 8100-ADD-LINK
000312           END-IF
000313     END-READ
000314  END-PERFORM.
000315  CLOSE AnnotationFile.
000316
000317* a repair the latest run does not bear out
000318 3000-CHECK-FIXED.
000319  PERFORM VARYING k FROM 1 BY 1 UNTIL k > LinkCount
000320     MOVE LK-ticket(k) TO look-ticket
000321     PERFORM 8000-FIND-TICKET
000322     IF look-pos > 0
000323        IF TK-fixed(look-pos) = 1
000324           PERFORM 3100-LATEST-RED
000325        END-IF
000326     END-IF
000327  END-PERFORM.
000328
000329 3100-LATEST-RED.
000330  PERFORM VARYING j FROM 1 BY 1 UNTIL j > LatestCount
000331     IF LT-suite(j) = LK-suite(k) AND LT-test(j) = LK-test(k)
000332        IF LT-status(j) = "F" OR LT-status(j) = "E"
000333           MOVE LK-ticket(k) TO link-ticket
000334           MOVE LK-suite(k) TO link-suite
000335           MOVE LK-test(k) TO link-test
000336           MOVE "FIXED BUT RED" TO finding-kind
000337           MOVE SPACES TO finding-note
000338           STRING "red on " LT-stamp(j)(1:8) DELIMITED BY SIZE
000339              INTO finding-note
000340           PERFORM 9000-SHOW-FINDING
000341        END-IF
000342     END-IF
000343  END-PERFORM.
000344
000345 8000-FIND-TICKET.
000346  MOVE 0 TO look-pos.
000347  PERFORM VARYING p FROM 1 BY 1 UNTIL p > TicketCount
000348     OR look-pos > 0
000349     IF TK-ticket(p) = look-ticket
000350        MOVE p TO look-pos
000351     END-IF
000352  END-PERFORM.
000353
000354 8100-ADD-LINK.
000355  PERFORM VARYING p FROM 1 BY 1 UNTIL p > LinkCount
000356     IF LK-ticket(p) = link-ticket AND LK-suite(p) = link-suite
000357        AND LK-test(p) = link-test
000358        EXIT PARAGRAPH
000359     END-IF
000360  END-PERFORM.
000361  IF LinkCount < 1000
000362     ADD 1 TO LinkCount
000363     MOVE link-ticket TO LK-ticket(LinkCount)
000364     MOVE link-suite TO LK-suite(LinkCount)
000365     MOVE link-test TO LK-test(LinkCount)
000366  END-IF.
000367
000368 8200-OWNER-TEAM.
000369  MOVE SPACES TO owner-pack.
000370  PERFORM VARYING o FROM 1 BY 1 UNTIL o > 50
000371     OR o >= SuiteIndex
000372     IF SuiteName(o) = link-suite
000373        MOVE SuitePack(o) TO owner-pack
000374     END-IF
000375  END-PERFORM.
000376  MOVE SPACES TO owner-team.
000377  PERFORM VARYING o FROM 1 BY 1 UNTIL o > OwnerCount
000378     IF (OW-suite(o) <> SPACES AND OW-suite(o) = link-suite)
000379        OR (OW-suite(o) = SPACES AND OW-pack(o) <> SPACES
000380           AND OW-pack(o) = owner-pack)
000381        MOVE OW-team(o) TO owner-team
000382     END-IF
000383  END-PERFORM.
000384
000385 9000-SHOW-FINDING.
000386  PERFORM 8200-OWNER-TEAM.
000387  ADD 1 TO nb-findings.
000388  DISPLAY "|   " finding-kind " " link-suite " " link-test " "
000389     link-ticket " " TK-status(look-pos) " " owner-team " "
000390     finding-note.
000391 END PROGRAM CBU00398.
