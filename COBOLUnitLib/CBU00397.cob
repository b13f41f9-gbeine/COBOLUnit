000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-export-defects
000013*	source name: CBU00397.cob
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

000044*>Defect tracker export, called by CBU-run after the triage
000045*>when a defect export file is named (DEFECT-EXPORT in the
000046*>profile or CBU-set-defect-export). This run's failures are
000047*>clustered the way CBU-report-triage clusters them - failing
000048*>assertion and first differing position - and every cluster
000049*>not yet ticketed goes out as one defect-import record:
000050*>  col 1      'D'
000051*>  col 2-15   run stamp
000052*>  col 16-35  suite           col 36-55  test
000053*>  col 56-75  failing assertion
000054*>  col 76-80  first differing position
000055*>  col 81-83  failures in the cluster
000056*>  col 84-93  owner team (owner registry)
000057*>  col 94-153 repro kit directory (CBU-build-repro, built here
000058*>             when an artifact directory is set)
000059*>  col 154-213 remediation hint (CBU-add-remediation)
000060*>followed by one 'M' record (same columns, suite and test
000061*>only) per further failure in the cluster. The export file
000062*>is only ever extended and doubles as the ledger: a cluster
000063*>whose signature was exported for any of its tests before is
000064*>not exported again, nor is one with a test already carrying
000065*>a ticket - on an operator annotation, an XFAIL marker or a
000066*>quarantine entry.
000067 IDENTIFICATION DIVISION.
000068 PROGRAM-ID.   CBU00397.
000069 ENVIRONMENT    DIVISION.
000070 INPUT-OUTPUT SECTION.
000071 FILE-CONTROL.
000072    SELECT OPTIONAL ExportFile ASSIGN TO defect-export-file
000073		ORGANIZATION IS LINE SEQUENTIAL.
000074    SELECT OPTIONAL AnnotationFile
000075		ASSIGN TO annotation-file-name
000076		ORGANIZATION IS LINE SEQUENTIAL.
000077 DATA DIVISION.
000078 FILE SECTION.
000079 	FD ExportFile.
000080 	01 DefectRecord.
000081	  05 DX-type PIC X(1).
000082	  05 DX-stamp PIC 9(14).
000083	  05 DX-suite PIC X(20).
000084	  05 DX-test PIC X(20).
000085	  05 DX-assert PIC X(20).
000086	  05 DX-pos PIC 9(5).
000087	  05 DX-members PIC 9(3).
000088	  05 DX-team PIC X(10).
000089	  05 DX-repro PIC X(60).
000090	  05 DX-hint PIC X(60).
000091 	FD AnnotationFile.
000092 	01 AnnotationRecord.
000093	  05 AN-suite PIC X(20).
000094	  05 AN-test PIC X(20).
000095	  05 AN-stamp PIC 9(14).
000096	  05 AN-oper PIC X(8).
000097	  05 AN-date PIC 9(8).
000098	  05 AN-status PIC X(12).
000099	  05 AN-ticket PIC X(10).
000100	  05 AN-text PIC X(60).
000101 WORKING-STORAGE SECTION.
000102  01 ExportEOF PIC 9(1).
000103  01 AnnotEOF PIC 9(1).
000104  01 si PIC 9(3).
000105  01 sj PIC 9(3).
000106  01 sk PIC 9(3).
000107  01 m PIC 9(3).
000108  01 g PIC 9(3).
000109  01 o PIC 9(2).
000110  01 q PIC 9(2).
000111  01 rm-i PIC 9(2).
000112  01 sig-assert PIC X(20).
000113  01 sig-pos PIC 9(5).
000114  01 diff-b PIC 9(3).
000115  01 cluster-count PIC 9(2).
000116  01 cluster-pos PIC 9(2).
000117  01 member-count PIC 9(3).
000118  01 ClusterTable.
000119    05 ClusterEntry OCCURS 50 TIMES.
000120      10 CL-assert PIC X(20).
000121      10 CL-pos PIC 9(5).
000122      10 CL-nb PIC 9(3).
000123      10 CL-ticketed PIC 9(1).
000124  01 MemberTable.
000125    05 MemberEntry OCCURS 300 TIMES.
000126      10 MB-cluster PIC 9(2).
000127      10 MB-si PIC 9(3).
000128      10 MB-sj PIC 9(3).
000129  01 LedgerCount PIC 9(3).
000130  01 LedgerTable.
000131    05 LedgerEntry OCCURS 500 TIMES.
000132      10 LG-suite PIC X(20).
000133      10 LG-test PIC X(20).
000134      10 LG-assert PIC X(20).
000135      10 LG-pos PIC 9(5).
000136  01 TicketCount PIC 9(3).
000137  01 TicketTable.
000138    05 TicketEntry OCCURS 100 TIMES.
000139      10 TK-suite PIC X(20).
000140      10 TK-test PIC X(20).
000141  01 nb-exported PIC 9(3).
000142  01 nb-ticketed PIC 9(3).
000143  01 first-member PIC 9(3).
000144  01 owner-team PIC X(10).
000145  01 repro-path PIC X(60).
000146  01 remed-hint PIC X(60).
000147  01 art-buf PIC X(32000).
000148  01 art-len PIC 99999.
000149  01 suite-buf PIC X(32000).
000150  01 suite-len PIC 99999.
000151  01 test-buf PIC X(32000).
000152  01 test-len PIC 99999.
000153  01 kit-suite PIC X(20).
000154  01 kit-test PIC X(20).
000155  COPY CBUC0002.
000156 LINKAGE SECTION.
000157  COPY CBUC0001.
000158 PROCEDURE DIVISION USING CBU-ctx.
000159  PERFORM 1000-CLUSTER-FAILURES.
000160  IF cluster-count = 0
000161     EXIT PROGRAM
000162  END-IF.
000163  PERFORM 2000-LOAD-LEDGER.
000164  PERFORM 2100-LOAD-TICKETS.
000165  MOVE 0 TO nb-exported.
000166  MOVE 0 TO nb-ticketed.
000167  PERFORM VARYING g FROM 1 BY 1 UNTIL g > cluster-count
000168     PERFORM 3000-CHECK-TICKETED
000169  END-PERFORM.
000170  OPEN EXTEND ExportFile.
000171  PERFORM VARYING g FROM 1 BY 1 UNTIL g > cluster-count
000172     IF CL-ticketed(g) = 1
000173        ADD 1 TO nb-ticketed
000174     ELSE
000175        PERFORM 4000-EXPORT-CLUSTER
000176        ADD 1 TO nb-exported
000177     END-IF
000178  END-PERFORM.
000179  CLOSE ExportFile.
000180  DISPLAY "|--- Defect export: " nb-exported
000181     " cluster(s) exported, " nb-ticketed " already ticketed".
000182  EXIT PROGRAM.
000183
000184* this run's failures by failing assertion and first differing
000185* position, as the triage report groups them
000186 1000-CLUSTER-FAILURES.
000187  MOVE 0 TO cluster-count.
000188  MOVE 0 TO member-count.
000189  PERFORM VARYING si FROM 1 BY 1 UNTIL si >= SuiteIndex
000190     PERFORM VARYING sj FROM 1 BY 1
000191        UNTIL sj > nb-test-size(si)
000192        IF nb-assert-failed(si, sj) > 0
000193           PERFORM 1100-POST-FAILURE
000194        END-IF
000195     END-PERFORM
000196  END-PERFORM.
000197
000198 1100-POST-FAILURE.
000199  MOVE SPACES TO sig-assert.
000200  MOVE 0 TO sig-pos.
000201  PERFORM VARYING sk FROM 1 BY 1
000202     UNTIL sk > nb-assert-run(si, sj)
000203        OR sig-assert <> SPACES
000204     IF has-succeed(si, sj, sk) = 0
000205        MOVE AssertRunName(si, sj, sk) TO sig-assert
000206        PERFORM VARYING diff-b FROM 1 BY 1
000207           UNTIL diff-b > 255 OR sig-pos > 0
000208           IF AssertValueExpected(si, sj, sk)(diff-b:1)
000209              <> AssertValueActual(si, sj, sk)(diff-b:1)
000210              MOVE diff-b TO sig-pos
000211           END-IF
000212        END-PERFORM
000213     END-IF
000214  END-PERFORM.
000215  IF sig-assert = SPACES
000216     EXIT PARAGRAPH
000217  END-IF.
000218  MOVE 0 TO cluster-pos.
000219  PERFORM VARYING sk FROM 1 BY 1 UNTIL sk > cluster-count
000220     IF CL-assert(sk) = sig-assert
000221        AND CL-pos(sk) = sig-pos
000222        MOVE sk TO cluster-pos
000223     END-IF
000224  END-PERFORM.
000225  IF cluster-pos = 0 AND cluster-count < 50
000226     ADD 1 TO cluster-count
000227     MOVE cluster-count TO cluster-pos
000228     MOVE sig-assert TO CL-assert(cluster-pos)
000229     MOVE sig-pos TO CL-pos(cluster-pos)
000230     MOVE 0 TO CL-nb(cluster-pos)
000231     MOVE 0 TO CL-ticketed(cluster-pos)
000232  END-IF.
000233  IF cluster-pos > 0 AND member-count < 300
000234     ADD 1 TO CL-nb(cluster-pos)
000235     ADD 1 TO member-count
000236     MOVE cluster-pos TO MB-cluster(member-count)
000237     MOVE si TO MB-si(member-count)
000238     MOVE sj TO MB-sj(member-count)
000239  END-IF.
000240
000241* every test and signature exported before
000242 2000-LOAD-LEDGER.
000243  MOVE 0 TO LedgerCount.
000244  MOVE 0 TO ExportEOF.
000245  OPEN INPUT ExportFile.
000246  PERFORM UNTIL ExportEOF = 1
000247     READ ExportFile
000248        AT END MOVE 1 TO ExportEOF
000249        NOT AT END
000250           IF (DX-type = "D" OR DX-type = "M")
000251              AND LedgerCount < 500
000252              ADD 1 TO LedgerCount
000253              MOVE DX-suite TO LG-suite(LedgerCount)
000254              MOVE DX-test TO LG-test(LedgerCount)
000255              MOVE DX-assert TO LG-assert(LedgerCount)
000256              MOVE DX-pos TO LG-pos(LedgerCount)
000257           END-IF
000258     END-READ
000259  END-PERFORM.
000260  CLOSE ExportFile.
000261
000262* tests an operator has already tied to a ticket
000263 2100-LOAD-TICKETS.
000264  MOVE 0 TO TicketCount.
000265  IF annotation-file-name = SPACES
000266     EXIT PARAGRAPH
000267  END-IF.
000268  MOVE 0 TO AnnotEOF.
000269  OPEN INPUT AnnotationFile.
000270  PERFORM UNTIL AnnotEOF = 1
000271     READ AnnotationFile
000272        AT END MOVE 1 TO AnnotEOF
000273        NOT AT END
000274           IF AN-ticket <> SPACES AND TicketCount < 100
000275              ADD 1 TO TicketCount
000276              MOVE AN-suite TO TK-suite(TicketCount)
000277              MOVE AN-test TO TK-test(TicketCount)
000278           END-IF
000279     END-READ
000280  END-PERFORM.
000281  CLOSE AnnotationFile.
000282
000283 3000-CHECK-TICKETED.
000284  PERFORM VARYING m FROM 1 BY 1 UNTIL m > member-count
000285     IF MB-cluster(m) = g
000286        MOVE MB-si(m) TO si
000287        MOVE MB-sj(m) TO sj
000288        PERFORM 3100-MEMBER-TICKETED
000289     END-IF
000290  END-PERFORM.
000291
000292 3100-MEMBER-TICKETED.
000293  IF xfail-ticket(si, sj) <> SPACES
000294     MOVE 1 TO CL-ticketed(g)
000295  END-IF.
000296  PERFORM VARYING sk FROM 1 BY 1 UNTIL sk > LedgerCount
000297     IF LG-suite(sk) = SuiteName(si)
000298        AND LG-test(sk) = TestName(si, sj)
000299        AND LG-assert(sk) = CL-assert(g)
000300        AND LG-pos(sk) = CL-pos(g)
000301        MOVE 1 TO CL-ticketed(g)
000302     END-IF
000303  END-PERFORM.
000304  PERFORM VARYING sk FROM 1 BY 1 UNTIL sk > TicketCount
000305     IF TK-suite(sk) = SuiteName(si)
000306        AND TK-test(sk) = TestName(si, sj)
000307        MOVE 1 TO CL-ticketed(g)
000308     END-IF
000309  END-PERFORM.
000310  PERFORM VARYING q FROM 1 BY 1 UNTIL q > QuarCount
000311     IF QU-suite(q) = SuiteName(si)
000312        AND QU-test(q) = TestName(si, sj)
000313        AND QU-ticket(q) <> SPACES
000314        MOVE 1 TO CL-ticketed(g)
000315     END-IF
000316  END-PERFORM.
000317
000318 4000-EXPORT-CLUSTER.
000319  MOVE 0 TO first-member.
000320  PERFORM VARYING m FROM 1 BY 1
000321     UNTIL m > member-count OR first-member > 0
000322     IF MB-cluster(m) = g
000323        MOVE m TO first-member
000324     END-IF
000325  END-PERFORM.
000326  MOVE MB-si(first-member) TO si.
000327  MOVE MB-sj(first-member) TO sj.
000328  PERFORM 4100-OWNER-TEAM.
000329  PERFORM 4200-REMEDIATION.
000330  PERFORM 4300-REPRO-KIT.
000331  MOVE SPACES TO DefectRecord.
000332  MOVE "D" TO DX-type.
000333  MOVE run-stamp TO DX-stamp.
000334  MOVE SuiteName(si) TO DX-suite.
000335  MOVE TestName(si, sj) TO DX-test.
000336  MOVE CL-assert(g) TO DX-assert.
000337  MOVE CL-pos(g) TO DX-pos.
000338  MOVE CL-nb(g) TO DX-members.
000339  MOVE owner-team TO DX-team.
000340  MOVE repro-path TO DX-repro.
000341  MOVE remed-hint TO DX-hint.
000342  WRITE DefectRecord.
000343  PERFORM VARYING m FROM 1 BY 1 UNTIL m > member-count
000344     IF MB-cluster(m) = g AND m <> first-member
000345        MOVE SPACES TO DefectRecord
000346        MOVE "M" TO DX-type
000347        MOVE run-stamp TO DX-stamp
000348        MOVE SuiteName(MB-si(m)) TO DX-suite
000349        MOVE TestName(MB-si(m), MB-sj(m)) TO DX-test
000350        MOVE CL-assert(g) TO DX-assert
000351        MOVE CL-pos(g) TO DX-pos
000352        MOVE CL-nb(g) TO DX-members
000353        WRITE DefectRecord
000354     END-IF
000355  END-PERFORM.
000356
000357 4100-OWNER-TEAM.
000358  MOVE SPACES TO owner-team.
000359  PERFORM VARYING o FROM 1 BY 1 UNTIL o > OwnerCount
000360     IF (OW-suite(o) <> SPACES AND OW-suite(o) = SuiteName(si))
000361        OR (OW-suite(o) = SPACES AND OW-pack(o) = SuitePack(si))
000362        MOVE OW-team(o) TO owner-team
000363     END-IF
000364  END-PERFORM.
000365
000366* the hint registered for the failing assertion, or for the
000367* test as a whole
000368 4200-REMEDIATION.
000369  MOVE SPACES TO remed-hint.
000370  PERFORM VARYING rm-i FROM 1 BY 1 UNTIL rm-i > RemedCount
000371     IF RM-suite(rm-i) = si AND RM-test(rm-i) = sj
000372        AND (RM-assert(rm-i) = SPACES
000373           OR RM-assert(rm-i) = CL-assert(g))
000374        MOVE RM-text(rm-i) TO remed-hint
000375     END-IF
000376  END-PERFORM.
000377
000378 4300-REPRO-KIT.
000379  MOVE SPACES TO repro-path.
000380  IF artifact-dir = SPACES
000381     EXIT PARAGRAPH
000382  END-IF.
000383  MOVE SuiteName(si) TO kit-suite.
000384  MOVE TestName(si, sj) TO kit-test.
000385  CALL CBU-build-repro USING CBU-ctx kit-suite kit-test.
000386  MOVE artifact-dir TO art-buf.
000387  CALL CBU-get-last-index USING CBU-ctx art-buf art-len.
000388  MOVE kit-suite TO suite-buf.
000389  CALL CBU-get-last-index USING CBU-ctx suite-buf suite-len.
000390  MOVE kit-test TO test-buf.
000391  CALL CBU-get-last-index USING CBU-ctx test-buf test-len.
000392  STRING artifact-dir(1:art-len) "/REPRO-"
000393     kit-suite(1:suite-len) "-" kit-test(1:test-len)
000394     DELIMITED BY SIZE INTO repro-path.
000395 END PROGRAM CBU00397.
