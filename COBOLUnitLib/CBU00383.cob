000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-report-estate
000013*	source name: CBU00383.cob
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

000044*>Inventory of the production library ProdDir against the test
000045*>library TestDir: which production programs are under
000046*>regression, and how. Every .cob / .cbl member of ProdDir is
000047*>scanned for its PROGRAM-ID, the COPY members it includes and
000048*>the programs it CALLs - a literal, or a data name through
000049*>the literals it is given by VALUE or MOVE, CBU-resolve-call
000050*>included - which gives the program-to-program call graph.
000051*>The test programs of TestDir are scanned the same way for the
000052*>programs they call and the ones they register stubs for with
000053*>CBU-register-stub (their test setup program's stubs count
000054*>too). With a catalog built, only its tests are taken. Each
000055*>production program is then
000056*>  tested    called by a test, or run by the catalog as a
000057*>            harness, shadow, harness step or contender program
000058*>  reached   called, directly or not, by a tested program on a
000059*>            path no stub of that test cuts
000060*>  stubbed   stubbed in every test that would reach it
000061*>  untested  none of these
000062*>ReportFile lists the programs ranked by the number of
000063*>production programs that call them, then the copybooks and
000064*>the share of the estate under regression (tested + reached);
000065*>CsvFile holds the same ranking, one row per program:
000066*>  Program,Status,Callers,Callees,Copybooks,Source
000067*>Up to 500 programs and 4000 call edges.
000068* arg1: ProdDir - production source directory (SPACES = current)
000069* arg2: TestDir - test source directory (SPACES = current)
000070* arg3: ReportFile - report written
000071* arg4: CsvFile - CSV ranking written
000072 IDENTIFICATION DIVISION.
000073 PROGRAM-ID.   CBU00383.
000074 ENVIRONMENT    DIVISION.
000075 INPUT-OUTPUT SECTION.
000076 FILE-CONTROL.
000077    SELECT OPTIONAL ListFile ASSIGN TO list-file-name
000078       ORGANIZATION IS LINE SEQUENTIAL
000079       FILE STATUS IS list-status.
000080    SELECT OPTIONAL SourceFile ASSIGN TO src-path
000081       ORGANIZATION IS LINE SEQUENTIAL
000082       FILE STATUS IS src-status.
000083    SELECT ReportOut ASSIGN TO report-path
000084       ORGANIZATION IS LINE SEQUENTIAL
000085       FILE STATUS IS report-status.
000086    SELECT CsvOut ASSIGN TO csv-path
000087       ORGANIZATION IS LINE SEQUENTIAL
000088       FILE STATUS IS csv-status.
000089 DATA DIVISION.
000090 FILE SECTION.
000091 	FD ListFile.
000092 	01 ListLine PIC X(200).
000093 	FD SourceFile.
000094 	01 SourceLine PIC X(80).
000095 	FD ReportOut.
000096 	01 ReportLine PIC X(132).
000097 	FD CsvOut.
000098 	01 CsvLine PIC X(132).
000099 WORKING-STORAGE SECTION.
000100  01 list-file-name PIC X(40) VALUE "CBUESTAT.TMP".
000101  01 list-status PIC X(2).
000102  01 src-path PIC X(140).
000103  01 src-status PIC X(2).
000104  01 report-path PIC X(40).
000105  01 report-status PIC X(2).
000106  01 csv-path PIC X(40).
000107  01 csv-status PIC X(2).
000108  01 ListEOF PIC 9(1).
000109  01 SourceEOF PIC 9(1).
000110  01 ls-command PIC X(250).
000111  01 scan-dir PIC X(40).
000112  01 scan-kind PIC X(1).
000113     88 scan-production VALUE "P".
000114     88 scan-tests VALUE "T".
000115  01 dir-buf PIC X(32000).
000116  01 dir-len PIC 99999.
000117  01 member-name PIC X(100).
000118  01 member-len PIC 99999.
000119  01 member-ext PIC X(4).
000120  01 line-no PIC 9(6).
000121  01 unit-name PIC X(30).
000122  01 unit-node PIC 9(3).
000123  01 unit-test PIC 9(3).
000124  01 section-state PIC 9(1).
000125     88 before-data VALUE 0.
000126     88 in-data VALUE 1.
000127     88 in-procedure VALUE 2.
000128  01 want-unit-name PIC 9(1).
000129  01 want-data-name PIC 9(1).
000130  01 want-copy PIC 9(1).
000131  01 data-level PIC 9(2).
000132  01 last-data-name PIC X(30).
000133  01 call-state PIC 9(1).
000134  01 move-state PIC 9(1).
000135  01 move-literal PIC X(30).
000136  01 call-arg PIC 9(2).
000137  01 prev-word PIC X(30).
000138  01 prev-literal PIC 9(1).
000139  01 first-token PIC 9(1).
000140  01 tk-buf PIC X(66).
000141  01 tk-pos PIC 9(2).
000142  01 tk-word PIC X(60).
000143  01 tk-len PIC 9(2).
000144  01 tk-period PIC 9(1).
000145  01 tk-literal PIC 9(1).
000146  01 tk-found PIC 9(1).
000147  01 tk-quote PIC X(1).
000148  01 target-name PIC X(30).
000149  01 target-kind PIC X(1).
000150  01 cmp-name PIC X(30).
000151  01 copy-name PIC X(30).
000152  01 nb-duplicates PIC 9(3).
000153  01 nb-external PIC 9(4).
000154  01 nb-tests-taken PIC 9(3).
000155  01 run-no PIC 9(4).
000156  01 q-head PIC 9(3).
000157  01 q-tail PIC 9(3).
000158  01 hook-name PIC X(30).
000159  01 hook-unit PIC 9(3).
000160  01 n PIC 9(3).
000161  01 m PIC 9(3).
000162  01 i PIC 9(3).
000163  01 j PIC 9(3).
000164  01 k PIC 9(4).
000165  01 e PIC 9(4).
000166  01 t PIC 9(3).
000167  01 r PIC 9(3).
000168  01 best PIC 9(3).
000169  01 swap PIC 9(3).
000170  01 nb-tested PIC 9(3).
000171  01 nb-reached PIC 9(3).
000172  01 nb-stubbed PIC 9(3).
000173  01 nb-untested PIC 9(3).
000174  01 regress-pct PIC 9(3)V9.
000175  01 edit-pct PIC ZZ9.9.
000176  01 edit-count PIC ZZZ9.
000177  01 status-word PIC X(8).
000178  01 report-rec.
000179    05 rp-rank PIC ZZZ9.
000180    05 FILLER PIC X(2) VALUE SPACES.
000181    05 rp-program PIC X(30).
000182    05 FILLER PIC X(1) VALUE SPACE.
000183    05 rp-status PIC X(8).
000184    05 FILLER PIC X(1) VALUE SPACE.
000185    05 rp-callers PIC Z(6)9.
000186    05 FILLER PIC X(1) VALUE SPACE.
000187    05 rp-callees PIC Z(6)9.
000188    05 FILLER PIC X(1) VALUE SPACE.
000189    05 rp-copies PIC Z(5)9.
000190    05 FILLER PIC X(2) VALUE SPACES.
000191    05 rp-source PIC X(40).
000192  01 csv-callers PIC 9(4).
000193  01 csv-callees PIC 9(4).
000194  01 csv-copies PIC 9(4).
000195  01 ProgramCount PIC 9(3).
000196  01 ListePrograms.
000197    05 ProgramEntry OCCURS 500 TIMES.
000198      10 pg-name PIC X(30).
000199      10 pg-source PIC X(40).
000200      10 pg-callers PIC 9(4).
000201      10 pg-callees PIC 9(4).
000202      10 pg-copies PIC 9(4).
000203      10 pg-edge-first PIC 9(4).
000204      10 pg-edge-count PIC 9(4).
000205      10 pg-direct PIC 9(1).
000206      10 pg-reached PIC 9(1).
000207      10 pg-stubbed PIC 9(1).
000208      10 pg-visit PIC 9(4).
000209      10 pg-stub-run PIC 9(4).
000210  01 EdgeCount PIC 9(4).
000211  01 ListeEdges.
000212    05 EdgeEntry OCCURS 4000 TIMES.
000213      10 ed-from PIC 9(3).
000214      10 ed-name PIC X(30).
000215      10 ed-to PIC 9(3).
000216  01 CopyCount PIC 9(3).
000217  01 ListeCopies.
000218    05 CopyEntry OCCURS 300 TIMES.
000219      10 cp-name PIC X(30).
000220      10 cp-users PIC 9(4).
000221  01 UnitCopyCount PIC 9(2).
000222  01 ListeUnitCopies.
000223    05 uc-copy PIC X(30) OCCURS 50 TIMES.
000224  01 AssignCount PIC 9(3).
000225  01 ListeAssigns.
000226    05 AssignEntry OCCURS 300 TIMES.
000227      10 as-name PIC X(30).
000228      10 as-value PIC X(30).
000229  01 UnitCallCount PIC 9(3).
000230  01 ListeUnitCalls.
000231    05 UnitCall OCCURS 200 TIMES.
000232      10 cl-kind PIC X(1).
000233      10 cl-literal PIC 9(1).
000234      10 cl-name PIC X(30).
000235  01 TestUnitCount PIC 9(3).
000236  01 ListeTestUnits.
000237    05 TestUnit OCCURS 300 TIMES.
000238      10 tu-name PIC X(30).
000239      10 tu-taken PIC 9(1).
000240  01 TestTargetCount PIC 9(4).
000241  01 ListeTestTargets.
000242    05 TestTarget OCCURS 3000 TIMES.
000243      10 tt-unit PIC 9(3).
000244      10 tt-kind PIC X(1).
000245      10 tt-name PIC X(30).
000246  01 ListeRank.
000247    05 rk PIC 9(3) OCCURS 500 TIMES.
000248  01 ListeQueue.
000249    05 qu PIC 9(3) OCCURS 500 TIMES.
000250  COPY CBUC0002.
000251 LINKAGE SECTION.
000252  77 ProdDir PIC X(40).
000253  77 TestDir PIC X(40).
000254  77 ReportFile PIC X(40).
000255  77 CsvFile PIC X(40).
000256  COPY CBUC0001.
000257 PROCEDURE DIVISION USING CBU-ctx ProdDir TestDir ReportFile
000258      CsvFile.
000259  MOVE 0 TO ProgramCount.
000260  MOVE 0 TO EdgeCount.
000261  MOVE 0 TO CopyCount.
000262  MOVE 0 TO TestUnitCount.
000263  MOVE 0 TO TestTargetCount.
000264  MOVE 0 TO nb-duplicates.
000265  MOVE ProdDir TO scan-dir.
000266  SET scan-production TO TRUE.
000267  PERFORM 1000-SCAN-DIR.
000268  MOVE TestDir TO scan-dir.
000269  SET scan-tests TO TRUE.
000270  PERFORM 1000-SCAN-DIR.
000271  PERFORM 4000-BUILD-GRAPH.
000272  PERFORM 5000-WALK-TESTS.
000273  PERFORM 6000-RANK.
000274  PERFORM 7000-WRITE-REPORT.
000275  PERFORM 7500-WRITE-CSV.
000276  DISPLAY "|--- Estate: " ProgramCount " program(s), "
000277     nb-tested " tested, " nb-reached " reached, "
000278     nb-stubbed " stubbed, " nb-untested " untested - "
000279     edit-pct "% under regression".
000280  EXIT PROGRAM.
000281
000282 1000-SCAN-DIR.
000283  MOVE scan-dir TO dir-buf.
000284  CALL CBU-get-last-index USING CBU-ctx dir-buf dir-len.
000285  INITIALIZE ls-command.
000286  IF dir-len > 0
000287     STRING "ls " scan-dir(1:dir-len) " > CBUESTAT.TMP"
000288        DELIMITED BY SIZE INTO ls-command
000289  ELSE
000290     MOVE "ls > CBUESTAT.TMP" TO ls-command
000291  END-IF.
000292  CALL "SYSTEM" USING ls-command.
000293  MOVE 0 TO RETURN-CODE.
000294  MOVE 0 TO ListEOF.
000295  OPEN INPUT ListFile.
000296  PERFORM UNTIL ListEOF = 1
000297     READ ListFile
000298        AT END MOVE 1 TO ListEOF
000299        NOT AT END
000300           IF ListLine <> SPACES
000301              PERFORM 1100-CHECK-MEMBER
000302           END-IF
000303     END-READ
000304  END-PERFORM.
000305  CLOSE ListFile.
000306
000307* only COBOL sources of the directory are scanned
000308 1100-CHECK-MEMBER.
000309  MOVE ListLine TO member-name.
000310  MOVE member-name TO dir-buf.
000311  CALL CBU-get-last-index USING CBU-ctx dir-buf member-len.
000312  IF member-len < 5
000313     EXIT PARAGRAPH
000314  END-IF.
000315  MOVE member-name(member-len - 3:4) TO member-ext.
000316  INSPECT member-ext CONVERTING "abcdefghijklmnopqrstuvwxyz"
000317     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000318  IF member-ext <> ".COB" AND member-ext <> ".CBL"
000319     EXIT PARAGRAPH
000320  END-IF.
000321  INITIALIZE src-path.
000322  IF dir-len > 0
000323     STRING scan-dir(1:dir-len) "/" member-name(1:member-len)
000324        DELIMITED BY SIZE INTO src-path
000325  ELSE
000326     MOVE member-name TO src-path
000327  END-IF.
000328  PERFORM 2000-SCAN-SOURCE.
000329
000330 2000-SCAN-SOURCE.
000331  OPEN INPUT SourceFile.
000332  IF src-status <> "00"
000333     DISPLAY "COBOLUnit: source " src-path(1:60)
000334        " cannot be read, status " src-status
000335     EXIT PARAGRAPH
000336  END-IF.
000337  MOVE SPACES TO unit-name.
000338  MOVE 0 TO want-unit-name.
000339  MOVE 0 TO line-no.
000340  MOVE 0 TO SourceEOF.
000341  PERFORM UNTIL SourceEOF = 1
000342     READ SourceFile
000343        AT END MOVE 1 TO SourceEOF
000344     END-READ
000345     IF SourceEOF = 0
000346        ADD 1 TO line-no
000347        IF SourceLine(7:1) <> "*" AND SourceLine(7:1) <> "/"
000348           AND SourceLine(7:1) <> "-"
000349           PERFORM 2100-SOURCE-LINE
000350        END-IF
000351     END-IF
000352  END-PERFORM.
000353  CLOSE SourceFile.
000354  IF unit-name <> SPACES
000355     PERFORM 3000-END-UNIT
000356  END-IF.
000357
000358 2100-SOURCE-LINE.
000359  MOVE SPACES TO tk-buf.
000360  MOVE SourceLine(8:65) TO tk-buf(1:65).
000361  MOVE 1 TO tk-pos.
000362  MOVE 1 TO first-token.
000363  PERFORM 2900-NEXT-TOKEN.
000364  PERFORM UNTIL tk-found = 0
000365     PERFORM 2200-TOKEN
000366     MOVE 0 TO first-token
000367     PERFORM 2900-NEXT-TOKEN
000368  END-PERFORM.
000369
000370* a PROGRAM-ID opens a new unit; COPY members, the literals
000371* data names are given and the CALLs are collected for it
000372 2200-TOKEN.
000373  IF want-unit-name = 1
000374     MOVE 0 TO want-unit-name
000375     IF unit-name <> SPACES
000376        PERFORM 3000-END-UNIT
000377     END-IF
000378     MOVE tk-word TO unit-name
000379     INSPECT unit-name CONVERTING "abcdefghijklmnopqrstuvwxyz"
000380        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000381     PERFORM 2500-START-UNIT
000382     EXIT PARAGRAPH
000383  END-IF.
000384  IF tk-literal = 0 AND tk-word = "PROGRAM-ID"
000385     MOVE 1 TO want-unit-name
000386     EXIT PARAGRAPH
000387  END-IF.
000388  IF unit-name = SPACES
000389     EXIT PARAGRAPH
000390  END-IF.
000391  IF want-copy = 1
000392     MOVE 0 TO want-copy
000393     PERFORM 2600-ADD-UNIT-COPY
000394  ELSE
000395     IF tk-literal = 1
000396        PERFORM 2400-LITERAL
000397     ELSE
000398        EVALUATE TRUE
000399        WHEN tk-word = "COPY"
000400           MOVE 1 TO want-copy
000401        WHEN tk-word = "DIVISION" AND prev-word = "DATA"
000402           SET in-data TO TRUE
000403        WHEN tk-word = "DIVISION" AND prev-word = "PROCEDURE"
000404           SET in-procedure TO TRUE
000405        WHEN in-data AND want-data-name = 1
000406           MOVE 0 TO want-data-name
000407           MOVE tk-word TO last-data-name
000408           IF tk-word = "FILLER"
000409              MOVE SPACES TO last-data-name
000410           END-IF
000411        WHEN in-data AND first-token = 1
000412           AND (tk-len = 1 OR tk-len = 2)
000413           AND tk-word(1:tk-len) IS NUMERIC
000414           MOVE tk-word(1:tk-len) TO data-level
000415           IF (data-level < 50 AND data-level > 0)
000416              OR data-level = 77
000417              MOVE 1 TO want-data-name
000418           END-IF
000419        WHEN in-procedure
000420           PERFORM 2300-PROCEDURE-WORD
000421        END-EVALUATE
000422     END-IF
000423  END-IF.
000424  MOVE tk-word TO prev-word.
000425  MOVE tk-literal TO prev-literal.
000426  IF tk-period = 1
000427     MOVE 0 TO call-state
000428     MOVE 0 TO move-state
000429  END-IF.
000430
000431* CALL name, CALL CBU-resolve-call USING CBU-ctx name ... and
000432* CALL CBU-register-stub USING CBU-ctx name ...; MOVE literal
000433* TO name gives the name one more possible value
000434 2300-PROCEDURE-WORD.
000435  IF move-state = 2
000436     MOVE 0 TO move-state
000437     MOVE tk-word TO cmp-name
000438     MOVE move-literal TO target-name
000439     PERFORM 2450-ADD-ASSIGN
000440  END-IF.
000441  IF move-state = 1
000442     MOVE 0 TO move-state
000443     IF tk-word = "TO"
000444        MOVE 2 TO move-state
000445     END-IF
000446  END-IF.
000447  EVALUATE TRUE
000448  WHEN call-state = 1
000449     MOVE 0 TO call-state
000450     EVALUATE TRUE
000451     WHEN tk-word = "CBU-RESOLVE-CALL"
000452        MOVE 2 TO call-state
000453        MOVE 0 TO call-arg
000454     WHEN tk-word = "CBU-REGISTER-STUB"
000455        MOVE 3 TO call-state
000456        MOVE 0 TO call-arg
000457     WHEN tk-word(1:4) = "CBU-"
000458        CONTINUE
000459     WHEN OTHER
000460        MOVE "T" TO target-kind
000461        PERFORM 2460-ADD-UNIT-CALL
000462     END-EVALUATE
000463  WHEN call-state = 2 OR call-state = 3
000464     IF tk-word <> "USING" AND tk-word <> "BY"
000465        AND tk-word <> "REFERENCE" AND tk-word <> "CONTENT"
000466        ADD 1 TO call-arg
000467        IF call-arg = 2
000468           MOVE "T" TO target-kind
000469           IF call-state = 3
000470              MOVE "S" TO target-kind
000471           END-IF
000472           MOVE 0 TO call-state
000473           PERFORM 2460-ADD-UNIT-CALL
000474        END-IF
000475     END-IF
000476  END-EVALUATE.
000477  IF tk-word = "CALL"
000478     MOVE 1 TO call-state
000479  END-IF.
000480
000481 2400-LITERAL.
000482  IF in-data AND last-data-name <> SPACES
000483     AND prev-literal = 0
000484     AND (prev-word = "VALUE" OR prev-word = "IS")
000485     MOVE last-data-name TO cmp-name
000486     MOVE tk-word TO target-name
000487     PERFORM 2450-ADD-ASSIGN
000488  END-IF.
000489  IF NOT in-procedure
000490     EXIT PARAGRAPH
000491  END-IF.
000492  IF prev-literal = 0 AND prev-word = "MOVE"
000493     MOVE tk-word TO move-literal
000494     MOVE 1 TO move-state
000495  END-IF.
000496  EVALUATE TRUE
000497  WHEN call-state = 1
000498     MOVE 0 TO call-state
000499     MOVE "T" TO target-kind
000500     PERFORM 2460-ADD-UNIT-CALL
000501  WHEN call-state = 2 OR call-state = 3
000502     ADD 1 TO call-arg
000503     IF call-arg = 2
000504        MOVE "T" TO target-kind
000505        IF call-state = 3
000506           MOVE "S" TO target-kind
000507        END-IF
000508        MOVE 0 TO call-state
000509        PERFORM 2460-ADD-UNIT-CALL
000510     END-IF
000511  END-EVALUATE.
000512
000513* cmp-name may hold target-name (VALUE or MOVE)
000514 2450-ADD-ASSIGN.
000515  IF AssignCount >= 300
000516     EXIT PARAGRAPH
000517  END-IF.
000518  ADD 1 TO AssignCount.
000519  MOVE cmp-name TO as-name(AssignCount).
000520  MOVE target-name TO as-value(AssignCount).
000521
000522* the CALL of tk-word (a literal or a data name), resolved when
000523* the unit ends and every value of the data name is known
000524 2460-ADD-UNIT-CALL.
000525  IF UnitCallCount >= 200
000526     EXIT PARAGRAPH
000527  END-IF.
000528  ADD 1 TO UnitCallCount.
000529  MOVE target-kind TO cl-kind(UnitCallCount).
000530  MOVE tk-literal TO cl-literal(UnitCallCount).
000531  MOVE tk-word TO cl-name(UnitCallCount).
000532
000533* a production program is a node of the graph (a PROGRAM-ID
000534* met a second time keeps its first source); a test program
000535* is taken when the catalog runs it, or when there is no
000536* catalog at all
000537 2500-START-UNIT.
000538  MOVE 0 TO section-state.
000539  MOVE 0 TO want-data-name.
000540  MOVE 0 TO want-copy.
000541  MOVE 0 TO call-state.
000542  MOVE 0 TO move-state.
000543  MOVE SPACES TO last-data-name.
000544  MOVE SPACES TO prev-word.
000545  MOVE 0 TO UnitCopyCount.
000546  MOVE 0 TO AssignCount.
000547  MOVE 0 TO UnitCallCount.
000548  MOVE 0 TO unit-node.
000549  MOVE 0 TO unit-test.
000550  IF scan-production
000551     PERFORM VARYING n FROM 1 BY 1
000552        UNTIL n > ProgramCount OR pg-name(n) = unit-name
000553        CONTINUE
000554     END-PERFORM
000555     IF n <= ProgramCount
000556        ADD 1 TO nb-duplicates
000557        DISPLAY "COBOLUnit: program " unit-name
000558           " found again in " member-name(1:40) " - ignored"
000559        EXIT PARAGRAPH
000560     END-IF
000561     IF ProgramCount >= 500
000562        EXIT PARAGRAPH
000563     END-IF
000564     ADD 1 TO ProgramCount
000565     MOVE ProgramCount TO unit-node
000566     INITIALIZE ProgramEntry(unit-node)
000567     MOVE unit-name TO pg-name(unit-node)
000568     MOVE member-name TO pg-source(unit-node)
000569     MOVE EdgeCount TO pg-edge-first(unit-node)
000570     ADD 1 TO pg-edge-first(unit-node)
000571     EXIT PARAGRAPH
000572  END-IF.
000573  IF TestUnitCount >= 300
000574     EXIT PARAGRAPH
000575  END-IF.
000576  ADD 1 TO TestUnitCount.
000577  MOVE TestUnitCount TO unit-test.
000578  MOVE unit-name TO tu-name(unit-test).
000579  MOVE 0 TO tu-taken(unit-test).
000580  IF SuiteIndex <= 1
000581     MOVE 1 TO tu-taken(unit-test)
000582  END-IF.
000583  PERFORM VARYING i FROM 1 BY 1
000584     UNTIL i >= SuiteIndex OR tu-taken(unit-test) = 1
000585     PERFORM VARYING j FROM 1 BY 1 UNTIL j > nb-test-size(i)
000586        MOVE TestName(i, j) TO cmp-name
000587        INSPECT cmp-name CONVERTING
000588           "abcdefghijklmnopqrstuvwxyz"
000589           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000590        IF cmp-name = unit-name
000591           MOVE 1 TO tu-taken(unit-test)
000592        END-IF
000593     END-PERFORM
000594  END-PERFORM.
000595
000596 2600-ADD-UNIT-COPY.
000597  IF NOT scan-production OR unit-node = 0
000598     EXIT PARAGRAPH
000599  END-IF.
000600  MOVE SPACES TO copy-name.
000601  UNSTRING tk-word DELIMITED BY "." INTO copy-name
000602  END-UNSTRING.
000603  INSPECT copy-name CONVERTING "abcdefghijklmnopqrstuvwxyz"
000604     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000605  PERFORM VARYING k FROM 1 BY 1
000606     UNTIL k > UnitCopyCount OR uc-copy(k) = copy-name
000607     CONTINUE
000608  END-PERFORM.
000609  IF k > UnitCopyCount AND UnitCopyCount < 50
000610     ADD 1 TO UnitCopyCount
000611     MOVE copy-name TO uc-copy(UnitCopyCount)
000612  END-IF.
000613
000614* next word or literal of tk-buf; a literal keeps its case and
000615* its spaces, a word is upper-cased; a period ending either is
000616* flagged in tk-period. tk-found is 0 once the line is used up
000617 2900-NEXT-TOKEN.
000618  MOVE SPACES TO tk-word.
000619  MOVE 0 TO tk-period.
000620  MOVE 0 TO tk-len.
000621  MOVE 0 TO tk-literal.
000622  MOVE 0 TO tk-found.
000623  PERFORM UNTIL tk-pos > 65
000624     OR (tk-buf(tk-pos:1) <> SPACE AND tk-buf(tk-pos:1) <> ","
000625        AND tk-buf(tk-pos:1) <> ";" AND tk-buf(tk-pos:1) <> "("
000626        AND tk-buf(tk-pos:1) <> ")")
000627     ADD 1 TO tk-pos
000628  END-PERFORM.
000629  IF tk-pos > 65
000630     EXIT PARAGRAPH
000631  END-IF.
000632  MOVE 1 TO tk-found.
000633  IF tk-buf(tk-pos:1) = QUOTE OR tk-buf(tk-pos:1) = "'"
000634     MOVE 1 TO tk-literal
000635     MOVE tk-buf(tk-pos:1) TO tk-quote
000636     ADD 1 TO tk-pos
000637     PERFORM UNTIL tk-pos > 65 OR tk-buf(tk-pos:1) = tk-quote
000638        IF tk-len < 60
000639           ADD 1 TO tk-len
000640           MOVE tk-buf(tk-pos:1) TO tk-word(tk-len:1)
000641        END-IF
000642        ADD 1 TO tk-pos
000643     END-PERFORM
000644     ADD 1 TO tk-pos
000645     IF tk-pos <= 65
000646        IF tk-buf(tk-pos:1) = "."
000647           MOVE 1 TO tk-period
000648           ADD 1 TO tk-pos
000649        END-IF
000650     END-IF
000651     EXIT PARAGRAPH
000652  END-IF.
000653  PERFORM UNTIL tk-pos > 65 OR tk-buf(tk-pos:1) = SPACE
000654     OR tk-buf(tk-pos:1) = "," OR tk-buf(tk-pos:1) = ";"
000655     OR tk-buf(tk-pos:1) = "(" OR tk-buf(tk-pos:1) = ")"
000656     IF tk-buf(tk-pos:1) = "."
000657        AND tk-buf(tk-pos + 1:1) = SPACE
000658        MOVE 1 TO tk-period
000659     ELSE
000660        IF tk-len < 30
000661           ADD 1 TO tk-len
000662           MOVE tk-buf(tk-pos:1) TO tk-word(tk-len:1)
000663        END-IF
000664     END-IF
000665     ADD 1 TO tk-pos
000666  END-PERFORM.
000667  INSPECT tk-word CONVERTING "abcdefghijklmnopqrstuvwxyz"
000668     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000669
000670* the unit's CALLs become edges (production) or targets and
000671* stubs of the test; its COPY members are counted
000672 3000-END-UNIT.
000673  PERFORM VARYING r FROM 1 BY 1 UNTIL r > UnitCallCount
000674     MOVE cl-kind(r) TO target-kind
000675     IF cl-literal(r) = 1
000676        MOVE cl-name(r) TO target-name
000677        PERFORM 3100-ADD-TARGET
000678     ELSE
000679        PERFORM VARYING k FROM 1 BY 1 UNTIL k > AssignCount
000680           IF as-name(k) = cl-name(r)
000681              MOVE as-value(k) TO target-name
000682              PERFORM 3100-ADD-TARGET
000683           END-IF
000684        END-PERFORM
000685     END-IF
000686  END-PERFORM.
000687  IF unit-node > 0
000688     COMPUTE pg-edge-count(unit-node) =
000689        EdgeCount - pg-edge-first(unit-node) + 1
000690     MOVE UnitCopyCount TO pg-copies(unit-node)
000691     PERFORM VARYING k FROM 1 BY 1 UNTIL k > UnitCopyCount
000692        PERFORM 3200-COUNT-COPY
000693     END-PERFORM
000694  END-IF.
000695  MOVE SPACES TO unit-name.
000696
000697* runtime routines and the framework's own programs are not
000698* part of the estate
000699 3100-ADD-TARGET.
000700  INSPECT target-name CONVERTING "abcdefghijklmnopqrstuvwxyz"
000701     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000702  IF target-name = SPACES OR target-name = "SYSTEM"
000703     OR target-name(1:4) = "CBL_" OR target-name(1:2) = "C$"
000704     OR target-name(1:3) = "CBU"
000705     EXIT PARAGRAPH
000706  END-IF.
000707  IF unit-node > 0
000708     IF target-kind = "S" OR target-name = unit-name
000709        EXIT PARAGRAPH
000710     END-IF
000711     PERFORM VARYING e FROM pg-edge-first(unit-node) BY 1
000712        UNTIL e > EdgeCount OR ed-name(e) = target-name
000713        CONTINUE
000714     END-PERFORM
000715     IF e <= EdgeCount OR EdgeCount >= 4000
000716        EXIT PARAGRAPH
000717     END-IF
000718     ADD 1 TO EdgeCount
000719     MOVE unit-node TO ed-from(EdgeCount)
000720     MOVE target-name TO ed-name(EdgeCount)
000721     MOVE 0 TO ed-to(EdgeCount)
000722     EXIT PARAGRAPH
000723  END-IF.
000724  IF unit-test = 0 OR TestTargetCount >= 3000
000725     EXIT PARAGRAPH
000726  END-IF.
000727  ADD 1 TO TestTargetCount.
000728  MOVE unit-test TO tt-unit(TestTargetCount).
000729  MOVE target-kind TO tt-kind(TestTargetCount).
000730  MOVE target-name TO tt-name(TestTargetCount).
000731
000732 3200-COUNT-COPY.
000733  PERFORM VARYING m FROM 1 BY 1
000734     UNTIL m > CopyCount OR cp-name(m) = uc-copy(k)
000735     CONTINUE
000736  END-PERFORM.
000737  IF m > CopyCount
000738     IF CopyCount >= 300
000739        EXIT PARAGRAPH
000740     END-IF
000741     ADD 1 TO CopyCount
000742     MOVE uc-copy(k) TO cp-name(CopyCount)
000743     MOVE 0 TO cp-users(CopyCount)
000744  END-IF.
000745  ADD 1 TO cp-users(m).
000746
000747* edges to programs of the library get their node; the others
000748* are calls outside the estate
000749 4000-BUILD-GRAPH.
000750  MOVE 0 TO nb-external.
000751  PERFORM VARYING e FROM 1 BY 1 UNTIL e > EdgeCount
000752     MOVE ed-name(e) TO target-name
000753     PERFORM 4100-FIND-PROGRAM
000754     MOVE n TO ed-to(e)
000755     IF n = 0
000756        ADD 1 TO nb-external
000757     ELSE
000758        ADD 1 TO pg-callers(n)
000759     END-IF
000760     ADD 1 TO pg-callees(ed-from(e))
000761  END-PERFORM.
000762
000763* n = node of target-name, 0 when it is not in the library
000764 4100-FIND-PROGRAM.
000765  PERFORM VARYING n FROM 1 BY 1
000766     UNTIL n > ProgramCount OR pg-name(n) = target-name
000767     CONTINUE
000768  END-PERFORM.
000769  IF n > ProgramCount
000770     MOVE 0 TO n
000771  END-IF.
000772
000773* one walk per test taken, with the stubs it and its test setup
000774* program register; one more from the programs the catalog
000775* runs itself
000776 5000-WALK-TESTS.
000777  MOVE 0 TO run-no.
000778  MOVE 0 TO nb-tests-taken.
000779  PERFORM VARYING t FROM 1 BY 1 UNTIL t > TestUnitCount
000780     IF tu-taken(t) = 1
000781        ADD 1 TO nb-tests-taken
000782        ADD 1 TO run-no
000783        MOVE 0 TO q-head
000784        MOVE 0 TO q-tail
000785        PERFORM 5100-MARK-STUBS
000786        PERFORM 5200-FIND-SETUP
000787        IF hook-unit > 0
000788           MOVE t TO swap
000789           MOVE hook-unit TO t
000790           PERFORM 5100-MARK-STUBS
000791           MOVE swap TO t
000792        END-IF
000793        PERFORM VARYING k FROM 1 BY 1 UNTIL k > TestTargetCount
000794           IF tt-unit(k) = t AND tt-kind(k) = "T"
000795              MOVE tt-name(k) TO target-name
000796              PERFORM 4100-FIND-PROGRAM
000797              PERFORM 5300-ROOT
000798           END-IF
000799        END-PERFORM
000800        PERFORM 5400-WALK
000801     END-IF
000802  END-PERFORM.
000803  ADD 1 TO run-no.
000804  MOVE 0 TO q-head.
000805  MOVE 0 TO q-tail.
000806  PERFORM VARYING i FROM 1 BY 1 UNTIL i >= SuiteIndex
000807     PERFORM VARYING j FROM 1 BY 1 UNTIL j > nb-test-size(i)
000808        MOVE harness-prog(i, j) TO target-name
000809        PERFORM 5500-CATALOG-ROOT
000810        MOVE shadow-prog(i, j) TO target-name
000811        PERFORM 5500-CATALOG-ROOT
000812     END-PERFORM
000813  END-PERFORM.
000814  PERFORM VARYING k FROM 1 BY 1 UNTIL k > HarnessStepCount
000815     MOVE HS-prog(k) TO target-name
000816     PERFORM 5500-CATALOG-ROOT
000817  END-PERFORM.
000818  PERFORM VARYING k FROM 1 BY 1 UNTIL k > ContenderCount
000819     MOVE CT-prog(k) TO target-name
000820     PERFORM 5500-CATALOG-ROOT
000821  END-PERFORM.
000822  PERFORM 5400-WALK.
000823
000824 5100-MARK-STUBS.
000825  PERFORM VARYING k FROM 1 BY 1 UNTIL k > TestTargetCount
000826     IF tt-unit(k) = t AND tt-kind(k) = "S"
000827        MOVE tt-name(k) TO target-name
000828        PERFORM 4100-FIND-PROGRAM
000829        IF n > 0
000830           MOVE run-no TO pg-stub-run(n)
000831        END-IF
000832     END-IF
000833  END-PERFORM.
000834
000835* hook-unit = the scanned test setup program of test unit t
000836 5200-FIND-SETUP.
000837  MOVE 0 TO hook-unit.
000838  MOVE SPACES TO hook-name.
000839  PERFORM VARYING i FROM 1 BY 1
000840     UNTIL i >= SuiteIndex OR hook-name <> SPACES
000841     PERFORM VARYING j FROM 1 BY 1 UNTIL j > nb-test-size(i)
000842        MOVE TestName(i, j) TO cmp-name
000843        INSPECT cmp-name CONVERTING
000844           "abcdefghijklmnopqrstuvwxyz"
000845           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000846        IF cmp-name = tu-name(t) AND hook-name = SPACES
000847           MOVE TestSetupProg(i, j) TO hook-name
000848        END-IF
000849     END-PERFORM
000850  END-PERFORM.
000851  IF hook-name = SPACES
000852     EXIT PARAGRAPH
000853  END-IF.
000854  INSPECT hook-name CONVERTING "abcdefghijklmnopqrstuvwxyz"
000855     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000856  PERFORM VARYING m FROM 1 BY 1
000857     UNTIL m > TestUnitCount OR hook-unit > 0
000858     IF tu-name(m) = hook-name
000859        MOVE m TO hook-unit
000860     END-IF
000861  END-PERFORM.
000862
000863* a program the test calls is tested, unless the test stubs it
000864 5300-ROOT.
000865  IF n = 0
000866     EXIT PARAGRAPH
000867  END-IF.
000868  IF pg-stub-run(n) = run-no
000869     MOVE 1 TO pg-stubbed(n)
000870     EXIT PARAGRAPH
000871  END-IF.
000872  MOVE 1 TO pg-direct(n).
000873  IF pg-visit(n) <> run-no
000874     MOVE run-no TO pg-visit(n)
000875     ADD 1 TO q-tail
000876     MOVE n TO qu(q-tail)
000877  END-IF.
000878
000879* breadth first from the queued programs; a stubbed callee
000880* stops the path
000881 5400-WALK.
000882  MOVE 1 TO q-head.
000883  PERFORM UNTIL q-head > q-tail
000884     MOVE qu(q-head) TO m
000885     ADD 1 TO q-head
000886     PERFORM VARYING e FROM pg-edge-first(m) BY 1
000887        UNTIL e >= pg-edge-first(m) + pg-edge-count(m)
000888        MOVE ed-to(e) TO n
000889        IF n > 0
000890           IF pg-visit(n) <> run-no
000891              MOVE run-no TO pg-visit(n)
000892              IF pg-stub-run(n) = run-no
000893                 MOVE 1 TO pg-stubbed(n)
000894              ELSE
000895                 MOVE 1 TO pg-reached(n)
000896                 ADD 1 TO q-tail
000897                 MOVE n TO qu(q-tail)
000898              END-IF
000899           END-IF
000900        END-IF
000901     END-PERFORM
000902  END-PERFORM.
000903
000904 5500-CATALOG-ROOT.
000905  IF target-name = SPACES
000906     EXIT PARAGRAPH
000907  END-IF.
000908  INSPECT target-name CONVERTING "abcdefghijklmnopqrstuvwxyz"
000909     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000910  PERFORM 4100-FIND-PROGRAM.
000911  PERFORM 5300-ROOT.
000912
000913* most callers first, then by name
000914 6000-RANK.
000915  PERFORM VARYING r FROM 1 BY 1 UNTIL r > ProgramCount
000916     MOVE r TO rk(r)
000917  END-PERFORM.
000918  PERFORM VARYING r FROM 1 BY 1 UNTIL r >= ProgramCount
000919     MOVE r TO best
000920     PERFORM VARYING m FROM r BY 1 UNTIL m > ProgramCount
000921        IF pg-callers(rk(m)) > pg-callers(rk(best))
000922           OR (pg-callers(rk(m)) = pg-callers(rk(best))
000923              AND pg-name(rk(m)) < pg-name(rk(best)))
000924           MOVE m TO best
000925        END-IF
000926     END-PERFORM
000927     MOVE rk(r) TO swap
000928     MOVE rk(best) TO rk(r)
000929     MOVE swap TO rk(best)
000930  END-PERFORM.
000931  MOVE 0 TO nb-tested.
000932  MOVE 0 TO nb-reached.
000933  MOVE 0 TO nb-stubbed.
000934  MOVE 0 TO nb-untested.
000935  PERFORM VARYING n FROM 1 BY 1 UNTIL n > ProgramCount
000936     EVALUATE TRUE
000937     WHEN pg-direct(n) = 1
000938        ADD 1 TO nb-tested
000939     WHEN pg-reached(n) = 1
000940        ADD 1 TO nb-reached
000941     WHEN pg-stubbed(n) = 1
000942        ADD 1 TO nb-stubbed
000943     WHEN OTHER
000944        ADD 1 TO nb-untested
000945     END-EVALUATE
000946  END-PERFORM.
000947  MOVE 0 TO regress-pct.
000948  IF ProgramCount > 0
000949     COMPUTE regress-pct ROUNDED =
000950        (nb-tested + nb-reached) * 100 / ProgramCount
000951  END-IF.
000952  MOVE regress-pct TO edit-pct.
000953
000954 6100-STATUS-WORD.
000955  EVALUATE TRUE
000956  WHEN pg-direct(n) = 1
000957     MOVE "tested" TO status-word
000958  WHEN pg-reached(n) = 1
000959     MOVE "reached" TO status-word
000960  WHEN pg-stubbed(n) = 1
000961     MOVE "stubbed" TO status-word
000962  WHEN OTHER
000963     MOVE "untested" TO status-word
000964  END-EVALUATE.
000965
000966 7000-WRITE-REPORT.
000967  MOVE ReportFile TO report-path.
000968  OPEN OUTPUT ReportOut.
000969  IF report-status <> "00"
000970     DISPLAY "COBOLUnit: report file " ReportFile
000971        " cannot be opened, status " report-status
000972     EXIT PARAGRAPH
000973  END-IF.
000974  MOVE "===== COBOLUnit estate under regression =====" TO
000975     ReportLine.
000976  WRITE ReportLine.
000977  INITIALIZE ReportLine.
000978  STRING "production library: " DELIMITED BY SIZE
000979     ProdDir DELIMITED BY SPACE
000980     "  tests: " DELIMITED BY SIZE
000981     TestDir DELIMITED BY SPACE INTO ReportLine.
000982  WRITE ReportLine.
000983  INITIALIZE ReportLine.
000984  STRING "test programs taken: " nb-tests-taken
000985     "  call edges: " EdgeCount
000986     "  calls outside the library: " nb-external
000987     DELIMITED BY SIZE INTO ReportLine.
000988  WRITE ReportLine.
000989  MOVE SPACES TO ReportLine.
000990  WRITE ReportLine.
000991  MOVE SPACES TO ReportLine.
000992  MOVE "rank" TO ReportLine(1:4).
000993  MOVE "program" TO ReportLine(7:7).
000994  MOVE "status" TO ReportLine(38:6).
000995  MOVE "callers" TO ReportLine(47:7).
000996  MOVE "callees" TO ReportLine(55:7).
000997  MOVE "copies" TO ReportLine(63:6).
000998  MOVE "source" TO ReportLine(71:6).
000999  WRITE ReportLine.
001000  PERFORM VARYING r FROM 1 BY 1 UNTIL r > ProgramCount
001001     MOVE rk(r) TO n
001002     PERFORM 6100-STATUS-WORD
001003     MOVE r TO rp-rank
001004     MOVE pg-name(n) TO rp-program
001005     MOVE status-word TO rp-status
001006     MOVE pg-callers(n) TO rp-callers
001007     MOVE pg-callees(n) TO rp-callees
001008     MOVE pg-copies(n) TO rp-copies
001009     MOVE pg-source(n) TO rp-source
001010     MOVE report-rec TO ReportLine
001011     WRITE ReportLine
001012  END-PERFORM.
001013  MOVE SPACES TO ReportLine.
001014  WRITE ReportLine.
001015  MOVE "copybooks        used by" TO ReportLine.
001016  WRITE ReportLine.
001017  PERFORM VARYING m FROM 1 BY 1 UNTIL m > CopyCount
001018     MOVE cp-users(m) TO edit-count
001019     INITIALIZE ReportLine
001020     STRING cp-name(m) " " edit-count " program(s)"
001021        DELIMITED BY SIZE INTO ReportLine
001022     WRITE ReportLine
001023  END-PERFORM.
001024  MOVE SPACES TO ReportLine.
001025  WRITE ReportLine.
001026  MOVE ProgramCount TO edit-count.
001027  INITIALIZE ReportLine.
001028  STRING "programs " edit-count DELIMITED BY SIZE
001029     INTO ReportLine.
001030  WRITE ReportLine.
001031  MOVE nb-tested TO edit-count.
001032  INITIALIZE ReportLine.
001033  STRING "  tested   " edit-count DELIMITED BY SIZE
001034     INTO ReportLine.
001035  WRITE ReportLine.
001036  MOVE nb-reached TO edit-count.
001037  INITIALIZE ReportLine.
001038  STRING "  reached  " edit-count
001039     "  (only through a tested caller)" DELIMITED BY SIZE
001040     INTO ReportLine.
001041  WRITE ReportLine.
001042  MOVE nb-stubbed TO edit-count.
001043  INITIALIZE ReportLine.
001044  STRING "  stubbed  " edit-count
001045     "  (stubbed wherever a test reaches it)"
001046     DELIMITED BY SIZE INTO ReportLine.
001047  WRITE ReportLine.
001048  MOVE nb-untested TO edit-count.
001049  INITIALIZE ReportLine.
001050  STRING "  untested " edit-count DELIMITED BY SIZE
001051     INTO ReportLine.
001052  WRITE ReportLine.
001053  INITIALIZE ReportLine.
001054  STRING "under regression (tested + reached): " edit-pct "%"
001055     DELIMITED BY SIZE INTO ReportLine.
001056  WRITE ReportLine.
001057  CLOSE ReportOut.
001058
001059 7500-WRITE-CSV.
001060  MOVE CsvFile TO csv-path.
001061  OPEN OUTPUT CsvOut.
001062  IF csv-status <> "00"
001063     DISPLAY "COBOLUnit: CSV file " CsvFile
001064        " cannot be opened, status " csv-status
001065     EXIT PARAGRAPH
001066  END-IF.
001067  MOVE "Program,Status,Callers,Callees,Copybooks,Source"
001068     TO CsvLine.
001069  WRITE CsvLine.
001070  PERFORM VARYING r FROM 1 BY 1 UNTIL r > ProgramCount
001071     MOVE rk(r) TO n
001072     PERFORM 6100-STATUS-WORD
001073     MOVE pg-callers(n) TO csv-callers
001074     MOVE pg-callees(n) TO csv-callees
001075     MOVE pg-copies(n) TO csv-copies
001076     INITIALIZE CsvLine
001077     STRING pg-name(n) DELIMITED BY SPACE
001078        "," DELIMITED BY SIZE
001079        status-word DELIMITED BY SPACE
001080        "," csv-callers "," csv-callees "," csv-copies ","
001081        DELIMITED BY SIZE
001082        pg-source(n) DELIMITED BY SPACE
001083        INTO CsvLine
001084     WRITE CsvLine
001085  END-PERFORM.
001086  CLOSE CsvOut.
001087 END PROGRAM CBU00383.
