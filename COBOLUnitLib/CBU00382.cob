000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-lint-tests
000013*	source name: CBU00382.cob
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

000044*>Lint the test programs of the library directory LibDir
000045*>(every .cob / .cbl member) for the habits that make a test
000046*>flaky or meaningless, and write one record per finding to
000047*>FindingsFile:
000048*>  cols  1-30 program-id    32-37 line of the source file
000049*>  cols 39-53 rule id       55-64 owning team
000050*>  cols 66-    detail
000051*>Rules:
000052*>  DIRECT-CALL     CALL of a literal program-id, which stubs
000053*>                  cannot intercept - go through
000054*>                  CBU-resolve-call (runtime routines SYSTEM,
000055*>                  CBL_... and C$... are not reported)
000056*>  SYSTEM-DATE     ACCEPT ... FROM DATE / DAY / DAY-OF-WEEK /
000057*>                  TIME or FUNCTION CURRENT-DATE instead of
000058*>                  CBU-get-current-date
000059*>  NO-ASSERT       a program called with CBU-ctx that holds no
000060*>                  CBU-assert-... call at all (suite and test
000061*>                  hooks, harness and shadow programs of the
000062*>                  catalog and scenario step programs are not
000063*>                  expected to assert)
000064*>  UNUSED-FIXTURE  a fixture declared for the test with
000065*>                  CBU-add-test-fixture whose work file name the
000066*>                  program never names
000067*>  UNUSED-EVIDENCE an area registered with CBU-add-evidence
000068*>                  that the program never refers to otherwise
000069*>                  (neither the area nor any field under it)
000070*>  HARD-PATH       a file path literal (ASSIGN, VALUE or MOVE)
000071*>                  that should be mapped with CBU-map-file
000072*>Owners, fixtures and hooks come from the catalog built so
000073*>far and from the owner registry (CBU-load-owners), so the
000074*>lint is best called after the catalog is complete. The
000075*>findings file ends with a summary by owner ('*' lines), also
000076*>shown on the console. FindingCount returns the number of
000077*>findings.
000078* arg1: LibDir - directory of the test sources (SPACES = current)
000079* arg2: FindingsFile - findings file written
000080* arg3: FindingCount - number of findings
000081 IDENTIFICATION DIVISION.
000082 PROGRAM-ID.   CBU00382.
000083 ENVIRONMENT    DIVISION.
000084 INPUT-OUTPUT SECTION.
000085 FILE-CONTROL.
000086    SELECT OPTIONAL ListFile ASSIGN TO list-file-name
000087       ORGANIZATION IS LINE SEQUENTIAL
000088       FILE STATUS IS list-status.
000089    SELECT OPTIONAL SourceFile ASSIGN TO src-path
000090       ORGANIZATION IS LINE SEQUENTIAL
000091       FILE STATUS IS src-status.
000092    SELECT FindingFile ASSIGN TO findings-path
000093       ORGANIZATION IS LINE SEQUENTIAL
000094       FILE STATUS IS findings-status.
000095 DATA DIVISION.
000096 FILE SECTION.
000097 	FD ListFile.
000098 	01 ListLine PIC X(200).
000099 	FD SourceFile.
000100 	01 SourceLine PIC X(80).
000101 	FD FindingFile.
000102 	01 FindingLine PIC X(160).
000103 WORKING-STORAGE SECTION.
000104  01 list-file-name PIC X(40) VALUE "CBULINT.TMP".
000105  01 list-status PIC X(2).
000106  01 src-path PIC X(140).
000107  01 src-status PIC X(2).
000108  01 findings-path PIC X(40).
000109  01 findings-status PIC X(2).
000110  01 ListEOF PIC 9(1).
000111  01 SourceEOF PIC 9(1).
000112  01 ls-command PIC X(250).
000113  01 dir-buf PIC X(32000).
000114  01 dir-len PIC 99999.
000115  01 member-name PIC X(100).
000116  01 member-len PIC 99999.
000117  01 member-ext PIC X(4).
000118  01 line-no PIC 9(6).
000119  01 nb-files PIC 9(4).
000120  01 nb-units PIC 9(4).
000121  01 unit-name PIC X(30).
000122  01 unit-line PIC 9(6).
000123  01 unit-findings PIC 9(4).
000124  01 unit-hook PIC 9(1).
000125  01 unit-suite PIC 9(3).
000126  01 unit-owner PIC X(10).
000127  01 unit-slot PIC 9(2).
000128  01 has-ctx PIC 9(1).
000129  01 has-step PIC 9(1).
000130  01 assert-count PIC 9(4).
000131  01 section-state PIC 9(1).
000132     88 before-data VALUE 0.
000133     88 in-data VALUE 1.
000134     88 in-using VALUE 2.
000135     88 in-procedure VALUE 3.
000136  01 want-unit-name PIC 9(1).
000137  01 want-data-name PIC 9(1).
000138  01 data-level PIC 9(2).
000139  01 call-state PIC 9(1).
000140  01 accept-state PIC 9(1).
000141  01 func-state PIC 9(1).
000142  01 ev-arg PIC 9(2).
000143  01 prev-word PIC X(30).
000144  01 prev-literal PIC 9(1).
000145  01 first-token PIC 9(1).
000146  01 tk-buf PIC X(66).
000147  01 tk-pos PIC 9(2).
000148  01 tk-word PIC X(60).
000149  01 tk-len PIC 9(2).
000150  01 tk-period PIC 9(1).
000151  01 tk-literal PIC 9(1).
000152  01 tk-found PIC 9(1).
000153  01 tk-quote PIC X(1).
000154  01 call-name PIC X(60).
000155  01 cmp-name PIC X(30).
000156  01 nb-slash PIC 9(2).
000157  01 nb-back PIC 9(2).
000158  01 nb-dot PIC 9(2).
000159  01 nb-space PIC 9(2).
000160  01 ref-count PIC 9(4).
000161  01 area-used PIC 9(1).
000162  01 i PIC 9(3).
000163  01 j PIC 9(3).
000164  01 k PIC 9(4).
000165  01 m PIC 9(4).
000166  01 f PIC 9(2).
000167  01 r PIC 9(1).
000168  01 ow PIC 9(3).
000169  01 f-rule PIC 9(1).
000170  01 f-line PIC 9(6).
000171  01 f-text PIC X(80).
000172  01 finding-rec.
000173    05 fd-program PIC X(30).
000174    05 FILLER PIC X(1) VALUE SPACE.
000175    05 fd-line PIC 9(6).
000176    05 FILLER PIC X(1) VALUE SPACE.
000177    05 fd-rule PIC X(15).
000178    05 FILLER PIC X(1) VALUE SPACE.
000179    05 fd-owner PIC X(10).
000180    05 FILLER PIC X(1) VALUE SPACE.
000181    05 fd-text PIC X(80).
000182  01 summary-rec.
000183    05 FILLER PIC X(4) VALUE "*   ".
000184    05 sm-team PIC X(10).
000185    05 FILLER PIC X(11) VALUE " programs: ".
000186    05 sm-programs PIC ZZZ9.
000187    05 FILLER PIC X(10) VALUE " flagged: ".
000188    05 sm-flagged PIC ZZZ9.
000189    05 FILLER PIC X(11) VALUE " findings: ".
000190    05 sm-findings PIC ZZZZ9.
000191  01 ListeRules.
000192    05 FILLER PIC X(15) VALUE "DIRECT-CALL".
000193    05 FILLER PIC X(15) VALUE "SYSTEM-DATE".
000194    05 FILLER PIC X(15) VALUE "NO-ASSERT".
000195    05 FILLER PIC X(15) VALUE "UNUSED-FIXTURE".
000196    05 FILLER PIC X(15) VALUE "UNUSED-EVIDENCE".
000197    05 FILLER PIC X(15) VALUE "HARD-PATH".
000198  01 RuleTable REDEFINES ListeRules.
000199    05 rule-id PIC X(15) OCCURS 6 TIMES.
000200  01 ListeRuleTotals.
000201    05 rule-total PIC 9(5) OCCURS 6 TIMES.
000202  01 OwnerSumCount PIC 9(2).
000203  01 ListeOwnerSums.
000204    05 OwnerSum OCCURS 50 TIMES.
000205      10 os-team PIC X(10).
000206      10 os-programs PIC 9(4).
000207      10 os-flagged PIC 9(4).
000208      10 os-findings PIC 9(5).
000209  01 DataCount PIC 9(4).
000210  01 ListeDataNames.
000211    05 DataEntry OCCURS 1000 TIMES.
000212      10 dn-name PIC X(30).
000213      10 dn-level PIC 9(2).
000214  01 WordCount PIC 9(4).
000215  01 ListeWords.
000216    05 WordEntry OCCURS 1500 TIMES.
000217      10 wd-name PIC X(30).
000218      10 wd-count PIC 9(4).
000219  01 UnitEvidenceCount PIC 9(2).
000220  01 ListeUnitEvidence.
000221    05 UnitEvidence OCCURS 20 TIMES.
000222      10 ue-area PIC X(30).
000223      10 ue-line PIC 9(6).
000224  01 UnitFixtureCount PIC 9(2).
000225  01 ListeUnitFixtures.
000226    05 UnitFixture OCCURS 20 TIMES.
000227      10 uf-target PIC X(40).
000228      10 uf-used PIC 9(1).
000229  COPY CBUC0002.
000230 LINKAGE SECTION.
000231  77 LibDir PIC X(40).
000232  77 FindingsFile PIC X(40).
000233  77 FindingCount PIC 9(4).
000234  COPY CBUC0001.
000235 PROCEDURE DIVISION USING CBU-ctx LibDir FindingsFile
000236      FindingCount.
000237  MOVE 0 TO FindingCount.
000238  MOVE 0 TO nb-files.
000239  MOVE 0 TO nb-units.
000240  MOVE 0 TO OwnerSumCount.
000241  INITIALIZE ListeRuleTotals.
000242  MOVE FindingsFile TO findings-path.
000243  OPEN OUTPUT FindingFile.
000244  IF findings-status <> "00"
000245     DISPLAY "COBOLUnit: findings file " FindingsFile
000246        " cannot be opened, status " findings-status
000247     EXIT PROGRAM
000248  END-IF.
000249  MOVE SPACES TO FindingLine.
000250  MOVE "* program" TO FindingLine(1:30).
000251  MOVE "line" TO FindingLine(32:6).
000252  MOVE "rule" TO FindingLine(39:15).
000253  MOVE "owner" TO FindingLine(55:10).
000254  MOVE "detail" TO FindingLine(66:6).
000255  WRITE FindingLine.
000256  MOVE LibDir TO dir-buf.
000257  CALL CBU-get-last-index USING CBU-ctx dir-buf dir-len.
000258  INITIALIZE ls-command.
000259  IF dir-len > 0
000260     STRING "ls " LibDir(1:dir-len) " > CBULINT.TMP"
000261        DELIMITED BY SIZE INTO ls-command
000262  ELSE
000263     MOVE "ls > CBULINT.TMP" TO ls-command
000264  END-IF.
000265  CALL "SYSTEM" USING ls-command.
000266  MOVE 0 TO RETURN-CODE.
000267  MOVE 0 TO ListEOF.
000268  OPEN INPUT ListFile.
000269  PERFORM UNTIL ListEOF = 1
000270     READ ListFile
000271        AT END MOVE 1 TO ListEOF
000272        NOT AT END
000273           IF ListLine <> SPACES
000274              PERFORM 1000-CHECK-MEMBER
000275           END-IF
000276     END-READ
000277  END-PERFORM.
000278  CLOSE ListFile.
000279  PERFORM 7000-SUMMARY.
000280  CLOSE FindingFile.
000281  EXIT PROGRAM.
000282
000283* only COBOL sources of the directory are linted
000284 1000-CHECK-MEMBER.
000285  MOVE ListLine TO member-name.
000286  MOVE member-name TO dir-buf.
000287  CALL CBU-get-last-index USING CBU-ctx dir-buf member-len.
000288  IF member-len < 5
000289     EXIT PARAGRAPH
000290  END-IF.
000291  MOVE member-name(member-len - 3:4) TO member-ext.
000292  INSPECT member-ext CONVERTING "abcdefghijklmnopqrstuvwxyz"
000293     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000294  IF member-ext <> ".COB" AND member-ext <> ".CBL"
000295     EXIT PARAGRAPH
000296  END-IF.
000297  INITIALIZE src-path.
000298  IF dir-len > 0
000299     STRING LibDir(1:dir-len) "/" member-name(1:member-len)
000300        DELIMITED BY SIZE INTO src-path
000301  ELSE
000302     MOVE member-name TO src-path
000303  END-IF.
000304  PERFORM 2000-SCAN-SOURCE.
000305
000306 2000-SCAN-SOURCE.
000307  OPEN INPUT SourceFile.
000308  IF src-status <> "00"
000309     DISPLAY "COBOLUnit: source " src-path(1:60)
000310        " cannot be read, status " src-status
000311     EXIT PARAGRAPH
000312  END-IF.
000313  ADD 1 TO nb-files.
000314  MOVE SPACES TO unit-name.
000315  MOVE 0 TO want-unit-name.
000316  MOVE 0 TO line-no.
000317  MOVE 0 TO SourceEOF.
000318  PERFORM UNTIL SourceEOF = 1
000319     READ SourceFile
000320        AT END MOVE 1 TO SourceEOF
000321     END-READ
000322     IF SourceEOF = 0
000323        ADD 1 TO line-no
000324        IF SourceLine(7:1) <> "*" AND SourceLine(7:1) <> "/"
000325           AND SourceLine(7:1) <> "-"
000326           PERFORM 2100-SOURCE-LINE
000327        END-IF
000328     END-IF
000329  END-PERFORM.
000330  CLOSE SourceFile.
000331  IF unit-name <> SPACES
000332     PERFORM 3000-END-UNIT
000333  END-IF.
000334
000335 2100-SOURCE-LINE.
000336  MOVE SPACES TO tk-buf.
000337  MOVE SourceLine(8:65) TO tk-buf(1:65).
000338  MOVE 1 TO tk-pos.
000339  MOVE 1 TO first-token.
000340  PERFORM 2900-NEXT-TOKEN.
000341  PERFORM UNTIL tk-found = 0
000342     PERFORM 2200-TOKEN
000343     MOVE 0 TO first-token
000344     PERFORM 2900-NEXT-TOKEN
000345  END-PERFORM.
000346
000347* a PROGRAM-ID opens a new unit; the DATA DIVISION entries,
000348* the USING list and the PROCEDURE DIVISION words are
000349* followed separately
000350 2200-TOKEN.
000351  IF want-unit-name = 1
000352     MOVE 0 TO want-unit-name
000353     IF unit-name <> SPACES
000354        PERFORM 3000-END-UNIT
000355     END-IF
000356     MOVE tk-word TO unit-name
000357     INSPECT unit-name CONVERTING "abcdefghijklmnopqrstuvwxyz"
000358        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000359     PERFORM 2500-START-UNIT
000360     EXIT PARAGRAPH
000361  END-IF.
000362  IF tk-literal = 0 AND tk-word = "PROGRAM-ID"
000363     MOVE 1 TO want-unit-name
000364     EXIT PARAGRAPH
000365  END-IF.
000366  IF unit-name = SPACES
000367     EXIT PARAGRAPH
000368  END-IF.
000369  IF tk-literal = 1
000370     PERFORM 2400-LITERAL
000371  ELSE
000372     EVALUATE TRUE
000373     WHEN tk-word = "DIVISION" AND prev-word = "DATA"
000374        SET in-data TO TRUE
000375     WHEN tk-word = "DIVISION" AND prev-word = "PROCEDURE"
000376        SET in-using TO TRUE
000377     WHEN in-data AND want-data-name = 1
000378        MOVE 0 TO want-data-name
000379        IF tk-word <> "FILLER" AND DataCount < 1000
000380           ADD 1 TO DataCount
000381           MOVE tk-word TO dn-name(DataCount)
000382           MOVE data-level TO dn-level(DataCount)
000383        END-IF
000384     WHEN in-data AND first-token = 1
000385        AND (tk-len = 1 OR tk-len = 2)
000386        AND tk-word(1:tk-len) IS NUMERIC
000387        MOVE tk-word(1:tk-len) TO data-level
000388        IF data-level = 77
000389           MOVE 1 TO data-level
000390        END-IF
000391        IF data-level < 50 AND data-level > 0
000392           MOVE 1 TO want-data-name
000393        END-IF
000394     WHEN in-using
000395        IF tk-word = "CBU-CTX"
000396           MOVE 1 TO has-ctx
000397        END-IF
000398        IF tk-word = "CBU-STEP"
000399           MOVE 1 TO has-step
000400        END-IF
000401     WHEN in-procedure
000402        PERFORM 2300-PROCEDURE-WORD
000403     END-EVALUATE
000404  END-IF.
000405  MOVE tk-word TO prev-word.
000406  MOVE tk-literal TO prev-literal.
000407  IF tk-period = 1
000408     MOVE 0 TO call-state
000409     MOVE 0 TO accept-state
000410     MOVE 0 TO func-state
000411     IF in-using
000412        SET in-procedure TO TRUE
000413     END-IF
000414  END-IF.
000415
000416 2300-PROCEDURE-WORD.
000417  IF tk-word(1:1) IS ALPHABETIC
000418     PERFORM 2350-COUNT-WORD
000419  END-IF.
000420  EVALUATE TRUE
000421  WHEN call-state = 1
000422     MOVE 0 TO call-state
000423     IF tk-word(1:10) = "CBU-ASSERT"
000424        ADD 1 TO assert-count
000425     END-IF
000426     IF tk-word = "CBU-ADD-EVIDENCE"
000427        MOVE 2 TO call-state
000428        MOVE 0 TO ev-arg
000429     END-IF
000430  WHEN call-state = 2
000431     IF tk-word <> "USING" AND tk-word <> "BY"
000432        AND tk-word <> "REFERENCE" AND tk-word <> "CONTENT"
000433        ADD 1 TO ev-arg
000434        IF ev-arg = 3
000435           MOVE 0 TO call-state
000436           IF UnitEvidenceCount < 20
000437              ADD 1 TO UnitEvidenceCount
000438              MOVE tk-word TO ue-area(UnitEvidenceCount)
000439              MOVE line-no TO ue-line(UnitEvidenceCount)
000440           END-IF
000441        END-IF
000442     END-IF
000443  WHEN accept-state = 2
000444     MOVE 0 TO accept-state
000445     IF tk-word = "DATE" OR tk-word = "DAY"
000446        OR tk-word = "DAY-OF-WEEK" OR tk-word = "TIME"
000447        MOVE 2 TO f-rule
000448        MOVE line-no TO f-line
000449        INITIALIZE f-text
000450        STRING "ACCEPT FROM " DELIMITED BY SIZE
000451           tk-word DELIMITED BY SPACE
000452           " - use CBU-get-current-date" DELIMITED BY SIZE
000453           INTO f-text
000454        PERFORM 4000-WRITE-FINDING
000455     END-IF
000456  WHEN accept-state = 1 AND tk-word = "FROM"
000457     MOVE 2 TO accept-state
000458  WHEN func-state = 1 AND tk-word = "CURRENT-DATE"
000459     MOVE 2 TO f-rule
000460     MOVE line-no TO f-line
000461     MOVE "FUNCTION CURRENT-DATE - use CBU-get-current-date"
000462        TO f-text
000463     PERFORM 4000-WRITE-FINDING
000464  END-EVALUATE.
000465  MOVE 0 TO func-state.
000466  EVALUATE tk-word
000467  WHEN "CALL"
000468     MOVE 1 TO call-state
000469  WHEN "ACCEPT"
000470     MOVE 1 TO accept-state
000471  WHEN "FUNCTION"
000472     MOVE 1 TO func-state
000473  END-EVALUATE.
000474
000475 2350-COUNT-WORD.
000476  PERFORM VARYING k FROM 1 BY 1
000477     UNTIL k > WordCount OR wd-name(k) = tk-word
000478     CONTINUE
000479  END-PERFORM.
000480  IF k > WordCount
000481     IF WordCount >= 1500
000482        EXIT PARAGRAPH
000483     END-IF
000484     ADD 1 TO WordCount
000485     MOVE tk-word TO wd-name(WordCount)
000486     MOVE 0 TO wd-count(WordCount)
000487  END-IF.
000488  ADD 1 TO wd-count(k).
000489
000490 2400-LITERAL.
000491  IF in-procedure AND call-state = 1
000492     MOVE 0 TO call-state
000493     PERFORM 2450-DIRECT-CALL
000494  END-IF.
000495  IF in-procedure AND call-state = 2
000496     ADD 1 TO ev-arg
000497  END-IF.
000498  PERFORM VARYING f FROM 1 BY 1 UNTIL f > UnitFixtureCount
000499     IF uf-target(f) = tk-word
000500        MOVE 1 TO uf-used(f)
000501     END-IF
000502  END-PERFORM.
000503  IF prev-literal = 0
000504     AND (prev-word = "MOVE" OR prev-word = "VALUE"
000505        OR prev-word = "IS" OR prev-word = "TO"
000506        OR prev-word = "ASSIGN")
000507     PERFORM 2460-HARD-PATH
000508  END-IF.
000509
000510* runtime library routines cannot be stubbed anyway
000511 2450-DIRECT-CALL.
000512  MOVE tk-word TO call-name.
000513  INSPECT call-name CONVERTING "abcdefghijklmnopqrstuvwxyz"
000514     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000515  IF call-name = "SYSTEM" OR call-name(1:4) = "CBL_"
000516     OR call-name(1:2) = "C$" OR call-name(1:3) = "CBU"
000517     EXIT PARAGRAPH
000518  END-IF.
000519  MOVE 1 TO f-rule.
000520  MOVE line-no TO f-line.
000521  INITIALIZE f-text.
000522  STRING "CALL '" DELIMITED BY SIZE
000523     tk-word DELIMITED BY SPACE
000524     "' - call it through CBU-resolve-call"
000525     DELIMITED BY SIZE INTO f-text.
000526  PERFORM 4000-WRITE-FINDING.
000527
000528* a path: a backslash, a leading slash, or a slash with a
000529* dot or a leading ~ (dates like 12/31/2024 are not paths)
000530 2460-HARD-PATH.
000531  IF tk-len < 3
000532     EXIT PARAGRAPH
000533  END-IF.
000534  MOVE 0 TO nb-slash.
000535  MOVE 0 TO nb-back.
000536  MOVE 0 TO nb-dot.
000537  MOVE 0 TO nb-space.
000538  INSPECT tk-word(1:tk-len) TALLYING nb-slash FOR ALL "/"
000539     nb-back FOR ALL "\" nb-dot FOR ALL "."
000540     nb-space FOR ALL SPACE.
000541  IF nb-space > 0
000542     EXIT PARAGRAPH
000543  END-IF.
000544  IF nb-back > 0 OR tk-word(1:1) = "/"
000545     OR (nb-slash > 0 AND (nb-dot > 0 OR tk-word(1:1) = "~"))
000546     MOVE 6 TO f-rule
000547     MOVE line-no TO f-line
000548     INITIALIZE f-text
000549     STRING "'" tk-word(1:tk-len)
000550        "' - map the file with CBU-map-file"
000551        DELIMITED BY SIZE INTO f-text
000552     PERFORM 4000-WRITE-FINDING
000553  END-IF.
000554
000555* the catalog says what the program is: a test (with its
000556* fixtures), a hook, a harness or shadow program - and whose
000557 2500-START-UNIT.
000558  ADD 1 TO nb-units.
000559  MOVE line-no TO unit-line.
000560  MOVE 0 TO section-state.
000561  MOVE 0 TO want-data-name.
000562  MOVE 0 TO call-state.
000563  MOVE 0 TO accept-state.
000564  MOVE 0 TO func-state.
000565  MOVE 0 TO has-ctx.
000566  MOVE 0 TO has-step.
000567  MOVE 0 TO assert-count.
000568  MOVE 0 TO unit-findings.
000569  MOVE 0 TO unit-hook.
000570  MOVE 0 TO unit-suite.
000571  MOVE 0 TO DataCount.
000572  MOVE 0 TO WordCount.
000573  MOVE 0 TO UnitEvidenceCount.
000574  MOVE 0 TO UnitFixtureCount.
000575  MOVE SPACES TO prev-word.
000576  PERFORM VARYING i FROM 1 BY 1 UNTIL i >= SuiteIndex
000577     IF SuiteSetupProg(i) = unit-name
000578        OR SuiteTeardownProg(i) = unit-name
000579        MOVE 1 TO unit-hook
000580        IF unit-suite = 0
000581           MOVE i TO unit-suite
000582        END-IF
000583     END-IF
000584     PERFORM VARYING j FROM 1 BY 1 UNTIL j > nb-test-size(i)
000585        PERFORM 2550-MATCH-TEST
000586     END-PERFORM
000587  END-PERFORM.
000588  MOVE SPACES TO unit-owner.
000589  IF unit-suite > 0
000590     PERFORM VARYING ow FROM 1 BY 1
000591        UNTIL ow > OwnerCount OR unit-owner <> SPACES
000592        IF (OW-suite(ow) <> SPACES
000593              AND OW-suite(ow) = SuiteName(unit-suite))
000594           OR (OW-suite(ow) = SPACES
000595              AND OW-pack(ow) = SuitePack(unit-suite))
000596           MOVE OW-team(ow) TO unit-owner
000597        END-IF
000598     END-PERFORM
000599  END-IF.
000600  IF unit-owner = SPACES
000601     MOVE "(none)" TO unit-owner
000602  END-IF.
000603  PERFORM VARYING unit-slot FROM 1 BY 1
000604     UNTIL unit-slot > OwnerSumCount
000605     OR os-team(unit-slot) = unit-owner
000606     CONTINUE
000607  END-PERFORM.
000608  IF unit-slot > OwnerSumCount
000609     IF OwnerSumCount >= 50
000610        MOVE 50 TO unit-slot
000611     ELSE
000612        ADD 1 TO OwnerSumCount
000613        MOVE unit-owner TO os-team(OwnerSumCount)
000614        MOVE 0 TO os-programs(OwnerSumCount)
000615        MOVE 0 TO os-flagged(OwnerSumCount)
000616        MOVE 0 TO os-findings(OwnerSumCount)
000617     END-IF
000618  END-IF.
000619  ADD 1 TO os-programs(unit-slot).
000620
000621 2550-MATCH-TEST.
000622  IF TestSetupProg(i, j) = unit-name
000623     OR TestTeardownProg(i, j) = unit-name
000624     OR harness-prog(i, j) = unit-name
000625     OR shadow-prog(i, j) = unit-name
000626     MOVE 1 TO unit-hook
000627     IF unit-suite = 0
000628        MOVE i TO unit-suite
000629     END-IF
000630  END-IF.
000631  MOVE TestName(i, j) TO cmp-name.
000632  INSPECT cmp-name CONVERTING "abcdefghijklmnopqrstuvwxyz"
000633     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000634  IF cmp-name <> unit-name
000635     EXIT PARAGRAPH
000636  END-IF.
000637  IF unit-suite = 0
000638     MOVE i TO unit-suite
000639  END-IF.
000640  PERFORM VARYING f FROM 1 BY 1 UNTIL f > FixtureCount
000641     IF FX-suite(f) = i AND FX-test(f) = j
000642        AND UnitFixtureCount < 20
000643        ADD 1 TO UnitFixtureCount
000644        MOVE FX-target(f) TO uf-target(UnitFixtureCount)
000645        MOVE 0 TO uf-used(UnitFixtureCount)
000646     END-IF
000647  END-PERFORM.
000648
000649* next word or literal of tk-buf; a literal keeps its case and
000650* its spaces, a word is upper-cased; a period ending either is
000651* flagged in tk-period. tk-found is 0 once the line is used up
000652 2900-NEXT-TOKEN.
000653  MOVE SPACES TO tk-word.
000654  MOVE 0 TO tk-period.
000655  MOVE 0 TO tk-len.
000656  MOVE 0 TO tk-literal.
000657  MOVE 0 TO tk-found.
000658  PERFORM UNTIL tk-pos > 65
000659     OR (tk-buf(tk-pos:1) <> SPACE AND tk-buf(tk-pos:1) <> ","
000660        AND tk-buf(tk-pos:1) <> ";" AND tk-buf(tk-pos:1) <> "("
000661        AND tk-buf(tk-pos:1) <> ")")
000662     ADD 1 TO tk-pos
000663  END-PERFORM.
000664  IF tk-pos > 65
000665     EXIT PARAGRAPH
000666  END-IF.
000667  MOVE 1 TO tk-found.
000668  IF tk-buf(tk-pos:1) = QUOTE OR tk-buf(tk-pos:1) = "'"
000669     MOVE 1 TO tk-literal
000670     MOVE tk-buf(tk-pos:1) TO tk-quote
000671     ADD 1 TO tk-pos
000672     PERFORM UNTIL tk-pos > 65 OR tk-buf(tk-pos:1) = tk-quote
000673        IF tk-len < 60
000674           ADD 1 TO tk-len
000675           MOVE tk-buf(tk-pos:1) TO tk-word(tk-len:1)
000676        END-IF
000677        ADD 1 TO tk-pos
000678     END-PERFORM
000679     ADD 1 TO tk-pos
000680     IF tk-pos <= 65
000681        IF tk-buf(tk-pos:1) = "."
000682           MOVE 1 TO tk-period
000683           ADD 1 TO tk-pos
000684        END-IF
000685     END-IF
000686     EXIT PARAGRAPH
000687  END-IF.
000688  PERFORM UNTIL tk-pos > 65 OR tk-buf(tk-pos:1) = SPACE
000689     OR tk-buf(tk-pos:1) = "," OR tk-buf(tk-pos:1) = ";"
000690     OR tk-buf(tk-pos:1) = "(" OR tk-buf(tk-pos:1) = ")"
000691     IF tk-buf(tk-pos:1) = "."
000692        AND tk-buf(tk-pos + 1:1) = SPACE
000693        MOVE 1 TO tk-period
000694     ELSE
000695        IF tk-len < 30
000696           ADD 1 TO tk-len
000697           MOVE tk-buf(tk-pos:1) TO tk-word(tk-len:1)
000698        END-IF
000699     END-IF
000700     ADD 1 TO tk-pos
000701  END-PERFORM.
000702  INSPECT tk-word CONVERTING "abcdefghijklmnopqrstuvwxyz"
000703     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000704
000705* checks that need the whole program
000706 3000-END-UNIT.
000707  IF has-ctx = 1 AND has-step = 0 AND unit-hook = 0
000708     AND assert-count = 0
000709     MOVE 3 TO f-rule
000710     MOVE unit-line TO f-line
000711     MOVE "no CBU-assert call - the test can never fail"
000712        TO f-text
000713     PERFORM 4000-WRITE-FINDING
000714  END-IF.
000715  PERFORM VARYING f FROM 1 BY 1 UNTIL f > UnitFixtureCount
000716     IF uf-used(f) = 0
000717        MOVE 4 TO f-rule
000718        MOVE unit-line TO f-line
000719        INITIALIZE f-text
000720        STRING "fixture work file '" DELIMITED BY SIZE
000721           uf-target(f) DELIMITED BY SPACE
000722           "' is never named" DELIMITED BY SIZE INTO f-text
000723        PERFORM 4000-WRITE-FINDING
000724     END-IF
000725  END-PERFORM.
000726  PERFORM VARYING f FROM 1 BY 1 UNTIL f > UnitEvidenceCount
000727     PERFORM 3100-CHECK-EVIDENCE
000728  END-PERFORM.
000729  IF unit-findings > 0
000730     ADD 1 TO os-flagged(unit-slot)
000731  END-IF.
000732  MOVE SPACES TO unit-name.
000733
000734* the registering CALL itself is one reference; any other, to
000735* the area or to a field under it, counts as a use
000736 3100-CHECK-EVIDENCE.
000737  MOVE 0 TO area-used.
000738  MOVE ue-area(f) TO tk-word.
000739  PERFORM 3200-REF-COUNT.
000740  IF ref-count > 1
000741     MOVE 1 TO area-used
000742  END-IF.
000743  PERFORM VARYING k FROM 1 BY 1
000744     UNTIL k > DataCount OR dn-name(k) = ue-area(f)
000745     CONTINUE
000746  END-PERFORM.
000747  IF k <= DataCount
000748     COMPUTE m = k + 1
000749     PERFORM UNTIL m > DataCount OR area-used = 1
000750        OR dn-level(m) <= dn-level(k)
000751        MOVE dn-name(m) TO tk-word
000752        PERFORM 3200-REF-COUNT
000753        IF ref-count > 0
000754           MOVE 1 TO area-used
000755        END-IF
000756        ADD 1 TO m
000757     END-PERFORM
000758  END-IF.
000759  IF area-used = 0
000760     MOVE 5 TO f-rule
000761     MOVE ue-line(f) TO f-line
000762     INITIALIZE f-text
000763     STRING "evidence area " DELIMITED BY SIZE
000764        ue-area(f) DELIMITED BY SPACE
000765        " is never filled" DELIMITED BY SIZE INTO f-text
000766     PERFORM 4000-WRITE-FINDING
000767  END-IF.
000768
000769 3200-REF-COUNT.
000770  MOVE 0 TO ref-count.
000771  PERFORM VARYING j FROM 1 BY 1 UNTIL j > WordCount
000772     IF wd-name(j) = tk-word
000773        MOVE wd-count(j) TO ref-count
000774     END-IF
000775  END-PERFORM.
000776
000777 4000-WRITE-FINDING.
000778  MOVE unit-name TO fd-program.
000779  MOVE f-line TO fd-line.
000780  MOVE rule-id(f-rule) TO fd-rule.
000781  MOVE unit-owner TO fd-owner.
000782  MOVE f-text TO fd-text.
000783  MOVE finding-rec TO FindingLine.
000784  WRITE FindingLine.
000785  ADD 1 TO FindingCount.
000786  ADD 1 TO unit-findings.
000787  ADD 1 TO os-findings(unit-slot).
000788  ADD 1 TO rule-total(f-rule).
000789
000790 7000-SUMMARY.
000791  DISPLAY "|--- Test lint: " nb-files " source(s), " nb-units
000792     " program(s), " FindingCount " finding(s)".
000793  PERFORM VARYING r FROM 1 BY 1 UNTIL r > 6
000794     IF rule-total(r) > 0
000795        DISPLAY "|   " rule-id(r) " " rule-total(r)
000796     END-IF
000797  END-PERFORM.
000798  MOVE "* summary by owner" TO FindingLine.
000799  WRITE FindingLine.
000800  PERFORM VARYING ow FROM 1 BY 1 UNTIL ow > OwnerSumCount
000801     MOVE os-team(ow) TO sm-team
000802     MOVE os-programs(ow) TO sm-programs
000803     MOVE os-flagged(ow) TO sm-flagged
000804     MOVE os-findings(ow) TO sm-findings
000805     MOVE summary-rec TO FindingLine
000806     WRITE FindingLine
000807     DISPLAY "|   owner " os-team(ow) " programs " os-programs(ow)
000808        " flagged " os-flagged(ow) " findings " os-findings(ow)
000809  END-PERFORM.
000810
000811 END PROGRAM CBU00382.
