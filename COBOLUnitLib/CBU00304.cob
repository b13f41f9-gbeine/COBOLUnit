000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-run-mutate
000013*	source name: CBU00304.cob
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

000044*>Source-level mutation run, armed by CBU-set-mutate and
000045*>called by CBU-run in place of CBU-suites-run. Where the
000046*>perturb audit only scrambles what the unit is fed, this
000047*>changes the unit itself: the owning suite is run once
000048*>clean, then for every mutant - a copy of the unit's source
000049*>with one small change - the copy is recompiled with the
000050*>configured command and the suite rerun in a child process
000050*>started with the driver's launch command (CBU-set-mutate-run),
000050*>which loads the new module from disk - a CANCEL here would
000050*>not. The child writes its suite result to <suite>.MUT (its
000050*>console goes to <suite>.MUTOUT), the way a CBU-dispatch
000050*>child does. The launch is proven on the unchanged unit
000050*>first: a run abandons when that child does not come back
000050*>green. A mutant whose child leaves no result brought the
000050*>run down and counts as killed. A mutant that fails or errors
000052*>a test is KILLED; one the suite stays green on SURVIVED and
000053*>is a code defect the pack would not catch; one that does
000054*>not compile is STILLBORN and not scored.
000055*>Mutations, at most one of each kind per source line of the
000056*>PROCEDURE DIVISION:
000057*>  RELOP   first relational operator of an IF/UNTIL/WHEN/AND/
000058*>          OR line flipped (> to <=, >= to <, = to <>, ...)
000059*>  ADD     ADD ... TO turned into SUBTRACT ... FROM
000060*>  LITERAL first digit of a MOVEd numeric literal changed
000061*>  MOVE    a single-line MOVE replaced by CONTINUE
000062*>Survivors are reported under the paragraph they sit in,
000063*>using the name the suite registered with
000064*>CBU-register-paragraph, together with a mutation score.
000065*>The original source is recompiled on the way out; the
000066*>pack's counters are the clean run's, as the mutants never
000067*>run in this process.
000068 IDENTIFICATION DIVISION.
000069 PROGRAM-ID.   CBU00304.
000070 ENVIRONMENT    DIVISION.
000071 INPUT-OUTPUT SECTION.
000072 FILE-CONTROL.
000073    SELECT OPTIONAL SourceFile ASSIGN TO src-path
000074       ORGANIZATION IS LINE SEQUENTIAL
000075       FILE STATUS IS src-status.
000076    SELECT MutantFile ASSIGN TO mutant-path
000077       ORGANIZATION IS LINE SEQUENTIAL.
000077    SELECT OPTIONAL ResultFile ASSIGN TO result-path
000077       ORGANIZATION IS LINE SEQUENTIAL
000077       FILE STATUS IS result-status.
000078 DATA DIVISION.
000079 FILE SECTION.
000080 	FD SourceFile.
000081 	01 SourceLine PIC X(80).
000082 	FD MutantFile.
000083 	01 MutantLine PIC X(80).
000083* a suite line as CBU-export-suite-result writes it
000083 	FD ResultFile.
000083 	01 ResultLine.
000083 	   05 RL-suite PIC X(20).
000083 	   05 RL-size PIC 9(3).
000083 	   05 RL-run PIC 9(3).
000083 	   05 RL-succeed PIC 9(3).
000083 	   05 RL-failed PIC 9(3).
000083 	   05 RL-error PIC 9(3).
000084 WORKING-STORAGE SECTION.
000085  01 src-path PIC X(40).
000086  01 src-status PIC X(2).
000087  01 SourceEOF PIC 9(1).
000088  01 mutant-path PIC X(140).
000089  01 mutant-dir PIC X(100).
000090  01 dir-len PIC 99999.
000091  01 name-buf PIC X(32000).
000092  01 name-len PIC 99999.
000093  01 cmd-len PIC 99999.
000094  01 base-start PIC 9(2).
000095  01 dir-command PIC X(250).
000095  01 launch-command PIC X(255).
000095  01 result-path PIC X(40).
000095  01 result-status PIC X(2).
000095  01 ResultEOF PIC 9(1).
000095  01 suite-len PIC 99999.
000095  01 run-len PIC 99999.
000095  01 child-found PIC 9(1).
000095  01 child-failed PIC 9(3).
000095  01 child-error PIC 9(3).
000096  01 compile-rc PIC S9(9).
000097  01 s PIC 9(3).
000098  01 k PIC 9(3).
000099  01 j PIC 9(3).
000100  01 i PIC 9(5).
000101  01 m PIC 9(3).
000102  01 p PIC 9(2).
000103  01 q PIC 9(2).
000104  01 t PIC 9(2).
000105  01 in-procedure PIC 9(1).
000106  01 cur-para PIC 9(3).
000107  01 st PIC X(80).
000108  01 mu-work PIC X(80).
000109  01 tok1 PIC X(31).
000110  01 tok2 PIC X(30).
000111  01 tlen PIC 9(2).
000112  01 kw-count PIC 9(3).
000113  01 op-pos PIC 9(2).
000114  01 op-len PIC 9(1).
000115  01 new-op PIC X(2).
000116  01 new-len PIC 9(1).
000117  01 new-kind PIC X(8).
000118  01 col-digit-x PIC X(1).
000119  01 col-digit REDEFINES col-digit-x PIC 9(1).
000120  01 nb-killed PIC 9(3).
000121  01 nb-survived PIC 9(3).
000122  01 nb-stillborn PIC 9(3).
000123  01 mutation-score PIC 9(3).
000124  01 base-green PIC 9(1).
000125  01 lineToLog PIC X(255).
000126  01 SourceCount PIC 9(5).
000127  01 ListeSource.
000128    05 SourceEntry OCCURS 3000 TIMES.
000129      10 sl-text PIC X(80).
000130      10 sl-para PIC 9(3).
000131  01 ParaCount PIC 9(3).
000132  01 ListeParas.
000133    05 ParaEntry OCCURS 200 TIMES.
000134      10 pa-name PIC X(30).
000135      10 pa-registered PIC 9(1).
000136      10 pa-mutants PIC 9(3).
000137      10 pa-survived PIC 9(3).
000138  01 MutantCount PIC 9(3).
000139  01 ListeMutants.
000140    05 MutantEntry OCCURS 500 TIMES.
000141      10 mu-line PIC 9(5).
000142      10 mu-kind PIC X(8).
000143      10 mu-text PIC X(80).
000144      10 mu-outcome PIC X(10).
000162  COPY CBUC0002.
000163 LINKAGE SECTION.
000164  COPY CBUC0001.
000165 PROCEDURE DIVISION USING CBU-ctx.
000166* disarm up front: every way out below leaves a normal run
000167  MOVE 0 TO mutate-mode.
000168  IF mutate-compile-cmd = SPACES
000169     DISPLAY "Mutation run: no compile command configured"
000170        " - run refused"
000171     EXIT PROGRAM
000172  END-IF.
000172  IF mutate-run-cmd = SPACES
000172     DISPLAY "Mutation run: no driver launch command configured"
000172        " - run refused"
000172     EXIT PROGRAM
000172  END-IF.
000173  MOVE 0 TO s.
000174  PERFORM VARYING k FROM 1 BY 1 UNTIL k >= SuiteIndex
000175     IF SuiteName(k) = mutate-suite
000176        MOVE k TO s
000177     END-IF
000178  END-PERFORM.
000179  IF s = 0
000180     DISPLAY "Mutation run: suite '" mutate-suite
000181        "' is not registered"
000182     EXIT PROGRAM
000183  END-IF.
000184  PERFORM 1000-LOAD-SOURCE.
000185  IF SourceCount = 0
000186     DISPLAY "Mutation run: source '" mutate-source
000187        "' is missing or empty"
000188     EXIT PROGRAM
000189  END-IF.
000190  MOVE mutate-suite TO filter-suite-name.
000191  DISPLAY "Mutation run: unit " mutate-unit " of suite '"
000192     mutate-suite "', source " mutate-source.
000193* baseline: the suite must be green on the unchanged unit, or
000194* a failing mutant proves nothing
000195  CALL CBU-suites-run USING CBU-ctx.
000196  MOVE 1 TO base-green.
000197  IF nb-test-failed(s) > 0 OR nb-test-error(s) > 0
000198     MOVE 0 TO base-green
000199  END-IF.
000200  IF base-green = 0
000201     DISPLAY "Mutation run: suite '" mutate-suite
000202        "' is not green on the unchanged unit - run abandoned"
000203     EXIT PROGRAM
000204  END-IF.
000204  MOVE mutate-suite TO name-buf.
000204  CALL CBU-get-last-index USING CBU-ctx name-buf suite-len.
000204  MOVE mutate-run-cmd TO name-buf.
000204  CALL CBU-get-last-index USING CBU-ctx name-buf run-len.
000204  PERFORM 4200-RUN-CHILD.
000204  IF child-found = 0 OR child-failed > 0 OR child-error > 0
000204     DISPLAY "Mutation run: the suite run by '"
000204        mutate-run-cmd(1:run-len) "' is not green on the"
000204        " unchanged unit - run abandoned, see "
000204        mutate-suite(1:suite-len) ".MUTOUT"
000204     EXIT PROGRAM
000204  END-IF.
000206* paragraph names are matched once the baseline has let the
000207* suite register them
000208  PERFORM VARYING k FROM 1 BY 1 UNTIL k > ParaCount
000209     MOVE 0 TO pa-registered(k)
000210     PERFORM VARYING j FROM 1 BY 1 UNTIL j > CoverageIndex
000211        IF CoverageParagraph(j) = pa-name(k)
000212           MOVE 1 TO pa-registered(k)
000213        END-IF
000214     END-PERFORM
000215  END-PERFORM.
000216  PERFORM 3000-GENERATE-MUTANTS.
000217  DISPLAY "Mutation run: " MutantCount " mutant(s) generated".
000218  MOVE work-dir-base TO name-buf.
000219  CALL CBU-get-last-index USING CBU-ctx name-buf dir-len.
000220  INITIALIZE mutant-dir.
000221  IF dir-len > 0
000222     STRING work-dir-base(1:dir-len) "/MUTANTS"
000223        INTO mutant-dir
000224  ELSE
000225     MOVE "MUTANTS" TO mutant-dir
000226  END-IF.
000227  MOVE mutant-dir TO name-buf.
000228  CALL CBU-get-last-index USING CBU-ctx name-buf dir-len.
000229  INITIALIZE dir-command.
000230  STRING "mkdir -p " mutant-dir(1:dir-len) INTO dir-command.
000231  CALL "SYSTEM" USING dir-command.
000232* the mutant copy keeps the original's file name, so the
000233* compile command builds the same module name
000234  MOVE mutate-source TO name-buf.
000235  CALL CBU-get-last-index USING CBU-ctx name-buf name-len.
000236  MOVE 1 TO base-start.
000237  PERFORM VARYING p FROM 1 BY 1 UNTIL p > name-len
000238     IF mutate-source(p:1) = "/"
000239        COMPUTE base-start = p + 1
000240     END-IF
000241  END-PERFORM.
000242  INITIALIZE mutant-path.
000243  STRING mutant-dir(1:dir-len) "/"
000244     mutate-source(base-start:name-len - base-start + 1)
000245     INTO mutant-path.
000246  MOVE mutate-compile-cmd TO name-buf.
000247  CALL CBU-get-last-index USING CBU-ctx name-buf cmd-len.
000248  MOVE 0 TO nb-killed.
000249  MOVE 0 TO nb-survived.
000250  MOVE 0 TO nb-stillborn.
000251  PERFORM VARYING m FROM 1 BY 1 UNTIL m > MutantCount
000252     PERFORM 4000-RUN-MUTANT
000253  END-PERFORM.
000254* the unchanged unit goes back in place for whatever runs next
000255  INITIALIZE dir-command.
000256  STRING mutate-compile-cmd(1:cmd-len) " "
000257     mutate-source(1:name-len) INTO dir-command.
000258  CALL "SYSTEM" USING dir-command.
000260  MOVE 0 TO RETURN-CODE.
000262  PERFORM 5000-REPORT.
000263  EXIT PROGRAM.
000264
000265* the unit's source into the line table; each line carries
000266* the paragraph (or section) it belongs to
000267 1000-LOAD-SOURCE.
000268  MOVE 0 TO SourceCount.
000269  MOVE 0 TO ParaCount.
000270  MOVE 0 TO in-procedure.
000271  MOVE 0 TO cur-para.
000272  MOVE mutate-source TO src-path.
000273  OPEN INPUT SourceFile.
000274  IF src-status <> "00"
000275     EXIT PARAGRAPH
000276  END-IF.
000277  MOVE 0 TO SourceEOF.
000278  PERFORM UNTIL SourceEOF = 1 OR SourceCount >= 3000
000279     READ SourceFile
000280        AT END MOVE 1 TO SourceEOF
000281     END-READ
000282     IF SourceEOF = 0
000283        ADD 1 TO SourceCount
000284        MOVE SourceLine TO sl-text(SourceCount)
000285        MOVE SourceLine TO st
000286        PERFORM 1100-CLASSIFY-LINE
000287        MOVE cur-para TO sl-para(SourceCount)
000288     END-IF
000289  END-PERFORM.
000290  CLOSE SourceFile.
000291
000292 1100-CLASSIFY-LINE.
000293  IF st(7:1) = "*" OR st(7:1) = "/"
000294     EXIT PARAGRAPH
000295  END-IF.
000296  IF in-procedure = 0
000297     MOVE 0 TO kw-count
000298     INSPECT st TALLYING kw-count FOR ALL "PROCEDURE DIVISION"
000299     IF kw-count > 0
000300        MOVE 1 TO in-procedure
000301     END-IF
000302     EXIT PARAGRAPH
000303  END-IF.
000304  IF st(7:1) <> SPACE OR st(8:1) = SPACE
000305     EXIT PARAGRAPH
000306  END-IF.
000307* a paragraph header is a lone name in area A ending with a
000308* period; a section header is a name followed by SECTION.
000309  MOVE SPACES TO tok1.
000310  MOVE SPACES TO tok2.
000311  UNSTRING st(8:65) DELIMITED BY ALL SPACE INTO tok1 tok2.
000312  MOVE 0 TO tlen.
000313  INSPECT tok1 TALLYING tlen FOR CHARACTERS BEFORE INITIAL SPACE.
000314  IF tok2 = "SECTION."
000315     ADD 1 TO tlen
000316  ELSE
000317     IF tok2 <> SPACES OR tlen < 2
000318        EXIT PARAGRAPH
000319     END-IF
000320     IF tok1(tlen:1) <> "."
000321        EXIT PARAGRAPH
000322     END-IF
000323  END-IF.
000324  IF tok1(1:4) = "END-" OR ParaCount >= 200
000325     EXIT PARAGRAPH
000326  END-IF.
000327  ADD 1 TO ParaCount.
000328  MOVE SPACES TO pa-name(ParaCount).
000329  MOVE tok1(1:tlen - 1) TO pa-name(ParaCount).
000330  MOVE 0 TO pa-mutants(ParaCount).
000331  MOVE 0 TO pa-survived(ParaCount).
000332  MOVE ParaCount TO cur-para.
000333
000374 3000-GENERATE-MUTANTS.
000375  MOVE 0 TO MutantCount.
000376  PERFORM VARYING i FROM 1 BY 1
000377     UNTIL i > SourceCount OR MutantCount >= mutate-max
000378        OR MutantCount >= 500
000379     MOVE sl-text(i) TO st
000380     IF sl-para(i) > 0 AND st(7:1) = SPACE
000381        PERFORM 3100-MUTATE-RELOP
000382        PERFORM 3200-MUTATE-ADD
000383        PERFORM 3300-MUTATE-LITERAL
000384        PERFORM 3400-MUTATE-MOVE
000385     END-IF
000386  END-PERFORM.
000387
000388 3050-ADD-MUTANT.
000389  IF MutantCount >= mutate-max OR MutantCount >= 500
000390     EXIT PARAGRAPH
000391  END-IF.
000392  ADD 1 TO MutantCount.
000393  MOVE i TO mu-line(MutantCount).
000394  MOVE mu-work TO mu-text(MutantCount).
000395  MOVE new-kind TO mu-kind(MutantCount).
000396  MOVE SPACES TO mu-outcome(MutantCount).
000397  ADD 1 TO pa-mutants(sl-para(i)).
000398
000399* literals are left alone: a quoted "=" is not an operator
000400 3100-MUTATE-RELOP.
000401  MOVE 0 TO kw-count.
000402  INSPECT st TALLYING kw-count FOR ALL " IF " ALL " UNTIL "
000403     ALL " WHEN " ALL " AND " ALL " OR ".
000404  IF kw-count = 0
000405     EXIT PARAGRAPH
000406  END-IF.
000407  MOVE 0 TO kw-count.
000408  INSPECT st(8:65) TALLYING kw-count FOR ALL QUOTE.
000409  IF kw-count > 0
000410     EXIT PARAGRAPH
000411  END-IF.
000412  MOVE 0 TO op-pos.
000413  PERFORM VARYING p FROM 7 BY 1 UNTIL p > 69 OR op-pos > 0
000414     EVALUATE TRUE
000415     WHEN st(p:4) = " >= "
000416        COMPUTE op-pos = p + 1
000417        MOVE 2 TO op-len
000418        MOVE "< " TO new-op
000419        MOVE 1 TO new-len
000420     WHEN st(p:4) = " <= "
000421        COMPUTE op-pos = p + 1
000422        MOVE 2 TO op-len
000423        MOVE "> " TO new-op
000424        MOVE 1 TO new-len
000425     WHEN st(p:4) = " <> "
000426        COMPUTE op-pos = p + 1
000427        MOVE 2 TO op-len
000428        MOVE "= " TO new-op
000429        MOVE 1 TO new-len
000430     WHEN st(p:3) = " > "
000431        COMPUTE op-pos = p + 1
000432        MOVE 1 TO op-len
000433        MOVE "<=" TO new-op
000434        MOVE 2 TO new-len
000435     WHEN st(p:3) = " < "
000436        COMPUTE op-pos = p + 1
000437        MOVE 1 TO op-len
000438        MOVE ">=" TO new-op
000439        MOVE 2 TO new-len
000440     WHEN st(p:3) = " = "
000441        COMPUTE op-pos = p + 1
000442        MOVE 1 TO op-len
000443        MOVE "<>" TO new-op
000444        MOVE 2 TO new-len
000445     WHEN OTHER
000446        CONTINUE
000447     END-EVALUATE
000448  END-PERFORM.
000449  IF op-pos = 0
000450     EXIT PARAGRAPH
000451  END-IF.
000452* a wider operator shifts the line right - only while the
000453* code area has room for it
000454  IF new-len > op-len AND st(72:1) <> SPACE
000455     EXIT PARAGRAPH
000456  END-IF.
000457  MOVE SPACES TO mu-work.
000458  STRING st(1:op-pos - 1) new-op(1:new-len)
000459     st(op-pos + op-len:81 - op-pos - op-len)
000460     DELIMITED BY SIZE INTO mu-work.
000461  MOVE "RELOP" TO new-kind.
000462  PERFORM 3050-ADD-MUTANT.
000463
000464 3200-MUTATE-ADD.
000465  MOVE 0 TO kw-count.
000466  INSPECT st TALLYING kw-count FOR ALL " GIVING " ALL QUOTE.
000467  IF kw-count > 0 OR st(66:7) <> SPACES
000468     EXIT PARAGRAPH
000469  END-IF.
000470  MOVE 0 TO op-pos.
000471  PERFORM VARYING p FROM 7 BY 1 UNTIL p > 66 OR op-pos > 0
000472     IF st(p:5) = " ADD "
000473        COMPUTE op-pos = p + 1
000474     END-IF
000475  END-PERFORM.
000476  IF op-pos = 0
000477     EXIT PARAGRAPH
000478  END-IF.
000479  MOVE 0 TO t.
000480  PERFORM VARYING p FROM op-pos BY 1 UNTIL p > 67 OR t > 0
000481     IF st(p:4) = " TO "
000482        COMPUTE t = p + 1
000483     END-IF
000484  END-PERFORM.
000485  IF t = 0
000486     EXIT PARAGRAPH
000487  END-IF.
000488  MOVE SPACES TO mu-work.
000489  STRING st(1:op-pos - 1) "SUBTRACT"
000490     st(op-pos + 3:t - op-pos - 3) "FROM"
000491     st(t + 2:79 - t)
000492     DELIMITED BY SIZE INTO mu-work.
000493  MOVE "ADD" TO new-kind.
000494  PERFORM 3050-ADD-MUTANT.
000495
000496 3300-MUTATE-LITERAL.
000497  MOVE 0 TO op-pos.
000498  PERFORM VARYING p FROM 7 BY 1 UNTIL p > 66 OR op-pos > 0
000499     IF st(p:6) = " MOVE "
000500        COMPUTE op-pos = p + 6
000501     END-IF
000502  END-PERFORM.
000503  IF op-pos = 0
000504     EXIT PARAGRAPH
000505  END-IF.
000506  PERFORM VARYING q FROM op-pos BY 1
000507     UNTIL q > 71 OR st(q:1) <> SPACE
000508     CONTINUE
000509  END-PERFORM.
000510  IF q > 71
000511     EXIT PARAGRAPH
000512  END-IF.
000513  IF st(q:1) < "0" OR st(q:1) > "9"
000514     EXIT PARAGRAPH
000515  END-IF.
000516  MOVE st(q:1) TO col-digit-x.
000517  COMPUTE col-digit = FUNCTION MOD(col-digit + 1 10).
000518  MOVE st TO mu-work.
000519  MOVE col-digit-x TO mu-work(q:1).
000520  MOVE "LITERAL" TO new-kind.
000521  PERFORM 3050-ADD-MUTANT.
000522
000523* only a MOVE that is the whole line: CONTINUE takes its place
000524* at the same indentation and keeps any closing period
000525 3400-MUTATE-MOVE.
000526  MOVE SPACES TO tok1.
000527  MOVE SPACES TO tok2.
000528  UNSTRING st(8:65) DELIMITED BY ALL SPACE INTO tok1.
000529  IF tok1 <> "MOVE"
000530     EXIT PARAGRAPH
000531  END-IF.
000532  MOVE 0 TO kw-count.
000533  INSPECT st(8:65) TALLYING kw-count FOR ALL " TO ".
000534  IF kw-count = 0
000535     EXIT PARAGRAPH
000536  END-IF.
000537  PERFORM VARYING q FROM 8 BY 1
000538     UNTIL q > 71 OR st(q:1) <> SPACE
000539     CONTINUE
000540  END-PERFORM.
000541  PERFORM VARYING p FROM 72 BY -1
000542     UNTIL p < 8 OR st(p:1) <> SPACE
000543     CONTINUE
000544  END-PERFORM.
000544* TO as the line's last token leaves the receiving field on
000544* the next line, which the one-line mutant cannot reach
000544  IF p > 9 AND st(p - 2:3) = " TO"
000544     EXIT PARAGRAPH
000544  END-IF.
000545  MOVE SPACES TO mu-work.
000546  MOVE st(1:7) TO mu-work(1:7).
000547  IF q > 62
000548     EXIT PARAGRAPH
000549  END-IF.
000550  IF st(p:1) = "."
000551     MOVE "CONTINUE." TO mu-work(q:9)
000552  ELSE
000553     MOVE "CONTINUE" TO mu-work(q:8)
000554  END-IF.
000555  MOVE "MOVE" TO new-kind.
000556  PERFORM 3050-ADD-MUTANT.
000557
000558* one mutant: write the copy, compile it, rerun the suite
000559 4000-RUN-MUTANT.
000560  OPEN OUTPUT MutantFile.
000561  PERFORM VARYING i FROM 1 BY 1 UNTIL i > SourceCount
000562     IF i = mu-line(m)
000563        MOVE mu-text(m) TO MutantLine
000564     ELSE
000565        MOVE sl-text(i) TO MutantLine
000566     END-IF
000567     WRITE MutantLine
000568  END-PERFORM.
000569  CLOSE MutantFile.
000570  INITIALIZE dir-command.
000571  STRING mutate-compile-cmd(1:cmd-len) " "
000572     mutant-path DELIMITED BY SIZE INTO dir-command.
000573  CALL "SYSTEM" USING dir-command.
000574  MOVE RETURN-CODE TO compile-rc.
000575  MOVE 0 TO RETURN-CODE.
000576  IF compile-rc <> 0
000577     MOVE "STILLBORN" TO mu-outcome(m)
000578     ADD 1 TO nb-stillborn
000579     EXIT PARAGRAPH
000580  END-IF.
000582  PERFORM 4200-RUN-CHILD.
000584  IF child-found = 0 OR child-failed > 0 OR child-error > 0
000585     MOVE "KILLED" TO mu-outcome(m)
000586     ADD 1 TO nb-killed
000587  ELSE
000588     MOVE "SURVIVED" TO mu-outcome(m)
000589     ADD 1 TO nb-survived
000590     ADD 1 TO pa-survived(sl-para(mu-line(m)))
000591  END-IF.
000592
000593* the suite run against the module now on disk, as a child
000593* process of the driver filtered to the suite; its suite
000593* result file tells whether a test failed or errored
000593 4200-RUN-CHILD.
000593  MOVE 0 TO child-found.
000593  MOVE 0 TO child-failed.
000593  MOVE 0 TO child-error.
000593  INITIALIZE result-path.
000593  STRING mutate-suite(1:suite-len) ".MUT" DELIMITED BY SIZE
000593     INTO result-path.
000593  INITIALIZE launch-command.
000593  STRING "rm -f " result-path(1:suite-len + 4)
000593     " ; CBUSUITERES=" result-path(1:suite-len + 4) " "
000593     mutate-run-cmd(1:run-len) " " mutate-suite(1:suite-len)
000593     " > " mutate-suite(1:suite-len) ".MUTOUT 2>&1"
000593     DELIMITED BY SIZE INTO launch-command.
000593  CALL "SYSTEM" USING launch-command.
000593  MOVE 0 TO RETURN-CODE.
000593  OPEN INPUT ResultFile.
000593  IF result-status(1:1) <> "0"
000593     EXIT PARAGRAPH
000593  END-IF.
000593  MOVE 0 TO ResultEOF.
000593  PERFORM UNTIL ResultEOF = 1
000593     READ ResultFile
000593        AT END MOVE 1 TO ResultEOF
000593        NOT AT END
000593           IF RL-suite = mutate-suite
000593              MOVE 1 TO child-found
000593              MOVE RL-failed TO child-failed
000593              MOVE RL-error TO child-error
000593           END-IF
000593     END-READ
000593  END-PERFORM.
000593  CLOSE ResultFile.
000593
000609 5000-REPORT.
000610  DISPLAY "|--- Mutation run result".
000611  PERFORM VARYING m FROM 1 BY 1 UNTIL m > MutantCount
000612     IF mu-outcome(m) = "SURVIVED"
000613        MOVE sl-para(mu-line(m)) TO k
000614        DISPLAY "|   SURVIVED " mu-kind(m) " line "
000615           mu-line(m) " in " pa-name(k)
000616        DISPLAY "|      " mu-text(m)(7:66)
000617        INITIALIZE lineToLog
000618        STRING "Mutant survived: " mu-kind(m) " line "
000619           mu-line(m) " in " pa-name(k) ": "
000620           mu-text(m)(7:66) DELIMITED BY SIZE INTO lineToLog
000621        CALL CBU-write-log-line USING CBU-ctx lineToLog
000622     END-IF
000623  END-PERFORM.
000624  PERFORM VARYING k FROM 1 BY 1 UNTIL k > ParaCount
000625     IF pa-survived(k) > 0
000626        IF pa-registered(k) = 1
000627           DISPLAY "|   paragraph " pa-name(k) ": "
000628              pa-survived(k) " of " pa-mutants(k)
000629              " mutant(s) survived"
000630        ELSE
000631           DISPLAY "|   paragraph " pa-name(k) ": "
000632              pa-survived(k) " of " pa-mutants(k)
000633              " mutant(s) survived (not registered)"
000634        END-IF
000635     END-IF
000636  END-PERFORM.
000637  MOVE 0 TO mutation-score.
000638  IF nb-killed + nb-survived > 0
000639     COMPUTE mutation-score =
000640        nb-killed * 100 / (nb-killed + nb-survived)
000641  END-IF.
000642  DISPLAY "|   killed " nb-killed " survived " nb-survived
000643     " stillborn " nb-stillborn " - mutation score "
000644     mutation-score "%".
000645  INITIALIZE lineToLog.
000646  STRING "Mutation score " mutation-score "%: killed "
000647     nb-killed " survived " nb-survived " stillborn "
000648     nb-stillborn DELIMITED BY SIZE INTO lineToLog.
000649  CALL CBU-write-log-line USING CBU-ctx lineToLog.
000650 END PROGRAM CBU00304.
