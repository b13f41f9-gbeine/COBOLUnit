000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-import-jcl
000013*	source name: CBU00413.cob
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

000044*>Import a production JCL job stream as the multi-step harness
000045*>scenario of the test that was just added (with
000046*>CBU-add-test-next), so the test follows the real job instead
000047*>of a hand-typed copy of it:
000048*>  - every EXEC PGM= becomes a CBU-add-harness-step step,
000049*>    expected to run and to end with RETURN-CODE 0 (adjust
000050*>    either with CBU-set-step-expect);
000051*>  - COND=(n,LT,step) / COND=(n,LE,step) on an EXEC, and an
000052*>    IF (step.RC <= n) THEN / IF (step.RC < n) THEN around
000053*>    steps, become the step's skip condition;
000054*>  - every DD becomes a file mapping (DD_<ddname>) applied
000055*>    while that step runs (CBU-apply-step-dds): DSN= and
000056*>    SYSOUT= name a file in the suite's work directory
000057*>    (current-work-dir, else the current directory), a
000058*>    temporary &&name keeps its name so the steps pass it on,
000059*>    a DSN=base(+1) / base(0) / base(-n) is resolved through
000060*>    the suite's CBU-add-gdg base, DUMMY reads as /dev/null,
000061*>    PATH= is taken as named and in-stream data (DD * / DD
000062*>    DATA) is written to <step>.<ddname> now.
000063*>The import report lists the steps and DDs as imported and
000064*>every construct that could not be carried over - procedure
000065*>calls, PARM=, other COND/IF tests, ELSE branches, DD
000066*>concatenations and overrides, referbacks, symbolic
000067*>parameters - with its JCL line number; the construct is
000068*>left out (a condition: the step runs unconditionally).
000069*>ImportRC: 0 imported clean, 2 imported with unsupported
000070*>constructs, 8 nothing imported (member not found, no step).
000071* arg1: JclFile - JCL member to import
000072* arg2: ImportRC - 0 clean, 2 partial, 8 nothing imported
000073 IDENTIFICATION DIVISION.
000074 PROGRAM-ID.   CBU00413.
000075 ENVIRONMENT    DIVISION.
000076 INPUT-OUTPUT SECTION.
000077 FILE-CONTROL.
000078    SELECT JclMember ASSIGN TO JclFile
000079		ORGANIZATION IS LINE SEQUENTIAL
000080		FILE STATUS IS jcl-status.
000081    SELECT InstreamFile ASSIGN TO instream-name
000082		ORGANIZATION IS LINE SEQUENTIAL.
000083 DATA DIVISION.
000084 FILE SECTION.
000085 	FD JclMember.
000086 	01 JclLine PIC X(80).
000087 	FD InstreamFile.
000088 	01 InstreamLine PIC X(80).
000089 WORKING-STORAGE SECTION.
000090  01 jcl-status PIC X(2).
000091  01 JclEOF PIC 9(1).
000092  01 line-no PIC 9(5).
000093  01 report-line PIC 9(5).
000094  01 pending PIC 9(1).
000095  01 pending-cont PIC 9(1).
000096  01 stmt-line PIC 9(5).
000097  01 stmt-name PIC X(8).
000098  01 stmt-op PIC X(8).
000099  01 stmt-oper PIC X(600).
000100  01 oper-len PIC 9(3).
000101  01 p PIC 9(3).
000102  01 q PIC 9(3).
000103  01 pp PIC 9(3).
000104  01 in-quote PIC 9(1).
000105  01 depth PIC 9(2).
000106  01 param-text PIC X(200).
000107  01 param-len PIC 9(3).
000108  01 param-key PIC X(8).
000109  01 param-val PIC X(200).
000110  01 param-done PIC 9(1).
000111  01 eq-pos PIC 9(3).
000112  01 first-param PIC 9(1).
000113  01 job-name PIC X(8).
000114  01 step-pgm PIC X(8).
000115  01 proc-name PIC X(8).
000116  01 cond-text PIC X(100).
000117  01 parm-seen PIC 9(1).
000118  01 cond-step PIC 9(2).
000119  01 cond-rc PIC 9(4).
000120  01 exp-rc PIC 9(4) VALUE 0.
000121  01 exp-run PIC 9(1) VALUE 1.
000122  01 base-steps PIC 9(2).
000123  01 step-count PIC 9(2).
000124  01 step-num PIC 9(2).
000125  01 cur-hs PIC 9(2).
000126  01 cur-step-name PIC X(8).
000127  01 hs-before PIC 9(2).
000128  01 s PIC 9(2).
000129  01 nb-suite-pos PIC 9(3).
000130  01 nb-test-pos PIC 9(3).
000131  01 StepNames.
000132    05 SN-entry OCCURS 20 TIMES.
000133      10 SN-name PIC X(8).
000134      10 SN-number PIC 9(2).
000135  01 if-depth PIC 9(2).
000136  01 if-ok PIC 9(1).
000137  01 if-cond-step PIC 9(2).
000138  01 if-cond-rc PIC 9(4).
000139  01 if-text PIC X(600).
000140  01 w1 PIC X(20).
000141  01 w2 PIC X(8).
000142  01 w3 PIC X(8).
000143  01 w4 PIC X(8).
000144  01 rc-step PIC X(8).
000145  01 rc-kw PIC X(8).
000146  01 rc-extra PIC X(8).
000147  01 tuple-text PIC X(100).
000148  01 paren-count PIC 9(3).
000149  01 c-num PIC X(8).
000150  01 c-op PIC X(8).
000151  01 c-step PIC X(20).
000152  01 c-extra PIC X(20).
000153  01 num-text PIC X(8).
000154  01 num-len PIC 9(2).
000155  01 num-val PIC 9(4).
000156  01 num-ok PIC 9(1).
000157  01 bypass-gt PIC 9(4).
000158  01 rel-step PIC X(20).
000159  01 rel-cond-step PIC 9(2).
000160  01 rel-ok PIC 9(1).
000161  01 dot-count PIC 9(3).
000162  01 amp-count PIC 9(3).
000163  01 dd-dsn PIC X(60).
000164  01 dd-path PIC X(64).
000165  01 dd-instream PIC 9(1).
000166  01 dd-dummy PIC 9(1).
000167  01 dd-sysout PIC 9(1).
000168  01 dd-dlm PIC 9(1).
000169  01 dd-kind PIC X(1).
000170  01 dd-target PIC X(64).
000171  01 dd-label PIC X(10).
000172  01 open-pos PIC 9(2).
000173  01 close-pos PIC 9(2).
000174  01 gen-text PIC X(8).
000175  01 instream-active PIC 9(1).
000176  01 instream-name PIC X(40).
000177  01 reason PIC X(60).
000178  01 unsupported-count PIC 9(3).
000179  01 dd-count PIC 9(3).
000180  COPY CBUC0002.
000181 LINKAGE SECTION.
000182  77 JclFile PIC X(40).
000183  77 ImportRC PIC 9(1).
000184  COPY CBUC0001.
000185 PROCEDURE DIVISION USING CBU-ctx JclFile ImportRC.
000186  MOVE 8 TO ImportRC.
000187  IF TestIndex < 2
000188     DISPLAY "COBOLUnit: JCL import before any test - '"
000189        JclFile "' ignored"
000190     EXIT PROGRAM
000191  END-IF.
000192  OPEN INPUT JclMember.
000193  IF jcl-status NOT = "00"
000194     DISPLAY "COBOLUnit: JCL member '" JclFile
000195        "' cannot be read - status " jcl-status
000196     EXIT PROGRAM
000197  END-IF.
000198* steps already declared for the test keep their numbers; the
000199* imported ones follow them
000200  COMPUTE nb-suite-pos = SuiteIndex - 1.
000201  COMPUTE nb-test-pos = TestIndex - 1.
000202  MOVE 0 TO base-steps.
000203  PERFORM VARYING s FROM 1 BY 1 UNTIL s > HarnessStepCount
000204     IF HS-suite(s) = nb-suite-pos AND HS-test(s) = nb-test-pos
000205        ADD 1 TO base-steps
000206     END-IF
000207  END-PERFORM.
000208  MOVE 0 TO JclEOF.
000209  MOVE 0 TO line-no.
000210  MOVE 0 TO pending.
000211  MOVE 0 TO pending-cont.
000212  MOVE 0 TO step-count.
000213  MOVE 0 TO cur-hs.
000214  MOVE 0 TO if-depth.
000215  MOVE 0 TO if-ok.
000216  MOVE 0 TO instream-active.
000217  MOVE 0 TO unsupported-count.
000218  MOVE 0 TO dd-count.
000219  MOVE SPACES TO job-name.
000220  DISPLAY "===== COBOLUnit JCL import: " JclFile.
000221  PERFORM UNTIL JclEOF = 1
000222     READ JclMember
000223        AT END MOVE 1 TO JclEOF
000224        NOT AT END
000225           ADD 1 TO line-no
000226           PERFORM 1000-ONE-LINE
000227     END-READ
000228  END-PERFORM.
000229  IF pending = 1
000230     PERFORM 3000-FLUSH
000231  END-IF.
000232  IF instream-active = 1
000233     CLOSE InstreamFile
000234  END-IF.
000235  IF if-depth > 0
000236     MOVE line-no TO report-line
000237     MOVE "IF without ENDIF" TO reason
000238     PERFORM 8000-UNSUPPORTED
000239  END-IF.
000240  CLOSE JclMember.
000241  DISPLAY "  job " job-name ": " step-count " step(s), "
000242     dd-count " DD(s), " unsupported-count
000243     " unsupported construct(s)".
000244  DISPLAY "==============================".
000245  IF step-count = 0
000246     MOVE 8 TO ImportRC
000247  ELSE
000248     IF unsupported-count > 0
000249        MOVE 2 TO ImportRC
000250     ELSE
000251        MOVE 0 TO ImportRC
000252     END-IF
000253  END-IF.
000254  EXIT PROGRAM.
000255
000256* one physical line: continuation of the pending statement,
000257* in-stream data, a comment, or the start of a new statement
000258 1000-ONE-LINE.
000259  IF pending = 1 AND pending-cont = 1
000260     IF JclLine(1:2) = "//" AND JclLine(3:1) = SPACE
000261        AND JclLine(3:69) NOT = SPACES
000262        MOVE 4 TO p
000263        PERFORM 1400-SKIP-SPACES
000264        PERFORM 1100-TAKE-OPERANDS
000265        EXIT PARAGRAPH
000266     END-IF
000267     MOVE line-no TO report-line
000268     MOVE "continuation line expected" TO reason
000269     PERFORM 8000-UNSUPPORTED
000270     MOVE 0 TO pending-cont
000271  END-IF.
000272  IF pending = 1
000273     PERFORM 3000-FLUSH
000274  END-IF.
000275  IF instream-active = 1
000276     IF JclLine(1:2) = "/*"
000277        CLOSE InstreamFile
000278        MOVE 0 TO instream-active
000279        EXIT PARAGRAPH
000280     END-IF
000281     IF JclLine(1:2) NOT = "//"
000282        WRITE InstreamLine FROM JclLine
000283        EXIT PARAGRAPH
000284     END-IF
000285     CLOSE InstreamFile
000286     MOVE 0 TO instream-active
000287  END-IF.
000288  IF JclLine = SPACES OR JclLine(1:3) = "//*"
000289     OR JclLine(1:2) = "/*"
000290     EXIT PARAGRAPH
000291  END-IF.
000292  IF JclLine(1:2) NOT = "//"
000293     MOVE line-no TO report-line
000294     MOVE "data outside an in-stream DD" TO reason
000295     PERFORM 8000-UNSUPPORTED
000296     EXIT PARAGRAPH
000297  END-IF.
000298* the null statement ends the job
000299  IF JclLine(3:69) = SPACES
000300     MOVE 1 TO JclEOF
000301     EXIT PARAGRAPH
000302  END-IF.
000303  PERFORM 1200-START-STATEMENT.
000304
000305* operands from column p up to the first blank outside quotes;
000306* a trailing comma continues them on the next line
000307 1100-TAKE-OPERANDS.
000308  MOVE 0 TO in-quote.
000309  PERFORM UNTIL p > 71
000310     OR (JclLine(p:1) = SPACE AND in-quote = 0)
000311     IF JclLine(p:1) = "'"
000312        IF in-quote = 0
000313           MOVE 1 TO in-quote
000314        ELSE
000315           MOVE 0 TO in-quote
000316        END-IF
000317     END-IF
000318     IF oper-len < 600
000319        ADD 1 TO oper-len
000320        MOVE JclLine(p:1) TO stmt-oper(oper-len:1)
000321     END-IF
000322     ADD 1 TO p
000323  END-PERFORM.
000324  MOVE 0 TO pending-cont.
000325  IF oper-len > 0
000326     IF stmt-oper(oper-len:1) = ","
000327        MOVE 1 TO pending-cont
000328     END-IF
000329  END-IF.
000330
000331 1200-START-STATEMENT.
000332  MOVE line-no TO stmt-line.
000333  MOVE SPACES TO stmt-name.
000334  MOVE SPACES TO stmt-op.
000335  MOVE SPACES TO stmt-oper.
000336  MOVE 0 TO oper-len.
000337  MOVE 1 TO pending.
000338  MOVE 0 TO pending-cont.
000339  MOVE 3 TO p.
000340  PERFORM UNTIL p > 71 OR JclLine(p:1) = SPACE
000341     ADD 1 TO p
000342  END-PERFORM.
000343  IF p > 3
000344     MOVE JclLine(3:p - 3) TO stmt-name
000345  END-IF.
000346  PERFORM 1400-SKIP-SPACES.
000347  MOVE p TO q.
000348  PERFORM UNTIL p > 71 OR JclLine(p:1) = SPACE
000349     ADD 1 TO p
000350  END-PERFORM.
000351  IF p > q
000352     MOVE JclLine(q:p - q) TO stmt-op
000353  END-IF.
000354  PERFORM 1400-SKIP-SPACES.
000355  IF p > 71
000356     EXIT PARAGRAPH
000357  END-IF.
000358* an IF test holds blanks: keep the rest of the line
000359  IF stmt-op = "IF"
000360     MOVE JclLine(p:72 - p) TO stmt-oper
000361     COMPUTE oper-len = 72 - p
000362  ELSE
000363     PERFORM 1100-TAKE-OPERANDS
000364  END-IF.
000365
000366 1400-SKIP-SPACES.
000367  PERFORM UNTIL p > 71 OR JclLine(p:1) NOT = SPACE
000368     ADD 1 TO p
000369  END-PERFORM.
000370
000371 3000-FLUSH.
000372  MOVE 0 TO pending.
000373  MOVE stmt-line TO report-line.
000374  EVALUATE stmt-op
000375     WHEN "EXEC"
000376        PERFORM 4000-EXEC
000377     WHEN "DD"
000378        PERFORM 7000-DD
000379     WHEN "IF"
000380        PERFORM 6000-IF
000381     WHEN "ELSE"
000382        PERFORM 6100-ELSE
000383     WHEN "ENDIF"
000384        PERFORM 6200-ENDIF
000385     WHEN "JOB"
000386        MOVE stmt-name TO job-name
000387     WHEN "OUTPUT"
000388        CONTINUE
000389     WHEN OTHER
000390        MOVE SPACES TO reason
000391        STRING stmt-op DELIMITED BY SPACE
000392           " statement" DELIMITED BY SIZE INTO reason
000393        PERFORM 8000-UNSUPPORTED
000394  END-EVALUATE.
000395
000396 4000-EXEC.
000397  MOVE SPACES TO step-pgm.
000398  MOVE SPACES TO proc-name.
000399  MOVE SPACES TO cond-text.
000400  MOVE 0 TO parm-seen.
000401  MOVE 0 TO cur-hs.
000402  MOVE 1 TO pp.
000403  MOVE 1 TO first-param.
000404  PERFORM UNTIL pp > oper-len
000405     PERFORM 4500-NEXT-PARAM
000406     IF first-param = 1
000407        MOVE 0 TO first-param
000408        IF param-key = "PGM"
000409           MOVE param-val TO step-pgm
000410        END-IF
000411        IF param-key = "PROC" OR param-key = SPACES
000412           MOVE param-val TO proc-name
000413        END-IF
000414     ELSE
000415        IF param-key = "COND"
000416           MOVE param-val TO cond-text
000417        END-IF
000418        IF param-key = "PARM"
000419           MOVE 1 TO parm-seen
000420        END-IF
000421     END-IF
000422  END-PERFORM.
000423  IF step-pgm = SPACES
000424     MOVE SPACES TO reason
000425     STRING "EXEC of procedure " DELIMITED BY SIZE
000426        proc-name DELIMITED BY SPACE
000427        " - expand it into the job first" DELIMITED BY SIZE
000428        INTO reason
000429     PERFORM 8000-UNSUPPORTED
000430     EXIT PARAGRAPH
000431  END-IF.
000432  IF step-pgm(1:1) = "*"
000433     MOVE "PGM= referback" TO reason
000434     PERFORM 8000-UNSUPPORTED
000435     EXIT PARAGRAPH
000436  END-IF.
000437  MOVE 0 TO cond-step.
000438  MOVE 0 TO cond-rc.
000439  IF if-depth > 0
000440     IF if-ok = 1
000441        MOVE if-cond-step TO cond-step
000442        MOVE if-cond-rc TO cond-rc
000443     END-IF
000444     IF cond-text NOT = SPACES
000445        MOVE "COND= on a step inside an IF" TO reason
000446        PERFORM 8000-UNSUPPORTED
000447     END-IF
000448  ELSE
000449     IF cond-text NOT = SPACES
000450        PERFORM 5000-COND
000451     END-IF
000452  END-IF.
000453  MOVE HarnessStepCount TO hs-before.
000454  CALL CBU-add-harness-step USING CBU-ctx step-pgm exp-rc
000455     cond-step cond-rc exp-run.
000456  IF HarnessStepCount = hs-before
000457     MOVE "harness step table full" TO reason
000458     PERFORM 8000-UNSUPPORTED
000459     EXIT PARAGRAPH
000460  END-IF.
000461  MOVE HarnessStepCount TO cur-hs.
000462  ADD 1 TO step-count.
000463  COMPUTE step-num = base-steps + step-count.
000464  MOVE stmt-name TO cur-step-name.
000465  IF cur-step-name = SPACES
000466     STRING "STEP" step-num DELIMITED BY SIZE
000467        INTO cur-step-name
000468  END-IF.
000469  IF step-count <= 20
000470     MOVE cur-step-name TO SN-name(step-count)
000471     MOVE step-num TO SN-number(step-count)
000472  END-IF.
000473  IF cond-step > 0
000474     DISPLAY "  - Step " step-num " " cur-step-name
000475        " PGM=" step-pgm " bypass when step " cond-step
000476        " RC > " cond-rc
000477  ELSE
000478     DISPLAY "  - Step " step-num " " cur-step-name
000479        " PGM=" step-pgm
000480  END-IF.
000481  IF parm-seen = 1
000482     MOVE "PARM= is not passed to the program" TO reason
000483     PERFORM 8000-UNSUPPORTED
000484  END-IF.
000485
000486* next comma-separated parameter of stmt-oper from pp, split
000487* into keyword and value (commas inside parentheses and quotes
000488* belong to the value)
000489 4500-NEXT-PARAM.
000490  MOVE SPACES TO param-text.
000491  MOVE 0 TO param-len.
000492  MOVE 0 TO depth.
000493  MOVE 0 TO in-quote.
000494  MOVE 0 TO param-done.
000495  PERFORM UNTIL pp > oper-len OR param-done = 1
000496     IF stmt-oper(pp:1) = "'"
000497        IF in-quote = 0
000498           MOVE 1 TO in-quote
000499        ELSE
000500           MOVE 0 TO in-quote
000501        END-IF
000502     END-IF
000503     IF in-quote = 0 AND stmt-oper(pp:1) = "("
000504        ADD 1 TO depth
000505     END-IF
000506     IF in-quote = 0 AND stmt-oper(pp:1) = ")" AND depth > 0
000507        SUBTRACT 1 FROM depth
000508     END-IF
000509     IF in-quote = 0 AND depth = 0 AND stmt-oper(pp:1) = ","
000510        MOVE 1 TO param-done
000511     ELSE
000512        IF param-len < 200
000513           ADD 1 TO param-len
000514           MOVE stmt-oper(pp:1) TO param-text(param-len:1)
000515        END-IF
000516     END-IF
000517     ADD 1 TO pp
000518  END-PERFORM.
000519  MOVE SPACES TO param-key.
000520  MOVE param-text TO param-val.
000521  MOVE 0 TO eq-pos.
000522  PERFORM VARYING q FROM 1 BY 1
000523     UNTIL q > param-len OR eq-pos > 0
000524     OR param-text(q:1) = "(" OR param-text(q:1) = "'"
000525     IF param-text(q:1) = "="
000526        MOVE q TO eq-pos
000527     END-IF
000528  END-PERFORM.
000529  IF eq-pos > 1
000530     MOVE param-text(1:eq-pos - 1) TO param-key
000531     MOVE SPACES TO param-val
000532     IF eq-pos < param-len
000533        MOVE param-text(eq-pos + 1:param-len - eq-pos)
000534           TO param-val
000535     END-IF
000536  END-IF.
000537
000538* COND=(code,op[,step]) - bypass the step when code op RC
000539 5000-COND.
000540  IF cond-text(1:1) NOT = "("
000541     MOVE SPACES TO reason
000542     STRING "COND=" DELIMITED BY SIZE
000543        cond-text DELIMITED BY SPACE INTO reason
000544     PERFORM 8000-UNSUPPORTED
000545     EXIT PARAGRAPH
000546  END-IF.
000547  MOVE 0 TO paren-count.
000548  INSPECT cond-text TALLYING paren-count FOR ALL "(".
000549  IF cond-text(2:1) = "("
000550     IF paren-count > 2
000551        MOVE "COND= with more than one test" TO reason
000552        PERFORM 8000-UNSUPPORTED
000553        EXIT PARAGRAPH
000554     END-IF
000555     MOVE cond-text(3:98) TO tuple-text
000556  ELSE
000557     MOVE cond-text(2:99) TO tuple-text
000558  END-IF.
000559  MOVE SPACES TO c-num c-op c-step c-extra.
000560  UNSTRING tuple-text DELIMITED BY "," OR ")"
000561     INTO c-num c-op c-step c-extra.
000562  MOVE c-num TO num-text.
000563  PERFORM 5900-TEXT-TO-NUM.
000564  IF num-ok = 0
000565     MOVE "COND= code is not a number" TO reason
000566     PERFORM 8000-UNSUPPORTED
000567     EXIT PARAGRAPH
000568  END-IF.
000569  EVALUATE c-op
000570     WHEN "LT"
000571        MOVE num-val TO bypass-gt
000572     WHEN "LE"
000573        IF num-val = 0
000574           MOVE "COND=(0,LE) bypasses the step always"
000575              TO reason
000576           PERFORM 8000-UNSUPPORTED
000577           EXIT PARAGRAPH
000578        END-IF
000579        COMPUTE bypass-gt = num-val - 1
000580     WHEN OTHER
000581        MOVE SPACES TO reason
000582        STRING "COND= operator " DELIMITED BY SIZE
000583           c-op DELIMITED BY SPACE INTO reason
000584        PERFORM 8000-UNSUPPORTED
000585        EXIT PARAGRAPH
000586  END-EVALUATE.
000587  MOVE c-step TO rel-step.
000588  PERFORM 5500-RESOLVE-STEP.
000589  IF rel-ok = 1
000590     MOVE rel-cond-step TO cond-step
000591     MOVE bypass-gt TO cond-rc
000592  END-IF.
000593
000594* step name of a COND/IF test to the step number in the test;
000595* no name (every earlier step) only maps when there is one
000596 5500-RESOLVE-STEP.
000597  MOVE 0 TO rel-ok.
000598  MOVE 0 TO rel-cond-step.
000599  MOVE 0 TO dot-count.
000600  INSPECT rel-step TALLYING dot-count FOR ALL ".".
000601  IF dot-count > 0
000602     MOVE "test on a procedure step" TO reason
000603     PERFORM 8000-UNSUPPORTED
000604     EXIT PARAGRAPH
000605  END-IF.
000606  IF rel-step = SPACES
000607     IF base-steps + step-count = 1
000608        MOVE 1 TO rel-cond-step
000609        MOVE 1 TO rel-ok
000610     ELSE
000611        MOVE "test on the highest RC of every earlier step"
000612           TO reason
000613        PERFORM 8000-UNSUPPORTED
000614     END-IF
000615     EXIT PARAGRAPH
000616  END-IF.
000617  PERFORM VARYING s FROM 1 BY 1
000618     UNTIL s > step-count OR s > 20
000619     IF SN-name(s) = rel-step
000620        MOVE SN-number(s) TO rel-cond-step
000621        MOVE 1 TO rel-ok
000622     END-IF
000623  END-PERFORM.
000624  IF rel-ok = 0
000625     MOVE SPACES TO reason
000626     STRING "test on unknown step " DELIMITED BY SIZE
000627        rel-step DELIMITED BY SPACE INTO reason
000628     PERFORM 8000-UNSUPPORTED
000629  END-IF.
000630
000631* IF (step.RC <= n) THEN / IF (step.RC < n) THEN - the steps up
000632* to the matching ENDIF run only while the test holds
000633 6000-IF.
000634  ADD 1 TO if-depth.
000635  MOVE 0 TO if-ok.
000636  IF if-depth > 1
000637     MOVE "nested IF - its steps run unconditionally"
000638        TO reason
000639     PERFORM 8000-UNSUPPORTED
000640     EXIT PARAGRAPH
000641  END-IF.
000642  MOVE stmt-oper TO if-text.
000643  INSPECT if-text REPLACING ALL "(" BY SPACE
000644     ALL ")" BY SPACE.
000645  MOVE 1 TO p.
000646  PERFORM UNTIL p > 600 OR if-text(p:1) NOT = SPACE
000647     ADD 1 TO p
000648  END-PERFORM.
000649  IF p > 600
000650     MOVE "IF without a test" TO reason
000651     PERFORM 8000-UNSUPPORTED
000652     EXIT PARAGRAPH
000653  END-IF.
000654  MOVE SPACES TO w1 w2 w3 w4.
000655  UNSTRING if-text(p:) DELIMITED BY ALL SPACE
000656     INTO w1 w2 w3 w4.
000657  IF w4 NOT = "THEN"
000658     MOVE "IF test other than step.RC against a code"
000659        TO reason
000660     PERFORM 8000-UNSUPPORTED
000661     EXIT PARAGRAPH
000662  END-IF.
000663  MOVE SPACES TO rc-step rc-kw rc-extra.
000664  UNSTRING w1 DELIMITED BY "." INTO rc-step rc-kw rc-extra.
000665  IF rc-step = "RC" AND rc-kw = SPACES
000666     MOVE SPACES TO rel-step
000667  ELSE
000668     IF rc-kw = "RC" AND rc-extra = SPACES
000669        MOVE rc-step TO rel-step
000670     ELSE
000671        MOVE SPACES TO reason
000672        STRING "IF test on " DELIMITED BY SIZE
000673           w1 DELIMITED BY SPACE INTO reason
000674        PERFORM 8000-UNSUPPORTED
000675        EXIT PARAGRAPH
000676     END-IF
000677  END-IF.
000678  MOVE w3 TO num-text.
000679  PERFORM 5900-TEXT-TO-NUM.
000680  IF num-ok = 0
000681     MOVE "IF test code is not a number" TO reason
000682     PERFORM 8000-UNSUPPORTED
000683     EXIT PARAGRAPH
000684  END-IF.
000685  EVALUATE w2
000686     WHEN "<="
000687     WHEN "LE"
000688        MOVE num-val TO bypass-gt
000689     WHEN "<"
000690     WHEN "LT"
000691        IF num-val = 0
000692           MOVE "IF test that never holds" TO reason
000693           PERFORM 8000-UNSUPPORTED
000694           EXIT PARAGRAPH
000695        END-IF
000696        COMPUTE bypass-gt = num-val - 1
000697     WHEN OTHER
000698        MOVE SPACES TO reason
000699        STRING "IF operator " DELIMITED BY SIZE
000700           w2 DELIMITED BY SPACE INTO reason
000701        PERFORM 8000-UNSUPPORTED
000702        EXIT PARAGRAPH
000703  END-EVALUATE.
000704  PERFORM 5500-RESOLVE-STEP.
000705  IF rel-ok = 1
000706     MOVE 1 TO if-ok
000707     MOVE rel-cond-step TO if-cond-step
000708     MOVE bypass-gt TO if-cond-rc
000709  END-IF.
000710
000711 6100-ELSE.
000712  IF if-depth = 0
000713     MOVE "ELSE without IF" TO reason
000714  ELSE
000715     MOVE 0 TO if-ok
000716     MOVE "ELSE branch - its steps run unconditionally"
000717        TO reason
000718  END-IF.
000719  PERFORM 8000-UNSUPPORTED.
000720
000721 6200-ENDIF.
000722  IF if-depth = 0
000723     MOVE "ENDIF without IF" TO reason
000724     PERFORM 8000-UNSUPPORTED
000725  ELSE
000726     SUBTRACT 1 FROM if-depth
000727     IF if-depth = 0
000728        MOVE 0 TO if-ok
000729     END-IF
000730  END-IF.
000731
000732 5900-TEXT-TO-NUM.
000733  MOVE 0 TO num-ok.
000734  MOVE 0 TO num-val.
000735  MOVE 0 TO num-len.
000736  INSPECT num-text TALLYING num-len FOR CHARACTERS
000737     BEFORE INITIAL SPACE.
000738  IF num-len = 0 OR num-len > 4
000739     EXIT PARAGRAPH
000740  END-IF.
000741  IF num-text(1:num-len) IS NUMERIC
000742     MOVE num-text(1:num-len) TO num-val
000743     MOVE 1 TO num-ok
000744  END-IF.
000745
000746* a DD of the step just imported becomes a file mapping for
000747* that step
000748 7000-DD.
000749  IF cur-hs = 0
000750     MOVE SPACES TO reason
000751     STRING "DD " DELIMITED BY SIZE
000752        stmt-name DELIMITED BY SPACE
000753        " outside an imported step" DELIMITED BY SIZE
000754        INTO reason
000755     PERFORM 8000-UNSUPPORTED
000756     EXIT PARAGRAPH
000757  END-IF.
000758  IF stmt-name = SPACES
000759     MOVE "DD concatenation - only the first is mapped"
000760        TO reason
000761     PERFORM 8000-UNSUPPORTED
000762     EXIT PARAGRAPH
000763  END-IF.
000764  MOVE 0 TO dot-count.
000765  INSPECT stmt-name TALLYING dot-count FOR ALL ".".
000766  IF dot-count > 0
000767     MOVE "DD override of a procedure step" TO reason
000768     PERFORM 8000-UNSUPPORTED
000769     EXIT PARAGRAPH
000770  END-IF.
000771  MOVE SPACES TO dd-dsn.
000772  MOVE SPACES TO dd-path.
000773  MOVE 0 TO dd-instream.
000774  MOVE 0 TO dd-dummy.
000775  MOVE 0 TO dd-sysout.
000776  MOVE 0 TO dd-dlm.
000777  MOVE 1 TO pp.
000778  MOVE 1 TO first-param.
000779  PERFORM UNTIL pp > oper-len
000780     PERFORM 4500-NEXT-PARAM
000781     IF first-param = 1 AND param-key = SPACES
000782        IF param-val = "*" OR param-val = "DATA"
000783           MOVE 1 TO dd-instream
000784        END-IF
000785        IF param-val = "DUMMY"
000786           MOVE 1 TO dd-dummy
000787        END-IF
000788     END-IF
000789     MOVE 0 TO first-param
000790     EVALUATE param-key
000791        WHEN "DSN"
000792        WHEN "DSNAME"
000793           MOVE param-val TO dd-dsn
000794        WHEN "SYSOUT"
000795           MOVE 1 TO dd-sysout
000796        WHEN "PATH"
000797           MOVE param-val TO dd-path
000798        WHEN "DLM"
000799           MOVE 1 TO dd-dlm
000800     END-EVALUATE
000801  END-PERFORM.
000802  MOVE SPACES TO dd-target.
000803  MOVE "W" TO dd-kind.
000804  EVALUATE TRUE
000805     WHEN dd-instream = 1
000806        STRING cur-step-name DELIMITED BY SPACE
000807           "." DELIMITED BY SIZE
000808           stmt-name DELIMITED BY SPACE INTO dd-target
000809        MOVE "P" TO dd-kind
000810        MOVE dd-target TO instream-name
000811        OPEN OUTPUT InstreamFile
000812        MOVE 1 TO instream-active
000813        IF dd-dlm = 1
000814           MOVE "DLM= - the data ends at the next // or /*"
000815              TO reason
000816           PERFORM 8000-UNSUPPORTED
000817        END-IF
000818     WHEN dd-dummy = 1 OR dd-dsn = "NULLFILE"
000819        MOVE "/dev/null" TO dd-target
000820        MOVE "P" TO dd-kind
000821     WHEN dd-path NOT = SPACES
000822        MOVE dd-path TO dd-target
000823        INSPECT dd-target REPLACING ALL "'" BY SPACE
000824        IF dd-target(1:1) = SPACE
000825           MOVE dd-path(2:63) TO dd-target
000826           INSPECT dd-target REPLACING ALL "'" BY SPACE
000827        END-IF
000828        MOVE "P" TO dd-kind
000829     WHEN dd-sysout = 1
000830        STRING cur-step-name DELIMITED BY SPACE
000831           "." DELIMITED BY SIZE
000832           stmt-name DELIMITED BY SPACE INTO dd-target
000833     WHEN dd-dsn(1:2) = "*."
000834        MOVE "DSN= referback to an earlier DD" TO reason
000835        PERFORM 8000-UNSUPPORTED
000836        EXIT PARAGRAPH
000837     WHEN dd-dsn(1:2) = "&&"
000838        MOVE dd-dsn(3:58) TO dd-target
000839     WHEN dd-dsn NOT = SPACES
000840        MOVE 0 TO amp-count
000841        INSPECT dd-dsn TALLYING amp-count FOR ALL "&"
000842        IF amp-count > 0
000843           MOVE "symbolic parameter in DSN=" TO reason
000844           PERFORM 8000-UNSUPPORTED
000845           EXIT PARAGRAPH
000846        END-IF
000847        MOVE dd-dsn TO dd-target
000848        PERFORM 7100-GENERATION-CHECK
000849     WHEN OTHER
000850        STRING cur-step-name DELIMITED BY SPACE
000851           "." DELIMITED BY SIZE
000852           stmt-name DELIMITED BY SPACE INTO dd-target
000853  END-EVALUATE.
000854  IF JobDDCount >= 60
000855     MOVE "DD table full" TO reason
000856     PERFORM 8000-UNSUPPORTED
000857     EXIT PARAGRAPH
000858  END-IF.
000859  ADD 1 TO JobDDCount.
000860  MOVE cur-hs TO JD-step(JobDDCount).
000861  MOVE stmt-name TO JD-name(JobDDCount).
000862  MOVE dd-kind TO JD-kind(JobDDCount).
000863  MOVE dd-target TO JD-target(JobDDCount).
000864  MOVE SPACES TO JD-saved(JobDDCount).
000865  ADD 1 TO dd-count.
000866  EVALUATE dd-kind
000867     WHEN "G"
000868        MOVE "generation" TO dd-label
000869     WHEN "P"
000870        MOVE "as named" TO dd-label
000871     WHEN OTHER
000872        MOVE "work file" TO dd-label
000873  END-EVALUATE.
000874  DISPLAY "      DD " stmt-name " " dd-label " "
000875     dd-target(1:50).
000876
000877* DSN=base(+1) / base(0) / base(-n) is a generation reference,
000878* any other parenthesised name a member
000879 7100-GENERATION-CHECK.
000880  MOVE 0 TO open-pos.
000881  MOVE 0 TO close-pos.
000882  PERFORM VARYING q FROM 1 BY 1 UNTIL q > 60
000883     IF dd-dsn(q:1) = "(" AND open-pos = 0
000884        MOVE q TO open-pos
000885     END-IF
000886     IF dd-dsn(q:1) = ")" AND open-pos > 0 AND close-pos = 0
000887        MOVE q TO close-pos
000888     END-IF
000889  END-PERFORM.
000890  IF open-pos = 0 OR close-pos <= open-pos + 1
000891     OR close-pos > open-pos + 5
000892     EXIT PARAGRAPH
000893  END-IF.
000894  MOVE SPACES TO gen-text.
000895  MOVE dd-dsn(open-pos + 1:close-pos - open-pos - 1)
000896     TO gen-text.
000897  IF gen-text(1:1) = "+" OR gen-text(1:1) = "-"
000898     MOVE gen-text(2:7) TO num-text
000899  ELSE
000900     MOVE gen-text TO num-text
000901  END-IF.
000902  PERFORM 5900-TEXT-TO-NUM.
000903  IF num-ok = 1
000904     MOVE "G" TO dd-kind
000905  END-IF.
000906
000907 8000-UNSUPPORTED.
000908  ADD 1 TO unsupported-count.
000909  DISPLAY "  ! line " report-line ": " reason.
000910 END PROGRAM CBU00413.
