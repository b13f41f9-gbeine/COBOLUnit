000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-run-scenario
000013*	source name: CBU00379.cob
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

000044*>Run the current test as the scenario CBU-add-scenarios
000045*>registered for it. Each step is matched, without its Given/
000046*>When/Then/And/But keyword, against the patterns of the step
000047*>library, one per line:
000048*>  an account {acct} with balance {amount} => STEPACCT
000049*>  interest is posted at rate {rate}       => STEPPOST
000050*>A pattern matches a step word for word, ignoring case; a
000051*>{name} word takes any one word of the step, or a text in
000052*>double quotes, and hands it to the step program in
000053*>step-param (CBUC0007), in pattern order. The first matching
000054*>pattern wins. The step program is CALLed USING CBU-ctx
000055*>CBU-step and makes the usual assertions. A step no pattern
000056*>matches is an error of the test naming the phrase; it and a
000057*>failed step end the scenario, and the steps left are not run.
000058*>Up to 100 patterns of up to 30 words.
000059 IDENTIFICATION DIVISION.
000060 PROGRAM-ID.   CBU00379.
000061 ENVIRONMENT    DIVISION.
000062 INPUT-OUTPUT SECTION.
000063 FILE-CONTROL.
000064    SELECT ScenarioInput ASSIGN TO scenario-file-name
000065		ORGANIZATION IS LINE SEQUENTIAL
000066		FILE STATUS IS scenario-status.
000067    SELECT LibraryInput ASSIGN TO library-file-name
000068		ORGANIZATION IS LINE SEQUENTIAL
000069		FILE STATUS IS library-status.
000070 DATA DIVISION.
000071 FILE SECTION.
000072 	FD ScenarioInput.
000073 	01 ScenarioLine PIC X(255).
000074 	FD LibraryInput.
000075 	01 LibraryLine PIC X(255).
000076 WORKING-STORAGE SECTION.
000077  01 scenario-file-name PIC X(40).
000078  01 scenario-status PIC X(2).
000079  01 ScenarioEOF PIC 9(1).
000080  01 library-file-name PIC X(40).
000081  01 library-status PIC X(2).
000082  01 LibraryEOF PIC 9(1).
000083  01 loaded-library PIC X(40) VALUE SPACES.
000084  01 library-failed PIC 9(1) VALUE 0.
000085  01 pattern-count PIC 9(3).
000086  01 ListePatterns.
000087    05 pattern-entry OCCURS 100 TIMES.
000088      10 LP-prog PIC X(8).
000089      10 LP-word-count PIC 9(2).
000090      10 LP-word OCCURS 30 TIMES PIC X(40).
000091  01 scn PIC 9(3).
000092  01 scn-found PIC 9(3).
000093  01 line-no PIC 9(5).
000094  01 in-scenario PIC 9(1).
000095  01 scenario-over PIC 9(1).
000096  01 work-line PIC X(255).
000097  01 lead-count PIC 9(3).
000098  01 first-word PIC X(20).
000099  01 word-ptr PIC 9(3).
000100  01 phrase PIC X(200).
000101  01 pattern-text PIC X(200).
000102  01 prog-text PIC X(20).
000103  01 tok-src PIC X(200).
000104  01 tok-count PIC 9(2).
000105  01 tok-overflow PIC 9(1).
000106  01 ListeTokens.
000107    05 tok-word OCCURS 30 TIMES PIC X(40).
000108  01 c PIC 9(3).
000109  01 w PIC 9(2).
000110  01 p PIC 9(3).
000111  01 k PIC 9(2).
000112  01 pattern-found PIC 9(3).
000113  01 word-match PIC 9(1).
000114  01 word-up PIC X(40).
000115  01 failed-before PIC 9(4).
000116  01 steps-run PIC 9(3).
000117  01 steps-left PIC 9(3).
000118  01 edit-line PIC Z(4)9.
000119  01 edit-count PIC ZZ9.
000120  01 error-program PIC X(20).
000121  01 error-condition PIC X(30).
000122  COPY CBUC0007.
000123  COPY CBUC0002.
000124 LINKAGE SECTION.
000125  COPY CBUC0001.
000126 PROCEDURE DIVISION USING CBU-ctx.
000127  MOVE 0 TO scn-found.
000128  PERFORM VARYING scn FROM 1 BY 1 UNTIL scn > ScenarioCount
000129     IF SC-suite(scn) = index-current-suite
000130        AND SC-test(scn) = index-current-test
000131        MOVE scn TO scn-found
000132     END-IF
000133  END-PERFORM.
000134  IF scn-found = 0
000135     EXIT PROGRAM
000136  END-IF.
000137  IF SC-library(scn-found) <> loaded-library
000138     PERFORM 1000-LOAD-LIBRARY
000139  END-IF.
000140  IF library-failed = 1
000141     MOVE "CBU-run-scenario" TO error-program
000142     MOVE "step library not readable" TO error-condition
000143     CALL CBU-add-error USING CBU-ctx error-program
000144        error-condition
000145     EXIT PROGRAM
000146  END-IF.
000147  MOVE SC-file(scn-found) TO scenario-file-name.
000148  OPEN INPUT ScenarioInput.
000149  IF scenario-status <> "00"
000150     MOVE "CBU-run-scenario" TO error-program
000151     MOVE "scenario file not readable" TO error-condition
000152     CALL CBU-add-error USING CBU-ctx error-program
000153        error-condition
000154     EXIT PROGRAM
000155  END-IF.
000156  MOVE 0 TO ScenarioEOF line-no in-scenario scenario-over.
000157  MOVE 0 TO steps-run steps-left.
000158  PERFORM UNTIL ScenarioEOF = 1
000159     READ ScenarioInput
000160        AT END MOVE 1 TO ScenarioEOF
000161        NOT AT END
000162           ADD 1 TO line-no
000163           IF line-no = SC-line(scn-found)
000164              MOVE 1 TO in-scenario
000165           ELSE
000166              IF in-scenario = 1
000167                 PERFORM 2000-SCENARIO-LINE
000168              END-IF
000169           END-IF
000170     END-READ
000171  END-PERFORM.
000172  CLOSE ScenarioInput.
000173  IF steps-left > 0
000174     MOVE steps-left TO edit-count
000175     DISPLAY "COBOLUnit: " edit-count " step(s) of '"
000176        TestDesc(index-current-suite,index-current-test)
000177        "' not run"
000178  END-IF.
000179  EXIT PROGRAM.
000180
000181* pattern => PROGRAM, one per line ('#' starts a comment)
000182 1000-LOAD-LIBRARY.
000183  MOVE SC-library(scn-found) TO loaded-library library-file-name.
000184  MOVE 0 TO pattern-count library-failed.
000185  OPEN INPUT LibraryInput.
000186  IF library-status <> "00"
000187     MOVE 1 TO library-failed
000188     DISPLAY "COBOLUnit: step library " library-file-name
000189        " cannot be opened, status " library-status
000190     EXIT PARAGRAPH
000191  END-IF.
000192  MOVE 0 TO LibraryEOF.
000193  PERFORM UNTIL LibraryEOF = 1
000194     READ LibraryInput
000195        AT END MOVE 1 TO LibraryEOF
000196        NOT AT END PERFORM 1100-LIBRARY-LINE
000197     END-READ
000198  END-PERFORM.
000199  CLOSE LibraryInput.
000200
000201 1100-LIBRARY-LINE.
000202  MOVE LibraryLine TO work-line.
000203  INSPECT work-line CONVERTING X"09" TO SPACE.
000204  MOVE 0 TO lead-count.
000205  INSPECT work-line TALLYING lead-count FOR LEADING SPACE.
000206  IF work-line = SPACES OR work-line(lead-count + 1:1) = "#"
000207     EXIT PARAGRAPH
000208  END-IF.
000209  MOVE SPACES TO pattern-text prog-text.
000210  UNSTRING work-line DELIMITED BY "=>"
000211     INTO pattern-text prog-text
000212  END-UNSTRING.
000213  IF prog-text = SPACES
000214     DISPLAY "COBOLUnit: step library line without '=>': "
000215        work-line(1:60)
000216     EXIT PARAGRAPH
000217  END-IF.
000218  IF pattern-count >= 100
000219     DISPLAY "COBOLUnit: step library full"
000220     MOVE 1 TO LibraryEOF
000221     EXIT PARAGRAPH
000222  END-IF.
000223  ADD 1 TO pattern-count.
000224  MOVE 0 TO lead-count.
000225  INSPECT prog-text TALLYING lead-count FOR LEADING SPACE.
000226  MOVE prog-text(lead-count + 1:) TO LP-prog(pattern-count).
000227  MOVE pattern-text TO tok-src.
000228  PERFORM 8000-TOKENIZE.
000229* a keyword written in front of the pattern is not part of it
000230  MOVE 1 TO k.
000231  IF tok-count > 1
000232     MOVE tok-word(1) TO word-up
000233     PERFORM 8300-UPPER-WORD
000234     IF word-up = "GIVEN" OR "WHEN" OR "THEN" OR "AND" OR "BUT"
000235        MOVE 2 TO k
000236     END-IF
000237  END-IF.
000238  MOVE 0 TO LP-word-count(pattern-count).
000239  PERFORM VARYING w FROM k BY 1 UNTIL w > tok-count
000240     ADD 1 TO LP-word-count(pattern-count)
000241     MOVE tok-word(w) TO word-up
000242     IF word-up(1:1) <> "{"
000243        PERFORM 8300-UPPER-WORD
000244     END-IF
000245     MOVE word-up
000246        TO LP-word(pattern-count,LP-word-count(pattern-count))
000247  END-PERFORM.
000248
000249* a step line runs its step, the next 'Scenario:' ends it
000250 2000-SCENARIO-LINE.
000251  MOVE ScenarioLine TO work-line.
000252  INSPECT work-line CONVERTING X"09" TO SPACE.
000253  IF work-line = SPACES
000254     EXIT PARAGRAPH
000255  END-IF.
000256  MOVE 0 TO lead-count.
000257  INSPECT work-line TALLYING lead-count FOR LEADING SPACE.
000258  MOVE SPACES TO first-word.
000259  COMPUTE word-ptr = lead-count + 1.
000260  UNSTRING work-line DELIMITED BY ALL SPACE
000261     INTO first-word WITH POINTER word-ptr
000262  END-UNSTRING.
000263  MOVE first-word TO word-up.
000264  PERFORM 8300-UPPER-WORD.
000265  IF word-up = "SCENARIO:" OR "FEATURE:"
000266     MOVE 0 TO in-scenario
000267     MOVE 1 TO ScenarioEOF
000268     EXIT PARAGRAPH
000269  END-IF.
000270  IF word-up <> "GIVEN" AND "WHEN" AND "THEN" AND "AND"
000271     AND "BUT"
000272     EXIT PARAGRAPH
000273  END-IF.
000274  IF scenario-over = 1
000275     ADD 1 TO steps-left
000276     EXIT PARAGRAPH
000277  END-IF.
000278  MOVE SPACES TO phrase.
000279  IF word-ptr <= 255
000280     MOVE work-line(word-ptr:) TO phrase
000281  END-IF.
000282  MOVE phrase TO tok-src.
000283  PERFORM 8000-TOKENIZE.
000284  MOVE 0 TO pattern-found.
000285  PERFORM VARYING p FROM 1 BY 1
000286     UNTIL p > pattern-count OR pattern-found > 0
000287     PERFORM 2100-MATCH-PATTERN
000288  END-PERFORM.
000289  IF pattern-found = 0
000290     MOVE 1 TO scenario-over
000291     MOVE line-no TO edit-line
000292     DISPLAY "COBOLUnit: unmatched step at line " edit-line
000293        " of " SC-file(scn-found)
000294     DISPLAY "COBOLUnit:   " work-line(lead-count + 1:100)
000295     MOVE "unmatched step" TO error-program
000296     MOVE phrase TO error-condition
000297     CALL CBU-add-error USING CBU-ctx error-program
000298        error-condition
000299     EXIT PARAGRAPH
000300  END-IF.
000301  PERFORM 2200-RUN-STEP.
000302
000303* the step's words against pattern p
000304 2100-MATCH-PATTERN.
000305  IF tok-overflow = 1 OR tok-count <> LP-word-count(p)
000306     EXIT PARAGRAPH
000307  END-IF.
000308  MOVE 1 TO word-match.
000309  PERFORM VARYING w FROM 1 BY 1
000310     UNTIL w > tok-count OR word-match = 0
000311     IF LP-word(p,w)(1:1) <> "{"
000312        MOVE tok-word(w) TO word-up
000313        PERFORM 8300-UPPER-WORD
000314        IF word-up <> LP-word(p,w)
000315           MOVE 0 TO word-match
000316        END-IF
000317     END-IF
000318  END-PERFORM.
000319  IF word-match = 1
000320     MOVE p TO pattern-found
000321  END-IF.
000322
000323 2200-RUN-STEP.
000324  INITIALIZE CBU-step.
000325  MOVE first-word TO step-keyword.
000326  MOVE work-line(lead-count + 1:) TO step-text.
000327  PERFORM VARYING w FROM 1 BY 1 UNTIL w > tok-count
000328     IF LP-word(pattern-found,w)(1:1) = "{"
000329        AND step-param-count < 10
000330        ADD 1 TO step-param-count
000331        MOVE tok-word(w) TO step-param(step-param-count)
000332     END-IF
000333  END-PERFORM.
000334  MOVE nb-assert-failed(index-current-suite,index-current-test)
000335     TO failed-before.
000336  ADD 1 TO steps-run.
000337  CALL LP-prog(pattern-found) USING CBU-ctx CBU-step
000338     ON EXCEPTION
000339        MOVE 1 TO scenario-over
000340        MOVE LP-prog(pattern-found) TO error-program
000341        MOVE "step program not found" TO error-condition
000342        CALL CBU-add-error USING CBU-ctx error-program
000343           error-condition
000344  END-CALL.
000345  IF nb-assert-failed(index-current-suite,index-current-test)
000346     > failed-before
000347     MOVE 1 TO scenario-over
000348  END-IF.
000349
000350* words of tok-src into tok-word; "a quoted text" is one word
000351 8000-TOKENIZE.
000352  MOVE 0 TO tok-count tok-overflow.
000353  MOVE SPACES TO ListeTokens.
000354  MOVE 1 TO c.
000355  PERFORM UNTIL c > 200
000356     IF tok-src(c:1) = SPACE
000357        ADD 1 TO c
000358     ELSE
000359        PERFORM 8100-ONE-TOKEN
000360     END-IF
000361  END-PERFORM.
000362
000363 8100-ONE-TOKEN.
000364  IF tok-count < 30
000365     ADD 1 TO tok-count
000366  ELSE
000367     MOVE 1 TO tok-overflow
000368  END-IF.
000369  MOVE SPACES TO tok-word(tok-count).
000370  MOVE 0 TO w.
000371  IF tok-src(c:1) = QUOTE
000372     ADD 1 TO c
000373     PERFORM UNTIL c > 200 OR tok-src(c:1) = QUOTE
000374        PERFORM 8200-TOKEN-CHAR
000375     END-PERFORM
000376     ADD 1 TO c
000377  ELSE
000378     PERFORM UNTIL c > 200 OR tok-src(c:1) = SPACE
000379        PERFORM 8200-TOKEN-CHAR
000380     END-PERFORM
000381  END-IF.
000382
000383 8200-TOKEN-CHAR.
000384  IF w < 40
000385     ADD 1 TO w
000386     MOVE tok-src(c:1) TO tok-word(tok-count)(w:1)
000387  END-IF.
000388  ADD 1 TO c.
000389
000390 8300-UPPER-WORD.
000391  INSPECT word-up CONVERTING
000392     "abcdefghijklmnopqrstuvwxyz"
000393     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000394 END PROGRAM CBU00379.
