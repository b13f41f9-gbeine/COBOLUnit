000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-precompile-sql
000013*	source name: CBU00312.cob
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

000044*>Prepare a unit that holds EXEC SQL for test: copies its
000045*>source to SourceOut with every EXEC SQL ... END-EXEC block
000046*>kept as comment lines and the executable statements turned
000047*>into calls to the EXEC SQL stub, CBU-sql-stub, so the unit
000048*>compiles and runs with no database and its SQL answers come
000049*>from the test's response file (CBU-set-sql-file).
000050*>  INCLUDE SQLCA          becomes the SQLCA declaration
000051*>  INCLUDE <member>       becomes COPY <member>
000052*>  DECLARE ... CURSOR     is remembered: its host variables
000053*>                         are passed when the cursor is OPENed
000054*>  other DECLAREs, BEGIN/END DECLARE SECTION
000055*>                         are left as comments only
000056*>  WHENEVER               sets the action for its condition:
000057*>                         after the call of every later
000057*>                         statement a test of SQLCODE < 0,
000057*>                         SQLCODE = 100 or SQLWARN0 = "W"
000057*>                         goes to its label; CONTINUE clears
000057*>                         the action again
000058*>  anything else          becomes CALL "CBU00308" with the
000059*>                         statement number, verb, cursor,
000060*>                         SQLCA and up to 10 host variables;
000061*>                         the INTO targets of a SELECT or
000062*>                         FETCH are outputs, all others inputs
000063*>Indicator variables are dropped. Statements are numbered
000064*>from 1 in source order; the listing DISPLAYed at the end
000065*>gives the numbers the response file and the SQL assertions
000066*>refer to.
000066*>Text before EXEC SQL and after END-EXEC on the same line
000066*>stays code on lines of its own; only the EXEC SQL ...
000066*>END-EXEC text is commented out, and a period just after
000066*>END-EXEC ends the translated statement.
000067* arg1: SourceIn - source of the unit
000068* arg2: SourceOut - translated source to write
000069 IDENTIFICATION DIVISION.
000070 PROGRAM-ID.   CBU00312.
000071 ENVIRONMENT    DIVISION.
000072 INPUT-OUTPUT SECTION.
000073 FILE-CONTROL.
000074    SELECT OPTIONAL SourceFile ASSIGN TO src-path
000075       ORGANIZATION IS LINE SEQUENTIAL
000076       FILE STATUS IS src-status.
000077    SELECT OutFile ASSIGN TO out-path
000078       ORGANIZATION IS LINE SEQUENTIAL
000079       FILE STATUS IS out-status.
000080 DATA DIVISION.
000081 FILE SECTION.
000082 	FD SourceFile.
000083 	01 SourceLine PIC X(80).
000084 	FD OutFile.
000085 	01 OutLine PIC X(80).
000086 WORKING-STORAGE SECTION.
000087  01 src-path PIC X(40).
000088  01 src-status PIC X(2).
000089  01 out-path PIC X(40).
000090  01 out-status PIC X(2).
000091  01 SourceEOF PIC 9(1).
000092  01 line-no PIC 9(5).
000093  01 exec-line-no PIC 9(5).
000094  01 up-line PIC X(80).
000095  01 seg PIC X(65).
000096  01 seg-start PIC 9(3).
000097  01 hit-pos PIC 9(3).
000098  01 end-pos PIC 9(3).
000100  01 end-period PIC 9(1).
000100  01 exec-col PIC 9(3).
000100  01 aft-col PIC 9(3).
000100  01 aft-p PIC 9(3).
000100  01 after-line PIC X(80).
000101  01 exec-state PIC 9(1).
000102     88 outside-exec VALUE 0.
000103     88 in-exec VALUE 1.
000104  01 division-state PIC 9(1).
000105     88 in-data VALUE 0.
000106     88 in-procedure VALUE 1.
000107  01 sql-buf PIC X(4000).
000108  01 sql-ptr PIC 9(4).
000109  01 sql-len PIC 9(4).
000110  01 p PIC 9(4).
000111  01 sql-ch PIC X(1).
000112  01 quote-ch PIC X(1).
000113  01 tk-len PIC 9(2).
000114  01 tk-word PIC X(30).
000115  01 skip-next-hv PIC 9(1).
000116  01 TokCount PIC 9(3).
000117  01 ListeTokens.
000118    05 TokenEntry OCCURS 200 TIMES.
000119      10 tok PIC X(30).
000120      10 tok-kind PIC X(1).
000121         88 tok-is-word VALUE "W".
000122         88 tok-is-hv VALUE "H".
000123  01 t PIC 9(3).
000124  01 sql-kind PIC X(8).
000125  01 sql-cursor PIC X(18).
000126  01 hv-mode PIC X(1).
000127  01 stmt-no PIC 9(4).
000128  01 HvCount PIC 9(2).
000129  01 hvc-out PIC 9(2).
000130  01 ListeHv.
000131    05 HvEntry OCCURS 10 TIMES.
000132      10 hv-name PIC X(30).
000133      10 hv-dir PIC X(1).
000134  01 h PIC 9(2).
000135  01 hv-lost PIC 9(2).
000136  01 c PIC 9(2).
000137  01 cur-found PIC 9(2).
000138  01 CursorCount PIC 9(2).
000139  01 ListeCursors.
000140    05 CursorEntry OCCURS 20 TIMES.
000141      10 cur-name PIC X(18).
000142      10 cur-hvc PIC 9(2).
000143      10 cur-hv PIC X(30) OCCURS 10 TIMES.
000144  01 q-field PIC X(30).
000145  01 q-group PIC X(30).
000146  01 GenCount PIC 9(2).
000147  01 ListeGen.
000148    05 gen-line PIC X(65) OCCURS 50 TIMES.
000149  01 g PIC 9(2).
000150  01 g-len PIC 9(2).
000151  01 out-text PIC X(65).
000152  01 nb-whenever PIC 9(3).
000152  01 wh-action PIC X(30).
000152  01 wh-error PIC X(30).
000152  01 wh-notfound PIC X(30).
000152  01 wh-warning PIC X(30).
000152  01 warn-ids PIC X(11) VALUE "0123456789A".
000152  01 w PIC 9(2).
000153  COPY CBUC0002.
000154 LINKAGE SECTION.
000155  77 SourceIn PIC X(40).
000156  77 SourceOut PIC X(40).
000157  COPY CBUC0001.
000158 PROCEDURE DIVISION USING CBU-ctx SourceIn SourceOut.
000159  MOVE SourceIn TO src-path.
000160  MOVE SourceOut TO out-path.
000161  OPEN INPUT SourceFile.
000162  IF src-status <> "00"
000163     DISPLAY "SQL precompile: source '" SourceIn
000164        "' cannot be read"
000165     CLOSE SourceFile
000166     EXIT PROGRAM
000167  END-IF.
000168  OPEN OUTPUT OutFile.
000169  IF out-status <> "00"
000170     DISPLAY "SQL precompile: '" SourceOut
000171        "' cannot be written"
000172     CLOSE SourceFile
000173     EXIT PROGRAM
000174  END-IF.
000175  MOVE 0 TO line-no.
000176  MOVE 0 TO stmt-no.
000177  MOVE 0 TO CursorCount.
000178  MOVE 0 TO nb-whenever.
000178  MOVE SPACES TO wh-error.
000178  MOVE SPACES TO wh-notfound.
000178  MOVE SPACES TO wh-warning.
000179  SET outside-exec TO TRUE.
000180  SET in-data TO TRUE.
000181  MOVE 0 TO SourceEOF.
000182  PERFORM UNTIL SourceEOF = 1
000183     READ SourceFile
000184        AT END MOVE 1 TO SourceEOF
000185        NOT AT END
000186           ADD 1 TO line-no
000187           PERFORM 1000-SOURCE-LINE
000188     END-READ
000189  END-PERFORM.
000190  CLOSE SourceFile.
000191  CLOSE OutFile.
000192  IF in-exec
000193     DISPLAY "SQL precompile: EXEC SQL at line " exec-line-no
000194        " has no END-EXEC"
000195  END-IF.
000196  DISPLAY "SQL precompile: " SourceIn " - " stmt-no
000197     " statement(s), " CursorCount " cursor(s), " nb-whenever
000198     " WHENEVER(s) applied".
000199  EXIT PROGRAM.
000200
000201 1000-SOURCE-LINE.
000202  IF SourceLine(7:1) = "*" OR SourceLine(7:1) = "/"
000203     MOVE SourceLine TO OutLine
000204     WRITE OutLine
000205     EXIT PARAGRAPH
000206  END-IF.
000207  MOVE SourceLine TO up-line.
000208  INSPECT up-line CONVERTING "abcdefghijklmnopqrstuvwxyz"
000209     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000210  IF outside-exec
000211     MOVE 0 TO hit-pos
000212     INSPECT up-line(8:65) TALLYING hit-pos
000213        FOR CHARACTERS BEFORE INITIAL "PROCEDURE DIVISION"
000214     IF hit-pos < 65
000215        SET in-procedure TO TRUE
000216     END-IF
000217     MOVE 0 TO hit-pos
000218     INSPECT up-line(8:65) TALLYING hit-pos
000219        FOR CHARACTERS BEFORE INITIAL "EXEC SQL"
000220     IF hit-pos >= 65
000221        MOVE SourceLine TO OutLine
000222        WRITE OutLine
000223        EXIT PARAGRAPH
000224     END-IF
000225     SET in-exec TO TRUE
000226     MOVE line-no TO exec-line-no
000227     MOVE SPACES TO sql-buf
000228     MOVE 1 TO sql-ptr
000229     MOVE 0 TO end-period
000230     COMPUTE exec-col = 8 + hit-pos
000230     COMPUTE seg-start = exec-col + 8
000231  ELSE
000232     MOVE 8 TO exec-col
000232     MOVE 8 TO seg-start
000233  END-IF.
000237  MOVE SPACES TO seg.
000238  IF seg-start <= 72
000239     MOVE up-line(seg-start:73 - seg-start) TO seg
000240  END-IF.
000241  MOVE 0 TO end-pos.
000242  INSPECT seg TALLYING end-pos
000243     FOR CHARACTERS BEFORE INITIAL "END-EXEC".
000244  IF end-pos >= 65
000244     MOVE 73 TO aft-col
000244  ELSE
000244     COMPUTE aft-col = seg-start + end-pos + 8
000244  END-IF.
000244  PERFORM 1100-COMMENT-EXEC.
000244  IF end-pos >= 65
000245     STRING seg DELIMITED BY SIZE " " DELIMITED BY SIZE
000246        INTO sql-buf WITH POINTER sql-ptr
000247        ON OVERFLOW CONTINUE
000248     END-STRING
000249     EXIT PARAGRAPH
000250  END-IF.
000251  IF end-pos > 0
000252     STRING seg(1:end-pos) DELIMITED BY SIZE
000253        INTO sql-buf WITH POINTER sql-ptr
000254        ON OVERFLOW CONTINUE
000255     END-STRING
000256  END-IF.
000257  PERFORM 1200-AFTER-EXEC.
000264  SET outside-exec TO TRUE.
000265  COMPUTE sql-len = sql-ptr - 1.
000266  PERFORM 2000-TOKENIZE.
000267  PERFORM 3000-TRANSLATE.
000267  IF after-line(8:65) <> SPACES
000267     MOVE after-line TO OutLine
000267     WRITE OutLine
000267  END-IF.
000267
000267* text before EXEC SQL stays code on a line of its own; only
000267* the EXEC SQL ... END-EXEC text becomes a comment line
000267 1100-COMMENT-EXEC.
000267  IF exec-col > 8
000267     IF SourceLine(8:exec-col - 8) <> SPACES
000267        MOVE SPACES TO OutLine
000267        MOVE SourceLine(1:exec-col - 1) TO OutLine
000267        WRITE OutLine
000267     END-IF
000267  END-IF.
000267  MOVE SPACES TO OutLine.
000267  MOVE SourceLine(1:6) TO OutLine(1:6).
000267  MOVE "*" TO OutLine(7:1).
000267  MOVE SourceLine(exec-col:aft-col - exec-col)
000267     TO OutLine(exec-col:aft-col - exec-col).
000267  MOVE SourceLine(73:8) TO OutLine(73:8).
000267  WRITE OutLine.
000267
000267* text after END-EXEC: a period there ends the translated
000267* statement, the rest is written back as code after it
000267 1200-AFTER-EXEC.
000267  MOVE SPACES TO after-line.
000267  IF aft-col > 72
000267     EXIT PARAGRAPH
000267  END-IF.
000267  MOVE SourceLine(1:7) TO after-line(1:7).
000267  MOVE SourceLine(aft-col:73 - aft-col)
000267     TO after-line(aft-col:73 - aft-col).
000267  MOVE aft-col TO aft-p.
000267  PERFORM UNTIL aft-p > 72 OR after-line(aft-p:1) <> SPACE
000267     ADD 1 TO aft-p
000267  END-PERFORM.
000267  IF aft-p <= 72
000267     IF after-line(aft-p:1) = "."
000267        MOVE 1 TO end-period
000267        MOVE SPACE TO after-line(aft-p:1)
000267     END-IF
000267  END-IF.
000268
000269* words of the statement; a host variable is a word that
000270* starts with ":"; one that follows a host variable directly,
000271* or the word INDICATOR, is its indicator and is dropped
000272 2000-TOKENIZE.
000273  MOVE 0 TO TokCount.
000274  MOVE 0 TO skip-next-hv.
000275  MOVE 1 TO p.
000276  PERFORM UNTIL p > sql-len
000277     MOVE sql-buf(p:1) TO sql-ch
000278     EVALUATE TRUE
000279     WHEN sql-ch = QUOTE OR sql-ch = "'"
000280        MOVE sql-ch TO quote-ch
000281        ADD 1 TO p
000282        PERFORM UNTIL p > sql-len OR sql-buf(p:1) = quote-ch
000283           ADD 1 TO p
000284        END-PERFORM
000285        ADD 1 TO p
000286     WHEN sql-ch = SPACE OR sql-ch = "," OR sql-ch = "("
000287        OR sql-ch = ")" OR sql-ch = "=" OR sql-ch = "<"
000288        OR sql-ch = ">" OR sql-ch = "+" OR sql-ch = "*"
000289        OR sql-ch = "/" OR sql-ch = ";" OR sql-ch = "|"
000290        ADD 1 TO p
000291     WHEN sql-ch = ":"
000292        ADD 1 TO p
000293        PERFORM 2100-WORD
000294        IF skip-next-hv = 1
000295           MOVE 0 TO skip-next-hv
000296        ELSE
000297           PERFORM 2200-ADD-TOKEN
000298           MOVE "H" TO tok-kind(TokCount)
000299        END-IF
000300        IF p <= sql-len AND sql-buf(p:1) = ":"
000301           MOVE 1 TO skip-next-hv
000302        END-IF
000303     WHEN OTHER
000304        PERFORM 2100-WORD
000305        IF tk-word = "INDICATOR"
000306           MOVE 1 TO skip-next-hv
000307        ELSE
000308           PERFORM 2200-ADD-TOKEN
000309           MOVE "W" TO tok-kind(TokCount)
000310        END-IF
000311     END-EVALUATE
000312  END-PERFORM.
000313
000314 2100-WORD.
000315  MOVE SPACES TO tk-word.
000316  MOVE 0 TO tk-len.
000317  PERFORM UNTIL p > sql-len
000318     OR sql-buf(p:1) = SPACE OR sql-buf(p:1) = ","
000319     OR sql-buf(p:1) = "(" OR sql-buf(p:1) = ")"
000320     OR sql-buf(p:1) = "=" OR sql-buf(p:1) = "<"
000321     OR sql-buf(p:1) = ">" OR sql-buf(p:1) = "+"
000322     OR sql-buf(p:1) = "*" OR sql-buf(p:1) = "/"
000323     OR sql-buf(p:1) = ";" OR sql-buf(p:1) = "|"
000324     OR sql-buf(p:1) = ":"
000325     IF tk-len < 30
000326        ADD 1 TO tk-len
000327        MOVE sql-buf(p:1) TO tk-word(tk-len:1)
000328     END-IF
000329     ADD 1 TO p
000330  END-PERFORM.
000331
000332 2200-ADD-TOKEN.
000333  IF TokCount < 200
000334     ADD 1 TO TokCount
000335  END-IF.
000336  MOVE tk-word TO tok(TokCount).
000337
000338 3000-TRANSLATE.
000339  MOVE 0 TO GenCount.
000340  IF TokCount = 0
000341     EXIT PARAGRAPH
000342  END-IF.
000343  MOVE tok(1) TO sql-kind.
000344  EVALUATE tok(1)
000345  WHEN "INCLUDE"
000346     PERFORM 3100-INCLUDE
000347  WHEN "DECLARE"
000348     PERFORM 3200-DECLARE
000349  WHEN "BEGIN"
000350  WHEN "END"
000351     CONTINUE
000352  WHEN "WHENEVER"
000353     PERFORM 3700-WHENEVER
000356  WHEN OTHER
000357     PERFORM 3300-EXECUTABLE
000358  END-EVALUATE.
000359  IF GenCount = 0 AND end-period = 1 AND in-procedure
000360     MOVE "    CONTINUE" TO gen-line(1)
000361     MOVE 1 TO GenCount
000362  END-IF.
000363  IF GenCount > 0 AND end-period = 1 AND in-procedure
000364     MOVE gen-line(GenCount) TO out-text
000365     PERFORM 8000-TEXT-LENGTH
000366     IF g-len < 65
000367        MOVE "." TO gen-line(GenCount)(g-len + 1:1)
000368     END-IF
000369  END-IF.
000370  PERFORM VARYING g FROM 1 BY 1 UNTIL g > GenCount
000371     MOVE SPACES TO OutLine
000372     MOVE gen-line(g) TO OutLine(8:65)
000373     WRITE OutLine
000374  END-PERFORM.
000375
000376 3100-INCLUDE.
000377  IF tok(2) = "SQLCA"
000378     MOVE "    01 SQLCA." TO gen-line(1)
000379     MOVE "       05 SQLCAID PIC X(8)." TO gen-line(2)
000380     MOVE "       05 SQLCABC PIC S9(9) COMP-5." TO gen-line(3)
000381     MOVE "       05 SQLCODE PIC S9(9) COMP-5." TO gen-line(4)
000382     MOVE "       05 SQLERRM." TO gen-line(5)
000383     MOVE "          49 SQLERRML PIC S9(4) COMP-5." TO gen-line(6)
000384     MOVE "          49 SQLERRMC PIC X(70)." TO gen-line(7)
000385     MOVE "       05 SQLERRP PIC X(8)." TO gen-line(8)
000386     MOVE "       05 SQLERRD PIC S9(9) COMP-5 OCCURS 6 TIMES."
000387        TO gen-line(9)
000388     MOVE "       05 SQLWARN." TO gen-line(10)
000388     MOVE 10 TO GenCount
000388     PERFORM VARYING w FROM 1 BY 1 UNTIL w > 11
000388        ADD 1 TO GenCount
000388        MOVE SPACES TO gen-line(GenCount)
000388        STRING "          10 SQLWARN" warn-ids(w:1)
000388           " PIC X(1)." DELIMITED BY SIZE
000388           INTO gen-line(GenCount)
000388     END-PERFORM
000389     ADD 1 TO GenCount
000389     MOVE "       05 SQLSTATE PIC X(5)." TO gen-line(GenCount)
000391  ELSE
000392     MOVE SPACES TO gen-line(1)
000393     STRING "    COPY " DELIMITED BY SIZE
000394        tok(2) DELIMITED BY SPACE
000395        "." DELIMITED BY SIZE INTO gen-line(1)
000396     MOVE 1 TO GenCount
000397  END-IF.
000398  MOVE 0 TO end-period.
000399
000400* DECLARE c CURSOR FOR SELECT ... : the host variables of the
000401* query are the cursor's inputs, passed on OPEN
000402 3200-DECLARE.
000403  MOVE 0 TO cur-found.
000404  PERFORM VARYING t FROM 3 BY 1 UNTIL t > TokCount
000405     IF tok-is-word(t) AND tok(t) = "CURSOR"
000406        MOVE 1 TO cur-found
000407     END-IF
000408  END-PERFORM.
000409  IF cur-found = 0 OR CursorCount >= 20
000410     EXIT PARAGRAPH
000411  END-IF.
000412  ADD 1 TO CursorCount.
000413  MOVE tok(2) TO cur-name(CursorCount).
000414  MOVE 0 TO cur-hvc(CursorCount).
000415  PERFORM VARYING t FROM 3 BY 1 UNTIL t > TokCount
000416     IF tok-is-hv(t) AND cur-hvc(CursorCount) < 10
000417        ADD 1 TO cur-hvc(CursorCount)
000418        MOVE tok(t)
000419           TO cur-hv(CursorCount, cur-hvc(CursorCount))
000420     END-IF
000421  END-PERFORM.
000422
000423 3300-EXECUTABLE.
000424  ADD 1 TO stmt-no.
000425  MOVE SPACES TO sql-cursor.
000426  MOVE 0 TO HvCount.
000427  MOVE 0 TO hv-lost.
000428  IF sql-kind = "OPEN" OR sql-kind = "CLOSE"
000429     MOVE tok(2) TO sql-cursor
000430  END-IF.
000431  IF sql-kind = "FETCH"
000432     PERFORM VARYING t FROM 2 BY 1
000433        UNTIL t > TokCount OR sql-cursor <> SPACES
000434        IF tok-is-word(t) AND tok(t) <> "NEXT"
000435           AND tok(t) <> "PRIOR" AND tok(t) <> "FIRST"
000436           AND tok(t) <> "LAST" AND tok(t) <> "FROM"
000437           AND tok(t) <> "CURRENT"
000438           MOVE tok(t) TO sql-cursor
000439        END-IF
000440     END-PERFORM
000441  END-IF.
000442  IF sql-kind = "OPEN"
000443     PERFORM VARYING c FROM 1 BY 1 UNTIL c > CursorCount
000444        IF cur-name(c) = sql-cursor
000445           PERFORM VARYING h FROM 1 BY 1 UNTIL h > cur-hvc(c)
000446              ADD 1 TO HvCount
000447              MOVE cur-hv(c, h) TO hv-name(HvCount)
000448              MOVE "I" TO hv-dir(HvCount)
000449           END-PERFORM
000450        END-IF
000451     END-PERFORM
000452  END-IF.
000453  MOVE "I" TO hv-mode.
000454  PERFORM VARYING t FROM 2 BY 1 UNTIL t > TokCount
000455     IF tok-is-word(t)
000456        EVALUATE tok(t)
000457        WHEN "INTO"
000458           IF sql-kind = "SELECT" OR sql-kind = "FETCH"
000459              MOVE "O" TO hv-mode
000460           END-IF
000461        WHEN "FROM"
000462        WHEN "WHERE"
000463        WHEN "VALUES"
000464           MOVE "I" TO hv-mode
000465        END-EVALUATE
000466     ELSE
000467        IF HvCount < 10
000468           ADD 1 TO HvCount
000469           MOVE tok(t) TO hv-name(HvCount)
000470           MOVE hv-mode TO hv-dir(HvCount)
000471        ELSE
000472           ADD 1 TO hv-lost
000473        END-IF
000474     END-IF
000475  END-PERFORM.
000476  PERFORM 3400-GENERATE-CALL.
000477  DISPLAY "SQL " stmt-no " " sql-kind " " sql-cursor
000478     " line " exec-line-no " host variables " HvCount.
000479  IF hv-lost > 0
000480     DISPLAY "SQL precompile: statement " stmt-no " has more "
000481        "than 10 host variables - " hv-lost " not passed"
000482  END-IF.
000483
000484 3400-GENERATE-CALL.
000485  MOVE HvCount TO hvc-out.
000486  MOVE SPACES TO gen-line(1).
000487  STRING "    CALL " QUOTE "CBU00308" QUOTE
000488     " USING BY CONTENT " QUOTE stmt-no QUOTE " "
000489     QUOTE sql-kind QUOTE DELIMITED BY SIZE INTO gen-line(1).
000490  MOVE SPACES TO gen-line(2).
000491  STRING "       " QUOTE sql-cursor QUOTE " " QUOTE hvc-out
000492     QUOTE " BY REFERENCE SQLCA" DELIMITED BY SIZE
000493     INTO gen-line(2).
000494  MOVE 2 TO GenCount.
000495  PERFORM VARYING h FROM 1 BY 1 UNTIL h > HvCount
000496     PERFORM 3500-QUALIFY
000497     ADD 1 TO GenCount
000498     MOVE SPACES TO gen-line(GenCount)
000499     STRING "       BY CONTENT " QUOTE hv-dir(h) QUOTE
000500        " LENGTH OF " DELIMITED BY SIZE
000501        q-field DELIMITED BY SPACE INTO gen-line(GenCount)
000502     PERFORM 3600-PUT-GROUP
000503     ADD 1 TO GenCount
000504     MOVE SPACES TO gen-line(GenCount)
000505     STRING "       BY REFERENCE " DELIMITED BY SIZE
000506        q-field DELIMITED BY SPACE INTO gen-line(GenCount)
000507     PERFORM 3600-PUT-GROUP
000508  END-PERFORM.
000508  PERFORM 3800-WHENEVER-TESTS.
000509
000510* :GROUP.FIELD in SQL is FIELD OF GROUP in COBOL
000511 3500-QUALIFY.
000512  MOVE SPACES TO q-field.
000513  MOVE SPACES TO q-group.
000514  UNSTRING hv-name(h) DELIMITED BY "." INTO q-group q-field.
000515  IF q-field = SPACES
000516     MOVE q-group TO q-field
000517     MOVE SPACES TO q-group
000518  END-IF.
000519
000520 3600-PUT-GROUP.
000521  IF q-group <> SPACES
000522     ADD 1 TO GenCount
000523     MOVE SPACES TO gen-line(GenCount)
000524     STRING "          OF " DELIMITED BY SIZE
000525        q-group DELIMITED BY SPACE INTO gen-line(GenCount)
000526  END-IF.
000527
000527* WHENEVER SQLERROR, SQLWARNING or NOT FOUND, then CONTINUE,
000527* GO TO label or GOTO label: the label is kept for the
000527* condition until the next WHENEVER for it
000527 3700-WHENEVER.
000527  MOVE 3 TO t.
000527  IF tok(2) = "NOT"
000527     MOVE 4 TO t
000527  END-IF.
000527  MOVE SPACES TO wh-action.
000527  EVALUATE tok(t)
000527  WHEN "CONTINUE"
000527     CONTINUE
000527  WHEN "GOTO"
000527     MOVE tok(t + 1) TO wh-action
000527  WHEN "GO"
000527     MOVE tok(t + 2) TO wh-action
000527  WHEN OTHER
000527     DISPLAY "SQL precompile: WHENEVER at line " exec-line-no
000527        " - action " tok(t) " is not translated"
000527     EXIT PARAGRAPH
000527  END-EVALUATE.
000527  EVALUATE tok(2)
000527  WHEN "SQLERROR"
000527     MOVE wh-action TO wh-error
000527  WHEN "SQLWARNING"
000527     MOVE wh-action TO wh-warning
000527  WHEN "NOT"
000527     MOVE wh-action TO wh-notfound
000527  WHEN OTHER
000527     DISPLAY "SQL precompile: WHENEVER at line " exec-line-no
000527        " - condition " tok(2) " is not translated"
000527     EXIT PARAGRAPH
000527  END-EVALUATE.
000527  ADD 1 TO nb-whenever.
000527
000527* the WHENEVER actions in force, tested right after the call
000527 3800-WHENEVER-TESTS.
000527  IF wh-error <> SPACES
000527     ADD 1 TO GenCount
000527     MOVE SPACES TO gen-line(GenCount)
000527     STRING "    IF SQLCODE < 0 GO TO " DELIMITED BY SIZE
000527        wh-error DELIMITED BY SPACE
000527        " END-IF" DELIMITED BY SIZE INTO gen-line(GenCount)
000527  END-IF.
000527  IF wh-notfound <> SPACES
000527     ADD 1 TO GenCount
000527     MOVE SPACES TO gen-line(GenCount)
000527     STRING "    IF SQLCODE = 100 GO TO " DELIMITED BY SIZE
000527        wh-notfound DELIMITED BY SPACE
000527        " END-IF" DELIMITED BY SIZE INTO gen-line(GenCount)
000527  END-IF.
000527  IF wh-warning <> SPACES
000527     ADD 1 TO GenCount
000527     MOVE SPACES TO gen-line(GenCount)
000527     STRING "    IF SQLWARN0 = " QUOTE "W" QUOTE " GO TO "
000527        DELIMITED BY SIZE
000527        wh-warning DELIMITED BY SPACE
000527        " END-IF" DELIMITED BY SIZE INTO gen-line(GenCount)
000527  END-IF.
000527
000528 8000-TEXT-LENGTH.
000529  MOVE 65 TO g-len.
000530  PERFORM UNTIL g-len = 0 OR out-text(g-len:1) <> SPACE
000531     SUBTRACT 1 FROM g-len
000532  END-PERFORM.
000533 END PROGRAM CBU00312.
