000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-precompile-io
000013*	source name: CBU00429.cob
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

000044*>Prepare a unit for its file-status and restart tests: copies
000045*>its source to SourceOut with a call to CBU-file-io after
000046*>every OPEN, READ, WRITE, REWRITE, DELETE, START and CLOSE on
000047*>its files, and a call to CBU-restart-point closing each
000048*>paragraph named in RestartParas, so the faults scripted with
000049*>CBU-file-fault, the I/O volume kept with the result and the
000050*>abend points of CBU-run-restart reach a unit nobody edited
000051*>by hand.
000052*>  - a file is reported under its ASSIGN name as written (the
000053*>    literal's text, or the word), the name CBU-map-file and
000054*>    CBU-file-fault take; WRITE and REWRITE find their file
000055*>    through the 01 records of its FD
000056*>  - the call follows the whole statement: after its END-
000057*>    terminator, after its last line, before an END-IF, ELSE
000058*>    or WHEN closing a scope around its AT END / INVALID KEY
000059*>    phrase, or - with such a phrase and nothing closing it -
000060*>    after the sentence its period ends; the unit's status
000061*>    check that comes next sees the scripted status while the
000062*>    phrases act on the real outcome; an I/O statement inside
000063*>    a phrase gets its own call
000064*>  - the restart call is a sentence of its own at the end of
000065*>    the paragraph; a paragraph left by GO TO never reaches it
000066*>An I/O statement is expected to start its line, and a scope
000067*>end closing a scope around it to start a line of its own; an
000068*>I/O statement written after another on the same line is not
000069*>seen. A file without FILE STATUS is reported and left alone.
000070*>The calls are listed as they are made.
000071* arg1: SourceIn - source of the unit
000072* arg2: SourceOut - translated source to write
000073* arg3: RestartParas - paragraphs that complete one input
000074*       record, separated by spaces (up to 10); SPACES for none
000075 IDENTIFICATION DIVISION.
000076 PROGRAM-ID.   CBU00429.
000077 ENVIRONMENT    DIVISION.
000078 INPUT-OUTPUT SECTION.
000079 FILE-CONTROL.
000080    SELECT OPTIONAL SourceFile ASSIGN TO src-path
000081       ORGANIZATION IS LINE SEQUENTIAL
000082       FILE STATUS IS src-status.
000083    SELECT OutFile ASSIGN TO out-path
000084       ORGANIZATION IS LINE SEQUENTIAL
000085       FILE STATUS IS out-status.
000086 DATA DIVISION.
000087 FILE SECTION.
000088 	FD SourceFile.
000089 	01 SourceLine PIC X(80).
000090 	FD OutFile.
000091 	01 OutLine PIC X(80).
000092 WORKING-STORAGE SECTION.
000093  01 src-path PIC X(40).
000094  01 src-status PIC X(2).
000095  01 out-path PIC X(40).
000096  01 out-status PIC X(2).
000097  01 SourceEOF PIC 9(1).
000098  01 line-no PIC 9(5).
000099  01 line-text PIC X(80).
000100  01 up-line PIC X(80).
000101  01 hit-pos PIC 9(3).
000102  01 p PIC 9(4).
000103  01 q PIC 9(4).
000104  01 part-state PIC 9(1).
000105     88 in-other VALUE 0.
000106     88 in-file-control VALUE 1.
000107     88 in-file-section VALUE 2.
000108     88 in-procedure VALUE 3.
000109  01 ent-buf PIC X(4000).
000110  01 ent-up PIC X(4000).
000111  01 ent-ptr PIC 9(4).
000112  01 ent-len PIC 9(4).
000113  01 quote-ch PIC X(1).
000114  01 depth PIC 9(2).
000115  01 in-quote PIC 9(1).
000116  01 TokCount PIC 9(3).
000117  01 ListeTokens.
000118    05 TokenEntry OCCURS 100 TIMES.
000119      10 tok-text PIC X(80).
000120      10 tok-up PIC X(80).
000121  01 t PIC 9(3).
000122  01 tk-len PIC 9(2).
000123  01 id-text PIC X(80).
000124  01 id-ptr PIC 9(2).
000125  01 word-up PIC X(80).
000126  01 IoFileCount PIC 9(2).
000127  01 ListeIoFiles.
000128    05 IoFileEntry OCCURS 50 TIMES.
000129      10 fl-name PIC X(30).
000130      10 fl-external PIC X(30).
000131      10 fl-status PIC X(30).
000132      10 fl-status-of PIC X(30).
000133      10 fl-calls PIC 9(4).
000134      10 fl-warned PIC 9(1).
000135  01 f PIC 9(2).
000136  01 k PIC 9(2).
000137  01 cur-fd PIC 9(2).
000138  01 IoRecCount PIC 9(3).
000139  01 ListeIoRecords.
000140    05 IoRecEntry OCCURS 200 TIMES.
000141      10 rc-name PIC X(30).
000142      10 rc-file PIC 9(2).
000143  01 r PIC 9(3).
000144  01 PointCount PIC 9(2).
000145  01 ListePoints.
000146    05 PointEntry OCCURS 10 TIMES.
000147      10 pt-name PIC X(30).
000148      10 pt-found PIC 9(1).
000149  01 pt-ptr PIC 9(3).
000150  01 open-point PIC 9(2).
000151  01 first-word PIC X(80).
000152  01 line-period PIC 9(1).
000153  01 period-col PIC 9(2).
000154  01 header-line PIC 9(1).
000155  01 new-statement PIC 9(1).
000156  01 io-verb PIC 9(1).
000157  01 line-taken PIC 9(1).
000158  01 StmtCount PIC 9(1).
000159  01 ListeStatements.
000160    05 StmtEntry OCCURS 5 TIMES.
000161      10 st-verb PIC X(8).
000162      10 st-end-word PIC X(12).
000163      10 st-line PIC 9(5).
000164      10 st-cond PIC 9(1).
000165      10 st-depth PIC 9(2).
000166      10 st-ifs PIC 9(2).
000167      10 st-evals PIC 9(2).
000168      10 st-performs PIC 9(2).
000169      10 st-target-count PIC 9(2).
000170      10 st-target PIC 9(2) OCCURS 10 TIMES.
000171  01 s PIC 9(1).
000172  01 DueCount PIC 9(2).
000173  01 ListeDue.
000174    05 DueEntry OCCURS 50 TIMES.
000175      10 due-file PIC 9(2).
000176      10 due-verb PIC X(8).
000177      10 due-line PIC 9(5).
000178  01 keep-period PIC 9(1).
000179  01 implicit-end PIC 9(1).
000180  01 g PIC 9(2).
000181  01 calls-due PIC 9(2).
000182  01 calls-made PIC 9(2).
000183  01 call-period PIC 9(1).
000184  01 nb-calls PIC 9(4).
000185  01 nb-points PIC 9(2).
000186  01 out-text PIC X(65).
000187  01 g-len PIC 9(2).
000188  01 ext-literal PIC X(32).
000189  01 verb-literal PIC X(10).
000190  COPY CBUC0002.
000191 LINKAGE SECTION.
000192  77 SourceIn PIC X(40).
000193  77 SourceOut PIC X(40).
000194  77 RestartParas PIC X(60).
000195  COPY CBUC0001.
000196 PROCEDURE DIVISION USING CBU-ctx SourceIn SourceOut
000197      RestartParas.
000198  MOVE SourceIn TO src-path.
000199  MOVE SourceOut TO out-path.
000200  OPEN INPUT SourceFile.
000201  IF src-status <> "00"
000202     DISPLAY "I/O translate: source '" SourceIn
000203        "' cannot be read"
000204     CLOSE SourceFile
000205     EXIT PROGRAM
000206  END-IF.
000207  OPEN OUTPUT OutFile.
000208  IF out-status <> "00"
000209     DISPLAY "I/O translate: '" SourceOut
000210        "' cannot be written"
000211     CLOSE SourceFile
000212     EXIT PROGRAM
000213  END-IF.
000214  PERFORM 1000-SPLIT-POINTS.
000215  MOVE 0 TO IoFileCount IoRecCount cur-fd.
000216  MOVE 0 TO StmtCount DueCount open-point nb-calls nb-points.
000217  MOVE SPACES TO ent-buf ent-up.
000218  MOVE 1 TO ent-ptr.
000219  MOVE 0 TO in-quote.
000220  SET in-other TO TRUE.
000221  MOVE 0 TO line-no.
000222  MOVE 0 TO SourceEOF.
000223  PERFORM UNTIL SourceEOF = 1
000224     READ SourceFile
000225        AT END MOVE 1 TO SourceEOF
000226        NOT AT END
000227           ADD 1 TO line-no
000228           PERFORM 2000-SOURCE-LINE
000229     END-READ
000230  END-PERFORM.
000231  PERFORM 3900-END-STATEMENT UNTIL StmtCount = 0.
000232  MOVE 0 TO call-period.
000233  PERFORM 5000-FILE-CALLS.
000234  IF open-point > 0
000235     PERFORM 5100-RESTART-CALL
000236  END-IF.
000237  CLOSE SourceFile.
000238  CLOSE OutFile.
000239  PERFORM 6000-LISTING.
000240  EXIT PROGRAM.
000241
000242* the paragraph names of RestartParas, in upper case
000243 1000-SPLIT-POINTS.
000244  MOVE 0 TO PointCount.
000245  MOVE 1 TO pt-ptr.
000246  PERFORM UNTIL pt-ptr > 60 OR PointCount >= 10
000247     IF RestartParas(pt-ptr:1) = SPACE
000248        ADD 1 TO pt-ptr
000249     ELSE
000250        ADD 1 TO PointCount
000251        MOVE SPACES TO pt-name(PointCount)
000252        UNSTRING RestartParas DELIMITED BY ALL SPACE
000253           INTO pt-name(PointCount) WITH POINTER pt-ptr
000254        END-UNSTRING
000255        INSPECT pt-name(PointCount) CONVERTING
000256           "abcdefghijklmnopqrstuvwxyz"
000257           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000258        MOVE 0 TO pt-found(PointCount)
000259     END-IF
000260  END-PERFORM.
000261
000262* one source line: SELECT and FD entries are learned and the
000263* line copied; procedure lines are translated
000264 2000-SOURCE-LINE.
000265  IF SourceLine(7:1) = "*" OR SourceLine(7:1) = "/"
000266     MOVE SourceLine TO OutLine
000267     WRITE OutLine
000268     EXIT PARAGRAPH
000269  END-IF.
000270  MOVE SourceLine TO line-text.
000271  INSPECT line-text REPLACING ALL X"09" BY SPACE.
000272  MOVE line-text TO up-line.
000273  INSPECT up-line CONVERTING "abcdefghijklmnopqrstuvwxyz"
000274     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000275  IF in-procedure
000276     PERFORM 3000-PROCEDURE-LINE
000277     EXIT PARAGRAPH
000278  END-IF.
000279  MOVE SourceLine TO OutLine.
000280  WRITE OutLine.
000281  PERFORM 2100-PART.
000282  IF hit-pos < 65
000283     EXIT PARAGRAPH
000284  END-IF.
000285  IF in-file-control OR in-file-section
000286     PERFORM 2200-ENTRY-TEXT
000287  END-IF.
000288
000289* the division or section a line opens; hit-pos < 65 when the
000290* line is one of them
000291 2100-PART.
000292  MOVE 0 TO hit-pos.
000293  INSPECT up-line(8:65) TALLYING hit-pos
000294     FOR CHARACTERS BEFORE INITIAL "PROCEDURE DIVISION".
000295  IF hit-pos < 65
000296     SET in-procedure TO TRUE
000297     EXIT PARAGRAPH
000298  END-IF.
000299  MOVE 0 TO hit-pos.
000300  INSPECT up-line(8:65) TALLYING hit-pos
000301     FOR CHARACTERS BEFORE INITIAL "FILE-CONTROL".
000302  IF hit-pos < 65
000303     SET in-file-control TO TRUE
000304     PERFORM 2110-NEW-ENTRY
000305     EXIT PARAGRAPH
000306  END-IF.
000307  MOVE 0 TO hit-pos.
000308  INSPECT up-line(8:65) TALLYING hit-pos
000309     FOR CHARACTERS BEFORE INITIAL "FILE SECTION".
000310  IF hit-pos < 65
000311     SET in-file-section TO TRUE
000312     PERFORM 2110-NEW-ENTRY
000313     EXIT PARAGRAPH
000314  END-IF.
000315  MOVE 0 TO hit-pos.
000316  INSPECT up-line(8:65) TALLYING hit-pos
000317     FOR CHARACTERS BEFORE INITIAL "I-O-CONTROL".
000318  IF hit-pos < 65
000319     SET in-other TO TRUE
000320     EXIT PARAGRAPH
000321  END-IF.
000322  MOVE 0 TO hit-pos.
000323  INSPECT up-line(8:65) TALLYING hit-pos
000324     FOR CHARACTERS BEFORE INITIAL "DATA DIVISION".
000325  IF hit-pos < 65
000326     SET in-other TO TRUE
000327     EXIT PARAGRAPH
000328  END-IF.
000329  MOVE 0 TO hit-pos.
000330  INSPECT up-line(8:65) TALLYING hit-pos
000331     FOR CHARACTERS BEFORE INITIAL "-STORAGE SECTION".
000332  IF hit-pos < 65
000333     SET in-other TO TRUE
000334     EXIT PARAGRAPH
000335  END-IF.
000336  MOVE 0 TO hit-pos.
000337  INSPECT up-line(8:65) TALLYING hit-pos
000338     FOR CHARACTERS BEFORE INITIAL "LINKAGE SECTION".
000339  IF hit-pos < 65
000340     SET in-other TO TRUE
000341  END-IF.
000342
000343 2110-NEW-ENTRY.
000344  MOVE SPACES TO ent-buf ent-up.
000345  MOVE 1 TO ent-ptr.
000346  MOVE 0 TO in-quote.
000347
000348* SELECT and FD entries gathered up to their period
000349 2200-ENTRY-TEXT.
000350  PERFORM VARYING p FROM 8 BY 1 UNTIL p > 72
000351     IF in-quote = 1
000352        IF line-text(p:1) = quote-ch
000353           MOVE 0 TO in-quote
000354        END-IF
000355        PERFORM 2210-KEEP-CHAR
000356     ELSE
000357        IF line-text(p:1) = QUOTE OR line-text(p:1) = "'"
000358           MOVE line-text(p:1) TO quote-ch
000359           MOVE 1 TO in-quote
000360           PERFORM 2210-KEEP-CHAR
000361        ELSE
000362           IF line-text(p:1) = "."
000363              AND (p = 72 OR line-text(p + 1:1) = SPACE)
000364              COMPUTE ent-len = ent-ptr - 1
000365              PERFORM 2300-ENTRY
000366              PERFORM 2110-NEW-ENTRY
000367           ELSE
000368              PERFORM 2210-KEEP-CHAR
000369           END-IF
000370        END-IF
000371     END-IF
000372  END-PERFORM.
000373  IF ent-ptr > 1 AND ent-ptr < 4000
000374     MOVE SPACE TO ent-buf(ent-ptr:1)
000375     MOVE SPACE TO ent-up(ent-ptr:1)
000376     ADD 1 TO ent-ptr
000377  END-IF.
000378
000379 2210-KEEP-CHAR.
000380  IF ent-ptr < 4000
000381     MOVE line-text(p:1) TO ent-buf(ent-ptr:1)
000382     MOVE up-line(p:1) TO ent-up(ent-ptr:1)
000383     ADD 1 TO ent-ptr
000384  END-IF.
000385
000386 2300-ENTRY.
000387  PERFORM 2400-TOKENIZE.
000388  IF TokCount = 0
000389     EXIT PARAGRAPH
000390  END-IF.
000391  IF in-file-control AND tok-up(1) = "SELECT"
000392     PERFORM 2500-SELECT
000393  END-IF.
000394  IF in-file-section
000395     PERFORM 2600-FD-ENTRY
000396  END-IF.
000397
000398 2400-TOKENIZE.
000399  MOVE 0 TO TokCount.
000400  MOVE 1 TO q.
000401  PERFORM UNTIL q > ent-len
000402     IF ent-up(q:1) = SPACE
000403        OR (ent-up(q:1) = "," AND ent-up(q + 1:1) = SPACE)
000404        OR (ent-up(q:1) = ";" AND ent-up(q + 1:1) = SPACE)
000405        ADD 1 TO q
000406     ELSE
000407        PERFORM 2410-TOKEN
000408     END-IF
000409  END-PERFORM.
000410
000411* a word, a literal, or a word with its parentheses - a
000412* parenthesis opening after a space belongs to the word before
000413 2410-TOKEN.
000414  IF ent-up(q:1) = "(" AND TokCount > 0
000415     MOVE tok-text(TokCount) TO id-text
000416     PERFORM 8000-ID-LENGTH
000417     MOVE id-ptr TO tk-len
000418  ELSE
000419     IF TokCount < 100
000420        ADD 1 TO TokCount
000421     END-IF
000422     MOVE SPACES TO tok-text(TokCount) tok-up(TokCount)
000423     MOVE 0 TO tk-len
000424  END-IF.
000425  MOVE 0 TO depth.
000426  MOVE 0 TO in-quote.
000427  PERFORM UNTIL q > ent-len
000428     OR (in-quote = 0 AND depth = 0 AND ent-up(q:1) = SPACE)
000429     IF in-quote = 1
000430        IF ent-up(q:1) = quote-ch
000431           MOVE 0 TO in-quote
000432        END-IF
000433     ELSE
000434        EVALUATE TRUE
000435        WHEN ent-up(q:1) = QUOTE OR ent-up(q:1) = "'"
000436           MOVE ent-up(q:1) TO quote-ch
000437           MOVE 1 TO in-quote
000438        WHEN ent-up(q:1) = "("
000439           ADD 1 TO depth
000440        WHEN ent-up(q:1) = ")" AND depth > 0
000441           SUBTRACT 1 FROM depth
000442        END-EVALUATE
000443     END-IF
000444     IF tk-len < 80
000445        ADD 1 TO tk-len
000446        MOVE ent-buf(q:1) TO tok-text(TokCount)(tk-len:1)
000447        MOVE ent-up(q:1) TO tok-up(TokCount)(tk-len:1)
000448     END-IF
000449     ADD 1 TO q
000450  END-PERFORM.
000451  MOVE 0 TO in-quote.
000452
000453* SELECT [OPTIONAL] file ... ASSIGN ... FILE STATUS ...
000454 2500-SELECT.
000455  IF IoFileCount >= 50
000456     DISPLAY "I/O translate: more than 50 files - "
000457        tok-text(2)(1:30) " ignored"
000458     EXIT PARAGRAPH
000459  END-IF.
000460  MOVE 2 TO t.
000461  IF tok-up(2) = "OPTIONAL" AND TokCount > 2
000462     MOVE 3 TO t
000463  END-IF.
000464  ADD 1 TO IoFileCount.
000465  MOVE IoFileCount TO f.
000466  MOVE tok-up(t) TO fl-name(f).
000467  MOVE SPACES TO fl-external(f) fl-status(f) fl-status-of(f).
000468  MOVE 0 TO fl-calls(f) fl-warned(f).
000469  PERFORM UNTIL t >= TokCount
000470     ADD 1 TO t
000471     EVALUATE tok-up(t)
000472     WHEN "ASSIGN"
000473        PERFORM 2510-ASSIGN
000474     WHEN "STATUS"
000475        PERFORM 2520-STATUS
000476     END-EVALUATE
000477  END-PERFORM.
000478  IF fl-external(f) = SPACES
000479     MOVE fl-name(f) TO fl-external(f)
000480  END-IF.
000481
000482* ASSIGN [TO] [EXTERNAL | DYNAMIC | USING] name
000483 2510-ASSIGN.
000484  PERFORM UNTIL t >= TokCount
000485     OR (tok-up(t + 1) <> "TO" AND tok-up(t + 1) <> "EXTERNAL"
000486        AND tok-up(t + 1) <> "DYNAMIC"
000487        AND tok-up(t + 1) <> "USING")
000488     ADD 1 TO t
000489  END-PERFORM.
000490  IF t >= TokCount
000491     EXIT PARAGRAPH
000492  END-IF.
000493  ADD 1 TO t.
000494  MOVE tok-text(t) TO id-text.
000495  PERFORM 8000-ID-LENGTH.
000496  IF (id-text(1:1) = QUOTE OR id-text(1:1) = "'")
000497     AND id-ptr > 2
000498     MOVE id-text(2:id-ptr - 2) TO fl-external(f)
000499  ELSE
000500     MOVE id-text TO fl-external(f)
000501  END-IF.
000502
000503* [FILE] STATUS [IS] name [OF | IN name]
000504 2520-STATUS.
000505  IF t < TokCount AND tok-up(t + 1) = "IS"
000506     ADD 1 TO t
000507  END-IF.
000508  IF t >= TokCount
000509     EXIT PARAGRAPH
000510  END-IF.
000511  ADD 1 TO t.
000512  MOVE tok-text(t) TO fl-status(f).
000513  IF t + 2 <= TokCount
000514     AND (tok-up(t + 1) = "OF" OR tok-up(t + 1) = "IN")
000515     MOVE tok-text(t + 2) TO fl-status-of(f)
000516     ADD 2 TO t
000517  END-IF.
000518
000519* FD or SD opens a file's records; each 01 under it is one
000520 2600-FD-ENTRY.
000521  IF tok-up(1) = "FD" OR tok-up(1) = "SD"
000522     MOVE 0 TO cur-fd
000523     PERFORM VARYING f FROM 1 BY 1 UNTIL f > IoFileCount
000524        IF fl-name(f) = tok-up(2)
000525           MOVE f TO cur-fd
000526        END-IF
000527     END-PERFORM
000528     EXIT PARAGRAPH
000529  END-IF.
000530  IF (tok-up(1) = "01" OR tok-up(1) = "1")
000531     AND cur-fd > 0 AND TokCount > 1
000532     IF IoRecCount < 200
000533        ADD 1 TO IoRecCount
000534        MOVE tok-up(2) TO rc-name(IoRecCount)
000535        MOVE cur-fd TO rc-file(IoRecCount)
000536     END-IF
000537  END-IF.
000538
000539* a procedure line: the I/O statements under way are carried on
000540* or ended, a paragraph header ends a restart paragraph, and an
000541* I/O statement starting the line is opened
000542 3000-PROCEDURE-LINE.
000543  PERFORM 3100-LINE-WORDS.
000544  MOVE 0 TO line-taken.
000545  PERFORM 3300-CARRY-STATEMENT
000546     UNTIL StmtCount = 0 OR line-taken = 1.
000547  IF line-taken = 1
000548     EXIT PARAGRAPH
000549  END-IF.
000550  IF header-line = 1
000551     PERFORM 3400-PARAGRAPH-START
000552     EXIT PARAGRAPH
000553  END-IF.
000554  PERFORM 8210-IS-IO-VERB.
000555  IF io-verb = 1
000556     MOVE 0 TO DueCount
000557     PERFORM 3500-OPEN-STATEMENT
000558     PERFORM 3600-SCAN-WORDS
000559     PERFORM 3700-LINE-OUT
000560  ELSE
000561     MOVE SourceLine TO OutLine
000562     WRITE OutLine
000563  END-IF.
000564
000565* the words of the line, its first word, whether it ends with
000566* a period and whether it is a paragraph or section header
000567 3100-LINE-WORDS.
000568  MOVE SPACES TO ent-buf ent-up.
000569  MOVE line-text(8:65) TO ent-buf.
000570  MOVE up-line(8:65) TO ent-up.
000571  MOVE 65 TO ent-len.
000572  PERFORM 2400-TOKENIZE.
000573  MOVE SPACES TO first-word.
000574  IF TokCount > 0
000575     MOVE tok-up(1) TO word-up
000576     PERFORM 8100-STRIP-PERIOD
000577     MOVE word-up TO first-word
000578  END-IF.
000579  MOVE 0 TO line-period.
000580  MOVE 72 TO period-col.
000581  PERFORM UNTIL period-col < 8
000582     OR line-text(period-col:1) <> SPACE
000583     SUBTRACT 1 FROM period-col
000584  END-PERFORM.
000585  IF period-col >= 8
000586     IF line-text(period-col:1) = "."
000587        MOVE 1 TO line-period
000588     END-IF
000589  END-IF.
000590  MOVE 0 TO header-line.
000591  IF TokCount = 1 AND line-period = 1
000592     PERFORM 8200-IS-VERB
000593     IF new-statement = 0
000594        MOVE 1 TO header-line
000595     END-IF
000596  END-IF.
000597  IF TokCount = 2 AND tok-up(2) = "SECTION."
000598     MOVE 1 TO header-line
000599  END-IF.
000600  IF TokCount >= 2 AND tok-up(1) = "END"
000601     AND tok-up(2) = "PROGRAM"
000602     MOVE 1 TO header-line
000603  END-IF.
000604
000605* a line inside the innermost statement is its continuation; a
000606* new statement, ELSE, WHEN, another scope terminator or a header
000607* ends it - while an AT END / INVALID KEY phrase is open only a
000608* header or a scope end closing a scope around it does, and an
000609* I/O statement starting the line is one nested in the phrase
000610 3300-CARRY-STATEMENT.
000611  MOVE StmtCount TO s.
000612  PERFORM 8200-IS-VERB.
000613  IF first-word = st-end-word(s)
000614     MOVE 0 TO new-statement
000615  END-IF.
000616  IF header-line = 1
000617     MOVE 1 TO new-statement
000618  END-IF.
000619  MOVE first-word TO word-up.
000620  PERFORM 3610-IMPLICIT-END.
000621  IF st-cond(s) = 0 OR header-line = 1
000622     MOVE new-statement TO implicit-end
000623  END-IF.
000624  IF implicit-end = 1
000625     MOVE 0 TO DueCount
000626     PERFORM 3900-END-STATEMENT
000627     MOVE 0 TO call-period
000628     PERFORM 5000-FILE-CALLS
000629     EXIT PARAGRAPH
000630  END-IF.
000631  MOVE 1 TO line-taken.
000632  MOVE 0 TO DueCount.
000633  PERFORM 8210-IS-IO-VERB.
000634  IF new-statement = 1 AND io-verb = 1
000635     PERFORM 3500-OPEN-STATEMENT
000636  ELSE
000637     MOVE 1 TO t
000638  END-IF.
000639  PERFORM 3600-SCAN-WORDS.
000640  PERFORM 3700-LINE-OUT.
000641
000642* a paragraph or section header; the restart paragraph before it
000643* is closed, and one named in RestartParas is opened
000644 3400-PARAGRAPH-START.
000645  IF open-point > 0
000646     PERFORM 5100-RESTART-CALL
000647  END-IF.
000648  MOVE SourceLine TO OutLine.
000649  WRITE OutLine.
000650  MOVE tok-up(1) TO word-up.
000651  PERFORM 8100-STRIP-PERIOD.
000652  PERFORM VARYING k FROM 1 BY 1 UNTIL k > PointCount
000653     IF pt-name(k) = word-up
000654        MOVE k TO open-point
000655        MOVE 1 TO pt-found(k)
000656     END-IF
000657  END-PERFORM.
000658
000659* an I/O statement: its verb, terminator and files
000660 3500-OPEN-STATEMENT.
000661  IF StmtCount < 5
000662     ADD 1 TO StmtCount
000663  END-IF.
000664  MOVE StmtCount TO s.
000665  MOVE first-word TO st-verb(s).
000666  MOVE SPACES TO st-end-word(s).
000667  IF st-verb(s) <> "OPEN" AND st-verb(s) <> "CLOSE"
000668     STRING "END-" st-verb(s) DELIMITED BY SPACE
000669        INTO st-end-word(s)
000670  END-IF.
000671  MOVE line-no TO st-line(s).
000672  MOVE 0 TO st-cond(s) st-depth(s) st-target-count(s).
000673  MOVE 0 TO st-ifs(s) st-evals(s) st-performs(s).
000674  IF st-verb(s) = "OPEN" OR st-verb(s) = "CLOSE"
000675     MOVE 2 TO t
000676  ELSE
000677     IF TokCount >= 2
000678        MOVE tok-up(2) TO word-up
000679        PERFORM 8100-STRIP-PERIOD
000680        PERFORM 3800-ADD-TARGET
000681     END-IF
000682     MOVE 3 TO t
000683  END-IF.
000684
000685* the words of the innermost statement from word t: its
000686* phrases and the scopes opened in them, nested statements of
000687* the same verb, its terminator or a scope end closing it - the
000688* words after it go to the statement around it - and the files
000689* of OPEN and CLOSE
000690 3600-SCAN-WORDS.
000691  PERFORM UNTIL t > TokCount OR StmtCount = 0
000692     MOVE StmtCount TO s
000693     MOVE tok-up(t) TO word-up
000694     PERFORM 8100-STRIP-PERIOD
000695     PERFORM 3610-IMPLICIT-END
000696     IF st-cond(s) = 1 AND implicit-end = 1
000697        PERFORM 3900-END-STATEMENT
000698     ELSE
000699        PERFORM 3620-SCAN-WORD
000700        ADD 1 TO t
000701     END-IF
000702  END-PERFORM.
000703
000704* a scope end that closes a scope around the statement - or a
000705* statement of another verb - while a phrase of it is open
000706 3610-IMPLICIT-END.
000707  MOVE 0 TO implicit-end.
000708  EVALUATE word-up
000709  WHEN "ELSE"
000710  WHEN "END-IF"
000711     IF st-ifs(s) = 0
000712        MOVE 1 TO implicit-end
000713     END-IF
000714  WHEN "WHEN"
000715  WHEN "END-EVALUATE"
000716  WHEN "END-SEARCH"
000717     IF st-evals(s) = 0
000718        MOVE 1 TO implicit-end
000719     END-IF
000720  WHEN "END-PERFORM"
000721     IF st-performs(s) = 0
000722        MOVE 1 TO implicit-end
000723     END-IF
000724  WHEN "END-READ"
000725  WHEN "END-WRITE"
000726  WHEN "END-REWRITE"
000727  WHEN "END-DELETE"
000728  WHEN "END-START"
000729  WHEN "END-RETURN"
000730     IF word-up <> st-end-word(s)
000731        MOVE 1 TO implicit-end
000732     END-IF
000733  END-EVALUATE.
000734
000735 3620-SCAN-WORD.
000736  EVALUATE TRUE
000737  WHEN word-up = st-end-word(s) AND word-up <> SPACES
000738     IF st-depth(s) > 0
000739        SUBTRACT 1 FROM st-depth(s)
000740     ELSE
000741        PERFORM 3900-END-STATEMENT
000742     END-IF
000743  WHEN word-up = st-verb(s) AND st-cond(s) = 1
000744     ADD 1 TO st-depth(s)
000745  WHEN word-up = "AT" OR word-up = "END"
000746     OR word-up = "INVALID" OR word-up = "NOT"
000747     OR word-up = "EOP" OR word-up = "END-OF-PAGE"
000748     MOVE 1 TO st-cond(s)
000749  WHEN st-cond(s) = 1
000750     PERFORM 3630-PHRASE-SCOPE
000751  WHEN st-verb(s) = "OPEN" OR st-verb(s) = "CLOSE"
000752     PERFORM 3800-ADD-TARGET
000753  END-EVALUATE.
000754
000755* IF, EVALUATE, SEARCH and in-line PERFORM opened in a phrase,
000756* and their ends
000757 3630-PHRASE-SCOPE.
000758  EVALUATE word-up
000759  WHEN "IF"
000760     ADD 1 TO st-ifs(s)
000761  WHEN "END-IF"
000762     SUBTRACT 1 FROM st-ifs(s)
000763  WHEN "EVALUATE"
000764  WHEN "SEARCH"
000765     ADD 1 TO st-evals(s)
000766  WHEN "END-EVALUATE"
000767  WHEN "END-SEARCH"
000768     SUBTRACT 1 FROM st-evals(s)
000769  WHEN "PERFORM"
000770     IF t >= TokCount
000771        ADD 1 TO st-performs(s)
000772     ELSE
000773        IF tok-up(t + 1) = "UNTIL" OR tok-up(t + 1) = "VARYING"
000774           OR tok-up(t + 1) = "WITH" OR tok-up(t + 1) = "TEST"
000775           ADD 1 TO st-performs(s)
000776        END-IF
000777     END-IF
000778  WHEN "END-PERFORM"
000779     SUBTRACT 1 FROM st-performs(s)
000780  END-EVALUATE.
000781
000782* the line is written and the calls of the statements ending on
000783* it follow - with the line's period moved after them, or after
000784* the sentence when an AT END / INVALID KEY phrase it ends has no
000785* terminator
000786 3700-LINE-OUT.
000787  MOVE SourceLine TO OutLine.
000788  MOVE 0 TO keep-period.
000789  IF line-period = 1
000790     PERFORM UNTIL StmtCount = 0
000791        IF st-cond(StmtCount) = 1
000792           MOVE 1 TO keep-period
000793        END-IF
000794        PERFORM 3900-END-STATEMENT
000795     END-PERFORM
000796  END-IF.
000797  MOVE 0 TO call-period.
000798  PERFORM 5200-COUNT-DUE.
000799  IF line-period = 1 AND calls-due > 0
000800     MOVE 1 TO call-period
000801     IF keep-period = 0
000802        MOVE SPACE TO OutLine(period-col:1)
000803     END-IF
000804  END-IF.
000805  WRITE OutLine.
000806  PERFORM 5000-FILE-CALLS.
000807
000808* the file of word-up: a file name, or for WRITE and REWRITE
000809* one of its records
000810 3800-ADD-TARGET.
000811  MOVE StmtCount TO s.
000812  MOVE 0 TO k.
000813  IF st-verb(s) = "WRITE" OR st-verb(s) = "REWRITE"
000814     PERFORM VARYING r FROM 1 BY 1 UNTIL r > IoRecCount
000815        IF rc-name(r) = word-up
000816           MOVE rc-file(r) TO k
000817        END-IF
000818     END-PERFORM
000819  ELSE
000820     PERFORM VARYING f FROM 1 BY 1 UNTIL f > IoFileCount
000821        IF fl-name(f) = word-up
000822           MOVE f TO k
000823        END-IF
000824     END-PERFORM
000825  END-IF.
000826  IF k > 0 AND st-target-count(s) < 10
000827     ADD 1 TO st-target-count(s)
000828     MOVE k TO st-target(s, st-target-count(s))
000829  END-IF.
000830
000831* the innermost statement ends: its files join the calls due
000832 3900-END-STATEMENT.
000833  MOVE StmtCount TO s.
000834  PERFORM VARYING g FROM 1 BY 1 UNTIL g > st-target-count(s)
000835     IF DueCount < 50
000836        ADD 1 TO DueCount
000837        MOVE st-target(s, g) TO due-file(DueCount)
000838        MOVE st-verb(s) TO due-verb(DueCount)
000839        MOVE st-line(s) TO due-line(DueCount)
000840     END-IF
000841  END-PERFORM.
000842  SUBTRACT 1 FROM StmtCount.
000843
000844* one CALL "CBU00362" per file due that has a FILE STATUS;
000845* call-period = 1 ends the last one with a period
000846 5000-FILE-CALLS.
000847  PERFORM 5200-COUNT-DUE.
000848  MOVE 0 TO calls-made.
000849  PERFORM VARYING g FROM 1 BY 1 UNTIL g > DueCount
000850     MOVE due-file(g) TO f
000851     IF fl-status(f) = SPACES
000852        IF fl-warned(f) = 0
000853           MOVE 1 TO fl-warned(f)
000854           DISPLAY "I/O translate: file " fl-name(f)
000855              " has no FILE STATUS - its I/O is not reported"
000856        END-IF
000857     ELSE
000858        PERFORM 5010-FILE-CALL
000859     END-IF
000860  END-PERFORM.
000861  MOVE 0 TO DueCount.
000862
000863 5010-FILE-CALL.
000864  ADD 1 TO calls-made.
000865  ADD 1 TO nb-calls.
000866  ADD 1 TO fl-calls(f).
000867  MOVE SPACES TO ext-literal verb-literal.
000868  STRING QUOTE fl-external(f) QUOTE DELIMITED BY SIZE
000869     INTO ext-literal.
000870  STRING QUOTE due-verb(g) QUOTE DELIMITED BY SIZE
000871     INTO verb-literal.
000872  MOVE SPACES TO out-text.
000873  STRING "    CALL " QUOTE "CBU00362" QUOTE " USING BY CONTENT"
000874     DELIMITED BY SIZE INTO out-text.
000875  PERFORM 8300-PUT.
000876  MOVE SPACES TO out-text.
000877  STRING "       " ext-literal " " verb-literal
000878     DELIMITED BY SIZE INTO out-text.
000879  PERFORM 8300-PUT.
000880  MOVE SPACES TO out-text.
000881  STRING "       BY REFERENCE " fl-status(f)
000882     DELIMITED BY SIZE INTO out-text.
000883  IF fl-status-of(f) <> SPACES
000884     PERFORM 8300-PUT
000885     MOVE SPACES TO out-text
000886     STRING "          OF " fl-status-of(f)
000887        DELIMITED BY SIZE INTO out-text
000888  END-IF.
000889  IF call-period = 1 AND calls-made = calls-due
000890     PERFORM 8010-TEXT-LENGTH
000891     MOVE "." TO out-text(g-len + 1:1)
000892  END-IF.
000893  PERFORM 8300-PUT.
000894  DISPLAY "IO " nb-calls " " due-verb(g) " " fl-external(f)
000895     " line " due-line(g).
000896
000897 5100-RESTART-CALL.
000898  ADD 1 TO nb-points.
000899  MOVE SPACES TO out-text.
000900  STRING "    CALL " QUOTE "CBU00367" QUOTE "."
000901     DELIMITED BY SIZE INTO out-text.
000902  PERFORM 8300-PUT.
000903  DISPLAY "IO restart point " pt-name(open-point)
000904     " line " line-no.
000905  MOVE 0 TO open-point.
000906
000907* the calls the files due will get
000908 5200-COUNT-DUE.
000909  MOVE 0 TO calls-due.
000910  PERFORM VARYING g FROM 1 BY 1 UNTIL g > DueCount
000911     IF fl-status(due-file(g)) <> SPACES
000912        ADD 1 TO calls-due
000913     END-IF
000914  END-PERFORM.
000915
000916 6000-LISTING.
000917  PERFORM VARYING k FROM 1 BY 1 UNTIL k > PointCount
000918     IF pt-found(k) = 0
000919        DISPLAY "I/O translate: restart paragraph "
000920           pt-name(k) " not found"
000921     END-IF
000922  END-PERFORM.
000923  PERFORM VARYING f FROM 1 BY 1 UNTIL f > IoFileCount
000924     DISPLAY "IO file " fl-name(f) " as " fl-external(f)
000925        " " fl-calls(f) " call(s)"
000926  END-PERFORM.
000927  DISPLAY "I/O translate: " SourceIn " - " nb-calls
000928     " call(s) on " IoFileCount " file(s), " nb-points
000929     " restart point(s)".
000930
000931 8000-ID-LENGTH.
000932  MOVE 80 TO id-ptr.
000933  PERFORM UNTIL id-ptr = 0 OR id-text(id-ptr:1) <> SPACE
000934     SUBTRACT 1 FROM id-ptr
000935  END-PERFORM.
000936
000937 8010-TEXT-LENGTH.
000938  MOVE 65 TO g-len.
000939  PERFORM UNTIL g-len = 0 OR out-text(g-len:1) <> SPACE
000940     SUBTRACT 1 FROM g-len
000941  END-PERFORM.
000942
000943* word-up without its closing period
000944 8100-STRIP-PERIOD.
000945  MOVE word-up TO id-text.
000946  PERFORM 8000-ID-LENGTH.
000947  IF id-ptr > 1 AND id-text(id-ptr:1) = "."
000948     MOVE SPACE TO word-up(id-ptr:1)
000949  END-IF.
000950
000951* new-statement = 1 when first-word starts a statement or
000952* ends one: a verb, ELSE, WHEN or a scope terminator
000953 8200-IS-VERB.
000954  MOVE 0 TO new-statement.
000955  EVALUATE first-word
000956  WHEN "ACCEPT"
000957  WHEN "ADD"
000958  WHEN "ALTER"
000959  WHEN "CALL"
000960  WHEN "CANCEL"
000961  WHEN "CLOSE"
000962  WHEN "COMPUTE"
000963  WHEN "CONTINUE"
000964  WHEN "DELETE"
000965  WHEN "DISPLAY"
000966  WHEN "DIVIDE"
000967  WHEN "ELSE"
000968  WHEN "EVALUATE"
000969  WHEN "EXEC"
000970  WHEN "EXIT"
000971  WHEN "GO"
000972  WHEN "GOBACK"
000973  WHEN "IF"
000974  WHEN "INITIALIZE"
000975  WHEN "INSPECT"
000976  WHEN "MERGE"
000977  WHEN "MOVE"
000978  WHEN "MULTIPLY"
000979  WHEN "OPEN"
000980  WHEN "PERFORM"
000981  WHEN "READ"
000982  WHEN "RELEASE"
000983  WHEN "RETURN"
000984  WHEN "REWRITE"
000985  WHEN "SEARCH"
000986  WHEN "SET"
000987  WHEN "SORT"
000988  WHEN "START"
000989  WHEN "STOP"
000990  WHEN "STRING"
000991  WHEN "SUBTRACT"
000992  WHEN "UNSTRING"
000993  WHEN "WHEN"
000994  WHEN "WRITE"
000995     MOVE 1 TO new-statement
000996  END-EVALUATE.
000997  IF first-word(1:4) = "END-"
000998     MOVE 1 TO new-statement
000999  END-IF.
001000
001001 8210-IS-IO-VERB.
001002  MOVE 0 TO io-verb.
001003  EVALUATE first-word
001004  WHEN "OPEN"
001005  WHEN "CLOSE"
001006  WHEN "READ"
001007  WHEN "WRITE"
001008  WHEN "REWRITE"
001009  WHEN "DELETE"
001010  WHEN "START"
001011     MOVE 1 TO io-verb
001012  END-EVALUATE.
001013
001014 8300-PUT.
001015  MOVE SPACES TO OutLine.
001016  MOVE out-text TO OutLine(8:65).
001017  WRITE OutLine.
001018 END PROGRAM CBU00429.
