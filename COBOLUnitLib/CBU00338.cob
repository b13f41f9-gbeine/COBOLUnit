000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-precompile-screen
000013*	source name: CBU00338.cob
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

000044*>Prepare an interactive unit for test: copies its source to
000045*>SourceOut with the SCREEN SECTION kept as comment lines and
000046*>each DISPLAY or ACCEPT of one of its screens turned into
000047*>calls that paint the screen as a 24 x 80 image, so the unit
000048*>runs in batch and its screens can be asserted row by row
000049*>(CBU-assert-screen-text, -attr, -cursor, -order) while its
000050*>ACCEPTs are answered from the test's screen script
000051*>(CBU-set-screen-file). Screen entries are placed the way the
000052*>runtime places them:
000053*>  - LINE n / COL n, LINE PLUS n / COL PLUS n from the end of
000054*>    the previous field, LINE without COL at column 1, and a
000055*>    field with neither right after the previous one
000056*>  - VALUE literals and FROM / USING items painted through
000057*>    their PICTURE (an edit field per item is added to
000058*>    WORKING-STORAGE after COPY CBUC0006)
000059*>  - HIGHLIGHT, REVERSE-VIDEO, UNDERLINE, BLINK, SECURE kept
000060*>    as attributes, a group's passed to its fields; colours
000061*>    are not kept; BLANK SCREEN starts a new image
000062*>ACCEPT moves the scripted input fields to the TO / USING
000063*>items in the order they are declared, the key to the
000064*>CRT STATUS item and takes the cursor from the CURSOR item of
000065*>SPECIAL-NAMES. A DISPLAY or ACCEPT of a screen is expected
000066*>alone on its line; one followed by more words is reported
000067*>and left as is. OCCURS in the SCREEN SECTION is not
000068*>supported. The screens and their fields are listed at the
000069*>end.
000070* arg1: SourceIn - source of the unit
000071* arg2: SourceOut - translated source to write
000072 IDENTIFICATION DIVISION.
000073 PROGRAM-ID.   CBU00338.
000074 ENVIRONMENT    DIVISION.
000075 INPUT-OUTPUT SECTION.
000076 FILE-CONTROL.
000077    SELECT OPTIONAL SourceFile ASSIGN TO src-path
000078       ORGANIZATION IS LINE SEQUENTIAL
000079       FILE STATUS IS src-status.
000080    SELECT OutFile ASSIGN TO out-path
000081       ORGANIZATION IS LINE SEQUENTIAL
000082       FILE STATUS IS out-status.
000083 DATA DIVISION.
000084 FILE SECTION.
000085 	FD SourceFile.
000086 	01 SourceLine PIC X(80).
000087 	FD OutFile.
000088 	01 OutLine PIC X(80).
000089 WORKING-STORAGE SECTION.
000090  01 src-path PIC X(40).
000091  01 src-status PIC X(2).
000092  01 out-path PIC X(40).
000093  01 out-status PIC X(2).
000094  01 SourceEOF PIC 9(1).
000095  01 line-no PIC 9(5).
000096  01 up-line PIC X(80).
000097  01 hit-pos PIC 9(3).
000098  01 p PIC 9(4).
000099  01 q PIC 9(4).
000100  01 section-state PIC 9(1).
000101     88 before-screens VALUE 0.
000102     88 in-screens VALUE 1.
000103     88 in-procedure VALUE 2.
000104  01 ws-done PIC 9(1).
000105  01 crt-id PIC X(60).
000106  01 cursor-id PIC X(60).
000107  01 ent-buf PIC X(4000).
000108  01 ent-up PIC X(4000).
000109  01 ent-ptr PIC 9(4).
000110  01 ent-len PIC 9(4).
000111  01 quote-ch PIC X(1).
000112  01 depth PIC 9(2).
000113  01 in-quote PIC 9(1).
000114  01 TokCount PIC 9(3).
000115  01 ListeTokens.
000116    05 TokenEntry OCCURS 100 TIMES.
000117      10 tok-text PIC X(80).
000118      10 tok-up PIC X(80).
000119  01 t PIC 9(3).
000120  01 tk-len PIC 9(2).
000121  01 EntCount PIC 9(3).
000122  01 ListeEntries.
000123    05 ScreenEntry OCCURS 200 TIMES.
000124      10 en-level PIC 9(2).
000125      10 en-name PIC X(30).
000126      10 en-kind PIC X(1).
000127         88 en-group VALUE "G".
000128         88 en-literal VALUE "L".
000129         88 en-field VALUE "F".
000130      10 en-row PIC 9(2).
000131      10 en-col PIC 9(2).
000132      10 en-len PIC 9(4).
000133      10 en-attrs PIC X(8).
000134      10 en-blank PIC 9(1).
000135      10 en-pic PIC X(30).
000136      10 en-value PIC X(80).
000137      10 en-value-len PIC 9(2).
000138      10 en-quote PIC X(1).
000139      10 en-from PIC X(60).
000140      10 en-to PIC X(60).
000141  01 e PIC 9(3).
000142  01 e-end PIC 9(3).
000143  01 r PIC 9(3).
000144  01 own-attrs PIC X(8).
000145  01 new-attrs PIC X(8).
000146  01 attr-ch PIC X(1).
000147  01 a PIC 9(2).
000148  01 attr-found PIC 9(1).
000149  01 StackCount PIC 9(2).
000150  01 ListeStack.
000151    05 StackEntry OCCURS 20 TIMES.
000152      10 stack-level PIC 9(2).
000153      10 stack-attrs PIC X(8).
000154  01 cur-row PIC 9(3).
000155  01 cur-col PIC 9(3).
000156  01 line-given PIC 9(1).
000157  01 line-plus PIC 9(1).
000158  01 line-value PIC 9(3).
000159  01 col-given PIC 9(1).
000160  01 col-plus PIC 9(1).
000161  01 col-value PIC 9(3).
000162  01 plus-given PIC 9(1).
000163  01 data-seen PIC 9(1).
000164  01 num-value PIC 9(4).
000165  01 num-digit PIC 9(1).
000166  01 d PIC 9(2).
000167  01 n PIC 9(2).
000168  01 id-text PIC X(80).
000169  01 id-ptr PIC 9(2).
000170  01 stmt-verb PIC X(8).
000171  01 stmt-name PIC X(31).
000172  01 stmt-rest PIC X(65).
000173  01 end-period PIC 9(1).
000174  01 screen-mode PIC X(1).
000175  01 nb-display PIC 9(3).
000176  01 nb-accept PIC 9(3).
000177  01 nb-left PIC 9(3).
000178  01 reply-pos PIC 9(4).
000179  01 chunk-start PIC 9(2).
000180  01 chunk-len PIC 9(2).
000181  01 paint-len PIC 9(4).
000182  01 paint-pos PIC 9(4).
000183  01 rrcc.
000184    05 rrcc-row PIC 9(2).
000185    05 rrcc-col PIC 9(2).
000186  01 llll PIC 9(4).
000187  01 edit-name.
000188    05 FILLER PIC X(9) VALUE "CBU-SCRN-".
000189    05 edit-no PIC 9(3).
000190  01 gen-word PIC X(90).
000191  01 w-len PIC 9(2).
000192  01 cur-out PIC X(65).
000193  01 cur-len PIC 9(2).
000194  01 out-text PIC X(65).
000195  01 g-len PIC 9(2).
000196  COPY CBUC0002.
000197 LINKAGE SECTION.
000198  77 SourceIn PIC X(40).
000199  77 SourceOut PIC X(40).
000200  COPY CBUC0001.
000201 PROCEDURE DIVISION USING CBU-ctx SourceIn SourceOut.
000202  MOVE SourceIn TO src-path.
000203  MOVE SourceOut TO out-path.
000204  OPEN INPUT SourceFile.
000205  IF src-status <> "00"
000206     DISPLAY "SCREEN translate: source '" SourceIn
000207        "' cannot be read"
000208     CLOSE SourceFile
000209     EXIT PROGRAM
000210  END-IF.
000211* first pass: the screens and the SPECIAL-NAMES they use
000212  MOVE 0 TO EntCount.
000213  MOVE 0 TO StackCount.
000214  MOVE 0 TO data-seen.
000215  MOVE SPACES TO crt-id cursor-id.
000216  SET before-screens TO TRUE.
000217  MOVE 0 TO line-no.
000218  MOVE 0 TO SourceEOF.
000219  PERFORM UNTIL SourceEOF = 1
000220     READ SourceFile
000221        AT END MOVE 1 TO SourceEOF
000222        NOT AT END
000223           ADD 1 TO line-no
000224           PERFORM 1000-SCAN-LINE
000225     END-READ
000226  END-PERFORM.
000227  CLOSE SourceFile.
000228* second pass: the translated source
000229  OPEN INPUT SourceFile.
000230  OPEN OUTPUT OutFile.
000231  IF out-status <> "00"
000232     DISPLAY "SCREEN translate: '" SourceOut
000233        "' cannot be written"
000234     CLOSE SourceFile
000235     EXIT PROGRAM
000236  END-IF.
000237  MOVE 0 TO ws-done.
000238  MOVE 0 TO nb-display nb-accept nb-left.
000239  MOVE SPACES TO cur-out.
000240  MOVE 0 TO cur-len.
000241  SET before-screens TO TRUE.
000242  MOVE 0 TO line-no.
000243  MOVE 0 TO SourceEOF.
000244  PERFORM UNTIL SourceEOF = 1
000245     READ SourceFile
000246        AT END MOVE 1 TO SourceEOF
000247        NOT AT END
000248           ADD 1 TO line-no
000249           PERFORM 3000-WRITE-LINE
000250     END-READ
000251  END-PERFORM.
000252  CLOSE SourceFile.
000253  CLOSE OutFile.
000254  PERFORM 6000-LISTING.
000255  EXIT PROGRAM.
000256
000257* first pass over a line: the CRT STATUS and CURSOR clauses,
000258* then the SCREEN SECTION entries, a period ending each
000259 1000-SCAN-LINE.
000260  IF SourceLine(7:1) = "*" OR SourceLine(7:1) = "/"
000261     EXIT PARAGRAPH
000262  END-IF.
000263  MOVE SourceLine TO up-line.
000264  INSPECT up-line CONVERTING "abcdefghijklmnopqrstuvwxyz"
000265     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000266  IF in-screens
000267     MOVE 0 TO hit-pos
000268     INSPECT up-line(8:65) TALLYING hit-pos
000269        FOR CHARACTERS BEFORE INITIAL "PROCEDURE DIVISION"
000270     IF hit-pos < 65
000271        SET in-procedure TO TRUE
000272     ELSE
000273        PERFORM 1200-SCREEN-TEXT
000274     END-IF
000275     EXIT PARAGRAPH
000276  END-IF.
000277  IF in-procedure
000278     EXIT PARAGRAPH
000279  END-IF.
000280  MOVE 0 TO hit-pos.
000281  INSPECT up-line(8:65) TALLYING hit-pos
000282     FOR CHARACTERS BEFORE INITIAL "SCREEN SECTION".
000283  IF hit-pos < 65
000284     SET in-screens TO TRUE
000285     MOVE SPACES TO ent-buf ent-up
000286     MOVE 1 TO ent-ptr
000287     MOVE 0 TO in-quote
000288     EXIT PARAGRAPH
000289  END-IF.
000290  MOVE 0 TO hit-pos.
000291  INSPECT up-line(8:65) TALLYING hit-pos
000292     FOR CHARACTERS BEFORE INITIAL "DATA DIVISION".
000293  IF hit-pos < 65
000294     MOVE 1 TO data-seen
000295  END-IF.
000296  IF data-seen = 1
000297     EXIT PARAGRAPH
000298  END-IF.
000299  MOVE 0 TO hit-pos.
000300  INSPECT up-line(8:65) TALLYING hit-pos
000301     FOR CHARACTERS BEFORE INITIAL "CRT STATUS".
000302  IF hit-pos < 65
000303     COMPUTE p = 8 + hit-pos + 10
000304     PERFORM 1100-CLAUSE-ID
000305     MOVE id-text TO crt-id
000306  END-IF.
000307  MOVE 0 TO hit-pos.
000308  INSPECT up-line(8:65) TALLYING hit-pos
000309     FOR CHARACTERS BEFORE INITIAL " CURSOR ".
000310  IF hit-pos < 65
000311     COMPUTE p = 8 + hit-pos + 7
000312     PERFORM 1100-CLAUSE-ID
000313     MOVE id-text TO cursor-id
000314  END-IF.
000315
000316* the data name after a SPECIAL-NAMES clause, past IS
000317 1100-CLAUSE-ID.
000318  MOVE SPACES TO id-text.
000319  PERFORM UNTIL p > 72 OR up-line(p:1) <> SPACE
000320     ADD 1 TO p
000321  END-PERFORM.
000322  IF p <= 71 AND up-line(p:3) = "IS "
000323     ADD 2 TO p
000324     PERFORM UNTIL p > 72 OR up-line(p:1) <> SPACE
000325        ADD 1 TO p
000326     END-PERFORM
000327  END-IF.
000328  MOVE 0 TO id-ptr.
000329  PERFORM UNTIL p > 72 OR up-line(p:1) = SPACE
000330     OR up-line(p:1) = "."
000331     ADD 1 TO id-ptr
000332     MOVE SourceLine(p:1) TO id-text(id-ptr:1)
000333     ADD 1 TO p
000334  END-PERFORM.
000335
000336* a SCREEN SECTION line added to the entry under way; a
000337* period outside a literal and followed by a space ends it
000338 1200-SCREEN-TEXT.
000339  PERFORM VARYING p FROM 8 BY 1 UNTIL p > 72
000340     IF in-quote = 1
000341        IF SourceLine(p:1) = quote-ch
000342           MOVE 0 TO in-quote
000343        END-IF
000344        PERFORM 1210-KEEP-CHAR
000345     ELSE
000346        IF SourceLine(p:1) = QUOTE OR SourceLine(p:1) = "'"
000347           MOVE SourceLine(p:1) TO quote-ch
000348           MOVE 1 TO in-quote
000349           PERFORM 1210-KEEP-CHAR
000350        ELSE
000351           IF SourceLine(p:1) = "."
000352              AND (p = 72 OR SourceLine(p + 1:1) = SPACE)
000353              COMPUTE ent-len = ent-ptr - 1
000354              PERFORM 2000-ENTRY
000355              MOVE SPACES TO ent-buf ent-up
000356              MOVE 1 TO ent-ptr
000357           ELSE
000358              PERFORM 1210-KEEP-CHAR
000359           END-IF
000360        END-IF
000361     END-IF
000362  END-PERFORM.
000363  IF ent-ptr > 1 AND ent-ptr < 4000
000364     MOVE SPACE TO ent-buf(ent-ptr:1)
000365     MOVE SPACE TO ent-up(ent-ptr:1)
000366     ADD 1 TO ent-ptr
000367  END-IF.
000368
000369 1210-KEEP-CHAR.
000370  IF ent-ptr < 4000
000371     MOVE SourceLine(p:1) TO ent-buf(ent-ptr:1)
000372     MOVE up-line(p:1) TO ent-up(ent-ptr:1)
000373     ADD 1 TO ent-ptr
000374  END-IF.
000375
000376* one screen entry: level, name, then its clauses
000377 2000-ENTRY.
000378  PERFORM 2100-TOKENIZE.
000379  IF TokCount = 0
000380     EXIT PARAGRAPH
000381  END-IF.
000382  MOVE tok-up(1) TO id-text.
000383  PERFORM 8300-NUMBER.
000384  IF num-value = 0 OR num-value > 49
000385     DISPLAY "SCREEN translate: '" tok-text(1)(1:20)
000386        "' is not a level number - entry ignored"
000387     EXIT PARAGRAPH
000388  END-IF.
000389  IF EntCount >= 200
000390     DISPLAY "SCREEN translate: more than 200 screen entries"
000391        " - the rest are ignored"
000392     EXIT PARAGRAPH
000393  END-IF.
000394  ADD 1 TO EntCount.
000395  MOVE EntCount TO e.
000396  MOVE num-value TO en-level(e).
000397  MOVE SPACES TO en-name(e) en-attrs(e) en-pic(e) en-value(e)
000398     en-from(e) en-to(e) own-attrs.
000399  MOVE 0 TO en-blank(e) en-len(e) en-value-len(e).
000400  MOVE "G" TO en-kind(e).
000401  MOVE 0 TO line-given line-plus col-given col-plus.
000402  MOVE 2 TO t.
000403  IF TokCount >= 2
000404     EVALUATE tok-up(2)
000405     WHEN "LINE"
000406     WHEN "COL"
000407     WHEN "COLUMN"
000408     WHEN "VALUE"
000409     WHEN "PIC"
000410     WHEN "PICTURE"
000411     WHEN "FROM"
000412     WHEN "TO"
000413     WHEN "USING"
000414     WHEN "BLANK"
000415     WHEN "HIGHLIGHT"
000416     WHEN "REVERSE-VIDEO"
000417     WHEN "UNDERLINE"
000418     WHEN "BLINK"
000419     WHEN "SECURE"
000420     WHEN "AUTO"
000421     WHEN "REQUIRED"
000422     WHEN "FULL"
000423     WHEN "FOREGROUND-COLOR"
000424     WHEN "BACKGROUND-COLOR"
000425        CONTINUE
000426     WHEN "FILLER"
000427        MOVE 3 TO t
000428     WHEN OTHER
000429        MOVE tok-up(2) TO en-name(e)
000430        MOVE 3 TO t
000431     END-EVALUATE
000432  END-IF.
000433  PERFORM UNTIL t > TokCount
000434     PERFORM 2200-CLAUSE
000435     ADD 1 TO t
000436  END-PERFORM.
000437  IF en-value(e) <> SPACES OR en-value-len(e) > 0
000438     MOVE "L" TO en-kind(e)
000439  ELSE
000440     IF en-pic(e) <> SPACES
000441        MOVE "F" TO en-kind(e)
000442     END-IF
000443  END-IF.
000444  PERFORM 2300-ATTRIBUTES.
000445  PERFORM 2400-POSITION.
000446
000447 2100-TOKENIZE.
000448  MOVE 0 TO TokCount.
000449  MOVE 1 TO q.
000450  PERFORM UNTIL q > ent-len
000451     IF ent-up(q:1) = SPACE
000452        OR (ent-up(q:1) = "," AND ent-up(q + 1:1) = SPACE)
000453        OR (ent-up(q:1) = ";" AND ent-up(q + 1:1) = SPACE)
000454        ADD 1 TO q
000455     ELSE
000456        PERFORM 2110-TOKEN
000457     END-IF
000458  END-PERFORM.
000459
000460* a word, a literal, or a word with its parentheses - a
000461* parenthesis opening after a space belongs to the word before
000462 2110-TOKEN.
000463  IF ent-up(q:1) = "(" AND TokCount > 0
000464     MOVE tok-text(TokCount) TO id-text
000465     PERFORM 8000-ID-LENGTH
000466     MOVE id-ptr TO tk-len
000467  ELSE
000468     IF TokCount < 100
000469        ADD 1 TO TokCount
000470     END-IF
000471     MOVE SPACES TO tok-text(TokCount) tok-up(TokCount)
000472     MOVE 0 TO tk-len
000473  END-IF.
000474  MOVE 0 TO depth.
000475  MOVE 0 TO in-quote.
000476  PERFORM UNTIL q > ent-len
000477     OR (in-quote = 0 AND depth = 0 AND ent-up(q:1) = SPACE)
000478     IF in-quote = 1
000479        IF ent-up(q:1) = quote-ch
000480           MOVE 0 TO in-quote
000481        END-IF
000482     ELSE
000483        EVALUATE TRUE
000484        WHEN ent-up(q:1) = QUOTE OR ent-up(q:1) = "'"
000485           MOVE ent-up(q:1) TO quote-ch
000486           MOVE 1 TO in-quote
000487        WHEN ent-up(q:1) = "("
000488           ADD 1 TO depth
000489        WHEN ent-up(q:1) = ")" AND depth > 0
000490           SUBTRACT 1 FROM depth
000491        END-EVALUATE
000492     END-IF
000493     IF tk-len < 80
000494        ADD 1 TO tk-len
000495        MOVE ent-buf(q:1) TO tok-text(TokCount)(tk-len:1)
000496        MOVE ent-up(q:1) TO tok-up(TokCount)(tk-len:1)
000497     END-IF
000498     ADD 1 TO q
000499  END-PERFORM.
000500  MOVE 0 TO in-quote.
000501
000502 2200-CLAUSE.
000503  EVALUATE tok-up(t)
000504  WHEN "LINE"
000505     PERFORM 2210-SKIP-NOISE
000506     PERFORM 2220-PLUS
000507     MOVE 1 TO line-given
000508     MOVE plus-given TO line-plus
000509     MOVE num-value TO line-value
000510  WHEN "COL"
000511  WHEN "COLUMN"
000512  WHEN "POSITION"
000513     PERFORM 2210-SKIP-NOISE
000514     PERFORM 2220-PLUS
000515     MOVE 1 TO col-given
000516     MOVE plus-given TO col-plus
000517     MOVE num-value TO col-value
000518  WHEN "VALUE"
000519     PERFORM 2210-SKIP-NOISE
000520     MOVE tok-text(t) TO id-text
000521     PERFORM 8000-ID-LENGTH
000522     IF id-text(1:1) = QUOTE OR id-text(1:1) = "'"
000523        MOVE id-text(1:1) TO en-quote(e)
000524        IF id-ptr > 2
000525           COMPUTE en-value-len(e) = id-ptr - 2
000526           MOVE id-text(2:id-ptr - 2) TO en-value(e)
000527        END-IF
000528     ELSE
000529        MOVE QUOTE TO en-quote(e)
000530        MOVE id-ptr TO en-value-len(e)
000531        MOVE id-text TO en-value(e)
000532     END-IF
000533  WHEN "PIC"
000534  WHEN "PICTURE"
000535     PERFORM 2210-SKIP-NOISE
000536     MOVE tok-text(t) TO en-pic(e)
000537  WHEN "FROM"
000538     PERFORM 2230-IDENTIFIER
000539     MOVE id-text TO en-from(e)
000540  WHEN "TO"
000541     PERFORM 2230-IDENTIFIER
000542     MOVE id-text TO en-to(e)
000543  WHEN "USING"
000544     PERFORM 2230-IDENTIFIER
000545     MOVE id-text TO en-from(e)
000546     MOVE id-text TO en-to(e)
000547  WHEN "HIGHLIGHT"
000548     MOVE "H" TO attr-ch
000549     PERFORM 2310-OWN-ATTR
000550  WHEN "REVERSE-VIDEO"
000551     MOVE "R" TO attr-ch
000552     PERFORM 2310-OWN-ATTR
000553  WHEN "UNDERLINE"
000554     MOVE "U" TO attr-ch
000555     PERFORM 2310-OWN-ATTR
000556  WHEN "BLINK"
000557     MOVE "B" TO attr-ch
000558     PERFORM 2310-OWN-ATTR
000559  WHEN "SECURE"
000560  WHEN "NO-ECHO"
000561     MOVE "S" TO attr-ch
000562     PERFORM 2310-OWN-ATTR
000563  WHEN "BLANK"
000564     IF t < TokCount
000565        ADD 1 TO t
000566        IF tok-up(t) = "SCREEN"
000567           MOVE 1 TO en-blank(e)
000568        END-IF
000569        IF tok-up(t) = "WHEN" AND t < TokCount
000570           ADD 1 TO t
000571        END-IF
000572     END-IF
000573  WHEN "FOREGROUND-COLOR"
000574  WHEN "BACKGROUND-COLOR"
000575  WHEN "FOREGROUND-COLOUR"
000576  WHEN "BACKGROUND-COLOUR"
000577     PERFORM 2210-SKIP-NOISE
000578  WHEN "OCCURS"
000579     DISPLAY "SCREEN translate: OCCURS in screen entry "
000580        en-name(e) " is not supported"
000581     PERFORM 2210-SKIP-NOISE
000582  END-EVALUATE.
000583
000584* past the clause word and NUMBER / IS to its operand
000585 2210-SKIP-NOISE.
000586  IF t < TokCount
000587     ADD 1 TO t
000588  END-IF.
000589  PERFORM UNTIL t >= TokCount
000590     OR (tok-up(t) <> "NUMBER" AND tok-up(t) <> "IS")
000591     ADD 1 TO t
000592  END-PERFORM.
000593
000594* n, PLUS n, + n or +n
000595 2220-PLUS.
000596  MOVE 0 TO plus-given.
000597  MOVE tok-up(t) TO id-text.
000598  IF (tok-up(t) = "PLUS" OR tok-up(t) = "+") AND t < TokCount
000599     MOVE 1 TO plus-given
000600     ADD 1 TO t
000601     MOVE tok-up(t) TO id-text
000602  ELSE
000603     IF tok-up(t)(1:1) = "+"
000604        MOVE 1 TO plus-given
000605        MOVE tok-up(t)(2:) TO id-text
000606     END-IF
000607  END-IF.
000608  PERFORM 8300-NUMBER.
000609  IF num-value = 0 AND plus-given = 0
000610     DISPLAY "SCREEN translate: position " id-text(1:20)
000611        " of screen entry " en-name(e) " taken as 1"
000612     MOVE 1 TO num-value
000613  END-IF.
000614
000615* FROM / TO / USING operand, with its OF / IN qualifiers
000616 2230-IDENTIFIER.
000617  MOVE SPACES TO id-text.
000618  IF t >= TokCount
000619     EXIT PARAGRAPH
000620  END-IF.
000621  ADD 1 TO t.
000622  MOVE tok-text(t) TO id-text.
000623  PERFORM UNTIL t + 2 > TokCount
000624     OR (tok-up(t + 1) <> "OF" AND tok-up(t + 1) <> "IN")
000625     PERFORM 8000-ID-LENGTH
000626     ADD 1 TO id-ptr
000627     STRING " OF " tok-text(t + 2) DELIMITED BY SIZE
000628        INTO id-text WITH POINTER id-ptr
000629     ADD 2 TO t
000630  END-PERFORM.
000631
000632* attributes of the entry: the group's it belongs to and its
000633* own; a field is protected (P) unless it takes input (I)
000634 2300-ATTRIBUTES.
000635  PERFORM UNTIL StackCount = 0
000636     OR stack-level(StackCount) < en-level(e)
000637     SUBTRACT 1 FROM StackCount
000638  END-PERFORM.
000639  IF en-level(e) = 1
000640     MOVE 0 TO StackCount
000641  END-IF.
000642  MOVE SPACES TO new-attrs.
000643  IF en-field(e) AND en-to(e) <> SPACES
000644     MOVE "I" TO attr-ch
000645     PERFORM 2320-ADD-ATTR
000646  END-IF.
000647  IF en-literal(e) OR (en-field(e) AND en-to(e) = SPACES)
000648     MOVE "P" TO attr-ch
000649     PERFORM 2320-ADD-ATTR
000650  END-IF.
000651  IF StackCount > 0
000652     PERFORM VARYING a FROM 1 BY 1 UNTIL a > 8
000653        MOVE stack-attrs(StackCount)(a:1) TO attr-ch
000654        IF attr-ch <> SPACE
000655           PERFORM 2320-ADD-ATTR
000656        END-IF
000657     END-PERFORM
000658  END-IF.
000659  PERFORM VARYING a FROM 1 BY 1 UNTIL a > 8
000660     MOVE own-attrs(a:1) TO attr-ch
000661     IF attr-ch <> SPACE
000662        PERFORM 2320-ADD-ATTR
000663     END-IF
000664  END-PERFORM.
000665  MOVE new-attrs TO en-attrs(e).
000666  IF en-group(e) AND StackCount < 20
000667     ADD 1 TO StackCount
000668     MOVE en-level(e) TO stack-level(StackCount)
000669     MOVE new-attrs TO stack-attrs(StackCount)
000670  END-IF.
000671
000672 2310-OWN-ATTR.
000673  MOVE 0 TO attr-found.
000674  INSPECT own-attrs TALLYING attr-found FOR ALL attr-ch.
000675  IF attr-found = 0
000676     MOVE 0 TO a
000677     INSPECT own-attrs TALLYING a
000678        FOR CHARACTERS BEFORE INITIAL SPACE
000679     IF a < 8
000680        MOVE attr-ch TO own-attrs(a + 1:1)
000681     END-IF
000682  END-IF.
000683
000684 2320-ADD-ATTR.
000685  MOVE 0 TO attr-found.
000686  INSPECT new-attrs TALLYING attr-found FOR ALL attr-ch.
000687  IF attr-found = 0
000688     MOVE 0 TO n
000689     INSPECT new-attrs TALLYING n
000690        FOR CHARACTERS BEFORE INITIAL SPACE
000691     IF n < 8
000692        MOVE attr-ch TO new-attrs(n + 1:1)
000693     END-IF
000694  END-IF.
000695
000696* where the entry goes on the screen, and its length
000697 2400-POSITION.
000698  IF en-level(e) = 1
000699     MOVE 1 TO cur-row
000700     MOVE 1 TO cur-col
000701  END-IF.
000702  IF line-given = 1
000703     IF line-plus = 1
000704        ADD line-value TO cur-row
000705     ELSE
000706        MOVE line-value TO cur-row
000707     END-IF
000708     IF col-given = 0
000709        MOVE 1 TO cur-col
000710     END-IF
000711  END-IF.
000712  IF col-given = 1
000713     IF col-plus = 1
000714        COMPUTE cur-col = cur-col - 1 + col-value
000715     ELSE
000716        MOVE col-value TO cur-col
000717     END-IF
000718  END-IF.
000719  PERFORM UNTIL cur-col <= 80
000720     SUBTRACT 80 FROM cur-col
000721     ADD 1 TO cur-row
000722  END-PERFORM.
000723  IF cur-row < 1 OR cur-row > 24 OR cur-col < 1
000724     DISPLAY "SCREEN translate: screen entry " en-name(e)
000725        " is off the screen"
000726     MOVE 1 TO cur-row
000727     MOVE 1 TO cur-col
000728  END-IF.
000729  MOVE cur-row TO en-row(e).
000730  MOVE cur-col TO en-col(e).
000731  IF en-group(e)
000732     EXIT PARAGRAPH
000733  END-IF.
000734  IF en-pic(e) <> SPACES
000735     PERFORM 2410-PIC-LENGTH
000736  ELSE
000737     MOVE en-value-len(e) TO en-len(e)
000738  END-IF.
000739  ADD en-len(e) TO cur-col.
000740  PERFORM UNTIL cur-col <= 80
000741     SUBTRACT 80 FROM cur-col
000742     ADD 1 TO cur-row
000743  END-PERFORM.
000744
000745* positions the PICTURE takes on the screen
000746 2410-PIC-LENGTH.
000747  MOVE 0 TO en-len(e).
000748  MOVE 1 TO a.
000749  PERFORM UNTIL a > 30 OR en-pic(e)(a:1) = SPACE
000750     EVALUATE TRUE
000751     WHEN en-pic(e)(a:1) = "("
000752        MOVE SPACES TO id-text
000753        MOVE 0 TO id-ptr
000754        ADD 1 TO a
000755        PERFORM UNTIL a > 30 OR en-pic(e)(a:1) = ")"
000756           ADD 1 TO id-ptr
000757           MOVE en-pic(e)(a:1) TO id-text(id-ptr:1)
000758           ADD 1 TO a
000759        END-PERFORM
000760        PERFORM 8300-NUMBER
000761        IF num-value > 0
000762           COMPUTE en-len(e) = en-len(e) + num-value - 1
000763        END-IF
000764     WHEN en-pic(e)(a:1) = "S" OR en-pic(e)(a:1) = "s"
000765        OR en-pic(e)(a:1) = "V" OR en-pic(e)(a:1) = "v"
000766        CONTINUE
000767     WHEN OTHER
000768        ADD 1 TO en-len(e)
000769     END-EVALUATE
000770     ADD 1 TO a
000771  END-PERFORM.
000772
000773* second pass over a line
000774 3000-WRITE-LINE.
000775  IF SourceLine(7:1) = "*" OR SourceLine(7:1) = "/"
000776     MOVE SourceLine TO OutLine
000777     WRITE OutLine
000778     EXIT PARAGRAPH
000779  END-IF.
000780  MOVE SourceLine TO up-line.
000781  INSPECT up-line CONVERTING "abcdefghijklmnopqrstuvwxyz"
000782     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000783  IF in-screens
000784     MOVE 0 TO hit-pos
000785     INSPECT up-line(8:65) TALLYING hit-pos
000786        FOR CHARACTERS BEFORE INITIAL "PROCEDURE DIVISION"
000787     IF hit-pos < 65
000788        SET in-procedure TO TRUE
000789     ELSE
000790        PERFORM 3900-COMMENT-OUT
000791        EXIT PARAGRAPH
000792     END-IF
000793  END-IF.
000794  IF in-procedure
000795     PERFORM 4000-STATEMENT
000796     EXIT PARAGRAPH
000797  END-IF.
000798  MOVE 0 TO hit-pos.
000799  INSPECT up-line(8:65) TALLYING hit-pos
000800     FOR CHARACTERS BEFORE INITIAL "SCREEN SECTION".
000801  IF hit-pos < 65
000802     SET in-screens TO TRUE
000803     IF ws-done = 0
000804        MOVE " WORKING-STORAGE SECTION." TO out-text
000805        PERFORM 8100-PUT
000806        PERFORM 3100-WORK-FIELDS
000807     END-IF
000808     PERFORM 3900-COMMENT-OUT
000809     EXIT PARAGRAPH
000810  END-IF.
000811  MOVE 0 TO hit-pos.
000812  INSPECT up-line(8:65) TALLYING hit-pos
000813     FOR CHARACTERS BEFORE INITIAL "LINKAGE SECTION".
000814  IF hit-pos < 65 AND ws-done = 0 AND EntCount > 0
000815     MOVE " WORKING-STORAGE SECTION." TO out-text
000816     PERFORM 8100-PUT
000817     PERFORM 3100-WORK-FIELDS
000818  END-IF.
000819  MOVE SourceLine TO OutLine.
000820  WRITE OutLine.
000821  MOVE 0 TO hit-pos.
000822  INSPECT up-line(8:65) TALLYING hit-pos
000823     FOR CHARACTERS BEFORE INITIAL "WORKING-STORAGE SECTION".
000824  IF hit-pos < 65
000825     PERFORM 3100-WORK-FIELDS
000826  END-IF.
000827
000828* the screen work areas and an edit field per item shown
000829 3100-WORK-FIELDS.
000830  MOVE 1 TO ws-done.
000831  MOVE "    COPY CBUC0006." TO out-text.
000832  PERFORM 8100-PUT.
000833  PERFORM VARYING e FROM 1 BY 1 UNTIL e > EntCount
000834     IF en-field(e) AND en-from(e) <> SPACES
000835        MOVE e TO edit-no
000836        MOVE SPACES TO out-text
000837        STRING " 01 " edit-name " PIC " en-pic(e)
000838           DELIMITED BY SIZE INTO out-text
000839        PERFORM 8000-TEXT-LENGTH
000840        MOVE "." TO out-text(g-len + 1:1)
000841        PERFORM 8100-PUT
000842     END-IF
000843  END-PERFORM.
000844
000845 3900-COMMENT-OUT.
000846  MOVE SourceLine TO OutLine.
000847  MOVE "*" TO OutLine(7:1).
000848  WRITE OutLine.
000849
000850* DISPLAY screen-name or ACCEPT screen-name, alone on its line
000851 4000-STATEMENT.
000852  MOVE SPACES TO stmt-verb stmt-name stmt-rest.
000853  MOVE 0 TO end-period.
000854  MOVE 8 TO p.
000855  PERFORM UNTIL p > 72 OR up-line(p:1) <> SPACE
000856     ADD 1 TO p
000857  END-PERFORM.
000858  IF p <= 72
000859     UNSTRING up-line DELIMITED BY ALL SPACE
000860        INTO stmt-verb stmt-name WITH POINTER p
000861     IF p <= 72
000862        MOVE up-line(p:73 - p) TO stmt-rest
000863     END-IF
000864  END-IF.
000865  IF stmt-verb <> "DISPLAY" AND stmt-verb <> "ACCEPT"
000866     MOVE SourceLine TO OutLine
000867     WRITE OutLine
000868     EXIT PARAGRAPH
000869  END-IF.
000870  MOVE stmt-name TO id-text.
000871  PERFORM 8000-ID-LENGTH.
000872  IF id-ptr > 1 AND id-text(id-ptr:1) = "."
000873     MOVE SPACE TO stmt-name(id-ptr:1)
000874     MOVE 1 TO end-period
000875  END-IF.
000876  MOVE 0 TO e.
000877  PERFORM VARYING r FROM 1 BY 1 UNTIL r > EntCount OR e > 0
000878     IF en-name(r) = stmt-name AND stmt-name <> SPACES
000879        MOVE r TO e
000880     END-IF
000881  END-PERFORM.
000882  IF e = 0
000883     MOVE SourceLine TO OutLine
000884     WRITE OutLine
000885     EXIT PARAGRAPH
000886  END-IF.
000887  IF stmt-rest = "END-DISPLAY." OR stmt-rest = "END-ACCEPT."
000888     MOVE 1 TO end-period
000889     MOVE SPACES TO stmt-rest
000890  END-IF.
000891  IF stmt-rest = "END-DISPLAY" OR stmt-rest = "END-ACCEPT"
000892     MOVE SPACES TO stmt-rest
000893  END-IF.
000894  IF stmt-rest <> SPACES
000895     ADD 1 TO nb-left
000896     DISPLAY "SCREEN translate: " stmt-verb " " stmt-name
000897        " at line " line-no " shares its line - left as is"
000898     MOVE SourceLine TO OutLine
000899     WRITE OutLine
000900     EXIT PARAGRAPH
000901  END-IF.
000902  PERFORM 3900-COMMENT-OUT.
000903  MOVE e TO e-end.
000904  PERFORM VARYING r FROM e BY 1 UNTIL r >= EntCount
000905     OR en-level(r + 1) <= en-level(e) OR en-level(r + 1) = 1
000906     MOVE r TO e-end
000907     ADD 1 TO e-end
000908  END-PERFORM.
000909  IF stmt-verb = "DISPLAY"
000910     ADD 1 TO nb-display
000911     MOVE "N" TO screen-mode
000912     PERFORM VARYING r FROM e BY 1 UNTIL r > e-end
000913        IF en-blank(r) = 1
000914           MOVE "Y" TO screen-mode
000915        END-IF
000916     END-PERFORM
000917     PERFORM 5000-SHOW
000918  ELSE
000919     ADD 1 TO nb-accept
000920     MOVE "N" TO screen-mode
000921     PERFORM 5000-SHOW
000922     PERFORM 5300-ACCEPT
000923  END-IF.
000924  IF end-period = 1
000925     IF cur-len < 65
000926        ADD 1 TO cur-len
000927        MOVE "." TO cur-out(cur-len:1)
000928     ELSE
000929        PERFORM 8220-FLUSH
000930        MOVE "    ." TO cur-out
000931        MOVE 5 TO cur-len
000932     END-IF
000933  END-IF.
000934  PERFORM 8220-FLUSH.
000935
000936* CALL "CBU00330" USING BY CONTENT "screen-name" "m", then the
000937* fields painted
000938 5000-SHOW.
000939  MOVE SPACES TO gen-word.
000940  STRING "CALL " QUOTE "CBU00330" QUOTE DELIMITED BY SIZE
000941     INTO gen-word.
000942  PERFORM 8200-NEW-STATEMENT.
000943  MOVE "USING BY CONTENT" TO gen-word.
000944  PERFORM 8210-ADD-WORD.
000945  MOVE SPACES TO gen-word.
000946  STRING QUOTE en-name(e) QUOTE DELIMITED BY SIZE
000947     INTO gen-word.
000948  PERFORM 8210-ADD-WORD.
000949  MOVE SPACES TO gen-word.
000950  STRING QUOTE screen-mode QUOTE DELIMITED BY SIZE
000951     INTO gen-word.
000952  PERFORM 8210-ADD-WORD.
000953  PERFORM VARYING r FROM e BY 1 UNTIL r > e-end
000954     IF en-literal(r)
000955        PERFORM 5100-PAINT-LITERAL
000956     END-IF
000957     IF en-field(r)
000958        PERFORM 5200-PAINT-FIELD
000959     END-IF
000960  END-PERFORM.
000961
000962* a literal in pieces of 40 so each fits on a line
000963 5100-PAINT-LITERAL.
000964  IF en-value-len(r) = 0
000965     EXIT PARAGRAPH
000966  END-IF.
000967  PERFORM VARYING chunk-start FROM 1 BY 40
000968     UNTIL chunk-start > en-value-len(r)
000969     COMPUTE chunk-len = en-value-len(r) - chunk-start + 1
000970     IF chunk-len > 40
000971        MOVE 40 TO chunk-len
000972     END-IF
000973     IF chunk-start = 1 AND en-value-len(r) <= 40
000974        MOVE en-len(r) TO paint-len
000975     ELSE
000976        MOVE chunk-len TO paint-len
000977     END-IF
000978     COMPUTE paint-pos = (en-row(r) - 1) * 80 + en-col(r)
000979        + chunk-start - 1
000980     MOVE SPACES TO gen-word
000981     STRING "MOVE " chunk-len " TO CBU-SCREEN-LEN"
000982        DELIMITED BY SIZE INTO gen-word
000983     PERFORM 8200-NEW-STATEMENT
000984     PERFORM 5400-PAINT-CALL
000985     MOVE SPACES TO gen-word
000986     STRING en-quote(r) en-value(r)(chunk-start:chunk-len)
000987        en-quote(r) DELIMITED BY SIZE INTO gen-word
000988     PERFORM 8210-ADD-WORD
000989  END-PERFORM.
000990
000991* a FROM / USING item through its edit field; a TO field is
000992* shown empty
000993 5200-PAINT-FIELD.
000994  MOVE en-len(r) TO paint-len.
000995  COMPUTE paint-pos = (en-row(r) - 1) * 80 + en-col(r).
000996  IF en-from(r) = SPACES
000997     MOVE "MOVE 0 TO CBU-SCREEN-LEN" TO gen-word
000998     PERFORM 8200-NEW-STATEMENT
000999     PERFORM 5400-PAINT-CALL
001000     MOVE "CBU-SCREEN-EMPTY" TO gen-word
001001     PERFORM 8210-ADD-WORD
001002     EXIT PARAGRAPH
001003  END-IF.
001004  MOVE r TO edit-no.
001005  MOVE "MOVE" TO gen-word.
001006  PERFORM 8200-NEW-STATEMENT.
001007  MOVE en-from(r) TO gen-word.
001008  PERFORM 8210-ADD-WORD.
001009  MOVE SPACES TO gen-word.
001010  STRING "TO " edit-name DELIMITED BY SIZE INTO gen-word.
001011  PERFORM 8210-ADD-WORD.
001012  MOVE SPACES TO gen-word.
001013  STRING "MOVE LENGTH OF " edit-name DELIMITED BY SIZE
001014     INTO gen-word.
001015  PERFORM 8200-NEW-STATEMENT.
001016  MOVE "TO CBU-SCREEN-LEN" TO gen-word.
001017  PERFORM 8210-ADD-WORD.
001018  PERFORM 5400-PAINT-CALL.
001019  MOVE edit-name TO gen-word.
001020  PERFORM 8210-ADD-WORD.
001021
001022* CALL "CBU00331" USING BY CONTENT "rrcc" "attrs" "llll"
001023* BY REFERENCE CBU-SCREEN-LEN BY CONTENT - the item follows
001024 5400-PAINT-CALL.
001025  COMPUTE rrcc-row = (paint-pos - 1) / 80 + 1.
001026  COMPUTE rrcc-col = paint-pos - (rrcc-row - 1) * 80.
001027  MOVE paint-len TO llll.
001028  MOVE SPACES TO gen-word.
001029  STRING "CALL " QUOTE "CBU00331" QUOTE DELIMITED BY SIZE
001030     INTO gen-word.
001031  PERFORM 8200-NEW-STATEMENT.
001032  MOVE "USING BY CONTENT" TO gen-word.
001033  PERFORM 8210-ADD-WORD.
001034  MOVE SPACES TO gen-word.
001035  STRING QUOTE rrcc QUOTE " " QUOTE en-attrs(r) QUOTE " "
001036     QUOTE llll QUOTE DELIMITED BY SIZE INTO gen-word.
001037  PERFORM 8210-ADD-WORD.
001038  MOVE "BY REFERENCE CBU-SCREEN-LEN BY CONTENT" TO gen-word.
001039  PERFORM 8210-ADD-WORD.
001040
001041* CALL "CBU00332", then the reply moved to the TO / USING
001042* items and the key to the CRT STATUS item
001043 5300-ACCEPT.
001044  MOVE "MOVE" TO gen-word.
001045  PERFORM 8200-NEW-STATEMENT.
001046  IF cursor-id = SPACES
001047     MOVE "SPACES" TO gen-word
001048  ELSE
001049     MOVE cursor-id TO gen-word
001050  END-IF.
001051  PERFORM 8210-ADD-WORD.
001052  MOVE "TO CBU-SCREEN-CURSOR" TO gen-word.
001053  PERFORM 8210-ADD-WORD.
001054  MOVE SPACES TO gen-word.
001055  STRING "CALL " QUOTE "CBU00332" QUOTE DELIMITED BY SIZE
001056     INTO gen-word.
001057  PERFORM 8200-NEW-STATEMENT.
001058  MOVE "USING BY CONTENT" TO gen-word.
001059  PERFORM 8210-ADD-WORD.
001060  MOVE SPACES TO gen-word.
001061  STRING QUOTE en-name(e) QUOTE DELIMITED BY SIZE
001062     INTO gen-word.
001063  PERFORM 8210-ADD-WORD.
001064  MOVE "BY REFERENCE CBU-SCREEN-CURSOR" TO gen-word.
001065  PERFORM 8210-ADD-WORD.
001066  MOVE "CBU-SCREEN-REPLY CBU-SCREEN-KEY" TO gen-word.
001067  PERFORM 8210-ADD-WORD.
001068  MOVE 1 TO reply-pos.
001069  PERFORM VARYING r FROM e BY 1 UNTIL r > e-end
001070     IF en-field(r) AND en-to(r) <> SPACES AND en-len(r) > 0
001071        MOVE SPACES TO gen-word
001072        STRING "MOVE CBU-SCREEN-REPLY(" reply-pos ":" en-len(r)
001073           ")" DELIMITED BY SIZE INTO gen-word
001074        PERFORM 8200-NEW-STATEMENT
001075        MOVE "TO" TO gen-word
001076        PERFORM 8210-ADD-WORD
001077        MOVE en-to(r) TO gen-word
001078        PERFORM 8210-ADD-WORD
001079        ADD en-len(r) TO reply-pos
001080     END-IF
001081  END-PERFORM.
001082  IF crt-id <> SPACES
001083     MOVE "MOVE CBU-SCREEN-KEY TO" TO gen-word
001084     PERFORM 8200-NEW-STATEMENT
001085     MOVE crt-id TO gen-word
001086     PERFORM 8210-ADD-WORD
001087  END-IF.
001088
001089* the screens and their fields as placed
001090 6000-LISTING.
001091  PERFORM VARYING e FROM 1 BY 1 UNTIL e > EntCount
001092     IF en-level(e) = 1
001093        DISPLAY "SCREEN " en-name(e)
001094     END-IF
001095     IF NOT en-group(e)
001096        DISPLAY "SCREEN   " en-row(e) "/" en-col(e) " len "
001097           en-len(e) " " en-attrs(e) " " en-name(e)
001098     END-IF
001099  END-PERFORM.
001100  DISPLAY "SCREEN translate: " SourceIn " - " nb-display
001101     " DISPLAY, " nb-accept " ACCEPT, " nb-left
001102     " left as is".
001103
001104 8000-ID-LENGTH.
001105  MOVE 80 TO id-ptr.
001106  PERFORM UNTIL id-ptr = 0 OR id-text(id-ptr:1) <> SPACE
001107     SUBTRACT 1 FROM id-ptr
001108  END-PERFORM.
001109
001110 8000-TEXT-LENGTH.
001111  MOVE 65 TO g-len.
001112  PERFORM UNTIL g-len = 0 OR out-text(g-len:1) <> SPACE
001113     SUBTRACT 1 FROM g-len
001114  END-PERFORM.
001115
001116 8100-PUT.
001117  MOVE SPACES TO OutLine.
001118  MOVE out-text TO OutLine(8:65).
001119  WRITE OutLine.
001120
001121* generated statements are laid out word by word within
001122* columns 12 to 72, continuation lines indented
001123 8200-NEW-STATEMENT.
001124  PERFORM 8220-FLUSH.
001125  PERFORM 8230-WORD-LENGTH.
001126  MOVE SPACES TO cur-out.
001127  MOVE gen-word TO cur-out(5:61).
001128  COMPUTE cur-len = 4 + w-len.
001129
001130 8210-ADD-WORD.
001131  PERFORM 8230-WORD-LENGTH.
001132  IF cur-len + 1 + w-len > 65
001133     PERFORM 8220-FLUSH
001134     MOVE SPACES TO cur-out
001135     MOVE gen-word TO cur-out(8:58)
001136     COMPUTE cur-len = 7 + w-len
001137  ELSE
001138     MOVE gen-word(1:w-len) TO cur-out(cur-len + 2:w-len)
001139     COMPUTE cur-len = cur-len + 1 + w-len
001140  END-IF.
001141
001142 8220-FLUSH.
001143  IF cur-len > 0
001144     MOVE cur-out TO out-text
001145     PERFORM 8100-PUT
001146  END-IF.
001147  MOVE SPACES TO cur-out.
001148  MOVE 0 TO cur-len.
001149
001150 8230-WORD-LENGTH.
001151  MOVE 90 TO w-len.
001152  PERFORM UNTIL w-len = 1 OR gen-word(w-len:1) <> SPACE
001153     SUBTRACT 1 FROM w-len
001154  END-PERFORM.
001155
001156* an unsigned number from id-text; 0 when it is not one
001157 8300-NUMBER.
001158  MOVE 0 TO num-value.
001159  PERFORM VARYING d FROM 1 BY 1
001160     UNTIL d > 4 OR id-text(d:1) = SPACE
001161     IF id-text(d:1) IS NUMERIC
001162        MOVE id-text(d:1) TO num-digit
001163        COMPUTE num-value = num-value * 10 + num-digit
001164     ELSE
001165        MOVE 0 TO num-value
001166        MOVE 5 TO d
001167     END-IF
001168  END-PERFORM.
001169 END PROGRAM CBU00338.
