000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-precompile-cics
000013*	source name: CBU00318.cob
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

000044*>Prepare an online unit for test: copies its source to
000045*>SourceOut as the CICS translator would, but with each
000046*>EXEC CICS ... END-EXEC kept as comment lines and turned into
000047*>a call to the EXEC CICS stub, CBU-cics-stub, so the unit
000048*>runs outside a region under CBU-run-cics and its commands
000049*>are answered from the test's response file
000050*>(CBU-set-cics-file). Like the translator it
000051*>  - adds the work fields (CBUC0004) to WORKING-STORAGE and the
000052*>    EIB, DFHEIBLK (CBUC0005), to the LINKAGE SECTION, with a
000053*>    one-byte DFHCOMMAREA when the unit declares none
000054*>  - makes the PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA
000055*>  - replaces DFHRESP(condition) by the condition's number
000056*>Each command passes its resource (PROGRAM, FILE, DATASET,
000057*>MAP, TRANSID or QUEUE), its RESP and RESP2 fields, the data
000058*>it sends (FROM, else COMMAREA, else RIDFLD) and the area it
000059*>receives into (INTO, or the COMMAREA of a LINK). RETURN,
000060*>XCTL and ABEND end the unit, back to CBU-run-cics.
000061*>HANDLE CONDITION and IGNORE CONDITION keep a table of the
000061*>conditions handled and their labels, PUSH HANDLE sets it
000061*>aside and POP HANDLE brings it back; after the call of every
000061*>command with neither RESP nor NOHANDLE, EIBRESP is tested
000061*>for each handled condition with a GO TO its label, ERROR
000061*>last for any other condition. HANDLE AID and HANDLE ABEND
000062*>are logged but not acted on, and are reported.
000063*>Commands are numbered from 1 in source order; the listing
000064*>DISPLAYed at the end goes with the command log.
000064*>Text before EXEC CICS and after END-EXEC on the same line
000064*>stays code on lines of its own; only the EXEC CICS ...
000064*>END-EXEC text is commented out, and a period just after
000064*>END-EXEC ends the translated command.
000065* arg1: SourceIn - source of the unit
000066* arg2: SourceOut - translated source to write
000067 IDENTIFICATION DIVISION.
000068 PROGRAM-ID.   CBU00318.
000069 ENVIRONMENT    DIVISION.
000070 INPUT-OUTPUT SECTION.
000071 FILE-CONTROL.
000072    SELECT OPTIONAL SourceFile ASSIGN TO src-path
000073       ORGANIZATION IS LINE SEQUENTIAL
000074       FILE STATUS IS src-status.
000075    SELECT OutFile ASSIGN TO out-path
000076       ORGANIZATION IS LINE SEQUENTIAL
000077       FILE STATUS IS out-status.
000078 DATA DIVISION.
000079 FILE SECTION.
000080 	FD SourceFile.
000081 	01 SourceLine PIC X(80).
000082 	FD OutFile.
000083 	01 OutLine PIC X(80).
000084 WORKING-STORAGE SECTION.
000085  01 src-path PIC X(40).
000086  01 src-status PIC X(2).
000087  01 out-path PIC X(40).
000088  01 out-status PIC X(2).
000089  01 SourceEOF PIC 9(1).
000090  01 line-no PIC 9(5).
000091  01 exec-line-no PIC 9(5).
000092  01 up-line PIC X(80).
000093  01 work-line PIC X(80).
000094  01 seg PIC X(65).
000095  01 up-seg PIC X(65).
000096  01 seg-start PIC 9(3).
000097  01 hit-pos PIC 9(3).
000098  01 end-pos PIC 9(3).
000099  01 exec-col PIC 9(3).
000099  01 aft-col PIC 9(3).
000099  01 aft-p PIC 9(3).
000099  01 after-line PIC X(80).
000100  01 end-period PIC 9(1).
000101  01 exec-state PIC 9(1).
000102     88 outside-exec VALUE 0.
000103     88 in-exec VALUE 1.
000104  01 division-state PIC 9(1).
000105     88 in-data VALUE 0.
000106     88 in-procedure VALUE 1.
000107  01 ws-done PIC 9(1).
000108  01 ls-done PIC 9(1).
000109  01 has-commarea PIC 9(1).
000110  01 cmd-buf PIC X(4000).
000111  01 up-buf PIC X(4000).
000112  01 cmd-ptr PIC 9(4).
000113  01 cmd-len PIC 9(4).
000114  01 p PIC 9(4).
000115  01 arg-start PIC 9(4).
000116  01 depth PIC 9(2).
000117  01 quote-ch PIC X(1).
000118  01 tk-len PIC 9(2).
000119  01 tk-word PIC X(16).
000120  01 OptCount PIC 9(2).
000121  01 ListeOptions.
000122    05 OptionEntry OCCURS 40 TIMES.
000123      10 opt-name PIC X(16).
000124      10 opt-arg PIC X(60).
000125  01 o PIC 9(2).
000126  01 cics-command PIC X(8).
000127  01 res-arg PIC X(60).
000128  01 resp-arg PIC X(60).
000129  01 resp2-arg PIC X(60).
000130  01 in-arg PIC X(60).
000131  01 out-arg PIC X(60).
000132  01 from-arg PIC X(60).
000133  01 commarea-arg PIC X(60).
000134  01 ridfld-arg PIC X(60).
000135  01 into-arg PIC X(60).
000136  01 area-arg PIC X(60).
000137  01 stmt-no PIC 9(4).
000138  01 GenCount PIC 9(2).
000139  01 ListeGen.
000140    05 gen-line PIC X(65) OCCURS 70 TIMES.
000141  01 g PIC 9(2).
000142  01 g-len PIC 9(2).
000143  01 out-text PIC X(65).
000144  01 nb-handle PIC 9(3).
000144  01 no-handle PIC 9(1).
000144  01 handle-cond PIC 9(2).
000144  01 HandleTable.
000144    05 handle-label PIC X(30) OCCURS 22 TIMES.
000144  01 push-depth PIC 9(1).
000144  01 HandleStack.
000144    05 pushed-handles PIC X(660) OCCURS 5 TIMES.
000145  01 resp-name PIC X(10).
000146  01 resp-code PIC 9(3).
000147  01 resp-found PIC 9(1).
000148  01 r PIC 9(2).
000149  01 close-pos PIC 9(3).
000150  01 ListeConditions.
000151    05 FILLER PIC X(13) VALUE "NORMAL    000".
000152    05 FILLER PIC X(13) VALUE "ERROR     001".
000153    05 FILLER PIC X(13) VALUE "EOF       006".
000154    05 FILLER PIC X(13) VALUE "NOTFND    013".
000155    05 FILLER PIC X(13) VALUE "DUPREC    014".
000156    05 FILLER PIC X(13) VALUE "DUPKEY    015".
000157    05 FILLER PIC X(13) VALUE "INVREQ    016".
000158    05 FILLER PIC X(13) VALUE "IOERR     017".
000159    05 FILLER PIC X(13) VALUE "NOSPACE   018".
000160    05 FILLER PIC X(13) VALUE "NOTOPEN   019".
000161    05 FILLER PIC X(13) VALUE "ENDFILE   020".
000162    05 FILLER PIC X(13) VALUE "ILLOGIC   021".
000163    05 FILLER PIC X(13) VALUE "LENGERR   022".
000164    05 FILLER PIC X(13) VALUE "QZERO     023".
000165    05 FILLER PIC X(13) VALUE "ITEMERR   026".
000166    05 FILLER PIC X(13) VALUE "PGMIDERR  027".
000167    05 FILLER PIC X(13) VALUE "TRANSIDERR028".
000168    05 FILLER PIC X(13) VALUE "ENDDATA   029".
000169    05 FILLER PIC X(13) VALUE "MAPFAIL   036".
000170    05 FILLER PIC X(13) VALUE "QIDERR    044".
000171    05 FILLER PIC X(13) VALUE "NOTAUTH   070".
000172    05 FILLER PIC X(13) VALUE "DISABLED  084".
000173  01 ConditionTable REDEFINES ListeConditions.
000174    05 ConditionEntry OCCURS 22 TIMES.
000175      10 cond-name PIC X(10).
000176      10 cond-code PIC 9(3).
000177  COPY CBUC0002.
000178 LINKAGE SECTION.
000179  77 SourceIn PIC X(40).
000180  77 SourceOut PIC X(40).
000181  COPY CBUC0001.
000182 PROCEDURE DIVISION USING CBU-ctx SourceIn SourceOut.
000183  MOVE SourceIn TO src-path.
000184  MOVE SourceOut TO out-path.
000185  OPEN INPUT SourceFile.
000186  IF src-status <> "00"
000187     DISPLAY "CICS translate: source '" SourceIn
000188        "' cannot be read"
000189     CLOSE SourceFile
000190     EXIT PROGRAM
000191  END-IF.
000192  OPEN OUTPUT OutFile.
000193  IF out-status <> "00"
000194     DISPLAY "CICS translate: '" SourceOut
000195        "' cannot be written"
000196     CLOSE SourceFile
000197     EXIT PROGRAM
000198  END-IF.
000199  MOVE 0 TO line-no.
000200  MOVE 0 TO stmt-no.
000201  MOVE 0 TO nb-handle.
000201  MOVE SPACES TO HandleTable.
000201  MOVE 0 TO push-depth.
000202  MOVE 0 TO ws-done.
000203  MOVE 0 TO ls-done.
000204  MOVE 0 TO has-commarea.
000205  SET outside-exec TO TRUE.
000206  SET in-data TO TRUE.
000207  MOVE 0 TO SourceEOF.
000208  PERFORM UNTIL SourceEOF = 1
000209     READ SourceFile
000210        AT END MOVE 1 TO SourceEOF
000211        NOT AT END
000212           ADD 1 TO line-no
000213           PERFORM 1000-SOURCE-LINE
000214     END-READ
000215  END-PERFORM.
000216  CLOSE SourceFile.
000217  CLOSE OutFile.
000218  IF in-exec
000219     DISPLAY "CICS translate: EXEC CICS at line " exec-line-no
000220        " has no END-EXEC"
000221  END-IF.
000222  DISPLAY "CICS translate: " SourceIn " - " stmt-no
000223     " command(s), " nb-handle
000224     " HANDLE/IGNORE/PUSH/POP applied".
000225  EXIT PROGRAM.
000226
000227 1000-SOURCE-LINE.
000228  IF SourceLine(7:1) = "*" OR SourceLine(7:1) = "/"
000229     MOVE SourceLine TO OutLine
000230     WRITE OutLine
000231     EXIT PARAGRAPH
000232  END-IF.
000233  MOVE SourceLine TO up-line.
000234  INSPECT up-line CONVERTING "abcdefghijklmnopqrstuvwxyz"
000235     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000236  IF in-exec
000237     MOVE 8 TO exec-col
000237     MOVE 8 TO seg-start
000238     PERFORM 1400-COLLECT
000239     EXIT PARAGRAPH
000240  END-IF.
000241  MOVE 0 TO hit-pos.
000242  INSPECT up-line(8:65) TALLYING hit-pos
000243     FOR CHARACTERS BEFORE INITIAL "EXEC CICS".
000244  IF hit-pos < 65
000245     SET in-exec TO TRUE
000246     MOVE line-no TO exec-line-no
000247     MOVE SPACES TO cmd-buf
000248     MOVE SPACES TO up-buf
000249     MOVE 1 TO cmd-ptr
000250     MOVE 0 TO end-period
000251     COMPUTE exec-col = 8 + hit-pos
000251     COMPUTE seg-start = exec-col + 9
000252     PERFORM 1400-COLLECT
000253     EXIT PARAGRAPH
000254  END-IF.
000255  PERFORM 1100-DFHRESP.
000256  PERFORM 1200-SECTIONS.
000257  MOVE SourceLine TO OutLine.
000258  WRITE OutLine.
000259  PERFORM 1300-AFTER-SECTION.
000260
000261* DFHRESP(condition) becomes the condition's number, as the
000262* translator does
000263 1100-DFHRESP.
000264  MOVE 0 TO hit-pos.
000265  INSPECT up-line(8:65) TALLYING hit-pos
000266     FOR CHARACTERS BEFORE INITIAL "DFHRESP(".
000267  PERFORM UNTIL hit-pos >= 65
000268     COMPUTE p = 8 + hit-pos + 8
000269     MOVE 0 TO close-pos
000270     INSPECT up-line(p:) TALLYING close-pos
000271        FOR CHARACTERS BEFORE INITIAL ")"
000272     MOVE SPACES TO resp-name
000273     IF close-pos > 0 AND close-pos <= 10
000274        MOVE up-line(p:close-pos) TO resp-name
000275     END-IF
000276     MOVE 0 TO resp-found
000277     PERFORM VARYING r FROM 1 BY 1 UNTIL r > 22 OR resp-found = 1
000278        IF cond-name(r) = resp-name
000279           MOVE cond-code(r) TO resp-code
000280           MOVE 1 TO resp-found
000281        END-IF
000282     END-PERFORM
000283     IF resp-found = 0
000284        DISPLAY "CICS translate: DFHRESP(" resp-name ") at line "
000285           line-no " is not known - left as is"
000286        MOVE 65 TO hit-pos
000287     ELSE
000288        MOVE SPACES TO work-line
000289        STRING SourceLine(1:7 + hit-pos) DELIMITED BY SIZE
000290           resp-code DELIMITED BY SIZE
000291           SourceLine(p + close-pos + 1:) DELIMITED BY SIZE
000292           INTO work-line
000293        MOVE work-line TO SourceLine
000294        MOVE SourceLine TO up-line
000295        INSPECT up-line CONVERTING "abcdefghijklmnopqrstuvwxyz"
000296           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000297        MOVE 0 TO hit-pos
000298        INSPECT up-line(8:65) TALLYING hit-pos
000299           FOR CHARACTERS BEFORE INITIAL "DFHRESP("
000300     END-IF
000301  END-PERFORM.
000302
000303* what has to come before the line is written: the work
000304* fields ahead of a LINKAGE SECTION when there was no
000305* WORKING-STORAGE, the EIB and the PROCEDURE DIVISION USING
000306 1200-SECTIONS.
000307  MOVE 0 TO hit-pos.
000308  INSPECT up-line(8:65) TALLYING hit-pos
000309     FOR CHARACTERS BEFORE INITIAL "01 DFHCOMMAREA".
000310  IF hit-pos < 65
000311     MOVE 1 TO has-commarea
000312  END-IF.
000313  MOVE 0 TO hit-pos.
000314  INSPECT up-line(8:65) TALLYING hit-pos
000315     FOR CHARACTERS BEFORE INITIAL "LINKAGE SECTION".
000316  IF hit-pos < 65 AND ws-done = 0
000317     MOVE " WORKING-STORAGE SECTION." TO out-text
000318     PERFORM 8100-PUT
000319     MOVE "    COPY CBUC0004." TO out-text
000320     PERFORM 8100-PUT
000321     MOVE 1 TO ws-done
000322  END-IF.
000323  MOVE 0 TO hit-pos.
000324  INSPECT up-line(8:65) TALLYING hit-pos
000325     FOR CHARACTERS BEFORE INITIAL "PROCEDURE DIVISION".
000326  IF hit-pos >= 65
000327     EXIT PARAGRAPH
000328  END-IF.
000329  SET in-procedure TO TRUE.
000330  IF ws-done = 0
000331     MOVE " WORKING-STORAGE SECTION." TO out-text
000332     PERFORM 8100-PUT
000333     MOVE "    COPY CBUC0004." TO out-text
000334     PERFORM 8100-PUT
000335     MOVE 1 TO ws-done
000336  END-IF.
000337  IF ls-done = 0
000338     MOVE " LINKAGE SECTION." TO out-text
000339     PERFORM 8100-PUT
000340     MOVE "    COPY CBUC0005." TO out-text
000341     PERFORM 8100-PUT
000342     MOVE 1 TO ls-done
000343  END-IF.
000344  IF has-commarea = 0
000345     MOVE " 01 DFHCOMMAREA PIC X(1)." TO out-text
000346     PERFORM 8100-PUT
000347  END-IF.
000348  MOVE 0 TO end-pos.
000349  INSPECT up-line(8:65) TALLYING end-pos FOR ALL "USING".
000350  IF end-pos = 0
000351     MOVE SPACES TO SourceLine(8 + hit-pos:)
000352     MOVE "PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA."
000353        TO SourceLine(8 + hit-pos:)
000354  END-IF.
000355
000356 1300-AFTER-SECTION.
000357  MOVE 0 TO hit-pos.
000358  INSPECT up-line(8:65) TALLYING hit-pos
000359     FOR CHARACTERS BEFORE INITIAL "WORKING-STORAGE SECTION".
000360  IF hit-pos < 65
000361     MOVE "    COPY CBUC0004." TO out-text
000362     PERFORM 8100-PUT
000363     MOVE 1 TO ws-done
000364  END-IF.
000365  MOVE 0 TO hit-pos.
000366  INSPECT up-line(8:65) TALLYING hit-pos
000367     FOR CHARACTERS BEFORE INITIAL "LINKAGE SECTION".
000368  IF hit-pos < 65
000369     MOVE "    COPY CBUC0005." TO out-text
000370     PERFORM 8100-PUT
000371     MOVE 1 TO ls-done
000372  END-IF.
000373
000374* the command text, original case and upper case side by
000375* side, up to END-EXEC
000376 1400-COLLECT.
000380  MOVE SPACES TO seg.
000381  MOVE SPACES TO up-seg.
000382  IF seg-start <= 72
000383     MOVE SourceLine(seg-start:73 - seg-start) TO seg
000384     MOVE up-line(seg-start:73 - seg-start) TO up-seg
000385  END-IF.
000386  MOVE 0 TO end-pos.
000387  INSPECT up-seg TALLYING end-pos
000388     FOR CHARACTERS BEFORE INITIAL "END-EXEC".
000389  IF end-pos >= 65
000390     MOVE 65 TO end-pos
000390     MOVE 73 TO aft-col
000391  ELSE
000392     SET outside-exec TO TRUE
000392     COMPUTE aft-col = seg-start + end-pos + 8
000401  END-IF.
000401  PERFORM 1500-COMMENT-EXEC.
000401  IF outside-exec
000401     PERFORM 1600-AFTER-EXEC
000401  END-IF.
000402  IF end-pos > 0 AND cmd-ptr + end-pos < 4000
000403     MOVE seg(1:end-pos) TO cmd-buf(cmd-ptr:end-pos)
000404     MOVE up-seg(1:end-pos) TO up-buf(cmd-ptr:end-pos)
000405     COMPUTE cmd-ptr = cmd-ptr + end-pos + 1
000406  END-IF.
000407  IF outside-exec
000408     COMPUTE cmd-len = cmd-ptr - 1
000409     PERFORM 2000-TOKENIZE
000410     PERFORM 3000-TRANSLATE
000410     IF after-line(8:65) <> SPACES
000410        MOVE after-line TO SourceLine
000410        MOVE SourceLine TO up-line
000410        INSPECT up-line CONVERTING "abcdefghijklmnopqrstuvwxyz"
000410           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000410        PERFORM 1100-DFHRESP
000410        MOVE SourceLine TO OutLine
000410        WRITE OutLine
000410     END-IF
000411  END-IF.
000411
000411* text before EXEC CICS stays code on a line of its own; only
000411* the EXEC CICS ... END-EXEC text becomes a comment line
000411 1500-COMMENT-EXEC.
000411  IF exec-col > 8
000411     IF SourceLine(8:exec-col - 8) <> SPACES
000411        MOVE SPACES TO OutLine
000411        MOVE SourceLine(1:exec-col - 1) TO OutLine
000411        WRITE OutLine
000411     END-IF
000411  END-IF.
000411  MOVE SPACES TO OutLine.
000411  MOVE SourceLine(1:6) TO OutLine(1:6).
000411  MOVE "*" TO OutLine(7:1).
000411  MOVE SourceLine(exec-col:aft-col - exec-col)
000411     TO OutLine(exec-col:aft-col - exec-col).
000411  MOVE SourceLine(73:8) TO OutLine(73:8).
000411  WRITE OutLine.
000411
000411* text after END-EXEC: a period there ends the translated
000411* command, the rest is written back as code after it
000411 1600-AFTER-EXEC.
000411  MOVE SPACES TO after-line.
000411  IF aft-col > 72
000411     EXIT PARAGRAPH
000411  END-IF.
000411  MOVE SourceLine(1:7) TO after-line(1:7).
000411  MOVE SourceLine(aft-col:73 - aft-col)
000411     TO after-line(aft-col:73 - aft-col).
000411  MOVE aft-col TO aft-p.
000411  PERFORM UNTIL aft-p > 72 OR after-line(aft-p:1) <> SPACE
000411     ADD 1 TO aft-p
000411  END-PERFORM.
000411  IF aft-p <= 72
000411     IF after-line(aft-p:1) = "."
000411        MOVE 1 TO end-period
000411        MOVE SPACE TO after-line(aft-p:1)
000411     END-IF
000411  END-IF.
000412
000413* the command word, then OPTION or OPTION(argument) pairs;
000414* the argument keeps its case and may hold parentheses
000415* (subscripts) and quoted literals
000416 2000-TOKENIZE.
000417  MOVE 0 TO OptCount.
000418  MOVE SPACES TO cics-command.
000419  MOVE 1 TO p.
000420  PERFORM UNTIL p > cmd-len
000421     IF up-buf(p:1) = SPACE OR up-buf(p:1) = ","
000422        ADD 1 TO p
000423     ELSE
000424        PERFORM 2100-OPTION
000425     END-IF
000426  END-PERFORM.
000427
000428 2100-OPTION.
000429  MOVE SPACES TO tk-word.
000430  MOVE 0 TO tk-len.
000431  PERFORM UNTIL p > cmd-len OR up-buf(p:1) = SPACE
000432     OR up-buf(p:1) = "(" OR up-buf(p:1) = ","
000433     IF tk-len < 16
000434        ADD 1 TO tk-len
000435        MOVE up-buf(p:1) TO tk-word(tk-len:1)
000436     END-IF
000437     ADD 1 TO p
000438  END-PERFORM.
000439  IF cics-command = SPACES
000440     MOVE tk-word TO cics-command
000441     EXIT PARAGRAPH
000442  END-IF.
000443  IF OptCount < 40
000444     ADD 1 TO OptCount
000445  END-IF.
000446  MOVE tk-word TO opt-name(OptCount).
000447  MOVE SPACES TO opt-arg(OptCount).
000448  PERFORM UNTIL p > cmd-len OR up-buf(p:1) <> SPACE
000449     ADD 1 TO p
000450  END-PERFORM.
000451  IF p > cmd-len OR up-buf(p:1) <> "("
000452     EXIT PARAGRAPH
000453  END-IF.
000454  ADD 1 TO p.
000455  MOVE p TO arg-start.
000456  MOVE 1 TO depth.
000457  PERFORM UNTIL p > cmd-len OR depth = 0
000458     EVALUATE TRUE
000459     WHEN up-buf(p:1) = QUOTE OR up-buf(p:1) = "'"
000460        MOVE up-buf(p:1) TO quote-ch
000461        ADD 1 TO p
000462        PERFORM UNTIL p > cmd-len OR up-buf(p:1) = quote-ch
000463           ADD 1 TO p
000464        END-PERFORM
000465     WHEN up-buf(p:1) = "("
000466        ADD 1 TO depth
000467     WHEN up-buf(p:1) = ")"
000468        SUBTRACT 1 FROM depth
000469     END-EVALUATE
000470     ADD 1 TO p
000471  END-PERFORM.
000472  IF p - arg-start > 1
000473     MOVE cmd-buf(arg-start:p - arg-start - 1)
000474        TO opt-arg(OptCount)
000475  END-IF.
000476
000477 3000-TRANSLATE.
000478  MOVE 0 TO GenCount.
000479  IF cics-command = SPACES
000480     EXIT PARAGRAPH
000481  END-IF.
000482  ADD 1 TO stmt-no.
000483  MOVE SPACES TO res-arg resp-arg resp2-arg from-arg
000484     commarea-arg ridfld-arg into-arg in-arg out-arg.
000484  MOVE 0 TO no-handle.
000485  PERFORM VARYING o FROM 1 BY 1 UNTIL o > OptCount
000486     EVALUATE opt-name(o)
000487     WHEN "PROGRAM"
000488     WHEN "FILE"
000489     WHEN "DATASET"
000490     WHEN "MAP"
000491     WHEN "TRANSID"
000492     WHEN "QUEUE"
000493     WHEN "QNAME"
000494        IF res-arg = SPACES
000495           MOVE opt-arg(o) TO res-arg
000496        END-IF
000497     WHEN "RESP"
000498        MOVE opt-arg(o) TO resp-arg
000499     WHEN "RESP2"
000500        MOVE opt-arg(o) TO resp2-arg
000501     WHEN "FROM"
000502        MOVE opt-arg(o) TO from-arg
000503     WHEN "COMMAREA"
000504        MOVE opt-arg(o) TO commarea-arg
000505     WHEN "RIDFLD"
000506        MOVE opt-arg(o) TO ridfld-arg
000507     WHEN "INTO"
000508        MOVE opt-arg(o) TO into-arg
000508     WHEN "NOHANDLE"
000508        MOVE 1 TO no-handle
000509     END-EVALUATE
000510  END-PERFORM.
000511  EVALUATE TRUE
000512  WHEN from-arg <> SPACES
000513     MOVE from-arg TO in-arg
000514  WHEN commarea-arg <> SPACES
000515     MOVE commarea-arg TO in-arg
000516  WHEN OTHER
000517     MOVE ridfld-arg TO in-arg
000518  END-EVALUATE.
000519  IF into-arg <> SPACES
000520     MOVE into-arg TO out-arg
000521  ELSE
000522     IF cics-command = "LINK"
000523        MOVE commarea-arg TO out-arg
000524     END-IF
000525  END-IF.
000526  IF cics-command = "HANDLE" OR cics-command = "IGNORE"
000527     OR cics-command = "PUSH" OR cics-command = "POP"
000528     PERFORM 3300-HANDLE
000532     PERFORM 3100-GENERATE-CALL
000532  ELSE
000532     PERFORM 3100-GENERATE-CALL
000532     IF resp-arg = SPACES AND no-handle = 0
000532        AND cics-command <> "RETURN" AND cics-command <> "XCTL"
000532        AND cics-command <> "ABEND"
000532        PERFORM 3400-HANDLE-TESTS
000532     END-IF
000532  END-IF.
000533  IF end-period = 1
000534     MOVE gen-line(GenCount) TO out-text
000535     PERFORM 8000-TEXT-LENGTH
000536     IF g-len < 65
000537        MOVE "." TO gen-line(GenCount)(g-len + 1:1)
000538     END-IF
000539  END-IF.
000540  PERFORM VARYING g FROM 1 BY 1 UNTIL g > GenCount
000541     MOVE gen-line(g) TO out-text
000542     PERFORM 8100-PUT
000543  END-PERFORM.
000544  DISPLAY "CICS " stmt-no " " cics-command " " res-arg(1:20)
000545     " line " exec-line-no.
000546
000547 3100-GENERATE-CALL.
000548  ADD 1 TO GenCount.
000549  MOVE SPACES TO gen-line(GenCount).
000550  IF res-arg = SPACES
000551     MOVE "    MOVE SPACES TO DFHEIV-RESOURCE"
000552        TO gen-line(GenCount)
000553  ELSE
000554     MOVE res-arg TO out-text
000555     PERFORM 8000-TEXT-LENGTH
000556     IF g-len <= 33
000557        STRING "    MOVE " res-arg(1:g-len)
000558           " TO DFHEIV-RESOURCE" DELIMITED BY SIZE
000559           INTO gen-line(GenCount)
000560     ELSE
000561        STRING "    MOVE " res-arg DELIMITED BY SIZE
000562           INTO gen-line(GenCount)
000563        ADD 1 TO GenCount
000564        MOVE "       TO DFHEIV-RESOURCE" TO gen-line(GenCount)
000565     END-IF
000566  END-IF.
000567  ADD 1 TO GenCount.
000568  MOVE SPACES TO gen-line(GenCount).
000569  STRING "    CALL " QUOTE "CBU00313" QUOTE
000570     " USING BY CONTENT " QUOTE stmt-no QUOTE " "
000571     QUOTE cics-command QUOTE DELIMITED BY SIZE
000572     INTO gen-line(GenCount).
000573  ADD 1 TO GenCount.
000574  MOVE "       BY REFERENCE DFHEIV-RESOURCE DFHEIBLK"
000575     TO gen-line(GenCount).
000576  ADD 1 TO GenCount.
000577  MOVE SPACES TO gen-line(GenCount).
000578  IF resp-arg = SPACES
000579     MOVE "       DFHEIV-RESP" TO gen-line(GenCount)
000580  ELSE
000581     STRING "       " resp-arg DELIMITED BY SIZE
000582        INTO gen-line(GenCount)
000583  END-IF.
000584  ADD 1 TO GenCount.
000585  MOVE SPACES TO gen-line(GenCount).
000586  IF resp2-arg = SPACES
000587     MOVE "       DFHEIV-RESP2" TO gen-line(GenCount)
000588  ELSE
000589     STRING "       " resp2-arg DELIMITED BY SIZE
000590        INTO gen-line(GenCount)
000591  END-IF.
000592  ADD 1 TO GenCount.
000593  IF resp-arg = SPACES
000594     MOVE "       BY CONTENT " TO gen-line(GenCount)
000595     MOVE QUOTE TO gen-line(GenCount)(19:1)
000596     MOVE "N" TO gen-line(GenCount)(20:1)
000597     MOVE QUOTE TO gen-line(GenCount)(21:1)
000598  ELSE
000599     MOVE "       BY CONTENT " TO gen-line(GenCount)
000600     MOVE QUOTE TO gen-line(GenCount)(19:1)
000601     MOVE "Y" TO gen-line(GenCount)(20:1)
000602     MOVE QUOTE TO gen-line(GenCount)(21:1)
000603  END-IF.
000604  MOVE in-arg TO area-arg.
000605  PERFORM 3200-PUT-AREA.
000606  MOVE out-arg TO area-arg.
000607  PERFORM 3200-PUT-AREA.
000608  IF cics-command = "RETURN" OR cics-command = "XCTL"
000609     OR cics-command = "ABEND"
000610     ADD 1 TO GenCount
000611     MOVE "    GOBACK" TO gen-line(GenCount)
000612  END-IF.
000613
000614* an area as its length by content and itself by reference,
000615* or the empty work area when the command has none
000616 3200-PUT-AREA.
000617  IF area-arg = SPACES
000618     ADD 1 TO GenCount
000619     MOVE "       BY REFERENCE DFHEIV-NULL-LEN DFHEIV-NULL"
000620        TO gen-line(GenCount)
000621     EXIT PARAGRAPH
000622  END-IF.
000623  ADD 1 TO GenCount.
000624  MOVE "       BY CONTENT LENGTH OF" TO gen-line(GenCount).
000625  ADD 1 TO GenCount.
000626  MOVE SPACES TO gen-line(GenCount).
000627  STRING "          " area-arg DELIMITED BY SIZE
000628     INTO gen-line(GenCount).
000629  ADD 1 TO GenCount.
000630  MOVE "       BY REFERENCE" TO gen-line(GenCount).
000631  ADD 1 TO GenCount.
000632  MOVE SPACES TO gen-line(GenCount).
000633  STRING "          " area-arg DELIMITED BY SIZE
000634     INTO gen-line(GenCount).
000635
000635* HANDLE CONDITION cond(label) ... sets the label of each
000635* condition, a condition with no label goes back to no
000635* handling, as does IGNORE CONDITION cond ...; PUSH HANDLE
000635* sets the table aside, empty, until POP HANDLE
000635 3300-HANDLE.
000635  IF cics-command = "PUSH"
000635     IF push-depth < 5
000635        ADD 1 TO push-depth
000635        MOVE HandleTable TO pushed-handles(push-depth)
000635     ELSE
000635        DISPLAY "CICS translate: PUSH HANDLE at line "
000635           exec-line-no " nests deeper than 5 - not kept"
000635     END-IF
000635     MOVE SPACES TO HandleTable
000635     ADD 1 TO nb-handle
000635     EXIT PARAGRAPH
000635  END-IF.
000635  IF cics-command = "POP"
000635     IF push-depth > 0
000635        MOVE pushed-handles(push-depth) TO HandleTable
000635        SUBTRACT 1 FROM push-depth
000635     ELSE
000635        MOVE SPACES TO HandleTable
000635     END-IF
000635     ADD 1 TO nb-handle
000635     EXIT PARAGRAPH
000635  END-IF.
000635  IF OptCount = 0 OR opt-name(1) <> "CONDITION"
000635     DISPLAY "CICS translate: " cics-command " at line "
000635        exec-line-no " is logged but not acted on"
000635     EXIT PARAGRAPH
000635  END-IF.
000635  PERFORM VARYING o FROM 2 BY 1 UNTIL o > OptCount
000635     MOVE 0 TO handle-cond
000635     PERFORM VARYING r FROM 2 BY 1 UNTIL r > 22
000635        IF cond-name(r) = opt-name(o)
000635           MOVE r TO handle-cond
000635        END-IF
000635     END-PERFORM
000635     IF handle-cond = 0
000635        DISPLAY "CICS translate: condition " opt-name(o)
000635           " at line " exec-line-no " is not known - not kept"
000635     ELSE
000635        IF cics-command = "HANDLE"
000635           MOVE opt-arg(o) TO handle-label(handle-cond)
000635        ELSE
000635           MOVE SPACES TO handle-label(handle-cond)
000635        END-IF
000635     END-IF
000635  END-PERFORM.
000635  ADD 1 TO nb-handle.
000635
000635* a GO TO for each handled condition the command raised; ERROR
000635* (entry 2) comes last and takes whatever was not handled
000635 3400-HANDLE-TESTS.
000635  PERFORM VARYING r FROM 3 BY 1 UNTIL r > 22
000635     IF handle-label(r) <> SPACES
000635        ADD 1 TO GenCount
000635        MOVE SPACES TO gen-line(GenCount)
000635        STRING "    IF EIBRESP = " cond-code(r) " GO TO "
000635           DELIMITED BY SIZE
000635           handle-label(r) DELIMITED BY SPACE
000635           " END-IF" DELIMITED BY SIZE INTO gen-line(GenCount)
000635     END-IF
000635  END-PERFORM.
000635  IF handle-label(2) <> SPACES
000635     ADD 1 TO GenCount
000635     MOVE SPACES TO gen-line(GenCount)
000635     STRING "    IF EIBRESP NOT = 0 GO TO " DELIMITED BY SIZE
000635        handle-label(2) DELIMITED BY SPACE
000635        " END-IF" DELIMITED BY SIZE INTO gen-line(GenCount)
000635  END-IF.
000635
000636 8000-TEXT-LENGTH.
000637  MOVE 65 TO g-len.
000638  PERFORM UNTIL g-len = 0 OR out-text(g-len:1) <> SPACE
000639     SUBTRACT 1 FROM g-len
000640  END-PERFORM.
000641
000642 8100-PUT.
000643  MOVE SPACES TO OutLine.
000644  MOVE out-text TO OutLine(8:65).
000645  WRITE OutLine.
000646 END PROGRAM CBU00318.
