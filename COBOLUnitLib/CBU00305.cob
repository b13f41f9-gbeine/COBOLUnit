000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-gen-skeleton
000013*	source name: CBU00305.cob
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

000044*>Generate a test-program skeleton for a production unit, so
000045*>a first suite for a legacy program starts compilable
000046*>instead of from a blank page. Reads the unit's source,
000047*>takes its LINKAGE SECTION - following every COPY statement
000048*>into the copy library, nested COPYs included - and its entry
000049*>paths (the PROCEDURE DIVISION USING list and each ENTRY ...
000050*>USING), and writes into OutDir:
000051*>  <prefix>SU.cob / <prefix>TD.cob  suite setup and teardown
000052*>  <prefix>Tnn.cob   one placeholder test per entry path, the
000053*>                    linkage areas declared as its working
000054*>                    storage and the unit CALLed through
000055*>                    CBU-resolve-call so stubs still apply
000056*>  <prefix>CAT.TXT   the matching S/H/T records for
000057*>                    CBU-load-catalog
000058*>Copybooks are looked up as <name>.cpy, <name>.cob and
000059*><name> in CopyDir; one that cannot be found is left as a
000060*>comment in the skeleton and reported. The placeholder tests
000061*>hold no assertion, so FAIL-EMPTY-TEST flags any that are
000062*>never filled in.
000063* arg1: SourceFile-in - source of the production unit
000064* arg2: CopyDir-in - copy library directory (SPACES = current)
000065* arg3: OutDir-in - directory the skeleton is written to
000066* arg4: Prefix-in - 1-5 character name stem for the programs
000067 IDENTIFICATION DIVISION.
000068 PROGRAM-ID.   CBU00305.
000069 ENVIRONMENT    DIVISION.
000070 INPUT-OUTPUT SECTION.
000071 FILE-CONTROL.
000072    SELECT OPTIONAL SourceFile ASSIGN TO src-path
000073       ORGANIZATION IS LINE SEQUENTIAL
000074       FILE STATUS IS src-status.
000075    SELECT OPTIONAL CopyFile ASSIGN TO copy-path
000076       ORGANIZATION IS LINE SEQUENTIAL
000077       FILE STATUS IS copy-status.
000078    SELECT OutFile ASSIGN TO out-path
000079       ORGANIZATION IS LINE SEQUENTIAL.
000080 DATA DIVISION.
000081 FILE SECTION.
000082 	FD SourceFile.
000083 	01 SourceLine PIC X(80).
000084 	FD CopyFile.
000085 	01 CopyLine PIC X(80).
000086 	FD OutFile.
000087 	01 OutLine PIC X(80).
000088 WORKING-STORAGE SECTION.
000089  01 src-path PIC X(40).
000090  01 src-status PIC X(2).
000091  01 copy-path PIC X(140).
000092  01 copy-status PIC X(2).
000093  01 out-path PIC X(140).
000094  01 SourceEOF PIC 9(1).
000095  01 CopyEOF PIC 9(1).
000096  01 dir-command PIC X(250).
000097  01 name-buf PIC X(32000).
000098  01 out-len PIC 99999.
000099  01 copy-len PIC 99999.
000100  01 pfx-len PIC 9(1).
000101  01 unit-name PIC X(30).
000102  01 section-state PIC 9(1).
000103     88 before-linkage VALUE 0.
000104     88 in-linkage VALUE 1.
000105     88 in-procedure VALUE 2.
000106  01 collect-state PIC 9(1).
000107     88 not-collecting VALUE 0.
000108     88 before-using VALUE 1.
000109     88 after-using VALUE 2.
000110  01 up-line PIC X(80).
000111  01 tk-buf PIC X(65).
000112  01 tk-pos PIC 9(2).
000113  01 tk-word PIC X(30).
000114  01 tk-len PIC 9(2).
000115  01 tk-period PIC 9(1).
000116  01 copy-name PIC X(30).
000117  01 e PIC 9(2).
000118  01 a PIC 9(2).
000119  01 i PIC 9(4).
000120  01 j PIC 9(4).
000121  01 x PIC 9(1).
000122  01 nb-missing PIC 9(3).
000123  01 expansions PIC 9(3).
000124  01 copy-at PIC 9(4).
000125  01 out-seq PIC 9(6).
000126  01 out-text PIC X(66).
000127  01 prog-name PIC X(8).
000128  01 setup-name PIC X(8).
000129  01 teardown-name PIC X(8).
000130  01 test-no PIC 99.
000131  01 LinkCount PIC 9(4).
000132  01 ListeLinkage.
000133    05 link-line PIC X(66) OCCURS 2000 TIMES.
000134  01 CopyCount PIC 9(4).
000135  01 ListeCopy.
000136    05 copy-text PIC X(66) OCCURS 500 TIMES.
000137  01 EntryCount PIC 9(2).
000138  01 ListeEntries.
000139    05 EntryPoint OCCURS 20 TIMES.
000140      10 ep-name PIC X(30).
000141      10 ep-argc PIC 9(2).
000142      10 ep-arg PIC X(30) OCCURS 12 TIMES.
000143  01 ListeExtensions.
000144    05 FILLER PIC X(4) VALUE ".cpy".
000145    05 FILLER PIC X(4) VALUE ".cob".
000146    05 FILLER PIC X(4) VALUE SPACES.
000147  01 ExtensionTable REDEFINES ListeExtensions.
000148    05 copy-ext PIC X(4) OCCURS 3 TIMES.
000149  COPY CBUC0002.
000150 LINKAGE SECTION.
000151  77 SourceFile-in PIC X(40).
000152  77 CopyDir-in PIC X(40).
000153  77 OutDir-in PIC X(40).
000154  77 Prefix-in PIC X(5).
000155  COPY CBUC0001.
000156 PROCEDURE DIVISION USING CBU-ctx SourceFile-in CopyDir-in
000157      OutDir-in Prefix-in.
000158  IF Prefix-in = SPACES
000159     DISPLAY "Skeleton: a program name prefix is required"
000160     EXIT PROGRAM
000161  END-IF.
000162  MOVE 0 TO pfx-len.
000163  INSPECT Prefix-in TALLYING pfx-len
000164     FOR CHARACTERS BEFORE INITIAL SPACE.
000165  PERFORM 1000-READ-SOURCE.
000166  IF src-status <> "00" AND src-status <> "10"
000167     DISPLAY "Skeleton: source '" SourceFile-in
000168        "' cannot be read"
000169     EXIT PROGRAM
000170  END-IF.
000171  IF unit-name = SPACES
000172     DISPLAY "Skeleton: no PROGRAM-ID in '" SourceFile-in "'"
000173     EXIT PROGRAM
000174  END-IF.
000175* with no USING at all the unit still has one entry path
000176  IF EntryCount = 0
000177     MOVE 1 TO EntryCount
000178     MOVE SPACES TO ep-name(1)
000179     MOVE 0 TO ep-argc(1)
000180  END-IF.
000181  PERFORM 2000-EXPAND-COPIES.
000182  MOVE OutDir-in TO name-buf.
000183  CALL CBU-get-last-index USING CBU-ctx name-buf out-len.
000184  IF out-len > 0
000185     INITIALIZE dir-command
000186     STRING "mkdir -p " OutDir-in(1:out-len) INTO dir-command
000187     CALL "SYSTEM" USING dir-command
000188     MOVE 0 TO RETURN-CODE
000189  END-IF.
000190  INITIALIZE setup-name.
000191  STRING Prefix-in(1:pfx-len) "SU" DELIMITED BY SIZE
000192     INTO setup-name.
000193  INITIALIZE teardown-name.
000194  STRING Prefix-in(1:pfx-len) "TD" DELIMITED BY SIZE
000195     INTO teardown-name.
000196  MOVE setup-name TO prog-name.
000197  PERFORM 3000-WRITE-HOOK.
000198  MOVE teardown-name TO prog-name.
000199  PERFORM 3000-WRITE-HOOK.
000200  PERFORM VARYING e FROM 1 BY 1 UNTIL e > EntryCount
000201     MOVE e TO test-no
000202     INITIALIZE prog-name
000203     STRING Prefix-in(1:pfx-len) "T" test-no
000204        DELIMITED BY SIZE INTO prog-name
000205     PERFORM 4000-WRITE-TEST
000206  END-PERFORM.
000207  PERFORM 5000-WRITE-CATALOG.
000208  DISPLAY "Skeleton: " unit-name " - " EntryCount
000209     " entry path(s), " LinkCount " linkage line(s), "
000210     nb-missing " copybook(s) not found".
000211  EXIT PROGRAM.
000212
000213* the PROGRAM-ID, the LINKAGE SECTION lines and the USING list
000214* of every entry path
000215 1000-READ-SOURCE.
000216  MOVE SPACES TO unit-name.
000217  MOVE 0 TO LinkCount.
000218  MOVE 0 TO EntryCount.
000219  MOVE 0 TO section-state.
000220  MOVE 0 TO collect-state.
000221  MOVE SourceFile-in TO src-path.
000222  OPEN INPUT SourceFile.
000223  IF src-status <> "00"
000224     EXIT PARAGRAPH
000225  END-IF.
000226  MOVE 0 TO SourceEOF.
000227  PERFORM UNTIL SourceEOF = 1
000228     READ SourceFile
000229        AT END MOVE 1 TO SourceEOF
000230     END-READ
000231     IF SourceEOF = 0
000232        AND SourceLine(7:1) <> "*" AND SourceLine(7:1) <> "/"
000233        PERFORM 1100-SOURCE-LINE
000234     END-IF
000235  END-PERFORM.
000236  CLOSE SourceFile.
000237
000238 1100-SOURCE-LINE.
000239  MOVE SourceLine TO up-line.
000240  INSPECT up-line CONVERTING "abcdefghijklmnopqrstuvwxyz"
000241     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000242  MOVE up-line(8:65) TO tk-buf.
000243  MOVE 1 TO tk-pos.
000244  PERFORM 2900-NEXT-WORD.
000245  IF unit-name = SPACES AND tk-word = "PROGRAM-ID"
000246     PERFORM 2900-NEXT-WORD
000247     MOVE tk-word TO unit-name
000248     EXIT PARAGRAPH
000249  END-IF.
000250  IF tk-word = "LINKAGE"
000251     SET in-linkage TO TRUE
000252     EXIT PARAGRAPH
000253  END-IF.
000254  IF tk-word = "PROCEDURE"
000255     SET in-procedure TO TRUE
000256     PERFORM 1200-START-ENTRY
000257     EXIT PARAGRAPH
000258  END-IF.
000259  IF in-linkage
000260     IF tk-word = "WORKING-STORAGE" OR tk-word = "LOCAL-STORAGE"
000261        OR tk-word = "FILE" OR tk-word = "REPORT"
000262        OR tk-word = "SCREEN"
000263        SET before-linkage TO TRUE
000264        EXIT PARAGRAPH
000265     END-IF
000266     IF SourceLine(7:66) <> SPACES AND LinkCount < 2000
000267        ADD 1 TO LinkCount
000268        MOVE SourceLine(7:66) TO link-line(LinkCount)
000269     END-IF
000270     EXIT PARAGRAPH
000271  END-IF.
000272  IF in-procedure
000273     IF tk-word = "ENTRY"
000274        PERFORM 1200-START-ENTRY
000275        EXIT PARAGRAPH
000276     END-IF
000277     IF NOT not-collecting
000278        MOVE 1 TO tk-pos
000279        PERFORM 1300-COLLECT-ARGS
000280     END-IF
000281  END-IF.
000282
000283* PROCEDURE DIVISION or ENTRY: the entry's name, then its
000284* USING list up to the closing period, possibly over lines
000285 1200-START-ENTRY.
000286  IF EntryCount >= 20
000287     EXIT PARAGRAPH
000288  END-IF.
000289  ADD 1 TO EntryCount.
000290  MOVE SPACES TO ep-name(EntryCount).
000291  MOVE 0 TO ep-argc(EntryCount).
000292  IF tk-word = "ENTRY"
000293     PERFORM 2900-NEXT-WORD
000294     MOVE tk-word TO ep-name(EntryCount)
000295  ELSE
000296     PERFORM 2900-NEXT-WORD
000297  END-IF.
000298  SET before-using TO TRUE.
000299  IF tk-period = 1
000300     SET not-collecting TO TRUE
000301     EXIT PARAGRAPH
000302  END-IF.
000303  PERFORM 1300-COLLECT-ARGS.
000304
000305 1300-COLLECT-ARGS.
000306  PERFORM 2900-NEXT-WORD.
000307  PERFORM UNTIL tk-word = SPACES OR not-collecting
000308     EVALUATE TRUE
000309     WHEN tk-word = "USING"
000310        SET after-using TO TRUE
000311     WHEN tk-word = "RETURNING"
000312        SET before-using TO TRUE
000313     WHEN tk-word = "BY" OR tk-word = "REFERENCE"
000314        OR tk-word = "VALUE" OR tk-word = "CONTENT"
000315        CONTINUE
000316     WHEN after-using AND ep-argc(EntryCount) < 12
000317        ADD 1 TO ep-argc(EntryCount)
000318        MOVE tk-word
000319           TO ep-arg(EntryCount, ep-argc(EntryCount))
000320     WHEN OTHER
000321        CONTINUE
000322     END-EVALUATE
000323     IF tk-period = 1
000324        SET not-collecting TO TRUE
000325     ELSE
000326        PERFORM 2900-NEXT-WORD
000327     END-IF
000328  END-PERFORM.
000329
000330* replace each COPY line of the linkage by the copybook's
000331* lines until none is left; a copybook that COPYs another is
000332* expanded on a later pass
000333 2000-EXPAND-COPIES.
000334  MOVE 0 TO nb-missing.
000335  MOVE 0 TO expansions.
000336  MOVE 1 TO copy-at.
000337  PERFORM UNTIL copy-at = 0 OR expansions > 100
000338     MOVE 0 TO copy-at
000339     PERFORM VARYING i FROM 1 BY 1
000340        UNTIL i > LinkCount OR copy-at > 0
000341        IF link-line(i)(1:1) <> "*" AND link-line(i)(1:1) <> "/"
000342           MOVE link-line(i)(2:65) TO tk-buf
000343           INSPECT tk-buf CONVERTING
000344              "abcdefghijklmnopqrstuvwxyz"
000345              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000346           MOVE 1 TO tk-pos
000347           PERFORM 2900-NEXT-WORD
000348           IF tk-word = "COPY"
000349              MOVE i TO copy-at
000350           END-IF
000351        END-IF
000352     END-PERFORM
000353     IF copy-at > 0
000354        ADD 1 TO expansions
000355        MOVE link-line(copy-at)(2:65) TO tk-buf
000356        MOVE 1 TO tk-pos
000357        PERFORM 2900-NEXT-WORD
000358        PERFORM 2900-NEXT-WORD
000359        MOVE tk-word TO copy-name
000360        PERFORM 2100-LOAD-COPYBOOK
000361        PERFORM 2200-SPLICE-COPYBOOK
000362     END-IF
000363  END-PERFORM.
000364
000365 2100-LOAD-COPYBOOK.
000366  MOVE 0 TO CopyCount.
000367  MOVE CopyDir-in TO name-buf.
000368  CALL CBU-get-last-index USING CBU-ctx name-buf copy-len.
000369  MOVE "35" TO copy-status.
000370  PERFORM VARYING x FROM 1 BY 1
000371     UNTIL x > 3 OR copy-status = "00"
000372     INITIALIZE copy-path
000373     IF copy-len > 0
000374        STRING CopyDir-in(1:copy-len) "/" DELIMITED BY SIZE
000375           copy-name DELIMITED BY SPACE
000376           copy-ext(x) DELIMITED BY SPACE INTO copy-path
000377     ELSE
000378        STRING copy-name DELIMITED BY SPACE
000379           copy-ext(x) DELIMITED BY SPACE INTO copy-path
000380     END-IF
000381     OPEN INPUT CopyFile
000382     IF copy-status <> "00"
000383        CLOSE CopyFile
000384     END-IF
000385  END-PERFORM.
000386  IF copy-status <> "00"
000387     ADD 1 TO nb-missing
000388     DISPLAY "Skeleton: copybook " copy-name " not found"
000389     MOVE 1 TO CopyCount
000390     INITIALIZE copy-text(1)
000391     STRING "* copybook " DELIMITED BY SIZE
000392        copy-name DELIMITED BY SPACE
000393        " not found - declare its areas here"
000394        DELIMITED BY SIZE INTO copy-text(1)
000395     EXIT PARAGRAPH
000396  END-IF.
000397  MOVE 0 TO CopyEOF.
000398  PERFORM UNTIL CopyEOF = 1
000399     READ CopyFile
000400        AT END MOVE 1 TO CopyEOF
000401     END-READ
000402     IF CopyEOF = 0 AND CopyCount < 500
000403        AND CopyLine(7:66) <> SPACES
000404        ADD 1 TO CopyCount
000405        MOVE CopyLine(7:66) TO copy-text(CopyCount)
000406     END-IF
000407  END-PERFORM.
000408  CLOSE CopyFile.
000409
000410* the COPY line itself is replaced; the lines after it move
000411* down to make room
000412 2200-SPLICE-COPYBOOK.
000413  IF LinkCount - 1 + CopyCount > 2000
000414     COMPUTE CopyCount = 2000 - LinkCount + 1
000415  END-IF.
000416  IF CopyCount = 0
000417     MOVE "* empty copybook" TO link-line(copy-at)
000418     EXIT PARAGRAPH
000419  END-IF.
000420  PERFORM VARYING j FROM LinkCount BY -1 UNTIL j <= copy-at
000421     MOVE link-line(j) TO link-line(j + CopyCount - 1)
000422  END-PERFORM.
000423  PERFORM VARYING j FROM 1 BY 1 UNTIL j > CopyCount
000424     MOVE copy-text(j) TO link-line(copy-at + j - 1)
000425  END-PERFORM.
000426  COMPUTE LinkCount = LinkCount + CopyCount - 1.
000427
000428* next word of tk-buf from tk-pos: spaces and commas separate
000429* words, a trailing period is dropped and flagged, quotes
000430* around a literal name are dropped
000431 2900-NEXT-WORD.
000432  MOVE SPACES TO tk-word.
000433  MOVE 0 TO tk-period.
000434  MOVE 0 TO tk-len.
000435  PERFORM UNTIL tk-pos > 65
000436     OR (tk-buf(tk-pos:1) <> SPACE AND tk-buf(tk-pos:1) <> ",")
000437     ADD 1 TO tk-pos
000438  END-PERFORM.
000439  PERFORM UNTIL tk-pos > 65 OR tk-buf(tk-pos:1) = SPACE
000440     OR tk-buf(tk-pos:1) = ","
000441     IF tk-buf(tk-pos:1) = "."
000442        MOVE 1 TO tk-period
000443     ELSE
000444        IF tk-buf(tk-pos:1) <> QUOTE AND tk-buf(tk-pos:1) <> "'"
000445           AND tk-len < 30
000446           ADD 1 TO tk-len
000447           MOVE tk-buf(tk-pos:1) TO tk-word(tk-len:1)
000448        END-IF
000449     END-IF
000450     ADD 1 TO tk-pos
000451  END-PERFORM.
000452
000453 3000-WRITE-HOOK.
000454  PERFORM 8000-OPEN-OUT.
000455  MOVE "*> generated suite hook - fill in as the suite needs"
000456     TO out-text.
000457  PERFORM 8100-PUT.
000458  PERFORM 8200-PUT-HEADER.
000459  MOVE " WORKING-STORAGE SECTION." TO out-text.
000460  PERFORM 8100-PUT.
000461  MOVE "   COPY CBUC0002." TO out-text.
000462  PERFORM 8100-PUT.
000463  MOVE " LINKAGE SECTION." TO out-text.
000464  PERFORM 8100-PUT.
000465  MOVE "   COPY CBUC0001." TO out-text.
000466  PERFORM 8100-PUT.
000467  MOVE " PROCEDURE DIVISION USING CBU-ctx." TO out-text.
000468  PERFORM 8100-PUT.
000469  MOVE "  EXIT PROGRAM." TO out-text.
000470  PERFORM 8100-PUT.
000471  PERFORM 8300-PUT-END.
000472  CLOSE OutFile.
000473
000474 4000-WRITE-TEST.
000475  PERFORM 8000-OPEN-OUT.
000476  INITIALIZE out-text.
000477  IF ep-name(e) = SPACES
000478     STRING "*> generated test of " DELIMITED BY SIZE
000479        unit-name DELIMITED BY SPACE
000480        " - main entry" DELIMITED BY SIZE INTO out-text
000481  ELSE
000482     STRING "*> generated test of " DELIMITED BY SIZE
000483        unit-name DELIMITED BY SPACE
000484        " - ENTRY " ep-name(e) DELIMITED BY SIZE INTO out-text
000485  END-IF.
000486  PERFORM 8100-PUT.
000487  PERFORM 8200-PUT-HEADER.
000488  MOVE " WORKING-STORAGE SECTION." TO out-text.
000489  PERFORM 8100-PUT.
000490  MOVE "   01 skel-assert-name PIC X(20)." TO out-text.
000491  PERFORM 8100-PUT.
000492  MOVE "   01 skel-unit-name PIC X(8)." TO out-text.
000493  PERFORM 8100-PUT.
000494  MOVE "   01 skel-resolved-name PIC X(8)." TO out-text.
000495  PERFORM 8100-PUT.
000496  INITIALIZE out-text.
000497  STRING "* linkage areas of " DELIMITED BY SIZE
000498     unit-name DELIMITED BY SPACE
000499     ", declared as the test's own storage"
000500     DELIMITED BY SIZE INTO out-text.
000501  PERFORM 8100-PUT.
000502  PERFORM VARYING i FROM 1 BY 1 UNTIL i > LinkCount
000503     MOVE link-line(i) TO out-text
000504     PERFORM 8100-PUT
000505  END-PERFORM.
000506  MOVE "   COPY CBUC0002." TO out-text.
000507  PERFORM 8100-PUT.
000508  MOVE " LINKAGE SECTION." TO out-text.
000509  PERFORM 8100-PUT.
000510  MOVE "   COPY CBUC0001." TO out-text.
000511  PERFORM 8100-PUT.
000512  MOVE " PROCEDURE DIVISION USING CBU-ctx." TO out-text.
000513  PERFORM 8100-PUT.
000514  MOVE "* arrange: move the test's input values into the areas"
000515     TO out-text.
000516  PERFORM 8100-PUT.
000517  INITIALIZE out-text.
000518  IF ep-name(e) = SPACES
000519     STRING "  MOVE " QUOTE DELIMITED BY SIZE
000520        unit-name DELIMITED BY SPACE
000521        QUOTE " TO skel-unit-name." DELIMITED BY SIZE
000522        INTO out-text
000523  ELSE
000524     STRING "  MOVE " QUOTE DELIMITED BY SIZE
000525        ep-name(e) DELIMITED BY SPACE
000526        QUOTE " TO skel-unit-name." DELIMITED BY SIZE
000527        INTO out-text
000528  END-IF.
000529  PERFORM 8100-PUT.
000530  MOVE "  CALL CBU-resolve-call USING CBU-ctx skel-unit-name"
000531     TO out-text.
000532  PERFORM 8100-PUT.
000533  MOVE "     skel-resolved-name." TO out-text.
000534  PERFORM 8100-PUT.
000535  IF ep-argc(e) = 0
000536     MOVE "  CALL skel-resolved-name." TO out-text
000537     PERFORM 8100-PUT
000538  ELSE
000539     MOVE "  CALL skel-resolved-name USING" TO out-text
000540     PERFORM 8100-PUT
000541     PERFORM VARYING a FROM 1 BY 1 UNTIL a > ep-argc(e)
000542        INITIALIZE out-text
000543        IF a = ep-argc(e)
000544           STRING "     " DELIMITED BY SIZE
000545              ep-arg(e, a) DELIMITED BY SPACE
000546              "." DELIMITED BY SIZE INTO out-text
000547        ELSE
000548           STRING "     " ep-arg(e, a) DELIMITED BY SIZE
000549              INTO out-text
000550        END-IF
000551        PERFORM 8100-PUT
000552     END-PERFORM
000553  END-IF.
000554  MOVE "* assert: the test's assertions on the returned areas go"
000555     TO out-text.
000556  PERFORM 8100-PUT.
000557  MOVE "* here, named through skel-assert-name" TO out-text.
000558  PERFORM 8100-PUT.
000559  MOVE "  EXIT PROGRAM." TO out-text.
000560  PERFORM 8100-PUT.
000561  PERFORM 8300-PUT-END.
000562  CLOSE OutFile.
000563
000564 5000-WRITE-CATALOG.
000565  MOVE "CAT.TXT" TO prog-name.
000566  INITIALIZE out-path.
000567  IF out-len > 0
000568     STRING OutDir-in(1:out-len) "/" Prefix-in(1:pfx-len)
000569        "CAT.TXT" DELIMITED BY SIZE INTO out-path
000570  ELSE
000571     STRING Prefix-in(1:pfx-len) "CAT.TXT" DELIMITED BY SIZE
000572        INTO out-path
000573  END-IF.
000574  OPEN OUTPUT OutFile.
000575  MOVE SPACES TO OutLine.
000576  MOVE "S" TO OutLine(1:1).
000577  MOVE unit-name TO OutLine(2:20).
000578  STRING "Generated suite for " unit-name DELIMITED BY SIZE
000579     INTO OutLine(22:50).
000580  WRITE OutLine.
000581  MOVE SPACES TO OutLine.
000582  MOVE "H" TO OutLine(1:1).
000583  MOVE setup-name TO OutLine(2:8).
000584  MOVE teardown-name TO OutLine(22:8).
000585  WRITE OutLine.
000586  PERFORM VARYING e FROM 1 BY 1 UNTIL e > EntryCount
000587     MOVE e TO test-no
000588     MOVE SPACES TO OutLine
000589     MOVE "T" TO OutLine(1:1)
000590     STRING Prefix-in(1:pfx-len) "T" test-no
000591        DELIMITED BY SIZE INTO OutLine(2:20)
000592     IF ep-name(e) = SPACES
000593        MOVE "main entry" TO OutLine(22:50)
000594     ELSE
000595        STRING "ENTRY " ep-name(e) DELIMITED BY SIZE
000596           INTO OutLine(22:50)
000597     END-IF
000598     WRITE OutLine
000599  END-PERFORM.
000600  CLOSE OutFile.
000601  DISPLAY "Skeleton: catalog records in " out-path.
000602
000603 8000-OPEN-OUT.
000604  INITIALIZE out-path.
000605  IF out-len > 0
000606     STRING OutDir-in(1:out-len) "/" DELIMITED BY SIZE
000607        prog-name DELIMITED BY SPACE ".cob" DELIMITED BY SIZE
000608        INTO out-path
000609  ELSE
000610     STRING prog-name DELIMITED BY SPACE ".cob"
000611        DELIMITED BY SIZE INTO out-path
000612  END-IF.
000613  OPEN OUTPUT OutFile.
000614  MOVE 0 TO out-seq.
000615
000616 8100-PUT.
000617  ADD 10 TO out-seq.
000618  MOVE SPACES TO OutLine.
000619  MOVE out-seq TO OutLine(1:6).
000620  MOVE out-text TO OutLine(7:66).
000621  WRITE OutLine.
000622  MOVE SPACES TO out-text.
000623
000624 8200-PUT-HEADER.
000625  MOVE " IDENTIFICATION DIVISION." TO out-text.
000626  PERFORM 8100-PUT.
000627  INITIALIZE out-text.
000628  STRING " PROGRAM-ID.   " DELIMITED BY SIZE
000629     prog-name DELIMITED BY SPACE "."
000630     DELIMITED BY SIZE INTO out-text.
000631  PERFORM 8100-PUT.
000632  MOVE " ENVIRONMENT    DIVISION." TO out-text.
000633  PERFORM 8100-PUT.
000634  MOVE " DATA DIVISION." TO out-text.
000635  PERFORM 8100-PUT.
000636
000637 8300-PUT-END.
000638  INITIALIZE out-text.
000639  STRING " END PROGRAM " DELIMITED BY SIZE
000640     prog-name DELIMITED BY SPACE "."
000641     DELIMITED BY SIZE INTO out-text.
000642  PERFORM 8100-PUT.
000643 END PROGRAM CBU00305.
