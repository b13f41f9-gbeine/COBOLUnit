000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-check-stub-contracts
000013*	source name: CBU00381.cob
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

000044*>Check every stub contract declared with CBU-add-stub-contract
000045*>against the real subprogram, for CBU-validate-catalog. The
000046*>target's source is read the way CBU-gen-skeleton reads it -
000047*>PROGRAM-ID, ENTRY points, the LINKAGE SECTION with every
000048*>COPY followed into the copy library - and the layout of the
000049*>area the stub overlays (the first USING item of the target's
000050*>entry) is derived from its data entries: field names, PIC
000051*>clauses, USAGE, SIGN SEPARATE and OCCURS; REDEFINES, 66 and
000052*>88 entries add nothing. Then each response record is held
000053*>against that layout:
000054*>  - a target that is neither the source's PROGRAM-ID nor one
000055*>    of its ENTRY points, or whose source is gone, is retired
000056*>  - response data running past the end of the area is a
000057*>    length mismatch (an area longer than the 200 bytes the
000058*>    stub returns is noted, not counted)
000059*>  - a DISPLAY field whose bytes do not fit its PIC (digits in
000060*>    a 9 field, a valid sign in an S field, letters in an A
000061*>    field) is reported with the call number and the value
000062*>The layout of each target is listed. Every defect is counted
000063*>in DefectCount; the first 10 of a contract are printed.
000064* arg1: DefectCount - number of defects found
000065 IDENTIFICATION DIVISION.
000066 PROGRAM-ID.   CBU00381.
000067 ENVIRONMENT    DIVISION.
000068 INPUT-OUTPUT SECTION.
000069 FILE-CONTROL.
000070    SELECT OPTIONAL SourceFile ASSIGN TO src-path
000071       ORGANIZATION IS LINE SEQUENTIAL
000072       FILE STATUS IS src-status.
000073    SELECT OPTIONAL CopyFile ASSIGN TO copy-path
000074       ORGANIZATION IS LINE SEQUENTIAL
000075       FILE STATUS IS copy-status.
000076    SELECT OPTIONAL ResponseFile ASSIGN TO response-path
000077       ORGANIZATION IS LINE SEQUENTIAL
000078       FILE STATUS IS response-status.
000079 DATA DIVISION.
000080 FILE SECTION.
000081 	FD SourceFile.
000082 	01 SourceLine PIC X(80).
000083 	FD CopyFile.
000084 	01 CopyLine PIC X(80).
000085 	FD ResponseFile.
000086 	01 ResponseRecord.
000087 	  05 RS-call-number PIC X(3).
000088 	  05 RS-return-code PIC X(4).
000089 	  05 RS-area PIC X(200).
000090 WORKING-STORAGE SECTION.
000091  01 src-path PIC X(40).
000092  01 src-status PIC X(2).
000093  01 copy-path PIC X(140).
000094  01 copy-status PIC X(2).
000095  01 response-path PIC X(40).
000096  01 response-status PIC X(2).
000097  01 SourceEOF PIC 9(1).
000098  01 CopyEOF PIC 9(1).
000099  01 ResponseEOF PIC 9(1).
000100  01 name-buf PIC X(32000).
000101  01 copy-len PIC 99999.
000102  01 unit-name PIC X(30).
000103  01 section-state PIC 9(1).
000104     88 before-linkage VALUE 0.
000105     88 in-linkage VALUE 1.
000106     88 in-procedure VALUE 2.
000107  01 collect-state PIC 9(1).
000108     88 not-collecting VALUE 0.
000109     88 before-using VALUE 1.
000110     88 after-using VALUE 2.
000111  01 up-line PIC X(80).
000112  01 tk-buf PIC X(65).
000113  01 tk-pos PIC 9(2).
000114  01 tk-word PIC X(30).
000115  01 tk-len PIC 9(2).
000116  01 tk-period PIC 9(1).
000117  01 copy-name PIC X(30).
000118  01 i PIC 9(4).
000119  01 j PIC 9(4).
000120  01 x PIC 9(1).
000121  01 expansions PIC 9(3).
000122  01 copy-at PIC 9(4).
000123  01 LinkCount PIC 9(4).
000124  01 ListeLinkage.
000125    05 link-line PIC X(66) OCCURS 2000 TIMES.
000126  01 CopyCount PIC 9(4).
000127  01 ListeCopy.
000128    05 copy-text PIC X(66) OCCURS 500 TIMES.
000129  01 EntryCount PIC 9(2).
000130  01 ListeEntries.
000131    05 EntryPoint OCCURS 20 TIMES.
000132      10 ep-name PIC X(30).
000133      10 ep-argc PIC 9(2).
000134      10 ep-arg PIC X(30) OCCURS 12 TIMES.
000135  01 ListeExtensions.
000136    05 FILLER PIC X(4) VALUE ".cpy".
000137    05 FILLER PIC X(4) VALUE ".cob".
000138    05 FILLER PIC X(4) VALUE SPACES.
000139  01 ExtensionTable REDEFINES ListeExtensions.
000140    05 copy-ext PIC X(4) OCCURS 3 TIMES.
000141  01 sk PIC 9(2).
000142  01 nb-defects PIC 9(3).
000143  01 contract-defects PIC 9(5).
000144  01 target-entry PIC 9(2).
000145  01 target-area PIC X(30).
000146  01 dw-buf PIC X(65).
000147  01 dw-pos PIC 9(2).
000148  01 dw-word PIC X(30).
000149  01 dw-len PIC 9(2).
000150  01 dw-period PIC 9(1).
000151  01 dw-quote PIC X(1).
000152  01 ent-open PIC 9(1).
000153  01 ent-words PIC 9(3).
000154  01 ent-level PIC 9(2).
000155  01 ent-name PIC X(30).
000156  01 ent-pic PIC X(20).
000157  01 ent-occurs PIC 9(4).
000158  01 ent-redefines PIC 9(1).
000159  01 ent-usage PIC X(1).
000160  01 ent-separate PIC 9(1).
000161  01 ent-leading PIC 9(1).
000162  01 ent-expect PIC X(1).
000163  01 record-name PIC X(30).
000164  01 skip-level PIC 9(2).
000165  01 FieldCount PIC 9(3).
000166  01 field-overflow PIC 9(1).
000167  01 ListeFields.
000168    05 field-entry OCCURS 500 TIMES.
000169      10 FL-record PIC X(30).
000170      10 FL-name PIC X(30).
000171      10 FL-pic PIC X(20).
000172      10 FL-kind PIC X(1).
000173      10 FL-len PIC 9(4).
000174      10 FL-offset PIC 9(5).
000175  01 OccursCount PIC 9(1).
000176  01 ListeOccurs.
000177    05 occurs-entry OCCURS 9 TIMES.
000178      10 OC-level PIC 9(2).
000179      10 OC-times PIC 9(4).
000180      10 OC-first PIC 9(3).
000181  01 rep PIC 9(4).
000182  01 f PIC 9(3).
000183  01 block-last PIC 9(3).
000184  01 pic-pos PIC 9(2).
000185  01 pic-byte PIC X(1).
000186  01 last-byte PIC X(1).
000187  01 rep-count PIC 9(4).
000188  01 rep-digit-x PIC X(1).
000189  01 rep-digit REDEFINES rep-digit-x PIC 9(1).
000190  01 pic-len PIC 9(4).
000191  01 pic-digits PIC 9(2).
000192  01 pic-signed PIC 9(1).
000193  01 pic-alpha PIC 9(1).
000194  01 pic-alnum PIC 9(1).
000195  01 pic-edited PIC 9(1).
000196  01 area-fields PIC 9(3).
000197  01 area-len PIC 9(5).
000198  01 data-len PIC 9(3).
000199  01 field-value PIC X(200).
000200  01 fit-bad PIC 9(1).
000201  01 b PIC 9(4).
000202  01 sign-byte PIC X(1).
000203  01 edit-len PIC ZZZZ9.
000204  01 edit-off PIC ZZZZ9.
000205  01 edit-data PIC ZZ9.
000206  COPY CBUC0002.
000207 LINKAGE SECTION.
000208  77 DefectCount PIC 9(3).
000209  COPY CBUC0001.
000210 PROCEDURE DIVISION USING CBU-ctx DefectCount.
000211  MOVE 0 TO nb-defects.
000212  PERFORM VARYING sk FROM 1 BY 1 UNTIL sk > StubContractCount
000213     MOVE 0 TO contract-defects
000214     PERFORM 1000-READ-SOURCE
000215     IF src-status <> "00" AND src-status <> "10"
000216        MOVE 1 TO contract-defects
000217        DISPLAY "|   stub '" SK-target(sk) "': source "
000218           SK-source(sk) " not found - target retired"
000219     ELSE
000220        PERFORM 1500-FIND-TARGET
000221        IF target-entry = 0
000222           MOVE 1 TO contract-defects
000223           DISPLAY "|   stub '" SK-target(sk) "': "
000224              SK-source(sk) " has no PROGRAM-ID or ENTRY '"
000225              SK-target(sk) "' - target retired"
000226        ELSE
000227           PERFORM 2000-EXPAND-COPIES
000228           PERFORM 4000-DERIVE-LAYOUT
000229           PERFORM 5000-CHECK-RESPONSES
000230        END-IF
000231     END-IF
000232     ADD contract-defects TO nb-defects
000233  END-PERFORM.
000234  MOVE nb-defects TO DefectCount.
000235  EXIT PROGRAM.
000236
000237* the PROGRAM-ID, the LINKAGE SECTION lines and the USING list
000238* of every entry path
000239 1000-READ-SOURCE.
000240  MOVE SPACES TO unit-name.
000241  MOVE 0 TO LinkCount.
000242  MOVE 0 TO EntryCount.
000243  MOVE 0 TO section-state.
000244  MOVE 0 TO collect-state.
000245  MOVE SK-source(sk) TO src-path.
000246  OPEN INPUT SourceFile.
000247  IF src-status <> "00"
000248     IF src-status = "05"
000249        CLOSE SourceFile
000250        MOVE "35" TO src-status
000251     END-IF
000252     EXIT PARAGRAPH
000253  END-IF.
000254  MOVE 0 TO SourceEOF.
000255  PERFORM UNTIL SourceEOF = 1
000256     READ SourceFile
000257        AT END MOVE 1 TO SourceEOF
000258     END-READ
000259     IF SourceEOF = 0
000260        AND SourceLine(7:1) <> "*" AND SourceLine(7:1) <> "/"
000261        PERFORM 1100-SOURCE-LINE
000262     END-IF
000263  END-PERFORM.
000264  CLOSE SourceFile.
000265
000266 1100-SOURCE-LINE.
000267  MOVE SourceLine TO up-line.
000268  INSPECT up-line CONVERTING "abcdefghijklmnopqrstuvwxyz"
000269     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000270  MOVE up-line(8:65) TO tk-buf.
000271  MOVE 1 TO tk-pos.
000272  PERFORM 2900-NEXT-WORD.
000273  IF unit-name = SPACES AND tk-word = "PROGRAM-ID"
000274     PERFORM 2900-NEXT-WORD
000275     MOVE tk-word TO unit-name
000276     EXIT PARAGRAPH
000277  END-IF.
000278  IF tk-word = "LINKAGE"
000279     SET in-linkage TO TRUE
000280     EXIT PARAGRAPH
000281  END-IF.
000282  IF tk-word = "PROCEDURE"
000283     SET in-procedure TO TRUE
000284     PERFORM 1200-START-ENTRY
000285     EXIT PARAGRAPH
000286  END-IF.
000287  IF in-linkage
000288     IF tk-word = "WORKING-STORAGE" OR tk-word = "LOCAL-STORAGE"
000289        OR tk-word = "FILE" OR tk-word = "REPORT"
000290        OR tk-word = "SCREEN"
000291        SET before-linkage TO TRUE
000292        EXIT PARAGRAPH
000293     END-IF
000294     IF SourceLine(7:66) <> SPACES AND LinkCount < 2000
000295        ADD 1 TO LinkCount
000296        MOVE SourceLine(7:66) TO link-line(LinkCount)
000297     END-IF
000298     EXIT PARAGRAPH
000299  END-IF.
000300  IF in-procedure
000301     IF tk-word = "ENTRY"
000302        PERFORM 1200-START-ENTRY
000303        EXIT PARAGRAPH
000304     END-IF
000305     IF NOT not-collecting
000306        MOVE 1 TO tk-pos
000307        PERFORM 1300-COLLECT-ARGS
000308     END-IF
000309  END-IF.
000310
000311* PROCEDURE DIVISION or ENTRY: the entry's name, then its
000312* USING list up to the closing period, possibly over lines
000313 1200-START-ENTRY.
000314  IF EntryCount >= 20
000315     EXIT PARAGRAPH
000316  END-IF.
000317  ADD 1 TO EntryCount.
000318  MOVE SPACES TO ep-name(EntryCount).
000319  MOVE 0 TO ep-argc(EntryCount).
000320  IF tk-word = "ENTRY"
000321     PERFORM 2900-NEXT-WORD
000322     MOVE tk-word TO ep-name(EntryCount)
000323  ELSE
000324     PERFORM 2900-NEXT-WORD
000325  END-IF.
000326  SET before-using TO TRUE.
000327  IF tk-period = 1
000328     SET not-collecting TO TRUE
000329     EXIT PARAGRAPH
000330  END-IF.
000331  PERFORM 1300-COLLECT-ARGS.
000332
000333 1300-COLLECT-ARGS.
000334  PERFORM 2900-NEXT-WORD.
000335  PERFORM UNTIL tk-word = SPACES OR not-collecting
000336     EVALUATE TRUE
000337     WHEN tk-word = "USING"
000338        SET after-using TO TRUE
000339     WHEN tk-word = "RETURNING"
000340        SET before-using TO TRUE
000341     WHEN tk-word = "BY" OR tk-word = "REFERENCE"
000342        OR tk-word = "VALUE" OR tk-word = "CONTENT"
000343        CONTINUE
000344     WHEN after-using AND ep-argc(EntryCount) < 12
000345        ADD 1 TO ep-argc(EntryCount)
000346        MOVE tk-word
000347           TO ep-arg(EntryCount, ep-argc(EntryCount))
000348     WHEN OTHER
000349        CONTINUE
000350     END-EVALUATE
000351     IF tk-period = 1
000352        SET not-collecting TO TRUE
000353     ELSE
000354        PERFORM 2900-NEXT-WORD
000355     END-IF
000356  END-PERFORM.
000357
000358* the stub stands in for the program itself or one ENTRY; the
000359* area it overlays is that entry's first USING item
000360 1500-FIND-TARGET.
000361  MOVE 0 TO target-entry.
000362  IF unit-name = SK-target(sk) AND EntryCount > 0
000363     MOVE 1 TO target-entry
000364  END-IF.
000365  PERFORM VARYING i FROM 2 BY 1
000366     UNTIL i > EntryCount OR target-entry > 0
000367     IF ep-name(i) = SK-target(sk)
000368        MOVE i TO target-entry
000369     END-IF
000370  END-PERFORM.
000371  MOVE SPACES TO target-area.
000372  IF target-entry > 0
000373     IF ep-argc(target-entry) > 0
000374        MOVE ep-arg(target-entry, 1) TO target-area
000375     END-IF
000376  END-IF.
000377
000378* replace each COPY line of the linkage by the copybook's
000379* lines until none is left; a copybook that COPYs another is
000380* expanded on a later pass
000381 2000-EXPAND-COPIES.
000382  MOVE 0 TO expansions.
000383  MOVE 1 TO copy-at.
000384  PERFORM UNTIL copy-at = 0 OR expansions > 100
000385     MOVE 0 TO copy-at
000386     PERFORM VARYING i FROM 1 BY 1
000387        UNTIL i > LinkCount OR copy-at > 0
000388        IF link-line(i)(1:1) <> "*" AND link-line(i)(1:1) <> "/"
000389           MOVE link-line(i)(2:65) TO tk-buf
000390           INSPECT tk-buf CONVERTING
000391              "abcdefghijklmnopqrstuvwxyz"
000392              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000393           MOVE 1 TO tk-pos
000394           PERFORM 2900-NEXT-WORD
000395           IF tk-word = "COPY"
000396              MOVE i TO copy-at
000397           END-IF
000398        END-IF
000399     END-PERFORM
000400     IF copy-at > 0
000401        ADD 1 TO expansions
000402        MOVE link-line(copy-at)(2:65) TO tk-buf
000403        MOVE 1 TO tk-pos
000404        PERFORM 2900-NEXT-WORD
000405        PERFORM 2900-NEXT-WORD
000406        MOVE tk-word TO copy-name
000407        PERFORM 2100-LOAD-COPYBOOK
000408        PERFORM 2200-SPLICE-COPYBOOK
000409     END-IF
000410  END-PERFORM.
000411
000412 2100-LOAD-COPYBOOK.
000413  MOVE 0 TO CopyCount.
000414  MOVE SK-copy-dir(sk) TO name-buf.
000415  CALL CBU-get-last-index USING CBU-ctx name-buf copy-len.
000416  MOVE "35" TO copy-status.
000417  PERFORM VARYING x FROM 1 BY 1
000418     UNTIL x > 3 OR copy-status = "00"
000419     INITIALIZE copy-path
000420     IF copy-len > 0
000421        STRING SK-copy-dir(sk)(1:copy-len) "/" DELIMITED BY SIZE
000422           copy-name DELIMITED BY SPACE
000423           copy-ext(x) DELIMITED BY SPACE INTO copy-path
000424     ELSE
000425        STRING copy-name DELIMITED BY SPACE
000426           copy-ext(x) DELIMITED BY SPACE INTO copy-path
000427     END-IF
000428     OPEN INPUT CopyFile
000429     IF copy-status <> "00"
000430        CLOSE CopyFile
000431     END-IF
000432  END-PERFORM.
000433  IF copy-status <> "00"
000434     ADD 1 TO contract-defects
000435     DISPLAY "|   stub '" SK-target(sk) "': copybook " copy-name
000436        " of " SK-source(sk) " not found"
000437     MOVE 1 TO CopyCount
000438     MOVE "* copybook not found" TO copy-text(1)
000439     EXIT PARAGRAPH
000440  END-IF.
000441  MOVE 0 TO CopyEOF.
000442  PERFORM UNTIL CopyEOF = 1
000443     READ CopyFile
000444        AT END MOVE 1 TO CopyEOF
000445     END-READ
000446     IF CopyEOF = 0 AND CopyCount < 500
000447        AND CopyLine(7:66) <> SPACES
000448        ADD 1 TO CopyCount
000449        MOVE CopyLine(7:66) TO copy-text(CopyCount)
000450     END-IF
000451  END-PERFORM.
000452  CLOSE CopyFile.
000453
000454* the COPY line itself is replaced; the lines after it move
000455* down to make room
000456 2200-SPLICE-COPYBOOK.
000457  IF LinkCount - 1 + CopyCount > 2000
000458     COMPUTE CopyCount = 2000 - LinkCount + 1
000459  END-IF.
000460  IF CopyCount = 0
000461     MOVE "* empty copybook" TO link-line(copy-at)
000462     EXIT PARAGRAPH
000463  END-IF.
000464  PERFORM VARYING j FROM LinkCount BY -1 UNTIL j <= copy-at
000465     MOVE link-line(j) TO link-line(j + CopyCount - 1)
000466  END-PERFORM.
000467  PERFORM VARYING j FROM 1 BY 1 UNTIL j > CopyCount
000468     MOVE copy-text(j) TO link-line(copy-at + j - 1)
000469  END-PERFORM.
000470  COMPUTE LinkCount = LinkCount + CopyCount - 1.
000471
000472* next word of tk-buf from tk-pos: spaces and commas separate
000473* words, a trailing period is dropped and flagged, quotes
000474* around a literal name are dropped
000475 2900-NEXT-WORD.
000476  MOVE SPACES TO tk-word.
000477  MOVE 0 TO tk-period.
000478  MOVE 0 TO tk-len.
000479  PERFORM UNTIL tk-pos > 65
000480     OR (tk-buf(tk-pos:1) <> SPACE AND tk-buf(tk-pos:1) <> ",")
000481     ADD 1 TO tk-pos
000482  END-PERFORM.
000483  PERFORM UNTIL tk-pos > 65 OR tk-buf(tk-pos:1) = SPACE
000484     OR tk-buf(tk-pos:1) = ","
000485     IF tk-buf(tk-pos:1) = "."
000486        MOVE 1 TO tk-period
000487     ELSE
000488        IF tk-buf(tk-pos:1) <> QUOTE AND tk-buf(tk-pos:1) <> "'"
000489           AND tk-len < 30
000490           ADD 1 TO tk-len
000491           MOVE tk-buf(tk-pos:1) TO tk-word(tk-len:1)
000492        END-IF
000493     END-IF
000494     ADD 1 TO tk-pos
000495  END-PERFORM.
000496
000497* data entries of the linkage, word by word: a level number
000498* opens an entry, the period closing it adds its field(s)
000499 4000-DERIVE-LAYOUT.
000500  MOVE 0 TO FieldCount field-overflow OccursCount.
000501  MOVE 0 TO ent-open skip-level.
000502  MOVE SPACES TO record-name.
000503  PERFORM VARYING i FROM 1 BY 1 UNTIL i > LinkCount
000504     IF link-line(i)(1:1) <> "*" AND link-line(i)(1:1) <> "/"
000505        MOVE link-line(i)(2:65) TO dw-buf
000506        INSPECT dw-buf CONVERTING
000507           "abcdefghijklmnopqrstuvwxyz"
000508           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000509        MOVE 1 TO dw-pos
000510        PERFORM 4900-DATA-WORD
000511        PERFORM UNTIL dw-word = SPACES AND dw-period = 0
000512           IF dw-word <> SPACES
000513              PERFORM 4100-ENTRY-WORD
000514           END-IF
000515           IF dw-period = 1
000516              PERFORM 4200-END-ENTRY
000517           END-IF
000518           PERFORM 4900-DATA-WORD
000519        END-PERFORM
000520     END-IF
000521  END-PERFORM.
000522  PERFORM 4300-CLOSE-OCCURS UNTIL OccursCount = 0.
000523* the fields of the overlaid area, end to end
000524  MOVE 0 TO area-fields area-len.
000525  IF target-area = SPACES AND FieldCount > 0
000526     MOVE FL-record(1) TO target-area
000527  END-IF.
000528  PERFORM VARYING f FROM 1 BY 1 UNTIL f > FieldCount
000529     IF FL-record(f) = target-area
000530        ADD 1 TO area-fields
000531        COMPUTE FL-offset(f) = area-len + 1
000532        ADD FL-len(f) TO area-len
000533     END-IF
000534  END-PERFORM.
000535  MOVE area-len TO edit-len.
000536  DISPLAY "|   stub '" SK-target(sk) "': area " target-area
000537     edit-len " bytes, " area-fields " field(s), response "
000538     SK-response(sk).
000539  PERFORM VARYING f FROM 1 BY 1 UNTIL f > FieldCount
000540     IF FL-record(f) = target-area
000541        MOVE FL-offset(f) TO edit-off
000542        MOVE FL-len(f) TO edit-len
000543        DISPLAY "|      " edit-off edit-len " " FL-name(f) " "
000544           FL-pic(f)
000545     END-IF
000546  END-PERFORM.
000547  IF area-fields = 0
000548     ADD 1 TO contract-defects
000549     DISPLAY "|   stub '" SK-target(sk) "': no linkage area "
000550        target-area " in " SK-source(sk)
000551  END-IF.
000552  IF field-overflow = 1
000553     DISPLAY "|   stub '" SK-target(sk)
000554        "': layout cut at 500 fields"
000555  END-IF.
000556  IF area-len > 200
000557     DISPLAY "|   stub '" SK-target(sk) "': note - only the "
000558        "first 200 bytes of the area are returned by the stub"
000559  END-IF.
000560
000561 4100-ENTRY-WORD.
000562  IF ent-open = 0
000563     IF dw-word(1:dw-len) IS NUMERIC AND dw-len <= 2
000564        MOVE 1 TO ent-open
000565        MOVE 1 TO ent-words
000566        MOVE dw-word(1:dw-len) TO ent-level
000567        MOVE SPACES TO ent-name ent-pic ent-expect
000568        MOVE 0 TO ent-occurs ent-redefines ent-separate
000569        MOVE 0 TO ent-leading
000570        MOVE "D" TO ent-usage
000571     END-IF
000572     EXIT PARAGRAPH
000573  END-IF.
000574  ADD 1 TO ent-words.
000575  IF ent-expect = "P"
000576     IF dw-word <> "IS"
000577        MOVE dw-word TO ent-pic
000578        MOVE SPACE TO ent-expect
000579     END-IF
000580     EXIT PARAGRAPH
000581  END-IF.
000582  IF ent-expect = "O"
000583     IF dw-word(1:dw-len) IS NUMERIC
000584        MOVE dw-word(1:dw-len) TO ent-occurs
000585     END-IF
000586     MOVE SPACE TO ent-expect
000587     EXIT PARAGRAPH
000588  END-IF.
000589  EVALUATE dw-word
000590  WHEN "PIC"
000591  WHEN "PICTURE"
000592     MOVE "P" TO ent-expect
000593  WHEN "OCCURS"
000594     MOVE "O" TO ent-expect
000595  WHEN "TO"
000596     IF ent-occurs > 0
000597        MOVE "O" TO ent-expect
000598     END-IF
000599  WHEN "REDEFINES"
000600     MOVE 1 TO ent-redefines
000601  WHEN "COMP"
000602  WHEN "COMPUTATIONAL"
000603  WHEN "COMP-4"
000604  WHEN "COMPUTATIONAL-4"
000605  WHEN "COMP-5"
000606  WHEN "COMPUTATIONAL-5"
000607  WHEN "BINARY"
000608     MOVE "B" TO ent-usage
000609  WHEN "COMP-3"
000610  WHEN "COMPUTATIONAL-3"
000611  WHEN "PACKED-DECIMAL"
000612     MOVE "P" TO ent-usage
000613  WHEN "COMP-1"
000614  WHEN "COMPUTATIONAL-1"
000615     MOVE "F" TO ent-usage
000616  WHEN "COMP-2"
000617  WHEN "COMPUTATIONAL-2"
000618  WHEN "POINTER"
000619     MOVE "G" TO ent-usage
000620  WHEN "SEPARATE"
000621     MOVE 1 TO ent-separate
000622  WHEN "LEADING"
000623     MOVE 1 TO ent-leading
000624  WHEN OTHER
000625     IF ent-words = 2
000626        MOVE dw-word TO ent-name
000627     END-IF
000628  END-EVALUATE.
000629
000630 4200-END-ENTRY.
000631  IF ent-open = 0
000632     EXIT PARAGRAPH
000633  END-IF.
000634  MOVE 0 TO ent-open.
000635  IF ent-level = 88 OR ent-level = 66
000636     EXIT PARAGRAPH
000637  END-IF.
000638  IF ent-level = 77
000639     MOVE 1 TO ent-level
000640  END-IF.
000641  IF ent-name = SPACES
000642     MOVE "FILLER" TO ent-name
000643  END-IF.
000644  PERFORM 4300-CLOSE-OCCURS
000645     UNTIL OccursCount = 0 OR OC-level(OccursCount) < ent-level.
000646  IF ent-level = 1
000647     MOVE ent-name TO record-name
000648     MOVE 0 TO skip-level
000649  END-IF.
000650  IF skip-level > 0
000651     IF ent-level > skip-level
000652        EXIT PARAGRAPH
000653     END-IF
000654     MOVE 0 TO skip-level
000655  END-IF.
000656  IF ent-redefines = 1 AND ent-level > 1
000657     MOVE ent-level TO skip-level
000658     EXIT PARAGRAPH
000659  END-IF.
000660  IF ent-pic = SPACES AND ent-usage <> "F" AND ent-usage <> "G"
000661* a group: its OCCURS repeats the fields that follow it
000662     IF ent-occurs > 1 AND OccursCount < 9
000663        ADD 1 TO OccursCount
000664        MOVE ent-level TO OC-level(OccursCount)
000665        MOVE ent-occurs TO OC-times(OccursCount)
000666        COMPUTE OC-first(OccursCount) = FieldCount + 1
000667     END-IF
000668     EXIT PARAGRAPH
000669  END-IF.
000670  PERFORM 4400-PIC-LENGTH.
000671  IF ent-occurs = 0
000672     MOVE 1 TO ent-occurs
000673  END-IF.
000674  PERFORM VARYING rep FROM 1 BY 1 UNTIL rep > ent-occurs
000675     IF FieldCount < 500
000676        ADD 1 TO FieldCount
000677        MOVE record-name TO FL-record(FieldCount)
000678        MOVE ent-name TO FL-name(FieldCount)
000679        MOVE ent-pic TO FL-pic(FieldCount)
000680        MOVE pic-len TO FL-len(FieldCount)
000681        PERFORM 4500-FIELD-KIND
000682     ELSE
000683        MOVE 1 TO field-overflow
000684     END-IF
000685  END-PERFORM.
000686
000687* the group OCCURS on top of the stack ends: its fields are
000688* repeated for the other occurrences
000689 4300-CLOSE-OCCURS.
000690  MOVE FieldCount TO block-last.
000691  PERFORM VARYING rep FROM 2 BY 1
000692     UNTIL rep > OC-times(OccursCount)
000693     PERFORM VARYING f FROM OC-first(OccursCount) BY 1
000694        UNTIL f > block-last
000695        IF FieldCount < 500
000696           ADD 1 TO FieldCount
000697           MOVE field-entry(f) TO field-entry(FieldCount)
000698        ELSE
000699           MOVE 1 TO field-overflow
000700        END-IF
000701     END-PERFORM
000702  END-PERFORM.
000703  SUBTRACT 1 FROM OccursCount.
000704
000705* storage length of the entry from its PIC text and USAGE
000706 4400-PIC-LENGTH.
000707  MOVE 0 TO pic-len pic-digits pic-signed pic-alpha pic-alnum.
000708  MOVE 0 TO pic-edited.
000709  MOVE SPACE TO last-byte.
000710  MOVE 1 TO pic-pos.
000711  PERFORM UNTIL pic-pos > 20
000712     MOVE ent-pic(pic-pos:1) TO pic-byte
000713     EVALUATE TRUE
000714     WHEN pic-byte = "("
000715        MOVE 0 TO rep-count
000716        ADD 1 TO pic-pos
000717        PERFORM UNTIL pic-pos > 20
000718           OR ent-pic(pic-pos:1) = ")"
000719           IF ent-pic(pic-pos:1) >= "0"
000720              AND ent-pic(pic-pos:1) <= "9"
000721              MOVE ent-pic(pic-pos:1) TO rep-digit-x
000722              COMPUTE rep-count = rep-count * 10 + rep-digit
000723           END-IF
000724           ADD 1 TO pic-pos
000725        END-PERFORM
000726        IF rep-count > 1 AND last-byte <> "S"
000727           AND last-byte <> "V" AND last-byte <> "P"
000728           COMPUTE pic-len = pic-len + rep-count - 1
000729           IF last-byte = "9"
000730              COMPUTE pic-digits = pic-digits + rep-count - 1
000731           END-IF
000732        END-IF
000733     WHEN pic-byte = "X"
000734        ADD 1 TO pic-len
000735        MOVE 1 TO pic-alnum
000736     WHEN pic-byte = "A"
000737        ADD 1 TO pic-len
000738        MOVE 1 TO pic-alpha
000739     WHEN pic-byte = "9"
000740        ADD 1 TO pic-len
000741        ADD 1 TO pic-digits
000742     WHEN pic-byte = "S"
000743        MOVE 1 TO pic-signed
000744     WHEN pic-byte = "V" OR pic-byte = "P" OR pic-byte = SPACE
000745        CONTINUE
000746     WHEN OTHER
000747        ADD 1 TO pic-len
000748        MOVE 1 TO pic-edited
000749     END-EVALUATE
000750     IF pic-byte <> "(" AND pic-byte <> ")"
000751        MOVE pic-byte TO last-byte
000752     END-IF
000753     ADD 1 TO pic-pos
000754  END-PERFORM.
000755  EVALUATE ent-usage
000756  WHEN "B"
000757     EVALUATE TRUE
000758     WHEN pic-digits < 5
000759        MOVE 2 TO pic-len
000760     WHEN pic-digits < 10
000761        MOVE 4 TO pic-len
000762     WHEN OTHER
000763        MOVE 8 TO pic-len
000764     END-EVALUATE
000765  WHEN "P"
000766     COMPUTE pic-len = pic-digits / 2 + 1
000767  WHEN "F"
000768     MOVE 4 TO pic-len
000769  WHEN "G"
000770     MOVE 8 TO pic-len
000771  WHEN OTHER
000772     IF pic-signed = 1 AND ent-separate = 1
000773        ADD 1 TO pic-len
000774     END-IF
000775  END-EVALUATE.
000776
000777* N unsigned digits, S signed (sign in the last digit), L / T
000778* sign separate leading / trailing, A letters, X anything,
000779* E edited, C binary or packed - only DISPLAY data is checked
000780 4500-FIELD-KIND.
000781  EVALUATE TRUE
000782  WHEN ent-usage <> "D"
000783     MOVE "C" TO FL-kind(FieldCount)
000784  WHEN pic-alnum = 1
000785     MOVE "X" TO FL-kind(FieldCount)
000786  WHEN pic-edited = 1
000787     MOVE "E" TO FL-kind(FieldCount)
000788  WHEN pic-alpha = 1
000789     MOVE "A" TO FL-kind(FieldCount)
000790  WHEN pic-signed = 1 AND ent-separate = 1 AND ent-leading = 1
000791     MOVE "L" TO FL-kind(FieldCount)
000792  WHEN pic-signed = 1 AND ent-separate = 1
000793     MOVE "T" TO FL-kind(FieldCount)
000794  WHEN pic-signed = 1
000795     MOVE "S" TO FL-kind(FieldCount)
000796  WHEN OTHER
000797     MOVE "N" TO FL-kind(FieldCount)
000798  END-EVALUATE.
000799
000800* next word of dw-buf from dw-pos: only spaces separate, a
000801* literal in quotes is one word, a period followed by a space
000802* or the end of the line closes the entry
000803 4900-DATA-WORD.
000804  MOVE SPACES TO dw-word.
000805  MOVE 0 TO dw-period dw-len.
000806  PERFORM UNTIL dw-pos > 65 OR dw-buf(dw-pos:1) <> SPACE
000807     ADD 1 TO dw-pos
000808  END-PERFORM.
000809  IF dw-pos > 65
000810     EXIT PARAGRAPH
000811  END-IF.
000812  IF dw-buf(dw-pos:1) = QUOTE OR dw-buf(dw-pos:1) = "'"
000813     MOVE dw-buf(dw-pos:1) TO dw-quote
000814     MOVE dw-quote TO dw-word(1:1)
000815     MOVE 1 TO dw-len
000816     ADD 1 TO dw-pos
000817     PERFORM UNTIL dw-pos > 65 OR dw-buf(dw-pos:1) = dw-quote
000818        IF dw-len < 30
000819           ADD 1 TO dw-len
000820           MOVE dw-buf(dw-pos:1) TO dw-word(dw-len:1)
000821        END-IF
000822        ADD 1 TO dw-pos
000823     END-PERFORM
000824     ADD 1 TO dw-pos
000825  ELSE
000826     PERFORM UNTIL dw-pos > 65 OR dw-buf(dw-pos:1) = SPACE
000827        IF dw-len < 30
000828           ADD 1 TO dw-len
000829           MOVE dw-buf(dw-pos:1) TO dw-word(dw-len:1)
000830        END-IF
000831        ADD 1 TO dw-pos
000832     END-PERFORM
000833     IF dw-word(dw-len:1) = "."
000834        MOVE 1 TO dw-period
000835        MOVE SPACE TO dw-word(dw-len:1)
000836        SUBTRACT 1 FROM dw-len
000837     END-IF
000838  END-IF.
000839  IF dw-pos <= 65
000840     IF dw-buf(dw-pos:1) = "."
000841        MOVE 1 TO dw-period
000842        ADD 1 TO dw-pos
000843     END-IF
000844  END-IF.
000845
000846* every response record against the layout
000847 5000-CHECK-RESPONSES.
000848  MOVE SK-response(sk) TO response-path.
000849  OPEN INPUT ResponseFile.
000850  IF response-status <> "00"
000851     IF response-status = "05"
000852        CLOSE ResponseFile
000853     END-IF
000854     ADD 1 TO contract-defects
000855     DISPLAY "|   stub '" SK-target(sk) "': response file "
000856        SK-response(sk) " not found"
000857     EXIT PARAGRAPH
000858  END-IF.
000859  MOVE 0 TO ResponseEOF.
000860  PERFORM UNTIL ResponseEOF = 1
000861     READ ResponseFile
000862        AT END MOVE 1 TO ResponseEOF
000863        NOT AT END
000864           IF ResponseRecord <> SPACES
000865              PERFORM 5100-CHECK-RECORD
000866           END-IF
000867     END-READ
000868  END-PERFORM.
000869  CLOSE ResponseFile.
000870
000871 5100-CHECK-RECORD.
000872  MOVE 0 TO data-len.
000873  PERFORM VARYING b FROM 200 BY -1
000874     UNTIL b = 0 OR data-len > 0
000875     IF RS-area(b:1) <> SPACE
000876        MOVE b TO data-len
000877     END-IF
000878  END-PERFORM.
000879  IF data-len > area-len AND area-fields > 0
000880     ADD 1 TO contract-defects
000881     IF contract-defects <= 10
000882        MOVE area-len TO edit-len
000883        MOVE data-len TO edit-data
000884        DISPLAY "|   stub '" SK-target(sk) "' call "
000885           RS-call-number ": response data runs to byte "
000886           edit-data ", area " target-area " is" edit-len
000887           " bytes"
000888     END-IF
000889  END-IF.
000890  PERFORM VARYING f FROM 1 BY 1 UNTIL f > FieldCount
000891     IF FL-record(f) = target-area
000892        AND FL-offset(f) + FL-len(f) - 1 <= 200
000893        PERFORM 5200-CHECK-FIELD
000894     END-IF
000895  END-PERFORM.
000896
000897 5200-CHECK-FIELD.
000898  MOVE SPACES TO field-value.
000899  MOVE RS-area(FL-offset(f):FL-len(f)) TO field-value.
000900  MOVE 0 TO fit-bad.
000901  EVALUATE FL-kind(f)
000902  WHEN "N"
000903     PERFORM VARYING b FROM 1 BY 1 UNTIL b > FL-len(f)
000904        IF field-value(b:1) < "0" OR field-value(b:1) > "9"
000905           MOVE 1 TO fit-bad
000906        END-IF
000907     END-PERFORM
000908  WHEN "S"
000909     PERFORM VARYING b FROM 1 BY 1 UNTIL b >= FL-len(f)
000910        IF field-value(b:1) < "0" OR field-value(b:1) > "9"
000911           MOVE 1 TO fit-bad
000912        END-IF
000913     END-PERFORM
000914     MOVE field-value(FL-len(f):1) TO sign-byte
000915     IF (sign-byte < "0" OR sign-byte > "9")
000916        AND (sign-byte < "p" OR sign-byte > "y")
000917        AND (sign-byte < "A" OR sign-byte > "R")
000918        AND sign-byte <> "{" AND sign-byte <> "}"
000919        MOVE 1 TO fit-bad
000920     END-IF
000921  WHEN "L"
000922     IF field-value(1:1) <> "+" AND field-value(1:1) <> "-"
000923        MOVE 1 TO fit-bad
000924     END-IF
000925     PERFORM VARYING b FROM 2 BY 1 UNTIL b > FL-len(f)
000926        IF field-value(b:1) < "0" OR field-value(b:1) > "9"
000927           MOVE 1 TO fit-bad
000928        END-IF
000929     END-PERFORM
000930  WHEN "T"
000931     PERFORM VARYING b FROM 1 BY 1 UNTIL b >= FL-len(f)
000932        IF field-value(b:1) < "0" OR field-value(b:1) > "9"
000933           MOVE 1 TO fit-bad
000934        END-IF
000935     END-PERFORM
000936     IF field-value(FL-len(f):1) <> "+"
000937        AND field-value(FL-len(f):1) <> "-"
000938        MOVE 1 TO fit-bad
000939     END-IF
000940  WHEN "A"
000941     PERFORM VARYING b FROM 1 BY 1 UNTIL b > FL-len(f)
000942        IF field-value(b:1) IS NOT ALPHABETIC
000943           MOVE 1 TO fit-bad
000944        END-IF
000945     END-PERFORM
000946  WHEN OTHER
000947     CONTINUE
000948  END-EVALUATE.
000949  IF fit-bad = 1
000950     ADD 1 TO contract-defects
000951     IF contract-defects <= 10
000952        DISPLAY "|   stub '" SK-target(sk) "' call "
000953           RS-call-number ": field " FL-name(f) " PIC "
000954           FL-pic(f) " holds '" field-value(1:FL-len(f)) "'"
000955     END-IF
000956  END-IF.
000957 END PROGRAM CBU00381.
