000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-copybook-impact
000013*	source name: CBU00384.cob
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

000044*>Copybook cross-reference and change impact. Every .cob / .cbl
000045*>member of UnitDir (the units) and TestDir (the test programs)
000046*>is scanned and each COPY statement goes to XrefFile:
000047*>  cols  1-30 copybook    32-39 kind     41-70 program or file
000048*>  cols 72-77 line        79-   detail
000049*>Given a changed copybook in CopybookName (SPACES = the
000050*>cross-reference only), its fields and record length are
000051*>derived from CopyDir (nested COPYs followed, looked up as
000052*><name>.cpy, <name>.cob and <name>) and everything that
000053*>depends on it is listed - on the console and in XrefFile:
000054*>  UNIT     units that COPY it
000055*>  TEST     catalog tests whose program COPYs it, holds a
000056*>           layout table of it, or calls an affected unit;
000057*>           tests run by a suite or test hook that does; tests
000058*>           whose harness, shadow, harness step or contender
000059*>           program is an affected unit
000060*>  LAYOUT   layout tables (30-byte name / 20-byte PIC) passed
000061*>           to CBU-assert-copybook-layout, CBU-add-rec-layout,
000062*>           CBU-assert-file-fields or CBU-build-fixture that
000063*>           list its fields (two of them, or the only one)
000064*>  FIXTURE  fixtures declared with CBU-add-test-fixture whose
000065*>           longest record is the copybook's record length, and
000066*>           files CBU-build-fixture builds from such a layout
000067*>  STUB     response files of stub contracts on affected units
000068*>  OUTPUT   expected output files of harness tests of affected
000069*>           units
000070*>ImpactCount returns the number of items listed.
000071* arg1: CopybookName - changed copybook (SPACES = none)
000072* arg2: UnitDir - unit source directory (SPACES = current)
000073* arg3: TestDir - test source directory (SPACES = current)
000074* arg4: CopyDir - copy library directory (SPACES = current)
000075* arg5: XrefFile - cross-reference file written
000076* arg6: ImpactCount - number of items affected
000077 IDENTIFICATION DIVISION.
000078 PROGRAM-ID.   CBU00384.
000079 ENVIRONMENT    DIVISION.
000080 INPUT-OUTPUT SECTION.
000081 FILE-CONTROL.
000082    SELECT OPTIONAL ListFile ASSIGN TO list-file-name
000083       ORGANIZATION IS LINE SEQUENTIAL
000084       FILE STATUS IS list-status.
000085    SELECT OPTIONAL SourceFile ASSIGN TO src-path
000086       ORGANIZATION IS LINE SEQUENTIAL
000087       FILE STATUS IS src-status.
000088    SELECT OPTIONAL CopyFile ASSIGN TO copy-path
000089       ORGANIZATION IS LINE SEQUENTIAL
000090       FILE STATUS IS copy-status.
000091    SELECT OPTIONAL FixtureFile ASSIGN TO fixture-path
000092       ORGANIZATION IS LINE SEQUENTIAL
000093       FILE STATUS IS fixture-status.
000094    SELECT XrefOut ASSIGN TO xref-path
000095       ORGANIZATION IS LINE SEQUENTIAL
000096       FILE STATUS IS xref-status.
000097 DATA DIVISION.
000098 FILE SECTION.
000099 	FD ListFile.
000100 	01 ListLine PIC X(200).
000101 	FD SourceFile.
000102 	01 SourceLine PIC X(80).
000103 	FD CopyFile.
000104 	01 CopyLine PIC X(80).
000105 	FD FixtureFile.
000106 	01 FixtureRecord PIC X(2000).
000107 	FD XrefOut.
000108 	01 XrefLine PIC X(160).
000109 WORKING-STORAGE SECTION.
000110  01 list-file-name PIC X(40) VALUE "CBUXREF.TMP".
000111  01 list-status PIC X(2).
000112  01 src-path PIC X(140).
000113  01 src-status PIC X(2).
000114  01 copy-path PIC X(140).
000115  01 copy-status PIC X(2).
000116  01 fixture-path PIC X(140).
000117  01 fixture-status PIC X(2).
000118  01 xref-path PIC X(40).
000119  01 xref-status PIC X(2).
000120  01 ListEOF PIC 9(1).
000121  01 SourceEOF PIC 9(1).
000122  01 CopyEOF PIC 9(1).
000123  01 FixtureEOF PIC 9(1).
000124  01 ls-command PIC X(250).
000125  01 scan-dir PIC X(40).
000126  01 scan-kind PIC X(1).
000127     88 scan-units VALUE "P".
000128     88 scan-tests VALUE "T".
000129  01 name-buf PIC X(32000).
000130  01 dir-len PIC 99999.
000131  01 copy-len PIC 99999.
000132  01 lib-len PIC 99999.
000133  01 rec-len PIC 99999.
000134  01 longest PIC 9(5).
000135  01 member-name PIC X(100).
000136  01 member-len PIC 99999.
000137  01 member-ext PIC X(4).
000138  01 line-no PIC 9(6).
000139  01 changed-name PIC X(30).
000140  01 unit-name PIC X(30).
000141  01 unit-no PIC 9(3).
000142  01 section-state PIC 9(1).
000143     88 before-data VALUE 0.
000144     88 in-data VALUE 1.
000145     88 in-procedure VALUE 2.
000146  01 want-unit-name PIC 9(1).
000147  01 want-copy PIC 9(1).
000148  01 want-data-name PIC 9(1).
000149  01 data-level PIC 9(2).
000150  01 last-data-name PIC X(30).
000151  01 call-state PIC 9(1).
000152  01 call-api PIC 9(1).
000153  01 call-arg PIC 9(2).
000154  01 call-total PIC 9(2).
000155  01 pending-out PIC X(30).
000156  01 pending-out-literal PIC 9(1).
000157  01 same-layout PIC 9(1).
000158  01 move-state PIC 9(1).
000159  01 move-literal PIC X(30).
000160  01 prev-word PIC X(30).
000161  01 prev-literal PIC 9(1).
000162  01 first-token PIC 9(1).
000163  01 tk-buf PIC X(66).
000164  01 tk-pos PIC 9(2).
000165  01 tk-word PIC X(60).
000166  01 tk-len PIC 9(2).
000167  01 tk-period PIC 9(1).
000168  01 tk-literal PIC 9(1).
000169  01 tk-found PIC 9(1).
000170  01 tk-quote PIC X(1).
000171  01 target-name PIC X(30).
000172  01 cmp-name PIC X(30).
000173  01 copy-name PIC X(30).
000174  01 first-lit PIC 9(4).
000175  01 last-lit PIC 9(4).
000176  01 nb-lits PIC 9(4).
000177  01 nb-hits PIC 9(3).
000178  01 i PIC 9(4).
000179  01 j PIC 9(4).
000180  01 k PIC 9(4).
000181  01 m PIC 9(4).
000182  01 u PIC 9(3).
000183  01 x PIC 9(1).
000184  01 expansions PIC 9(3).
000185  01 copy-at PIC 9(4).
000186  01 it-reason-new PIC X(60).
000187  01 it-s PIC 9(3).
000188  01 it-t PIC 9(3).
000189  01 found-in-catalog PIC 9(1).
000190  01 edit-line PIC Z(5)9.
000191  01 edit-len PIC ZZZZ9.
000192  01 edit-hits PIC ZZ9.
000193  01 ListeApis.
000194    05 FILLER PIC X(30) VALUE "CBU-ASSERT-COPYBOOK-LAYOUT".
000195    05 FILLER PIC X(30) VALUE "CBU-ADD-REC-LAYOUT".
000196    05 FILLER PIC X(30) VALUE "CBU-ASSERT-FILE-FIELDS".
000197    05 FILLER PIC X(30) VALUE "CBU-BUILD-FIXTURE".
000198  01 ApiTable REDEFINES ListeApis.
000199    05 api-name PIC X(30) OCCURS 4 TIMES.
000200  01 xref-rec.
000201    05 xr-copybook PIC X(30).
000202    05 FILLER PIC X(1) VALUE SPACE.
000203    05 xr-kind PIC X(8).
000204    05 FILLER PIC X(1) VALUE SPACE.
000205    05 xr-where PIC X(30).
000206    05 FILLER PIC X(1) VALUE SPACE.
000207    05 xr-line PIC 9(6).
000208    05 FILLER PIC X(1) VALUE SPACE.
000209    05 xr-detail PIC X(80).
000210  01 ListeExtensions.
000211    05 FILLER PIC X(4) VALUE ".cpy".
000212    05 FILLER PIC X(4) VALUE ".cob".
000213    05 FILLER PIC X(4) VALUE SPACES.
000214  01 ExtensionTable REDEFINES ListeExtensions.
000215    05 copy-ext PIC X(4) OCCURS 3 TIMES.
000216  01 LinkCount PIC 9(4).
000217  01 ListeLinkage.
000218    05 link-line PIC X(66) OCCURS 2000 TIMES.
000219  01 CopyCount PIC 9(4).
000220  01 ListeCopy.
000221    05 copy-text PIC X(66) OCCURS 500 TIMES.
000222  01 dw-buf PIC X(65).
000223  01 dw-pos PIC 9(2).
000224  01 dw-word PIC X(30).
000225  01 dw-len PIC 9(2).
000226  01 dw-period PIC 9(1).
000227  01 dw-quote PIC X(1).
000228  01 ent-open PIC 9(1).
000229  01 ent-words PIC 9(3).
000230  01 ent-level PIC 9(2).
000231  01 ent-name PIC X(30).
000232  01 ent-pic PIC X(20).
000233  01 ent-occurs PIC 9(4).
000234  01 ent-redefines PIC 9(1).
000235  01 ent-usage PIC X(1).
000236  01 ent-separate PIC 9(1).
000237  01 ent-expect PIC X(1).
000238  01 record-name PIC X(30).
000239  01 skip-level PIC 9(2).
000240  01 cb-found PIC 9(1).
000241  01 cb-len PIC 9(5).
000242  01 cb-fields PIC 9(3).
000243  01 FieldCount PIC 9(3).
000244  01 ListeFields.
000245    05 field-entry OCCURS 500 TIMES.
000246      10 FL-record PIC X(30).
000247      10 FL-name PIC X(30).
000248      10 FL-len PIC 9(4).
000249  01 OccursCount PIC 9(1).
000250  01 ListeOccurs.
000251    05 occurs-entry OCCURS 9 TIMES.
000252      10 OC-level PIC 9(2).
000253      10 OC-times PIC 9(4).
000254      10 OC-first PIC 9(3).
000255  01 rep PIC 9(4).
000256  01 f PIC 9(3).
000257  01 block-last PIC 9(3).
000258  01 pic-pos PIC 9(2).
000259  01 pic-byte PIC X(1).
000260  01 last-byte PIC X(1).
000261  01 rep-count PIC 9(4).
000262  01 rep-digit-x PIC X(1).
000263  01 rep-digit REDEFINES rep-digit-x PIC 9(1).
000264  01 pic-len PIC 9(4).
000265  01 pic-digits PIC 9(2).
000266  01 pic-signed PIC 9(1).
000267  01 UnitCount PIC 9(3).
000268  01 ListeUnits.
000269    05 UnitEntry OCCURS 600 TIMES.
000270      10 un-name PIC X(30).
000271      10 un-kind PIC X(1).
000272      10 un-source PIC X(40).
000273      10 un-uses PIC 9(1).
000274      10 un-copy-line PIC 9(6).
000275      10 un-layouts PIC 9(2).
000276      10 un-affected PIC 9(1).
000277  01 TestTargetCount PIC 9(4).
000278  01 ListeTestTargets.
000279    05 TestTarget OCCURS 3000 TIMES.
000280      10 tt-unit PIC 9(3).
000281      10 tt-name PIC X(30).
000282  01 LayoutHitCount PIC 9(3).
000283  01 ListeLayoutHits.
000284    05 LayoutHit OCCURS 100 TIMES.
000285      10 lh-unit PIC 9(3).
000286      10 lh-line PIC 9(6).
000287      10 lh-api PIC 9(1).
000288      10 lh-table PIC X(30).
000289      10 lh-hits PIC 9(3).
000290      10 lh-out PIC X(30).
000291  01 ImpactTestCount PIC 9(3).
000292  01 ListeImpactTests.
000293    05 ImpactTest OCCURS 500 TIMES.
000294      10 it-suite PIC 9(3).
000295      10 it-test PIC 9(3).
000296      10 it-reason PIC X(60).
000297  01 DataCount PIC 9(4).
000298  01 ListeDataNames.
000299    05 DataEntry OCCURS 1000 TIMES.
000300      10 dn-name PIC X(30).
000301      10 dn-level PIC 9(2).
000302      10 dn-lit PIC 9(4).
000303  01 LiteralCount PIC 9(4).
000304  01 ListeLiterals.
000305    05 lt-word PIC X(30) OCCURS 2000 TIMES.
000306  01 AssignCount PIC 9(3).
000307  01 ListeAssigns.
000308    05 AssignEntry OCCURS 300 TIMES.
000309      10 as-name PIC X(30).
000310      10 as-value PIC X(30).
000311  01 UnitCallCount PIC 9(3).
000312  01 ListeUnitCalls.
000313    05 UnitCall OCCURS 200 TIMES.
000314      10 cl-literal PIC 9(1).
000315      10 cl-name PIC X(30).
000316  01 LayoutCallCount PIC 9(2).
000317  01 ListeLayoutCalls.
000318    05 LayoutCall OCCURS 20 TIMES.
000319      10 lc-api PIC 9(1).
000320      10 lc-arg PIC X(30).
000321      10 lc-line PIC 9(6).
000322      10 lc-out PIC X(30).
000323      10 lc-out-literal PIC 9(1).
000324  COPY CBUC0002.
000325 LINKAGE SECTION.
000326  77 CopybookName PIC X(30).
000327  77 UnitDir PIC X(40).
000328  77 TestDir PIC X(40).
000329  77 CopyDir PIC X(40).
000330  77 XrefFile PIC X(40).
000331  77 ImpactCount PIC 9(4).
000332  COPY CBUC0001.
000333 PROCEDURE DIVISION USING CBU-ctx CopybookName UnitDir TestDir
000334      CopyDir XrefFile ImpactCount.
000335  MOVE 0 TO ImpactCount.
000336  MOVE 0 TO UnitCount.
000337  MOVE 0 TO TestTargetCount.
000338  MOVE 0 TO LayoutHitCount.
000339  MOVE 0 TO ImpactTestCount.
000340  MOVE 0 TO cb-found.
000341  MOVE 0 TO cb-len.
000342  MOVE 0 TO cb-fields.
000343  MOVE 0 TO FieldCount.
000344  MOVE CopybookName TO changed-name.
000345  INSPECT changed-name CONVERTING "abcdefghijklmnopqrstuvwxyz"
000346     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000347  MOVE XrefFile TO xref-path.
000348  OPEN OUTPUT XrefOut.
000349  IF xref-status <> "00"
000350     DISPLAY "COBOLUnit: cross-reference file " XrefFile
000351        " cannot be opened, status " xref-status
000352     EXIT PROGRAM
000353  END-IF.
000354  MOVE SPACES TO XrefLine.
000355  MOVE "* copybook" TO XrefLine(1:30).
000356  MOVE "kind" TO XrefLine(32:8).
000357  MOVE "program or file" TO XrefLine(41:30).
000358  MOVE "line" TO XrefLine(72:6).
000359  MOVE "detail" TO XrefLine(79:6).
000360  WRITE XrefLine.
000361  IF changed-name <> SPACES
000362     PERFORM 1000-LOAD-COPYBOOK
000363  END-IF.
000364  MOVE UnitDir TO scan-dir.
000365  SET scan-units TO TRUE.
000366  PERFORM 2000-SCAN-DIR.
000367  MOVE TestDir TO scan-dir.
000368  SET scan-tests TO TRUE.
000369  PERFORM 2000-SCAN-DIR.
000370  IF changed-name <> SPACES
000371     PERFORM 5000-IMPACT
000372  END-IF.
000373  CLOSE XrefOut.
000374  EXIT PROGRAM.
000375
000376* the changed copybook, nested COPYs expanded, gives the field
000377* names layout tables are matched on and the record length
000378* fixtures are matched on (its first record)
000379 1000-LOAD-COPYBOOK.
000380  MOVE 1 TO LinkCount.
000381  INITIALIZE link-line(1).
000382  STRING " COPY " DELIMITED BY SIZE
000383     changed-name DELIMITED BY SPACE
000384     "." DELIMITED BY SIZE INTO link-line(1).
000385  MOVE 1 TO cb-found.
000386  PERFORM 1100-EXPAND-COPIES.
000387  IF cb-found = 0
000388     DISPLAY "|--- Copybook impact: " changed-name
000389        " not found in the copy library"
000390     EXIT PARAGRAPH
000391  END-IF.
000392  PERFORM 1400-DERIVE-FIELDS.
000393  IF FieldCount > 0
000394     PERFORM VARYING f FROM 1 BY 1 UNTIL f > FieldCount
000395        IF FL-record(f) = FL-record(1)
000396           ADD 1 TO cb-fields
000397           ADD FL-len(f) TO cb-len
000398        END-IF
000399     END-PERFORM
000400  END-IF.
000401
000402* replace each COPY line by the member's lines until none is
000403* left; a member that COPYs another is expanded on a later pass
000404 1100-EXPAND-COPIES.
000405  MOVE 0 TO expansions.
000406  MOVE 1 TO copy-at.
000407  PERFORM UNTIL copy-at = 0 OR expansions > 100
000408     MOVE 0 TO copy-at
000409     PERFORM VARYING i FROM 1 BY 1
000410        UNTIL i > LinkCount OR copy-at > 0
000411        IF link-line(i)(1:1) <> "*" AND link-line(i)(1:1) <> "/"
000412           MOVE SPACES TO tk-buf
000413           MOVE link-line(i)(2:65) TO tk-buf(1:65)
000414           MOVE 1 TO tk-pos
000415           PERFORM 2900-NEXT-TOKEN
000416           IF tk-word = "COPY"
000417              MOVE i TO copy-at
000418           END-IF
000419        END-IF
000420     END-PERFORM
000421     IF copy-at > 0
000422        ADD 1 TO expansions
000423        MOVE SPACES TO tk-buf
000424        MOVE link-line(copy-at)(2:65) TO tk-buf(1:65)
000425        MOVE 1 TO tk-pos
000426        PERFORM 2900-NEXT-TOKEN
000427        PERFORM 2900-NEXT-TOKEN
000428        MOVE tk-word TO copy-name
000429        PERFORM 1200-LOAD-MEMBER
000430        PERFORM 1300-SPLICE-MEMBER
000431     END-IF
000432  END-PERFORM.
000433
000434 1200-LOAD-MEMBER.
000435  MOVE 0 TO CopyCount.
000436  MOVE CopyDir TO name-buf.
000437  CALL CBU-get-last-index USING CBU-ctx name-buf copy-len.
000438  MOVE "35" TO copy-status.
000439  PERFORM VARYING x FROM 1 BY 1
000440     UNTIL x > 3 OR copy-status = "00"
000441     INITIALIZE copy-path
000442     IF copy-len > 0
000443        STRING CopyDir(1:copy-len) "/" DELIMITED BY SIZE
000444           copy-name DELIMITED BY SPACE
000445           copy-ext(x) DELIMITED BY SPACE INTO copy-path
000446     ELSE
000447        STRING copy-name DELIMITED BY SPACE
000448           copy-ext(x) DELIMITED BY SPACE INTO copy-path
000449     END-IF
000450     OPEN INPUT CopyFile
000451     IF copy-status <> "00"
000452        CLOSE CopyFile
000453     END-IF
000454  END-PERFORM.
000455  IF copy-status <> "00"
000456     IF copy-name = changed-name
000457        MOVE 0 TO cb-found
000458     ELSE
000459        DISPLAY "|   copybook " copy-name " (COPYd by "
000460           changed-name ") not found"
000461     END-IF
000462     MOVE 1 TO CopyCount
000463     MOVE "* copybook not found" TO copy-text(1)
000464     EXIT PARAGRAPH
000465  END-IF.
000466  MOVE 0 TO CopyEOF.
000467  PERFORM UNTIL CopyEOF = 1
000468     READ CopyFile
000469        AT END MOVE 1 TO CopyEOF
000470     END-READ
000471     IF CopyEOF = 0 AND CopyCount < 500
000472        AND CopyLine(7:66) <> SPACES
000473        ADD 1 TO CopyCount
000474        MOVE CopyLine(7:66) TO copy-text(CopyCount)
000475     END-IF
000476  END-PERFORM.
000477  CLOSE CopyFile.
000478
000479* the COPY line itself is replaced; the lines after it move
000480* down to make room
000481 1300-SPLICE-MEMBER.
000482  IF LinkCount - 1 + CopyCount > 2000
000483     COMPUTE CopyCount = 2000 - LinkCount + 1
000484  END-IF.
000485  IF CopyCount = 0
000486     MOVE "* empty copybook" TO link-line(copy-at)
000487     EXIT PARAGRAPH
000488  END-IF.
000489  PERFORM VARYING j FROM LinkCount BY -1 UNTIL j <= copy-at
000490     MOVE link-line(j) TO link-line(j + CopyCount - 1)
000491  END-PERFORM.
000492  PERFORM VARYING j FROM 1 BY 1 UNTIL j > CopyCount
000493     MOVE copy-text(j) TO link-line(copy-at + j - 1)
000494  END-PERFORM.
000495  COMPUTE LinkCount = LinkCount + CopyCount - 1.
000496
000497* data entries word by word: a level number opens an entry,
000498* the period closing it adds its field(s)
000499 1400-DERIVE-FIELDS.
000500  MOVE 0 TO FieldCount OccursCount.
000501  MOVE 0 TO ent-open skip-level.
000502  MOVE SPACES TO record-name.
000503  PERFORM VARYING i FROM 1 BY 1 UNTIL i > LinkCount
000504     IF link-line(i)(1:1) <> "*" AND link-line(i)(1:1) <> "/"
000505        MOVE link-line(i)(2:65) TO dw-buf
000506        INSPECT dw-buf CONVERTING
000507           "abcdefghijklmnopqrstuvwxyz"
000508           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000509        MOVE 1 TO dw-pos
000510        PERFORM 1490-DATA-WORD
000511        PERFORM UNTIL dw-word = SPACES AND dw-period = 0
000512           IF dw-word <> SPACES
000513              PERFORM 1410-ENTRY-WORD
000514           END-IF
000515           IF dw-period = 1
000516              PERFORM 1420-END-ENTRY
000517           END-IF
000518           PERFORM 1490-DATA-WORD
000519        END-PERFORM
000520     END-IF
000521  END-PERFORM.
000522  PERFORM 1430-CLOSE-OCCURS UNTIL OccursCount = 0.
000523
000524 1410-ENTRY-WORD.
000525  IF ent-open = 0
000526     IF dw-word(1:dw-len) IS NUMERIC AND dw-len <= 2
000527        MOVE 1 TO ent-open
000528        MOVE 1 TO ent-words
000529        MOVE dw-word(1:dw-len) TO ent-level
000530        MOVE SPACES TO ent-name ent-pic ent-expect
000531        MOVE 0 TO ent-occurs ent-redefines ent-separate
000532        MOVE "D" TO ent-usage
000533     END-IF
000534     EXIT PARAGRAPH
000535  END-IF.
000536  ADD 1 TO ent-words.
000537  IF ent-expect = "P"
000538     IF dw-word <> "IS"
000539        MOVE dw-word TO ent-pic
000540        MOVE SPACE TO ent-expect
000541     END-IF
000542     EXIT PARAGRAPH
000543  END-IF.
000544  IF ent-expect = "O"
000545     IF dw-word(1:dw-len) IS NUMERIC
000546        MOVE dw-word(1:dw-len) TO ent-occurs
000547     END-IF
000548     MOVE SPACE TO ent-expect
000549     EXIT PARAGRAPH
000550  END-IF.
000551  EVALUATE dw-word
000552  WHEN "PIC"
000553  WHEN "PICTURE"
000554     MOVE "P" TO ent-expect
000555  WHEN "OCCURS"
000556     MOVE "O" TO ent-expect
000557  WHEN "TO"
000558     IF ent-occurs > 0
000559        MOVE "O" TO ent-expect
000560     END-IF
000561  WHEN "REDEFINES"
000562     MOVE 1 TO ent-redefines
000563  WHEN "COMP"
000564  WHEN "COMPUTATIONAL"
000565  WHEN "COMP-4"
000566  WHEN "COMPUTATIONAL-4"
000567  WHEN "COMP-5"
000568  WHEN "COMPUTATIONAL-5"
000569  WHEN "BINARY"
000570     MOVE "B" TO ent-usage
000571  WHEN "COMP-3"
000572  WHEN "COMPUTATIONAL-3"
000573  WHEN "PACKED-DECIMAL"
000574     MOVE "P" TO ent-usage
000575  WHEN "COMP-1"
000576  WHEN "COMPUTATIONAL-1"
000577     MOVE "F" TO ent-usage
000578  WHEN "COMP-2"
000579  WHEN "COMPUTATIONAL-2"
000580  WHEN "POINTER"
000581     MOVE "G" TO ent-usage
000582  WHEN "SEPARATE"
000583     MOVE 1 TO ent-separate
000584  WHEN OTHER
000585     IF ent-words = 2
000586        MOVE dw-word TO ent-name
000587     END-IF
000588  END-EVALUATE.
000589
000590 1420-END-ENTRY.
000591  IF ent-open = 0
000592     EXIT PARAGRAPH
000593  END-IF.
000594  MOVE 0 TO ent-open.
000595  IF ent-level = 88 OR ent-level = 66
000596     EXIT PARAGRAPH
000597  END-IF.
000598  IF ent-level = 77
000599     MOVE 1 TO ent-level
000600  END-IF.
000601  IF ent-name = SPACES
000602     MOVE "FILLER" TO ent-name
000603  END-IF.
000604  PERFORM 1430-CLOSE-OCCURS
000605     UNTIL OccursCount = 0 OR OC-level(OccursCount) < ent-level.
000606  IF ent-level = 1
000607     MOVE ent-name TO record-name
000608     MOVE 0 TO skip-level
000609  END-IF.
000610  IF skip-level > 0
000611     IF ent-level > skip-level
000612        EXIT PARAGRAPH
000613     END-IF
000614     MOVE 0 TO skip-level
000615  END-IF.
000616  IF ent-redefines = 1 AND ent-level > 1
000617     MOVE ent-level TO skip-level
000618     EXIT PARAGRAPH
000619  END-IF.
000620  IF ent-pic = SPACES AND ent-usage <> "F" AND ent-usage <> "G"
000621* a group: its OCCURS repeats the fields that follow it
000622     IF ent-occurs > 1 AND OccursCount < 9
000623        ADD 1 TO OccursCount
000624        MOVE ent-level TO OC-level(OccursCount)
000625        MOVE ent-occurs TO OC-times(OccursCount)
000626        COMPUTE OC-first(OccursCount) = FieldCount + 1
000627     END-IF
000628     EXIT PARAGRAPH
000629  END-IF.
000630  PERFORM 1440-PIC-LENGTH.
000631  IF ent-occurs = 0
000632     MOVE 1 TO ent-occurs
000633  END-IF.
000634  PERFORM VARYING rep FROM 1 BY 1 UNTIL rep > ent-occurs
000635     IF FieldCount < 500
000636        ADD 1 TO FieldCount
000637        MOVE record-name TO FL-record(FieldCount)
000638        MOVE ent-name TO FL-name(FieldCount)
000639        MOVE pic-len TO FL-len(FieldCount)
000640     END-IF
000641  END-PERFORM.
000642
000643* the group OCCURS on top of the stack ends: its fields are
000644* repeated for the other occurrences
000645 1430-CLOSE-OCCURS.
000646  MOVE FieldCount TO block-last.
000647  PERFORM VARYING rep FROM 2 BY 1
000648     UNTIL rep > OC-times(OccursCount)
000649     PERFORM VARYING f FROM OC-first(OccursCount) BY 1
000650        UNTIL f > block-last
000651        IF FieldCount < 500
000652           ADD 1 TO FieldCount
000653           MOVE field-entry(f) TO field-entry(FieldCount)
000654        END-IF
000655     END-PERFORM
000656  END-PERFORM.
000657  SUBTRACT 1 FROM OccursCount.
000658
000659* storage length of the entry from its PIC text and USAGE
000660 1440-PIC-LENGTH.
000661  MOVE 0 TO pic-len pic-digits pic-signed.
000662  MOVE SPACE TO last-byte.
000663  MOVE 1 TO pic-pos.
000664  PERFORM UNTIL pic-pos > 20
000665     MOVE ent-pic(pic-pos:1) TO pic-byte
000666     EVALUATE TRUE
000667     WHEN pic-byte = "("
000668        MOVE 0 TO rep-count
000669        ADD 1 TO pic-pos
000670        PERFORM UNTIL pic-pos > 20
000671           OR ent-pic(pic-pos:1) = ")"
000672           IF ent-pic(pic-pos:1) >= "0"
000673              AND ent-pic(pic-pos:1) <= "9"
000674              MOVE ent-pic(pic-pos:1) TO rep-digit-x
000675              COMPUTE rep-count = rep-count * 10 + rep-digit
000676           END-IF
000677           ADD 1 TO pic-pos
000678        END-PERFORM
000679        IF rep-count > 1 AND last-byte <> "S"
000680           AND last-byte <> "V" AND last-byte <> "P"
000681           COMPUTE pic-len = pic-len + rep-count - 1
000682           IF last-byte = "9"
000683              COMPUTE pic-digits = pic-digits + rep-count - 1
000684           END-IF
000685        END-IF
000686     WHEN pic-byte = "9"
000687        ADD 1 TO pic-len
000688        ADD 1 TO pic-digits
000689     WHEN pic-byte = "S"
000690        MOVE 1 TO pic-signed
000691     WHEN pic-byte = "V" OR pic-byte = "P" OR pic-byte = SPACE
000692        CONTINUE
000693     WHEN OTHER
000694        ADD 1 TO pic-len
000695     END-EVALUATE
000696     IF pic-byte <> "(" AND pic-byte <> ")"
000697        MOVE pic-byte TO last-byte
000698     END-IF
000699     ADD 1 TO pic-pos
000700  END-PERFORM.
000701  EVALUATE ent-usage
000702  WHEN "B"
000703     EVALUATE TRUE
000704     WHEN pic-digits < 5
000705        MOVE 2 TO pic-len
000706     WHEN pic-digits < 10
000707        MOVE 4 TO pic-len
000708     WHEN OTHER
000709        MOVE 8 TO pic-len
000710     END-EVALUATE
000711  WHEN "P"
000712     COMPUTE pic-len = pic-digits / 2 + 1
000713  WHEN "F"
000714     MOVE 4 TO pic-len
000715  WHEN "G"
000716     MOVE 8 TO pic-len
000717  WHEN OTHER
000718     IF pic-signed = 1 AND ent-separate = 1
000719        ADD 1 TO pic-len
000720     END-IF
000721  END-EVALUATE.
000722
000723* next word of dw-buf from dw-pos: only spaces separate, a
000724* literal in quotes is one word, a period followed by a space
000725* or the end of the line closes the entry
000726 1490-DATA-WORD.
000727  MOVE SPACES TO dw-word.
000728  MOVE 0 TO dw-period dw-len.
000729  PERFORM UNTIL dw-pos > 65 OR dw-buf(dw-pos:1) <> SPACE
000730     ADD 1 TO dw-pos
000731  END-PERFORM.
000732  IF dw-pos > 65
000733     EXIT PARAGRAPH
000734  END-IF.
000735  IF dw-buf(dw-pos:1) = QUOTE OR dw-buf(dw-pos:1) = "'"
000736     MOVE dw-buf(dw-pos:1) TO dw-quote
000737     MOVE dw-quote TO dw-word(1:1)
000738     MOVE 1 TO dw-len
000739     ADD 1 TO dw-pos
000740     PERFORM UNTIL dw-pos > 65 OR dw-buf(dw-pos:1) = dw-quote
000741        IF dw-len < 30
000742           ADD 1 TO dw-len
000743           MOVE dw-buf(dw-pos:1) TO dw-word(dw-len:1)
000744        END-IF
000745        ADD 1 TO dw-pos
000746     END-PERFORM
000747     ADD 1 TO dw-pos
000748  ELSE
000749     PERFORM UNTIL dw-pos > 65 OR dw-buf(dw-pos:1) = SPACE
000750        IF dw-len < 30
000751           ADD 1 TO dw-len
000752           MOVE dw-buf(dw-pos:1) TO dw-word(dw-len:1)
000753        END-IF
000754        ADD 1 TO dw-pos
000755     END-PERFORM
000756     IF dw-word(dw-len:1) = "."
000757        MOVE 1 TO dw-period
000758        MOVE SPACE TO dw-word(dw-len:1)
000759        SUBTRACT 1 FROM dw-len
000760     END-IF
000761  END-IF.
000762  IF dw-pos <= 65
000763     IF dw-buf(dw-pos:1) = "."
000764        MOVE 1 TO dw-period
000765        ADD 1 TO dw-pos
000766     END-IF
000767  END-IF.
000768
000769 2000-SCAN-DIR.
000770  MOVE scan-dir TO name-buf.
000771  CALL CBU-get-last-index USING CBU-ctx name-buf dir-len.
000772  INITIALIZE ls-command.
000773  IF dir-len > 0
000774     STRING "ls " scan-dir(1:dir-len) " > CBUXREF.TMP"
000775        DELIMITED BY SIZE INTO ls-command
000776  ELSE
000777     MOVE "ls > CBUXREF.TMP" TO ls-command
000778  END-IF.
000779  CALL "SYSTEM" USING ls-command.
000780  MOVE 0 TO RETURN-CODE.
000781  MOVE 0 TO ListEOF.
000782  OPEN INPUT ListFile.
000783  PERFORM UNTIL ListEOF = 1
000784     READ ListFile
000785        AT END MOVE 1 TO ListEOF
000786        NOT AT END
000787           IF ListLine <> SPACES
000788              PERFORM 2100-CHECK-MEMBER
000789           END-IF
000790     END-READ
000791  END-PERFORM.
000792  CLOSE ListFile.
000793
000794* only COBOL sources of the directory are scanned
000795 2100-CHECK-MEMBER.
000796  MOVE ListLine TO member-name.
000797  MOVE member-name TO name-buf.
000798  CALL CBU-get-last-index USING CBU-ctx name-buf member-len.
000799  IF member-len < 5
000800     EXIT PARAGRAPH
000801  END-IF.
000802  MOVE member-name(member-len - 3:4) TO member-ext.
000803  INSPECT member-ext CONVERTING "abcdefghijklmnopqrstuvwxyz"
000804     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000805  IF member-ext <> ".COB" AND member-ext <> ".CBL"
000806     EXIT PARAGRAPH
000807  END-IF.
000808  INITIALIZE src-path.
000809  IF dir-len > 0
000810     STRING scan-dir(1:dir-len) "/" member-name(1:member-len)
000811        DELIMITED BY SIZE INTO src-path
000812  ELSE
000813     MOVE member-name TO src-path
000814  END-IF.
000815  PERFORM 2200-SCAN-SOURCE.
000816
000817 2200-SCAN-SOURCE.
000818  OPEN INPUT SourceFile.
000819  IF src-status <> "00"
000820     DISPLAY "COBOLUnit: source " src-path(1:60)
000821        " cannot be read, status " src-status
000822     EXIT PARAGRAPH
000823  END-IF.
000824  MOVE SPACES TO unit-name.
000825  MOVE 0 TO want-unit-name.
000826  MOVE 0 TO line-no.
000827  MOVE 0 TO SourceEOF.
000828  PERFORM UNTIL SourceEOF = 1
000829     READ SourceFile
000830        AT END MOVE 1 TO SourceEOF
000831     END-READ
000832     IF SourceEOF = 0
000833        ADD 1 TO line-no
000834        IF SourceLine(7:1) <> "*" AND SourceLine(7:1) <> "/"
000835           AND SourceLine(7:1) <> "-"
000836           PERFORM 2300-SOURCE-LINE
000837        END-IF
000838     END-IF
000839  END-PERFORM.
000840  CLOSE SourceFile.
000841  IF unit-name <> SPACES
000842     PERFORM 3000-END-UNIT
000843  END-IF.
000844
000845 2300-SOURCE-LINE.
000846  MOVE SPACES TO tk-buf.
000847  MOVE SourceLine(8:65) TO tk-buf(1:65).
000848  MOVE 1 TO tk-pos.
000849  MOVE 1 TO first-token.
000850  PERFORM 2900-NEXT-TOKEN.
000851  PERFORM UNTIL tk-found = 0
000852     PERFORM 2400-TOKEN
000853     MOVE 0 TO first-token
000854     PERFORM 2900-NEXT-TOKEN
000855  END-PERFORM.
000856
000857* a PROGRAM-ID opens a new unit; its COPY members, data
000858* entries with the literals under them, the literals data
000859* names are given and its CALLs are collected
000860 2400-TOKEN.
000861  IF want-unit-name = 1
000862     MOVE 0 TO want-unit-name
000863     IF unit-name <> SPACES
000864        PERFORM 3000-END-UNIT
000865     END-IF
000866     MOVE tk-word TO unit-name
000867     INSPECT unit-name CONVERTING "abcdefghijklmnopqrstuvwxyz"
000868        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000869     PERFORM 2700-START-UNIT
000870     EXIT PARAGRAPH
000871  END-IF.
000872  IF tk-literal = 0 AND tk-word = "PROGRAM-ID"
000873     MOVE 1 TO want-unit-name
000874     EXIT PARAGRAPH
000875  END-IF.
000876  IF unit-name = SPACES
000877     EXIT PARAGRAPH
000878  END-IF.
000879  IF want-copy = 1
000880     MOVE 0 TO want-copy
000881     PERFORM 2800-COPY-MEMBER
000882  ELSE
000883     IF tk-literal = 1
000884        PERFORM 2600-LITERAL
000885     ELSE
000886        EVALUATE TRUE
000887        WHEN tk-word = "COPY"
000888           MOVE 1 TO want-copy
000889        WHEN tk-word = "DIVISION" AND prev-word = "DATA"
000890           SET in-data TO TRUE
000891        WHEN tk-word = "DIVISION" AND prev-word = "PROCEDURE"
000892           SET in-procedure TO TRUE
000893        WHEN in-data AND want-data-name = 1
000894           MOVE 0 TO want-data-name
000895           MOVE tk-word TO last-data-name
000896           IF DataCount < 1000
000897              ADD 1 TO DataCount
000898              MOVE tk-word TO dn-name(DataCount)
000899              MOVE data-level TO dn-level(DataCount)
000900              COMPUTE dn-lit(DataCount) = LiteralCount + 1
000901           END-IF
000902        WHEN in-data AND first-token = 1
000903           AND (tk-len = 1 OR tk-len = 2)
000904           AND tk-word(1:tk-len) IS NUMERIC
000905           MOVE tk-word(1:tk-len) TO data-level
000906           IF data-level = 77
000907              MOVE 1 TO data-level
000908           END-IF
000909           IF data-level < 50 AND data-level > 0
000910              MOVE 1 TO want-data-name
000911           END-IF
000912        WHEN in-procedure
000913           PERFORM 2500-PROCEDURE-WORD
000914        END-EVALUATE
000915     END-IF
000916  END-IF.
000917  MOVE tk-word TO prev-word.
000918  MOVE tk-literal TO prev-literal.
000919  IF tk-period = 1
000920     MOVE 0 TO call-state
000921     MOVE 0 TO move-state
000922  END-IF.
000923
000924 2500-PROCEDURE-WORD.
000925  IF move-state = 2
000926     MOVE 0 TO move-state
000927     MOVE tk-word TO cmp-name
000928     MOVE move-literal TO target-name
000929     PERFORM 2650-ADD-ASSIGN
000930  END-IF.
000931  IF move-state = 1
000932     MOVE 0 TO move-state
000933     IF tk-word = "TO"
000934        MOVE 2 TO move-state
000935     END-IF
000936  END-IF.
000937  EVALUATE TRUE
000938  WHEN call-state = 1
000939     MOVE 0 TO call-state
000940     MOVE 0 TO call-api
000941     PERFORM VARYING x FROM 1 BY 1 UNTIL x > 4
000942        IF tk-word = api-name(x)
000943           MOVE x TO call-api
000944        END-IF
000945     END-PERFORM
000946     EVALUATE TRUE
000947     WHEN tk-word = "CBU-RESOLVE-CALL"
000948        MOVE 2 TO call-state
000949        MOVE 0 TO call-arg
000950     WHEN call-api > 0
000951        MOVE 3 TO call-state
000952        MOVE 0 TO call-arg
000953        MOVE SPACES TO pending-out
000954        MOVE 0 TO pending-out-literal
000955        EVALUATE call-api
000956        WHEN 1
000957           MOVE 5 TO call-total
000958        WHEN 2
000959           MOVE 4 TO call-total
000960        WHEN OTHER
000961           MOVE 6 TO call-total
000962        END-EVALUATE
000963     WHEN tk-word(1:4) = "CBU-"
000964        CONTINUE
000965     WHEN OTHER
000966        PERFORM 2660-ADD-UNIT-CALL
000967     END-EVALUATE
000968  WHEN call-state = 2 OR call-state = 3
000969     IF tk-word <> "USING" AND tk-word <> "BY"
000970        AND tk-word <> "REFERENCE" AND tk-word <> "CONTENT"
000971        PERFORM 2670-CALL-ARG
000972     END-IF
000973  END-EVALUATE.
000974  IF tk-word = "CALL"
000975     MOVE 1 TO call-state
000976  END-IF.
000977
000978 2600-LITERAL.
000979  IF in-data AND prev-literal = 0
000980     AND (prev-word = "VALUE" OR prev-word = "IS")
000981     IF last-data-name <> SPACES
000982        MOVE last-data-name TO cmp-name
000983        MOVE tk-word TO target-name
000984        PERFORM 2650-ADD-ASSIGN
000985     END-IF
000986     IF LiteralCount < 2000
000987        ADD 1 TO LiteralCount
000988        MOVE SPACES TO lt-word(LiteralCount)
000989        UNSTRING tk-word DELIMITED BY SPACE
000990           INTO lt-word(LiteralCount)
000991        END-UNSTRING
000992        INSPECT lt-word(LiteralCount) CONVERTING
000993           "abcdefghijklmnopqrstuvwxyz"
000994           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000995     END-IF
000996  END-IF.
000997  IF NOT in-procedure
000998     EXIT PARAGRAPH
000999  END-IF.
001000  IF prev-literal = 0 AND prev-word = "MOVE"
001001     MOVE tk-word TO move-literal
001002     MOVE 1 TO move-state
001003  END-IF.
001004  EVALUATE TRUE
001005  WHEN call-state = 1
001006     MOVE 0 TO call-state
001007     PERFORM 2660-ADD-UNIT-CALL
001008  WHEN call-state = 2 OR call-state = 3
001009     PERFORM 2670-CALL-ARG
001010  END-EVALUATE.
001011
001012* cmp-name may hold target-name (VALUE or MOVE)
001013 2650-ADD-ASSIGN.
001014  IF AssignCount >= 300
001015     EXIT PARAGRAPH
001016  END-IF.
001017  ADD 1 TO AssignCount.
001018  MOVE cmp-name TO as-name(AssignCount).
001019  MOVE target-name TO as-value(AssignCount).
001020
001021 2660-ADD-UNIT-CALL.
001022  IF UnitCallCount >= 200
001023     EXIT PARAGRAPH
001024  END-IF.
001025  ADD 1 TO UnitCallCount.
001026  MOVE tk-literal TO cl-literal(UnitCallCount).
001027  MOVE tk-word TO cl-name(UnitCallCount).
001028
001029* argument of CBU-resolve-call (the second is the program) or
001030* of a layout API (CBU-ctx counts as the first): the layout
001031* arguments, and the output name of CBU-build-fixture
001032 2670-CALL-ARG.
001033  ADD 1 TO call-arg.
001034  IF call-state = 2
001035     IF call-arg = 2
001036        MOVE 0 TO call-state
001037        PERFORM 2660-ADD-UNIT-CALL
001038     END-IF
001039     EXIT PARAGRAPH
001040  END-IF.
001041  IF call-api = 4 AND call-arg = 2
001042     MOVE tk-word TO pending-out
001043     MOVE tk-literal TO pending-out-literal
001044  END-IF.
001045  IF (call-api = 1 AND (call-arg = 4 OR call-arg = 5))
001046     OR (call-api = 2 AND call-arg = 4)
001047     OR (call-api = 3 AND call-arg = 6)
001048     OR (call-api = 4 AND call-arg = 5)
001049     MOVE tk-literal TO same-layout
001050     IF LayoutCallCount > 0
001051        IF lc-arg(LayoutCallCount) = tk-word
001052           AND lc-line(LayoutCallCount) = line-no
001053           MOVE 1 TO same-layout
001054        END-IF
001055     END-IF
001056     IF same-layout = 0 AND LayoutCallCount < 20
001057        ADD 1 TO LayoutCallCount
001058        MOVE call-api TO lc-api(LayoutCallCount)
001059        MOVE tk-word TO lc-arg(LayoutCallCount)
001060        MOVE line-no TO lc-line(LayoutCallCount)
001061        MOVE pending-out TO lc-out(LayoutCallCount)
001062        MOVE pending-out-literal
001063           TO lc-out-literal(LayoutCallCount)
001064     END-IF
001065  END-IF.
001066  IF call-arg >= call-total
001067     MOVE 0 TO call-state
001068  END-IF.
001069
001070 2700-START-UNIT.
001071  MOVE 0 TO section-state.
001072  MOVE 0 TO want-data-name.
001073  MOVE 0 TO want-copy.
001074  MOVE 0 TO call-state.
001075  MOVE 0 TO move-state.
001076  MOVE SPACES TO last-data-name.
001077  MOVE SPACES TO prev-word.
001078  MOVE 0 TO DataCount.
001079  MOVE 0 TO LiteralCount.
001080  MOVE 0 TO AssignCount.
001081  MOVE 0 TO UnitCallCount.
001082  MOVE 0 TO LayoutCallCount.
001083  MOVE 0 TO unit-no.
001084  IF UnitCount >= 600
001085     EXIT PARAGRAPH
001086  END-IF.
001087  ADD 1 TO UnitCount.
001088  MOVE UnitCount TO unit-no.
001089  INITIALIZE UnitEntry(unit-no).
001090  MOVE unit-name TO un-name(unit-no).
001091  MOVE scan-kind TO un-kind(unit-no).
001092  MOVE member-name TO un-source(unit-no).
001093
001094* every COPY goes to the cross-reference
001095 2800-COPY-MEMBER.
001096  MOVE SPACES TO copy-name.
001097  UNSTRING tk-word DELIMITED BY "." INTO copy-name
001098  END-UNSTRING.
001099  INSPECT copy-name CONVERTING "abcdefghijklmnopqrstuvwxyz"
001100     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001101  MOVE copy-name TO xr-copybook.
001102  MOVE "COPY" TO xr-kind.
001103  MOVE unit-name TO xr-where.
001104  MOVE line-no TO xr-line.
001105  MOVE member-name TO xr-detail.
001106  MOVE xref-rec TO XrefLine.
001107  WRITE XrefLine.
001108  IF copy-name = changed-name AND unit-no > 0
001109     AND un-uses(unit-no) = 0
001110     MOVE 1 TO un-uses(unit-no)
001111     MOVE line-no TO un-copy-line(unit-no)
001112  END-IF.
001113
001114* next word or literal of tk-buf; a literal keeps its case and
001115* its spaces, a word is upper-cased; a period ending either is
001116* flagged in tk-period. tk-found is 0 once the line is used up
001117 2900-NEXT-TOKEN.
001118  MOVE SPACES TO tk-word.
001119  MOVE 0 TO tk-period.
001120  MOVE 0 TO tk-len.
001121  MOVE 0 TO tk-literal.
001122  MOVE 0 TO tk-found.
001123  PERFORM UNTIL tk-pos > 65
001124     OR (tk-buf(tk-pos:1) <> SPACE AND tk-buf(tk-pos:1) <> ","
001125        AND tk-buf(tk-pos:1) <> ";" AND tk-buf(tk-pos:1) <> "("
001126        AND tk-buf(tk-pos:1) <> ")")
001127     ADD 1 TO tk-pos
001128  END-PERFORM.
001129  IF tk-pos > 65
001130     EXIT PARAGRAPH
001131  END-IF.
001132  MOVE 1 TO tk-found.
001133  IF tk-buf(tk-pos:1) = QUOTE OR tk-buf(tk-pos:1) = "'"
001134     MOVE 1 TO tk-literal
001135     MOVE tk-buf(tk-pos:1) TO tk-quote
001136     ADD 1 TO tk-pos
001137     PERFORM UNTIL tk-pos > 65 OR tk-buf(tk-pos:1) = tk-quote
001138        IF tk-len < 60
001139           ADD 1 TO tk-len
001140           MOVE tk-buf(tk-pos:1) TO tk-word(tk-len:1)
001141        END-IF
001142        ADD 1 TO tk-pos
001143     END-PERFORM
001144     ADD 1 TO tk-pos
001145     IF tk-pos <= 65
001146        IF tk-buf(tk-pos:1) = "."
001147           MOVE 1 TO tk-period
001148           ADD 1 TO tk-pos
001149        END-IF
001150     END-IF
001151     EXIT PARAGRAPH
001152  END-IF.
001153  PERFORM UNTIL tk-pos > 65 OR tk-buf(tk-pos:1) = SPACE
001154     OR tk-buf(tk-pos:1) = "," OR tk-buf(tk-pos:1) = ";"
001155     OR tk-buf(tk-pos:1) = "(" OR tk-buf(tk-pos:1) = ")"
001156     IF tk-buf(tk-pos:1) = "."
001157        AND tk-buf(tk-pos + 1:1) = SPACE
001158        MOVE 1 TO tk-period
001159     ELSE
001160        IF tk-len < 30
001161           ADD 1 TO tk-len
001162           MOVE tk-buf(tk-pos:1) TO tk-word(tk-len:1)
001163        END-IF
001164     END-IF
001165     ADD 1 TO tk-pos
001166  END-PERFORM.
001167  INSPECT tk-word CONVERTING "abcdefghijklmnopqrstuvwxyz"
001168     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001169
001170* a test program's calls are kept to find the tests of the
001171* affected units; its layout tables are matched on the fields
001172 3000-END-UNIT.
001173  IF unit-no = 0
001174     MOVE SPACES TO unit-name
001175     EXIT PARAGRAPH
001176  END-IF.
001177  IF scan-tests
001178     PERFORM VARYING k FROM 1 BY 1 UNTIL k > UnitCallCount
001179        IF cl-literal(k) = 1
001180           MOVE cl-name(k) TO target-name
001181           PERFORM 3100-ADD-TARGET
001182        ELSE
001183           PERFORM VARYING m FROM 1 BY 1 UNTIL m > AssignCount
001184              IF as-name(m) = cl-name(k)
001185                 MOVE as-value(m) TO target-name
001186                 PERFORM 3100-ADD-TARGET
001187              END-IF
001188           END-PERFORM
001189        END-IF
001190     END-PERFORM
001191  END-IF.
001192  IF cb-fields > 0
001193     PERFORM VARYING k FROM 1 BY 1 UNTIL k > LayoutCallCount
001194        PERFORM 3200-CHECK-LAYOUT
001195     END-PERFORM
001196  END-IF.
001197  MOVE SPACES TO unit-name.
001198
001199 3100-ADD-TARGET.
001200  INSPECT target-name CONVERTING "abcdefghijklmnopqrstuvwxyz"
001201     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001202  IF target-name = SPACES OR TestTargetCount >= 3000
001203     EXIT PARAGRAPH
001204  END-IF.
001205  ADD 1 TO TestTargetCount.
001206  MOVE unit-no TO tt-unit(TestTargetCount).
001207  MOVE target-name TO tt-name(TestTargetCount).
001208
001209* the literals under the table name are its field names and
001210* PIC texts; field names of the changed copybook are counted
001211 3200-CHECK-LAYOUT.
001212  PERFORM VARYING m FROM 1 BY 1
001213     UNTIL m > DataCount OR dn-name(m) = lc-arg(k)
001214     CONTINUE
001215  END-PERFORM.
001216  IF m > DataCount
001217     EXIT PARAGRAPH
001218  END-IF.
001219  MOVE dn-lit(m) TO first-lit.
001220  MOVE LiteralCount TO last-lit.
001221  PERFORM VARYING j FROM m BY 1 UNTIL j >= DataCount
001222     OR last-lit < LiteralCount
001223     IF dn-level(j + 1) <= dn-level(m)
001224        COMPUTE last-lit = dn-lit(j + 1) - 1
001225     END-IF
001226  END-PERFORM.
001227  MOVE 0 TO nb-lits.
001228  MOVE 0 TO nb-hits.
001229  PERFORM VARYING j FROM first-lit BY 1 UNTIL j > last-lit
001230     ADD 1 TO nb-lits
001231     PERFORM VARYING f FROM 1 BY 1 UNTIL f > FieldCount
001232        OR FL-name(f) = lt-word(j)
001233        CONTINUE
001234     END-PERFORM
001235     IF f <= FieldCount AND lt-word(j) <> "FILLER"
001236        ADD 1 TO nb-hits
001237     END-IF
001238  END-PERFORM.
001239  IF nb-hits >= 2 OR (nb-hits = 1 AND nb-lits <= 2)
001240     IF LayoutHitCount < 100
001241        ADD 1 TO LayoutHitCount
001242        MOVE unit-no TO lh-unit(LayoutHitCount)
001243        MOVE lc-line(k) TO lh-line(LayoutHitCount)
001244        MOVE lc-api(k) TO lh-api(LayoutHitCount)
001245        MOVE lc-arg(k) TO lh-table(LayoutHitCount)
001246        MOVE nb-hits TO lh-hits(LayoutHitCount)
001247        MOVE SPACES TO lh-out(LayoutHitCount)
001248        IF lc-api(k) = 4
001249           PERFORM 3300-FIXTURE-OUT
001250        END-IF
001251        ADD 1 TO un-layouts(unit-no)
001252     END-IF
001253  END-IF.
001254
001255* the file CBU-build-fixture writes: a literal, or the value
001256* given to the data name
001257 3300-FIXTURE-OUT.
001258  IF lc-out-literal(k) = 1
001259     MOVE lc-out(k) TO lh-out(LayoutHitCount)
001260     EXIT PARAGRAPH
001261  END-IF.
001262  PERFORM VARYING m FROM 1 BY 1 UNTIL m > AssignCount
001263     IF as-name(m) = lc-out(k)
001264        MOVE as-value(m) TO lh-out(LayoutHitCount)
001265     END-IF
001266  END-PERFORM.
001267  IF lh-out(LayoutHitCount) = SPACES
001268     MOVE lc-out(k) TO lh-out(LayoutHitCount)
001269  END-IF.
001270
001271* units first, then the test programs that depend on them,
001272* then what the catalog ties to either
001273 5000-IMPACT.
001274  MOVE cb-len TO edit-len.
001275  DISPLAY "|--- Copybook impact: " changed-name
001276     edit-len " byte(s), " cb-fields " field(s)".
001277  PERFORM VARYING u FROM 1 BY 1 UNTIL u > UnitCount
001278     IF un-kind(u) = "P" AND un-uses(u) = 1
001279        MOVE 1 TO un-affected(u)
001280        MOVE "UNIT" TO xr-kind
001281        MOVE un-name(u) TO xr-where
001282        MOVE un-copy-line(u) TO xr-line
001283        MOVE un-source(u) TO xr-detail
001284        PERFORM 7000-IMPACT-LINE
001285     END-IF
001286  END-PERFORM.
001287  PERFORM VARYING u FROM 1 BY 1 UNTIL u > UnitCount
001288     IF un-kind(u) = "T"
001289        PERFORM 5100-TEST-PROGRAM
001290     END-IF
001291  END-PERFORM.
001292  PERFORM 5300-CATALOG-PROGRAMS.
001293  PERFORM VARYING k FROM 1 BY 1 UNTIL k > LayoutHitCount
001294     MOVE "LAYOUT" TO xr-kind
001295     MOVE un-name(lh-unit(k)) TO xr-where
001296     MOVE lh-line(k) TO xr-line
001297     MOVE lh-hits(k) TO edit-hits
001298     INITIALIZE xr-detail
001299     STRING lh-table(k) DELIMITED BY SPACE
001300        " to " DELIMITED BY SIZE
001301        api-name(lh-api(k)) DELIMITED BY SPACE
001302        " -" edit-hits " field(s) of it"
001303        DELIMITED BY SIZE INTO xr-detail
001304     PERFORM 7000-IMPACT-LINE
001305     IF lh-out(k) <> SPACES
001306        MOVE "FIXTURE" TO xr-kind
001307        MOVE lh-out(k) TO xr-where
001308        MOVE lh-line(k) TO xr-line
001309        INITIALIZE xr-detail
001310        STRING "built from that layout by " DELIMITED BY SIZE
001311           un-name(lh-unit(k)) DELIMITED BY SPACE
001312           INTO xr-detail
001313        PERFORM 7000-IMPACT-LINE
001314     END-IF
001315  END-PERFORM.
001316  PERFORM 5400-FIXTURES.
001317  PERFORM VARYING k FROM 1 BY 1 UNTIL k > StubContractCount
001318     MOVE SK-target(k) TO target-name
001319     PERFORM 5500-UNIT-AFFECTED
001320     IF found-in-catalog = 1
001321        MOVE "STUB" TO xr-kind
001322        MOVE SK-response(k) TO xr-where
001323        MOVE 0 TO xr-line
001324        INITIALIZE xr-detail
001325        STRING "stub contract of " DELIMITED BY SIZE
001326           SK-target(k) DELIMITED BY SPACE INTO xr-detail
001327        PERFORM 7000-IMPACT-LINE
001328     END-IF
001329  END-PERFORM.
001330  PERFORM VARYING k FROM 1 BY 1 UNTIL k > ImpactTestCount
001331     MOVE "TEST" TO xr-kind
001332     MOVE it-suite(k) TO it-s
001333     MOVE it-test(k) TO it-t
001334     INITIALIZE xr-where
001335     STRING SuiteName(it-s) DELIMITED BY SPACE
001336        "/" DELIMITED BY SIZE
001337        TestName(it-s, it-t) DELIMITED BY SPACE INTO xr-where
001338     MOVE 0 TO xr-line
001339     MOVE it-reason(k) TO xr-detail
001340     PERFORM 7000-IMPACT-LINE
001341  END-PERFORM.
001342  DISPLAY "|--- " ImpactCount " item(s) affected".
001343
001344* a test program is affected by a COPY, a matching layout
001345* table, or a call to an affected unit
001346 5100-TEST-PROGRAM.
001347  MOVE SPACES TO it-reason-new.
001348  EVALUATE TRUE
001349  WHEN un-uses(u) = 1
001350     MOVE "its program COPYs it" TO it-reason-new
001351  WHEN un-layouts(u) > 0
001352     MOVE "its program holds a layout of it" TO it-reason-new
001353  WHEN OTHER
001354     PERFORM VARYING k FROM 1 BY 1
001355        UNTIL k > TestTargetCount OR it-reason-new <> SPACES
001356        IF tt-unit(k) = u
001357           MOVE tt-name(k) TO target-name
001358           PERFORM 5500-UNIT-AFFECTED
001359           IF found-in-catalog = 1
001360              STRING "calls unit " DELIMITED BY SIZE
001361                 tt-name(k) DELIMITED BY SPACE
001362                 INTO it-reason-new
001363           END-IF
001364        END-IF
001365     END-PERFORM
001366  END-EVALUATE.
001367  IF it-reason-new = SPACES
001368     EXIT PARAGRAPH
001369  END-IF.
001370  MOVE 1 TO un-affected(u).
001371  MOVE un-name(u) TO target-name.
001372  PERFORM 5200-CATALOG-TESTS.
001373  IF found-in-catalog = 0
001374     MOVE "TEST" TO xr-kind
001375     MOVE un-name(u) TO xr-where
001376     MOVE 0 TO xr-line
001377     INITIALIZE xr-detail
001378     STRING "program not in the catalog - " DELIMITED BY SIZE
001379        it-reason-new DELIMITED BY "  " INTO xr-detail
001380     PERFORM 7000-IMPACT-LINE
001381  END-IF.
001382
001383* the catalog tests run by program target-name: as the test,
001384* or as its test or suite hook
001385 5200-CATALOG-TESTS.
001386  MOVE 0 TO found-in-catalog.
001387  PERFORM VARYING it-s FROM 1 BY 1 UNTIL it-s >= SuiteIndex
001388     PERFORM VARYING it-t FROM 1 BY 1
001389        UNTIL it-t > nb-test-size(it-s)
001390        MOVE TestName(it-s, it-t) TO cmp-name
001391        PERFORM 5250-UPPER-CMP
001392        IF cmp-name = target-name
001393           PERFORM 5600-ADD-IMPACT-TEST
001394        END-IF
001395        MOVE TestSetupProg(it-s, it-t) TO cmp-name
001396        PERFORM 5250-UPPER-CMP
001397        IF cmp-name = target-name
001398           PERFORM 5600-ADD-IMPACT-TEST
001399        END-IF
001400        MOVE TestTeardownProg(it-s, it-t) TO cmp-name
001401        PERFORM 5250-UPPER-CMP
001402        IF cmp-name = target-name
001403           PERFORM 5600-ADD-IMPACT-TEST
001404        END-IF
001405        MOVE SuiteSetupProg(it-s) TO cmp-name
001406        PERFORM 5250-UPPER-CMP
001407        IF cmp-name = target-name
001408           PERFORM 5600-ADD-IMPACT-TEST
001409        END-IF
001410        MOVE SuiteTeardownProg(it-s) TO cmp-name
001411        PERFORM 5250-UPPER-CMP
001412        IF cmp-name = target-name
001413           PERFORM 5600-ADD-IMPACT-TEST
001414        END-IF
001415     END-PERFORM
001416  END-PERFORM.
001417
001418 5250-UPPER-CMP.
001419  INSPECT cmp-name CONVERTING "abcdefghijklmnopqrstuvwxyz"
001420     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001421
001422* harness, shadow, harness step and contender programs that
001423* are affected units make their tests affected; a harness
001424* test's expected outputs too
001425 5300-CATALOG-PROGRAMS.
001426  PERFORM VARYING it-s FROM 1 BY 1 UNTIL it-s >= SuiteIndex
001427     PERFORM VARYING it-t FROM 1 BY 1
001428        UNTIL it-t > nb-test-size(it-s)
001429        MOVE harness-prog(it-s, it-t) TO target-name
001430        PERFORM 5500-UNIT-AFFECTED
001431        IF found-in-catalog = 1
001432           INITIALIZE it-reason-new
001433           STRING "harness program " DELIMITED BY SIZE
001434              target-name DELIMITED BY SPACE INTO it-reason-new
001435           PERFORM 5600-ADD-IMPACT-TEST
001436           PERFORM 5350-HARNESS-OUTPUTS
001437        END-IF
001438        MOVE shadow-prog(it-s, it-t) TO target-name
001439        PERFORM 5500-UNIT-AFFECTED
001440        IF found-in-catalog = 1
001441           INITIALIZE it-reason-new
001442           STRING "shadow program " DELIMITED BY SIZE
001443              target-name DELIMITED BY SPACE INTO it-reason-new
001444           PERFORM 5600-ADD-IMPACT-TEST
001445        END-IF
001446     END-PERFORM
001447  END-PERFORM.
001448  PERFORM VARYING k FROM 1 BY 1 UNTIL k > HarnessStepCount
001449     MOVE HS-prog(k) TO target-name
001450     PERFORM 5500-UNIT-AFFECTED
001451     IF found-in-catalog = 1
001452        MOVE HS-suite(k) TO it-s
001453        MOVE HS-test(k) TO it-t
001454        INITIALIZE it-reason-new
001455        STRING "harness step " DELIMITED BY SIZE
001456           target-name DELIMITED BY SPACE INTO it-reason-new
001457        PERFORM 5600-ADD-IMPACT-TEST
001458     END-IF
001459  END-PERFORM.
001460  PERFORM VARYING k FROM 1 BY 1 UNTIL k > ContenderCount
001461     MOVE CT-prog(k) TO target-name
001462     PERFORM 5500-UNIT-AFFECTED
001463     IF found-in-catalog = 1
001464        MOVE CT-suite(k) TO it-s
001465        MOVE CT-test(k) TO it-t
001466        INITIALIZE it-reason-new
001467        STRING "contender program " DELIMITED BY SIZE
001468           target-name DELIMITED BY SPACE INTO it-reason-new
001469        PERFORM 5600-ADD-IMPACT-TEST
001470     END-IF
001471  END-PERFORM.
001472
001473 5350-HARNESS-OUTPUTS.
001474  PERFORM VARYING m FROM 1 BY 1 UNTIL m > HarnessOutCount
001475     IF HO-suite(m) = it-s AND HO-test(m) = it-t
001476        MOVE "OUTPUT" TO xr-kind
001477        MOVE HO-expected(m) TO xr-where
001478        MOVE 0 TO xr-line
001479        INITIALIZE xr-detail
001480        STRING "expected output of harness " DELIMITED BY SIZE
001481           target-name DELIMITED BY SPACE INTO xr-detail
001482        PERFORM 7000-IMPACT-LINE
001483     END-IF
001484  END-PERFORM.
001485
001486* declared fixtures whose longest record is the record length
001487 5400-FIXTURES.
001488  IF cb-len = 0
001489     EXIT PARAGRAPH
001490  END-IF.
001491  MOVE fixture-lib-dir TO name-buf.
001492  CALL CBU-get-last-index USING CBU-ctx name-buf lib-len.
001493  PERFORM VARYING k FROM 1 BY 1 UNTIL k > FixtureCount
001494     INITIALIZE fixture-path
001495     IF lib-len > 0
001496        STRING fixture-lib-dir(1:lib-len) "/" DELIMITED BY SIZE
001497           FX-source(k) DELIMITED BY SPACE INTO fixture-path
001498     ELSE
001499        MOVE FX-source(k) TO fixture-path
001500     END-IF
001501     PERFORM 5450-LONGEST-RECORD
001502     IF longest = cb-len
001503        MOVE "FIXTURE" TO xr-kind
001504        MOVE FX-source(k) TO xr-where
001505        MOVE 0 TO xr-line
001506        MOVE FX-suite(k) TO it-s
001507        MOVE FX-test(k) TO it-t
001508        INITIALIZE xr-detail
001509        STRING "record length " DELIMITED BY SIZE
001510           edit-len DELIMITED BY SIZE
001511           " - staged as " DELIMITED BY SIZE
001512           FX-target(k) DELIMITED BY SPACE INTO xr-detail
001513        PERFORM 7000-IMPACT-LINE
001514        INITIALIZE it-reason-new
001515        STRING "fixture " DELIMITED BY SIZE
001516           FX-source(k) DELIMITED BY SPACE
001517           " has its record length" DELIMITED BY SIZE
001518           INTO it-reason-new
001519        PERFORM 5600-ADD-IMPACT-TEST
001520     END-IF
001521  END-PERFORM.
001522
001523 5450-LONGEST-RECORD.
001524  MOVE 0 TO longest.
001525  OPEN INPUT FixtureFile.
001526  IF fixture-status <> "00"
001527     EXIT PARAGRAPH
001528  END-IF.
001529  MOVE 0 TO FixtureEOF.
001530  PERFORM UNTIL FixtureEOF = 1
001531     READ FixtureFile
001532        AT END MOVE 1 TO FixtureEOF
001533        NOT AT END
001534           MOVE FixtureRecord TO name-buf
001535           CALL CBU-get-last-index USING CBU-ctx name-buf rec-len
001536           IF rec-len > longest
001537              MOVE rec-len TO longest
001538           END-IF
001539     END-READ
001540  END-PERFORM.
001541  CLOSE FixtureFile.
001542
001543* found-in-catalog = 1 when target-name is an affected unit
001544 5500-UNIT-AFFECTED.
001545  MOVE 0 TO found-in-catalog.
001546  MOVE target-name TO cmp-name.
001547  PERFORM 5250-UPPER-CMP.
001548  IF cmp-name = SPACES
001549     EXIT PARAGRAPH
001550  END-IF.
001551  PERFORM VARYING m FROM 1 BY 1 UNTIL m > UnitCount
001552     IF un-kind(m) = "P" AND un-affected(m) = 1
001553        AND un-name(m) = cmp-name
001554        MOVE 1 TO found-in-catalog
001555     END-IF
001556  END-PERFORM.
001557
001558* one line per affected test, the first reason found kept
001559 5600-ADD-IMPACT-TEST.
001560  MOVE 1 TO found-in-catalog.
001561  PERFORM VARYING m FROM 1 BY 1 UNTIL m > ImpactTestCount
001562     IF it-suite(m) = it-s AND it-test(m) = it-t
001563        EXIT PARAGRAPH
001564     END-IF
001565  END-PERFORM.
001566  IF ImpactTestCount >= 500
001567     EXIT PARAGRAPH
001568  END-IF.
001569  ADD 1 TO ImpactTestCount.
001570  MOVE it-s TO it-suite(ImpactTestCount).
001571  MOVE it-t TO it-test(ImpactTestCount).
001572  MOVE it-reason-new TO it-reason(ImpactTestCount).
001573
001574 7000-IMPACT-LINE.
001575  ADD 1 TO ImpactCount.
001576  MOVE changed-name TO xr-copybook.
001577  MOVE xref-rec TO XrefLine.
001578  WRITE XrefLine.
001579  MOVE xr-line TO edit-line.
001580  IF xr-line = 0
001581     DISPLAY "|   " xr-kind " " xr-where " " xr-detail(1:60)
001582  ELSE
001583     DISPLAY "|   " xr-kind " " xr-where " line" edit-line " "
001584        xr-detail(1:60)
001585  END-IF.
001586 END PROGRAM CBU00384.
