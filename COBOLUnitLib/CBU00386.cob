000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-inventory-fixtures
000013*	source name: CBU00386.cob
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

000044*>Inventory of the fixture library. Every file of fixture-lib-dir
000045*>is listed with its size in bytes (a line end counted as one),
000046*>its record count and a checksum over its content (the running
000047*>31-multiplier checksum of the history chain). The list is
000048*>crossed with the fixtures declared for the tests -
000049*>CBU-add-test-fixture calls and catalog template rows alike -
000050*>and with the previous inventory kept in InventoryFile:
000051*>  ORPHAN   a file no test declares
000052*>  MISSING  a declared fixture absent from the library
000053*>  CHANGED  a file whose checksum differs from the previous
000054*>           inventory, listed with the tests it feeds
000055*>  NEW      a file the previous inventory did not have
000056*>  REMOVED  a file of the previous inventory no longer there
000057*>InventoryFile is then rewritten as the new baseline:
000058*>  cols  1-40 file name      42-51 size      53-59 records
000059*>  cols 61-69 checksum       71-78 status
000060*>MISSING and REMOVED lines are kept for reading only and are
000061*>not part of the next comparison. FindingCount returns the
000062*>number of orphaned, missing and changed files.
000063* arg1: InventoryFile - previous inventory, rewritten
000064* arg2: FindingCount - orphaned + missing + changed files
000065 IDENTIFICATION DIVISION.
000066 PROGRAM-ID.   CBU00386.
000067 ENVIRONMENT    DIVISION.
000068 INPUT-OUTPUT SECTION.
000069 FILE-CONTROL.
000070    SELECT OPTIONAL ListFile ASSIGN TO list-file-name
000071       ORGANIZATION IS LINE SEQUENTIAL
000072       FILE STATUS IS list-status.
000073    SELECT OPTIONAL FixtureFile ASSIGN TO fixture-path
000074       ORGANIZATION IS LINE SEQUENTIAL
000075       FILE STATUS IS fixture-status.
000076    SELECT OPTIONAL InventoryIO ASSIGN TO inventory-path
000077       ORGANIZATION IS LINE SEQUENTIAL
000078       FILE STATUS IS inventory-status.
000079 DATA DIVISION.
000080 FILE SECTION.
000081 	FD ListFile.
000082 	01 ListLine PIC X(200).
000083 	FD FixtureFile.
000084 	01 FixtureRecord PIC X(2000).
000085 	FD InventoryIO.
000086 	01 InventoryLine.
000087 	  05 IL-name PIC X(40).
000088 	  05 FILLER PIC X(1).
000089 	  05 IL-size PIC 9(10).
000090 	  05 FILLER PIC X(1).
000091 	  05 IL-records PIC 9(7).
000092 	  05 FILLER PIC X(1).
000093 	  05 IL-checksum PIC 9(9).
000094 	  05 FILLER PIC X(1).
000095 	  05 IL-status PIC X(8).
000096 WORKING-STORAGE SECTION.
000097  01 list-file-name PIC X(40) VALUE "CBUINVT.TMP".
000098  01 list-status PIC X(2).
000099  01 fixture-path PIC X(140).
000100  01 fixture-status PIC X(2).
000101  01 inventory-path PIC X(40).
000102  01 inventory-status PIC X(2).
000103  01 ListEOF PIC 9(1).
000104  01 FixtureEOF PIC 9(1).
000105  01 InventoryEOF PIC 9(1).
000106  01 dir-command PIC X(250).
000107  01 name-buf PIC X(32000).
000108  01 lib-len PIC 99999.
000109  01 member-name PIC X(100).
000110  01 member-len PIC 99999.
000111  01 rec-len PIC 99999.
000112  01 file-unreadable PIC 9(1).
000113  01 cb PIC 9(5).
000114  01 chain-work PIC 9(18).
000115  01 file-checksum PIC 9(9).
000116  01 file-size PIC 9(10).
000117  01 file-records PIC 9(7).
000118  01 i PIC 9(4).
000119  01 k PIC 9(4).
000120  01 p PIC 9(4).
000121  01 feeds PIC 9(3).
000122  01 nb-orphans PIC 9(4).
000123  01 nb-missing PIC 9(4).
000124  01 nb-changed PIC 9(4).
000125  01 nb-new PIC 9(4).
000126  01 nb-removed PIC 9(4).
000127  01 test-label PIC X(50).
000128  01 edit-records PIC Z(6)9.
000129  01 PreviousCount PIC 9(4).
000130  01 ListePrevious.
000131    05 PreviousEntry OCCURS 1000 TIMES.
000132      10 pv-name PIC X(40).
000133      10 pv-checksum PIC 9(9).
000134      10 pv-seen PIC 9(1).
000135  01 InventoryCount PIC 9(4).
000136  01 ListeInventory.
000137    05 InventoryEntry OCCURS 1000 TIMES.
000138      10 iv-name PIC X(40).
000139      10 iv-size PIC 9(10).
000140      10 iv-records PIC 9(7).
000141      10 iv-checksum PIC 9(9).
000142      10 iv-status PIC X(8).
000143      10 iv-declared PIC 9(1).
000144  COPY CBUC0002.
000145 LINKAGE SECTION.
000146  77 InventoryFile PIC X(40).
000147  77 FindingCount PIC 9(4).
000148  COPY CBUC0001.
000149 PROCEDURE DIVISION USING CBU-ctx InventoryFile FindingCount.
000150  MOVE 0 TO FindingCount.
000151  MOVE 0 TO nb-orphans nb-missing nb-changed nb-new nb-removed.
000152  MOVE InventoryFile TO inventory-path.
000153  PERFORM 1000-LOAD-PREVIOUS.
000154  MOVE fixture-lib-dir TO name-buf.
000155  CALL CBU-get-last-index USING CBU-ctx name-buf lib-len.
000156  INITIALIZE dir-command.
000157  IF lib-len > 0
000158     STRING "ls " fixture-lib-dir(1:lib-len) " > CBUINVT.TMP"
000159        DELIMITED BY SIZE INTO dir-command
000160  ELSE
000161     MOVE "ls > CBUINVT.TMP" TO dir-command
000162  END-IF.
000163  CALL "SYSTEM" USING dir-command.
000164  MOVE 0 TO RETURN-CODE.
000165  DISPLAY "|--- Fixture inventory: " fixture-lib-dir.
000166  MOVE 0 TO InventoryCount.
000167  MOVE 0 TO ListEOF.
000168  OPEN INPUT ListFile.
000169  PERFORM UNTIL ListEOF = 1
000170     READ ListFile
000171        AT END MOVE 1 TO ListEOF
000172        NOT AT END
000173           IF ListLine <> SPACES
000174              PERFORM 2000-INVENTORY-FILE
000175           END-IF
000176     END-READ
000177  END-PERFORM.
000178  CLOSE ListFile.
000179  PERFORM 3000-CROSS-DECLARATIONS.
000180  PERFORM 4000-WRITE-INVENTORY.
000181  COMPUTE FindingCount = nb-orphans + nb-missing + nb-changed.
000182  DISPLAY "|--- " InventoryCount " file(s), " nb-orphans
000183     " orphaned, " nb-missing " missing, " nb-changed
000184     " changed, " nb-new " new, " nb-removed " removed".
000185  EXIT PROGRAM.
000186
000187* the previous inventory's files and checksums; lines of files
000188* that were not in the library then take no part
000189 1000-LOAD-PREVIOUS.
000190  MOVE 0 TO PreviousCount.
000191  IF InventoryFile = SPACES
000192     EXIT PARAGRAPH
000193  END-IF.
000194  OPEN INPUT InventoryIO.
000195  IF inventory-status <> "00"
000196     CLOSE InventoryIO
000197     EXIT PARAGRAPH
000198  END-IF.
000199  MOVE 0 TO InventoryEOF.
000200  PERFORM UNTIL InventoryEOF = 1
000201     READ InventoryIO
000202        AT END MOVE 1 TO InventoryEOF
000203        NOT AT END
000204           IF InventoryLine(1:1) <> "*"
000205              AND IL-status <> "MISSING"
000206              AND IL-status <> "REMOVED"
000207              AND IL-checksum IS NUMERIC
000208              AND PreviousCount < 1000
000209              ADD 1 TO PreviousCount
000210              MOVE IL-name TO pv-name(PreviousCount)
000211              MOVE IL-checksum TO pv-checksum(PreviousCount)
000212              MOVE 0 TO pv-seen(PreviousCount)
000213           END-IF
000214     END-READ
000215  END-PERFORM.
000216  CLOSE InventoryIO.
000217
000218* size, records and checksum of one library file, compared with
000219* the previous inventory
000220 2000-INVENTORY-FILE.
000221  MOVE ListLine TO member-name.
000222  MOVE member-name TO name-buf.
000223  CALL CBU-get-last-index USING CBU-ctx name-buf member-len.
000224  IF member-name = list-file-name OR member-name = InventoryFile
000225     EXIT PARAGRAPH
000226  END-IF.
000227  INITIALIZE fixture-path.
000228  IF lib-len > 0
000229     STRING fixture-lib-dir(1:lib-len) "/"
000230        member-name(1:member-len)
000231        DELIMITED BY SIZE INTO fixture-path
000232  ELSE
000233     MOVE member-name TO fixture-path
000234  END-IF.
000235  IF fixture-path = inventory-path
000236     EXIT PARAGRAPH
000237  END-IF.
000238  MOVE 0 TO file-size file-records chain-work.
000239  MOVE 0 TO file-unreadable.
000240  OPEN INPUT FixtureFile.
000241  IF fixture-status <> "00"
000242     EXIT PARAGRAPH
000243  END-IF.
000244  MOVE 0 TO FixtureEOF.
000245  PERFORM UNTIL FixtureEOF = 1
000246     READ FixtureFile
000247        AT END MOVE 1 TO FixtureEOF
000248        NOT AT END
000249           ADD 1 TO file-records
000250           MOVE FixtureRecord TO name-buf
000251           CALL CBU-get-last-index USING CBU-ctx name-buf rec-len
000252           COMPUTE file-size = file-size + rec-len + 1
000253           PERFORM VARYING cb FROM 1 BY 1 UNTIL cb > rec-len
000254              COMPUTE chain-work = FUNCTION MOD(chain-work * 31
000255                 + FUNCTION ORD(FixtureRecord(cb:1)) 1000000000)
000256           END-PERFORM
000257           COMPUTE chain-work = FUNCTION MOD(
000258              chain-work * 31 + 11 1000000000)
000259     END-READ
000260     IF fixture-status <> "00" AND fixture-status <> "10"
000261        AND fixture-status <> "04"
000262        MOVE 1 TO FixtureEOF
000263        MOVE 1 TO file-unreadable
000264     END-IF
000265  END-PERFORM.
000266  CLOSE FixtureFile.
000267  IF file-unreadable = 1 OR InventoryCount >= 1000
000268     EXIT PARAGRAPH
000269  END-IF.
000270  MOVE chain-work TO file-checksum.
000271  ADD 1 TO InventoryCount.
000272  MOVE member-name TO iv-name(InventoryCount).
000273  MOVE file-size TO iv-size(InventoryCount).
000274  MOVE file-records TO iv-records(InventoryCount).
000275  MOVE file-checksum TO iv-checksum(InventoryCount).
000276  MOVE 0 TO iv-declared(InventoryCount).
000277  MOVE "NEW" TO iv-status(InventoryCount).
000278  PERFORM VARYING p FROM 1 BY 1 UNTIL p > PreviousCount
000279     IF pv-name(p) = member-name
000280        MOVE 1 TO pv-seen(p)
000281        IF pv-checksum(p) = file-checksum
000282           MOVE "SAME" TO iv-status(InventoryCount)
000283        ELSE
000284           MOVE "CHANGED" TO iv-status(InventoryCount)
000285        END-IF
000286     END-IF
000287  END-PERFORM.
000288
000289* each declared fixture is looked up in the library; what no
000290* test declares is an orphan, a changed file lists its tests
000291 3000-CROSS-DECLARATIONS.
000292  PERFORM VARYING k FROM 1 BY 1 UNTIL k > FixtureCount
000293     PERFORM VARYING i FROM 1 BY 1
000294        UNTIL i > InventoryCount OR iv-name(i) = FX-source(k)
000295        CONTINUE
000296     END-PERFORM
000297     IF i > InventoryCount
000298        PERFORM VARYING p FROM 1 BY 1
000299           UNTIL p >= k OR FX-source(p) = FX-source(k)
000300           CONTINUE
000301        END-PERFORM
000302        IF p = k
000303           ADD 1 TO nb-missing
000304           PERFORM 3100-TEST-LABEL
000305           DISPLAY "|   MISSING  " FX-source(k) " declared by "
000306              test-label
000307        END-IF
000308     ELSE
000309        MOVE 1 TO iv-declared(i)
000310     END-IF
000311  END-PERFORM.
000312  PERFORM VARYING i FROM 1 BY 1 UNTIL i > InventoryCount
000313     IF iv-declared(i) = 0
000314        ADD 1 TO nb-orphans
000315        MOVE iv-records(i) TO edit-records
000316        DISPLAY "|   ORPHAN   " iv-name(i) edit-records
000317           " record(s), no test declares it"
000318     END-IF
000319     IF iv-status(i) = "CHANGED"
000320        ADD 1 TO nb-changed
000321        DISPLAY "|   CHANGED  " iv-name(i)
000322           " checksum differs from the last inventory"
000323        MOVE 0 TO feeds
000324        PERFORM VARYING k FROM 1 BY 1 UNTIL k > FixtureCount
000325           IF FX-source(k) = iv-name(i)
000326              ADD 1 TO feeds
000327              PERFORM 3100-TEST-LABEL
000328              DISPLAY "|              feeds " test-label
000329           END-IF
000330        END-PERFORM
000331        IF feeds = 0
000332           DISPLAY "|              feeds no test"
000333        END-IF
000334     END-IF
000335     IF iv-status(i) = "NEW" AND PreviousCount > 0
000336        ADD 1 TO nb-new
000337        DISPLAY "|   NEW      " iv-name(i)
000338     END-IF
000339  END-PERFORM.
000340  PERFORM VARYING p FROM 1 BY 1 UNTIL p > PreviousCount
000341     IF pv-seen(p) = 0
000342        ADD 1 TO nb-removed
000343        DISPLAY "|   REMOVED  " pv-name(p)
000344     END-IF
000345  END-PERFORM.
000346
000347 3100-TEST-LABEL.
000348  MOVE SPACES TO test-label.
000349  IF FX-suite(k) > 0 AND FX-suite(k) < SuiteIndex
000350     AND FX-test(k) > 0
000351     STRING SuiteName(FX-suite(k)) DELIMITED BY SPACE
000352        "/" DELIMITED BY SIZE
000353        TestName(FX-suite(k), FX-test(k)) DELIMITED BY SPACE
000354        " as " DELIMITED BY SIZE
000355        FX-target(k) DELIMITED BY SPACE INTO test-label
000356  ELSE
000357     STRING "(no test) as " DELIMITED BY SIZE
000358        FX-target(k) DELIMITED BY SPACE INTO test-label
000359  END-IF.
000360
000361* the new baseline: the library's files, then the missing and
000362* removed ones for reading
000363 4000-WRITE-INVENTORY.
000364  IF InventoryFile = SPACES
000365     EXIT PARAGRAPH
000366  END-IF.
000367  OPEN OUTPUT InventoryIO.
000368  IF inventory-status <> "00" AND inventory-status <> "05"
000369     DISPLAY "COBOLUnit: inventory file " InventoryFile
000370        " cannot be written, status " inventory-status
000371     EXIT PARAGRAPH
000372  END-IF.
000373  MOVE SPACES TO InventoryLine.
000374  STRING "* fixture inventory of " DELIMITED BY SIZE
000375     fixture-lib-dir DELIMITED BY SPACE INTO InventoryLine.
000376  WRITE InventoryLine.
000377  PERFORM VARYING i FROM 1 BY 1 UNTIL i > InventoryCount
000378     MOVE SPACES TO InventoryLine
000379     MOVE iv-name(i) TO IL-name
000380     MOVE iv-size(i) TO IL-size
000381     MOVE iv-records(i) TO IL-records
000382     MOVE iv-checksum(i) TO IL-checksum
000383     IF iv-declared(i) = 0
000384        MOVE "ORPHAN" TO IL-status
000385     ELSE
000386        MOVE iv-status(i) TO IL-status
000387     END-IF
000388     WRITE InventoryLine
000389  END-PERFORM.
000390  PERFORM VARYING k FROM 1 BY 1 UNTIL k > FixtureCount
000391     PERFORM VARYING i FROM 1 BY 1
000392        UNTIL i > InventoryCount OR iv-name(i) = FX-source(k)
000393        CONTINUE
000394     END-PERFORM
000395     PERFORM VARYING p FROM 1 BY 1
000396        UNTIL p >= k OR FX-source(p) = FX-source(k)
000397        CONTINUE
000398     END-PERFORM
000399     IF i > InventoryCount AND p = k
000400        MOVE SPACES TO InventoryLine
000401        MOVE FX-source(k) TO IL-name
000402        MOVE 0 TO IL-size IL-records IL-checksum
000403        MOVE "MISSING" TO IL-status
000404        WRITE InventoryLine
000405     END-IF
000406  END-PERFORM.
000407  PERFORM VARYING p FROM 1 BY 1 UNTIL p > PreviousCount
000408     IF pv-seen(p) = 0
000409        MOVE SPACES TO InventoryLine
000410        MOVE pv-name(p) TO IL-name
000411        MOVE 0 TO IL-size IL-records
000412        MOVE pv-checksum(p) TO IL-checksum
000413        MOVE "REMOVED" TO IL-status
000414        WRITE InventoryLine
000415     END-IF
000416  END-PERFORM.
000417  CLOSE InventoryIO.
000418 END PROGRAM CBU00386.
