000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-assert-transitions
000013*	source name: CBU00374.cob
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

000044*>Status lifecycle of a keyed master checked against a list of
000045*>legal transitions. The old and new masters are matched by the
000046*>declared key as CBU-assert-master-changes does, and for every
000047*>record on both the status field must be unchanged or have
000048*>moved along a pair of the transitions file: one pair per
000049*>line, the from-status then the to-status separated by blanks
000050*>(lines starting with '*' are comments), e.g.
000051*>  OPEN       SUSPENDED
000052*>  SUSPENDED  CLOSED
000053*>StatusField is a field of the layouts declared with
000054*>CBU-add-rec-layout (the record-type byte at TypePos picking
000055*>the layout, TypePos 0: the first layout) or pos:len. The
000056*>failure report gives the count of every illegal pair, then
000057*>each offending key with its move. Records added or deleted
000058*>by the run are not transitions and are not checked. The old
000059*>master is held in a 500-record table, the transitions in a
000060*>200-pair one; statuses up to 20 characters. Honors
000061*>CBU-set-file-org for the masters.
000062* arg1: AssertName - Assertion name
000063* arg2: old-master-name - master before the run
000064* arg3: new-master-name - master after the run
000065* arg4: transitions-name - legal from/to status pairs
000066* arg5: KeyPos - key column
000067* arg6: KeyLen - key length
000068* arg7: TypePos - column of the record-type byte, 0 for none
000069* arg8: StatusField - status field name, or pos:len
000070 IDENTIFICATION DIVISION.
000071 PROGRAM-ID.   CBU00374.
000072 ENVIRONMENT    DIVISION.
000073 INPUT-OUTPUT SECTION.
000074 FILE-CONTROL.
000075    SELECT OldMaster ASSIGN TO old-master-name
000076		ORGANIZATION IS LINE SEQUENTIAL.
000077    SELECT NewMaster ASSIGN TO new-master-name
000078		ORGANIZATION IS LINE SEQUENTIAL.
000079    SELECT IdxOldMaster ASSIGN TO old-master-name
000080       ORGANIZATION IS INDEXED
000081       ACCESS MODE IS SEQUENTIAL
000082       RECORD KEY IS IdxOldKey.
000083    SELECT IdxNewMaster ASSIGN TO new-master-name
000084       ORGANIZATION IS INDEXED
000085       ACCESS MODE IS SEQUENTIAL
000086       RECORD KEY IS IdxNewKey.
000079    SELECT RelOldMaster ASSIGN TO old-master-name
000079       ORGANIZATION IS RELATIVE
000079       ACCESS MODE IS SEQUENTIAL.
000083    SELECT RelNewMaster ASSIGN TO new-master-name
000083       ORGANIZATION IS RELATIVE
000083       ACCESS MODE IS SEQUENTIAL.
000087    SELECT Transitions ASSIGN TO transitions-name
000088		ORGANIZATION IS LINE SEQUENTIAL.
000089 DATA DIVISION.
000090 FILE SECTION.
000091 	FD OldMaster.
000092 	01 OldLine PIC X(255).
000093 	FD NewMaster.
000094 	01 NewLine PIC X(255).
000095 	FD IdxOldMaster.
000096 	01 IdxOldRecord.
000097	  05 IdxOldKey PIC X(64).
000098	  05 IdxOldRest PIC X(191).
000099 	FD IdxNewMaster.
000100 	01 IdxNewRecord.
000101	  05 IdxNewKey PIC X(64).
000102	  05 IdxNewRest PIC X(191).
000095 	FD RelOldMaster.
000095 	01 RelOldRecord PIC X(255).
000099 	FD RelNewMaster.
000099 	01 RelNewRecord PIC X(255).
000103 	FD Transitions.
000104 	01 TransitionLine PIC X(255).
000105 WORKING-STORAGE SECTION.
000105  01 old-master-name PIC X(40).
000105  01 new-master-name PIC X(40).
000106  01 OldEOF PIC 9(1).
000107  01 NewEOF PIC 9(1).
000108  01 TransitionEOF PIC 9(1).
000109  01 old-count PIC 9(5).
000110  01 old-overflow PIC 9(1).
000111  01 OldTable.
000112    05 OldEntry OCCURS 500 TIMES.
000113      10 OldRecord PIC X(255).
000114      10 OldMatched PIC 9(1).
000115  01 pair-count PIC 9(3).
000116  01 pair-overflow PIC 9(1).
000117  01 PairTable.
000118    05 PairEntry OCCURS 200 TIMES.
000119      10 TR-from PIC X(20).
000120      10 TR-to PIC X(20).
000121  01 bad-count PIC 9(3).
000122  01 BadTable.
000123    05 BadEntry OCCURS 200 TIMES.
000124      10 BP-from PIC X(20).
000125      10 BP-to PIC X(20).
000126      10 BP-hits PIC 9(5).
000127  01 i PIC 9(5).
000128  01 b PIC 9(3).
000129  01 p PIC 9(3).
000130  01 bad-pos PIC 9(3).
000131  01 pair-ok PIC 9(1).
000132  01 old-pos PIC 9(5).
000133  01 cur-key PIC X(64).
000134  01 old-status PIC X(20).
000135  01 new-status PIC X(20).
000136  01 field-word PIC X(40).
000137  01 layout-pos PIC 9(1).
000138  01 t PIC 9(1).
000139  01 f PIC 9(2).
000140  01 field-offset PIC 9(5).
000141  01 layout-offset PIC 9(5).
000142  01 pic-text PIC X(20).
000143  01 pic-len PIC 9(5).
000144  01 pic-pos PIC 9(2).
000145  01 rep-count PIC 9(5).
000146  01 rep-digit-x PIC X(1).
000147  01 rep-digit REDEFINES rep-digit-x PIC 9(1).
000148  01 ListeFieldTables.
000149    05 FieldTable OCCURS 5 TIMES.
000150      10 FieldEntry OCCURS 20 TIMES.
000151        15 FT-name PIC X(30).
000152        15 FT-offset PIC 9(5).
000153        15 FT-len PIC 9(5).
000154  01 fld-pos PIC 9(3).
000155  01 fld-len PIC 9(3).
000156  01 fld-ok PIC 9(1).
000157  01 colon-count PIC 9(2).
000158  01 pos-text PIC X(5) JUSTIFIED RIGHT.
000159  01 len-text PIC X(5) JUSTIFIED RIGHT.
000160  01 nb-problems PIC 9(5).
000161  01 problem-text PIC X(80) VALUE SPACES.
000162  01 act-ptr PIC 9(5).
000163  01 detail-ptr PIC 9(5).
000164  01 detail-str PIC X(32000).
000165  01 edit-hits PIC Z(4)9.
000166  01 lead-count PIC 9(2).
000167  01 diff-expected PIC X(32000) VALUE SPACES.
000168  01 diff-actual PIC X(32000) VALUE SPACES.
000169  COPY CBUC0002.
000170 LINKAGE SECTION.
000171  77 AssertName PIC X(20).
000172  77 old-master-ref PIC X(40).
000173  77 new-master-ref PIC X(40).
000174  77 transitions-name PIC X(40).
000175  77 KeyPos PIC 9(3).
000176  77 KeyLen PIC 9(3).
000177  77 TypePos PIC 9(3).
000178  77 StatusField PIC X(30).
000179  COPY CBUC0001.
000180 PROCEDURE DIVISION USING CBU-ctx AssertName old-master-ref
000181      new-master-ref transitions-name KeyPos KeyLen TypePos
000182      StatusField.
000182  CALL CBU-resolve-gdg USING CBU-ctx old-master-ref
000182     old-master-name.
000182  CALL CBU-resolve-gdg USING CBU-ctx new-master-ref
000182     new-master-name.
000183  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000184  INITIALIZE diff-expected.
000185  INITIALIZE diff-actual.
000186  MOVE 0 TO nb-problems.
000187  MOVE 0 TO bad-count.
000188  MOVE 1 TO act-ptr.
000189  MOVE SPACES TO detail-str.
000190  MOVE 1 TO detail-ptr.
000191  MOVE StatusField TO field-word.
000192  INSPECT field-word CONVERTING "abcdefghijklmnopqrstuvwxyz"
000193     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000194  PERFORM 1000-FIELD-TABLES.
000195  PERFORM 1100-LOAD-TRANSITIONS.
000196  PERFORM 1200-LOAD-OLD-MASTER.
000197  EVALUATE file-assert-org
000197  WHEN 1
000198     OPEN INPUT IdxNewMaster
000197  WHEN 2
000198     OPEN INPUT RelNewMaster
000197  WHEN OTHER
000200     OPEN INPUT NewMaster
000201  END-EVALUATE.
000202  MOVE 0 TO NewEOF.
000203  PERFORM UNTIL NewEOF = 1
000204     PERFORM 2000-READ-NEW
000205     IF NewEOF = 0
000206        PERFORM 3000-NEW-RECORD
000207     END-IF
000208  END-PERFORM.
000209  EVALUATE file-assert-org
000209  WHEN 1
000210     CLOSE IdxNewMaster
000209  WHEN 2
000210     CLOSE RelNewMaster
000209  WHEN OTHER
000212     CLOSE NewMaster
000213  END-EVALUATE.
000214  MOVE SPACES TO cur-key.
000215  IF old-overflow = 1
000216     MOVE "old master larger than the 500 record table"
000217        TO problem-text
000218     PERFORM 9000-PROBLEM
000219  END-IF.
000220  IF pair-overflow = 1
000221     MOVE "transitions file larger than the 200 pair table"
000222        TO problem-text
000223     PERFORM 9000-PROBLEM
000224  END-IF.
000225  IF nb-problems > 0
000226     STRING "status moves only as listed in " DELIMITED BY SIZE
000227        transitions-name DELIMITED BY SPACE
000228        INTO diff-expected
000229     PERFORM 4000-PAIR-COUNTS
000230     CALL CBU-log-assert-failed
000231        USING CBU-ctx AssertName diff-expected diff-actual
000232     CALL CBU-add-assert-failed
000233        USING CBU-ctx AssertName diff-expected diff-actual
000234  ELSE
000235     CALL CBU-add-assert-succeed
000236        USING CBU-ctx AssertName
000237     CALL CBU-log-assert-succeed
000238        USING CBU-ctx AssertName
000239  END-IF.
000240  EXIT PROGRAM.
000241
000242* offset and length of every field of every layout
000243 1000-FIELD-TABLES.
000244  INITIALIZE ListeFieldTables.
000245  PERFORM VARYING t FROM 1 BY 1 UNTIL t > RecLayoutCount
000246     MOVE 1 TO field-offset
000247     PERFORM VARYING f FROM 1 BY 1
000248        UNTIL f > RT-fields(t) OR f > 20
000249        COMPUTE layout-offset = (f - 1) * 50 + 1
000250        MOVE RT-layout(t)(layout-offset:30) TO FT-name(t, f)
000251        INSPECT FT-name(t, f) CONVERTING
000252           "abcdefghijklmnopqrstuvwxyz"
000253           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000254        MOVE RT-layout(t)(layout-offset + 30:20) TO pic-text
000255        PERFORM 1010-PIC-LENGTH
000256        MOVE field-offset TO FT-offset(t, f)
000257        MOVE pic-len TO FT-len(t, f)
000258        ADD pic-len TO field-offset
000259     END-PERFORM
000260  END-PERFORM.
000261
000262* display width of one PIC clause text
000263 1010-PIC-LENGTH.
000264  MOVE 0 TO pic-len.
000265  MOVE 1 TO pic-pos.
000266  PERFORM UNTIL pic-pos > 20
000267     EVALUATE TRUE
000268     WHEN pic-text(pic-pos:1) = "("
000269        MOVE 0 TO rep-count
000270        ADD 1 TO pic-pos
000271        PERFORM UNTIL pic-pos > 20
000272           OR pic-text(pic-pos:1) = ")"
000273           IF pic-text(pic-pos:1) >= "0"
000274              AND pic-text(pic-pos:1) <= "9"
000275              MOVE pic-text(pic-pos:1) TO rep-digit-x
000276              COMPUTE rep-count = rep-count * 10 + rep-digit
000277           END-IF
000278           ADD 1 TO pic-pos
000279        END-PERFORM
000280        IF rep-count > 1
000281           COMPUTE pic-len = pic-len + rep-count - 1
000282        END-IF
000283     WHEN pic-text(pic-pos:1) = "S" OR pic-text(pic-pos:1) = "V"
000284        OR pic-text(pic-pos:1) = "s" OR pic-text(pic-pos:1) = "v"
000285        OR pic-text(pic-pos:1) = SPACE
000286        CONTINUE
000287     WHEN OTHER
000288        ADD 1 TO pic-len
000289     END-EVALUATE
000290     ADD 1 TO pic-pos
000291  END-PERFORM.
000292
000293 1100-LOAD-TRANSITIONS.
000294  MOVE 0 TO pair-count.
000295  MOVE 0 TO pair-overflow.
000296  MOVE 0 TO TransitionEOF.
000297  OPEN INPUT Transitions.
000298  PERFORM UNTIL TransitionEOF = 1
000299     READ Transitions
000300        AT END MOVE 1 TO TransitionEOF
000301        NOT AT END
000302           IF TransitionLine <> SPACES
000303              AND TransitionLine(1:1) <> "*"
000304              IF pair-count < 200
000305                 ADD 1 TO pair-count
000306                 PERFORM 1110-TRANSITION-LINE
000307              ELSE
000308                 MOVE 1 TO pair-overflow
000309              END-IF
000310           END-IF
000311     END-READ
000312  END-PERFORM.
000313  CLOSE Transitions.
000314
000315* from-status and to-status, leading blanks skipped
000316 1110-TRANSITION-LINE.
000317  MOVE SPACES TO TR-from(pair-count) TR-to(pair-count).
000318  MOVE 1 TO p.
000319  PERFORM UNTIL p > 255 OR TransitionLine(p:1) <> SPACE
000320     ADD 1 TO p
000321  END-PERFORM.
000322  UNSTRING TransitionLine(p:) DELIMITED BY ALL SPACE
000323     INTO TR-from(pair-count) TR-to(pair-count)
000324  END-UNSTRING.
000325
000326 1200-LOAD-OLD-MASTER.
000327  MOVE 0 TO old-count.
000328  MOVE 0 TO old-overflow.
000329  MOVE 0 TO OldEOF.
000330  EVALUATE file-assert-org
000330  WHEN 1
000331     OPEN INPUT IdxOldMaster
000330  WHEN 2
000331     OPEN INPUT RelOldMaster
000330  WHEN OTHER
000333     OPEN INPUT OldMaster
000334  END-EVALUATE.
000335  PERFORM UNTIL OldEOF = 1
000336     EVALUATE file-assert-org
000336     WHEN 1
000337        READ IdxOldMaster
000338           AT END MOVE 1 TO OldEOF
000339           NOT AT END MOVE IdxOldRecord TO OldLine
000340        END-READ
000336     WHEN 2
000337        READ RelOldMaster
000338           AT END MOVE 1 TO OldEOF
000339           NOT AT END MOVE RelOldRecord TO OldLine
000340        END-READ
000336     WHEN OTHER
000342        READ OldMaster
000343           AT END MOVE 1 TO OldEOF
000344        END-READ
000345     END-EVALUATE
000346     IF OldEOF = 0
000347        IF old-count < 500
000348           ADD 1 TO old-count
000349           MOVE OldLine TO OldRecord(old-count)
000350           MOVE 0 TO OldMatched(old-count)
000351        ELSE
000352           MOVE 1 TO old-overflow
000353        END-IF
000354     END-IF
000355  END-PERFORM.
000356  EVALUATE file-assert-org
000356  WHEN 1
000357     CLOSE IdxOldMaster
000356  WHEN 2
000357     CLOSE RelOldMaster
000356  WHEN OTHER
000359     CLOSE OldMaster
000360  END-EVALUATE.
000361
000362 2000-READ-NEW.
000363  EVALUATE file-assert-org
000363  WHEN 1
000364     READ IdxNewMaster
000365        AT END MOVE 1 TO NewEOF
000366        NOT AT END MOVE IdxNewRecord TO NewLine
000367     END-READ
000363  WHEN 2
000364     READ RelNewMaster
000365        AT END MOVE 1 TO NewEOF
000366        NOT AT END MOVE RelNewRecord TO NewLine
000367     END-READ
000363  WHEN OTHER
000369     READ NewMaster
000370        AT END MOVE 1 TO NewEOF
000371     END-READ
000372  END-EVALUATE.
000373
000374* a new-master record against its old record: the status move,
000375* if any, must be a listed pair
000376 3000-NEW-RECORD.
000377  MOVE SPACES TO cur-key.
000378  MOVE NewLine(KeyPos:KeyLen) TO cur-key.
000379  MOVE 0 TO old-pos.
000380  PERFORM VARYING i FROM 1 BY 1 UNTIL i > old-count
000381     OR old-pos > 0
000382     IF OldMatched(i) = 0
000383        AND OldRecord(i)(KeyPos:KeyLen) = cur-key(1:KeyLen)
000384        MOVE i TO old-pos
000385        MOVE 1 TO OldMatched(i)
000386     END-IF
000387  END-PERFORM.
000388  IF old-pos = 0
000389     EXIT PARAGRAPH
000390  END-IF.
000391  PERFORM 3100-LAYOUT.
000392  PERFORM 8100-RESOLVE-FIELD.
000393  IF fld-ok = 0
000394     STRING "status field " DELIMITED BY SIZE
000395        field-word DELIMITED BY SPACE
000396        " not known" DELIMITED BY SIZE INTO problem-text
000397     PERFORM 9000-PROBLEM
000398     EXIT PARAGRAPH
000399  END-IF.
000400  MOVE SPACES TO old-status new-status.
000401  MOVE OldRecord(old-pos)(fld-pos:fld-len) TO old-status.
000402  MOVE NewLine(fld-pos:fld-len) TO new-status.
000403  IF old-status = new-status
000404     EXIT PARAGRAPH
000405  END-IF.
000406  MOVE 0 TO pair-ok.
000407  PERFORM VARYING b FROM 1 BY 1 UNTIL b > pair-count
000408     OR pair-ok = 1
000409     IF TR-from(b) = old-status AND TR-to(b) = new-status
000410        MOVE 1 TO pair-ok
000411     END-IF
000412  END-PERFORM.
000413  IF pair-ok = 1
000414     EXIT PARAGRAPH
000415  END-IF.
000416  PERFORM 3200-COUNT-PAIR.
000417  STRING old-status DELIMITED BY "  "
000418     " -> " DELIMITED BY SIZE
000419     new-status DELIMITED BY "  "
000420     " not a legal transition" DELIMITED BY SIZE
000421     INTO problem-text.
000422  PERFORM 9000-PROBLEM.
000423
000424 3100-LAYOUT.
000425  MOVE 0 TO layout-pos.
000426  IF RecLayoutCount = 0
000427     EXIT PARAGRAPH
000428  END-IF.
000429  IF TypePos = 0
000430     MOVE 1 TO layout-pos
000431     EXIT PARAGRAPH
000432  END-IF.
000433  PERFORM VARYING t FROM 1 BY 1 UNTIL t > RecLayoutCount
000434     IF RT-type(t) = NewLine(TypePos:1)
000435        MOVE t TO layout-pos
000436     END-IF
000437  END-PERFORM.
000438
000439* tally of the illegal pair old-status -> new-status
000440 3200-COUNT-PAIR.
000441  MOVE 0 TO bad-pos.
000442  PERFORM VARYING b FROM 1 BY 1 UNTIL b > bad-count
000443     OR bad-pos > 0
000444     IF BP-from(b) = old-status AND BP-to(b) = new-status
000445        MOVE b TO bad-pos
000446     END-IF
000447  END-PERFORM.
000448  IF bad-pos = 0 AND bad-count < 200
000449     ADD 1 TO bad-count
000450     MOVE bad-count TO bad-pos
000451     MOVE old-status TO BP-from(bad-pos)
000452     MOVE new-status TO BP-to(bad-pos)
000453     MOVE 0 TO BP-hits(bad-pos)
000454  END-IF.
000455  IF bad-pos > 0
000456     ADD 1 TO BP-hits(bad-pos)
000457  END-IF.
000458
000459* the count of every illegal pair ahead of the detail lines
000460 4000-PAIR-COUNTS.
000461  PERFORM VARYING b FROM 1 BY 1 UNTIL b > bad-count
000462     MOVE BP-hits(b) TO edit-hits
000463     MOVE 0 TO lead-count
000464     INSPECT edit-hits TALLYING lead-count FOR LEADING SPACE
000465     IF b > 1
000466        STRING ", " DELIMITED BY SIZE
000467           INTO diff-actual WITH POINTER act-ptr
000468     END-IF
000469     STRING BP-from(b) DELIMITED BY "  "
000470        "->" DELIMITED BY SIZE
000471        BP-to(b) DELIMITED BY "  "
000472        " x" edit-hits(lead-count + 1:) DELIMITED BY SIZE
000473        INTO diff-actual WITH POINTER act-ptr
000474  END-PERFORM.
000475  IF detail-ptr > 1
000476     IF bad-count > 0
000477        STRING "; " DELIMITED BY SIZE
000478           INTO diff-actual WITH POINTER act-ptr
000479     END-IF
000480     STRING detail-str(1:detail-ptr - 1) DELIMITED BY SIZE
000481        INTO diff-actual WITH POINTER act-ptr
000482  END-IF.
000483
000484* the status field: a layout name, or pos:len
000485 8100-RESOLVE-FIELD.
000486  MOVE 0 TO fld-ok.
000487  MOVE 0 TO colon-count.
000488  INSPECT field-word TALLYING colon-count FOR ALL ":".
000489  IF colon-count = 1
000490     MOVE SPACES TO pos-text len-text
000491     UNSTRING field-word DELIMITED BY ":"
000492        OR ALL SPACE INTO pos-text len-text
000493     END-UNSTRING
000494     MOVE 0 TO fld-pos fld-len
000495     INSPECT pos-text REPLACING ALL SPACE BY ZERO
000496     INSPECT len-text REPLACING ALL SPACE BY ZERO
000497     IF pos-text IS NUMERIC AND len-text IS NUMERIC
000498        MOVE pos-text TO fld-pos
000499        MOVE len-text TO fld-len
000500     END-IF
000501     IF fld-pos > 0 AND fld-len > 0 AND fld-len <= 20
000502        AND fld-pos + fld-len <= 256
000503        MOVE 1 TO fld-ok
000504     END-IF
000505     EXIT PARAGRAPH
000506  END-IF.
000507  IF layout-pos = 0
000508     EXIT PARAGRAPH
000509  END-IF.
000510  PERFORM VARYING f FROM 1 BY 1
000511     UNTIL f > RT-fields(layout-pos) OR f > 20 OR fld-ok = 1
000512     IF FT-name(layout-pos, f) = field-word
000513        AND FT-len(layout-pos, f) > 0
000514        AND FT-len(layout-pos, f) <= 20
000515        AND FT-offset(layout-pos, f) + FT-len(layout-pos, f)
000516           <= 256
000517        MOVE 1 TO fld-ok
000518        MOVE FT-offset(layout-pos, f) TO fld-pos
000519        MOVE FT-len(layout-pos, f) TO fld-len
000520     END-IF
000521  END-PERFORM.
000522
000523* one line of the failure report, keyed by cur-key
000524 9000-PROBLEM.
000525  ADD 1 TO nb-problems.
000526  IF cur-key = SPACES
000527     DISPLAY "|   " problem-text
000528  ELSE
000529     DISPLAY "|   key '" cur-key(1:KeyLen) "' " problem-text
000530  END-IF.
000531  IF detail-ptr < 27000
000532     IF nb-problems > 1
000533        STRING "; " DELIMITED BY SIZE
000534           INTO detail-str WITH POINTER detail-ptr
000535     END-IF
000536     IF cur-key <> SPACES
000537        STRING "key " cur-key(1:KeyLen) " " DELIMITED BY SIZE
000538           INTO detail-str WITH POINTER detail-ptr
000539     END-IF
000540     STRING problem-text DELIMITED BY "  "
000541        INTO detail-str WITH POINTER detail-ptr
000542  END-IF.
000543  MOVE SPACES TO problem-text.
000544 END PROGRAM CBU00374.
