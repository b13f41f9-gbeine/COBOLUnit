000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-assert-master-changes
000013*	source name: CBU00342.cob
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

000044*>Master-file update checked against a change set instead of
000045*>a full expected master. The old and new masters are matched
000046*>by the declared key as CBU-assert-file-keyed does, and the
000047*>actual delta compared with the change set: one line per key,
000048*>the key in columns 1 to KeyLen, then blank-separated words
000049*>  ADDED | DELETED | UNCHANGED | CHANGED field field ...
000050*>(the first letter is enough). Fields are named as in the
000051*>layouts declared with CBU-add-rec-layout, the record-type
000052*>byte at TypePos picking the layout (TypePos 0: the first
000053*>layout); with no layout declared a field is written pos:len.
000054*>A key absent from the change set must be unchanged. The
000055*>failure report lists unexpected adds and deletes, changes
000056*>to fields not listed, listed fields left as they were and
000057*>expected adds or deletes that did not happen. The old
000058*>master is held in a 500-record table, the change set in a
000059*>200-line one. Honors CBU-set-file-org for the masters.
000060* arg1: AssertName - Assertion name
000061* arg2: old-master-name - master before the update
000062* arg3: new-master-name - master after the update
000063* arg4: change-set-name - expected changes
000064* arg5: KeyPos - key column
000065* arg6: KeyLen - key length
000066* arg7: TypePos - column of the record-type byte, 0 for none
000067 IDENTIFICATION DIVISION.
000068 PROGRAM-ID.   CBU00342.
000069 ENVIRONMENT    DIVISION.
000070 INPUT-OUTPUT SECTION.
000071 FILE-CONTROL.
000072    SELECT OldMaster ASSIGN TO old-master-name
000073		ORGANIZATION IS LINE SEQUENTIAL.
000074    SELECT NewMaster ASSIGN TO new-master-name
000075		ORGANIZATION IS LINE SEQUENTIAL.
000076    SELECT IdxOldMaster ASSIGN TO old-master-name
000077       ORGANIZATION IS INDEXED
000078       ACCESS MODE IS SEQUENTIAL
000079       RECORD KEY IS IdxOldKey.
000080    SELECT IdxNewMaster ASSIGN TO new-master-name
000081       ORGANIZATION IS INDEXED
000082       ACCESS MODE IS SEQUENTIAL
000083       RECORD KEY IS IdxNewKey.
000076    SELECT RelOldMaster ASSIGN TO old-master-name
000076       ORGANIZATION IS RELATIVE
000076       ACCESS MODE IS SEQUENTIAL.
000080    SELECT RelNewMaster ASSIGN TO new-master-name
000080       ORGANIZATION IS RELATIVE
000080       ACCESS MODE IS SEQUENTIAL.
000084    SELECT ChangeSet ASSIGN TO change-set-name
000085		ORGANIZATION IS LINE SEQUENTIAL.
000086 DATA DIVISION.
000087 FILE SECTION.
000088 	FD OldMaster.
000089 	01 OldLine PIC X(255).
000090 	FD NewMaster.
000091 	01 NewLine PIC X(255).
000092 	FD IdxOldMaster.
000093 	01 IdxOldRecord.
000094	  05 IdxOldKey PIC X(64).
000095	  05 IdxOldRest PIC X(191).
000096 	FD IdxNewMaster.
000097 	01 IdxNewRecord.
000098	  05 IdxNewKey PIC X(64).
000099	  05 IdxNewRest PIC X(191).
000092 	FD RelOldMaster.
000092 	01 RelOldRecord PIC X(255).
000096 	FD RelNewMaster.
000096 	01 RelNewRecord PIC X(255).
000100 	FD ChangeSet.
000101 	01 ChangeLine PIC X(255).
000102 WORKING-STORAGE SECTION.
000102  01 old-master-name PIC X(40).
000102  01 new-master-name PIC X(40).
000103  01 OldEOF PIC 9(1).
000104  01 NewEOF PIC 9(1).
000105  01 ChangeEOF PIC 9(1).
000106  01 old-count PIC 9(5).
000107  01 old-overflow PIC 9(1).
000108  01 OldTable.
000109    05 OldEntry OCCURS 500 TIMES.
000110      10 OldRecord PIC X(255).
000111      10 OldMatched PIC 9(1).
000112  01 chg-count PIC 9(3).
000113  01 chg-overflow PIC 9(1).
000114  01 ChgTable.
000115    05 ChgEntry OCCURS 200 TIMES.
000116      10 CS-key PIC X(64).
000117      10 CS-action PIC X(1).
000118      10 CS-fields PIC X(190).
000119      10 CS-seen PIC 9(1).
000120  01 i PIC 9(5).
000121  01 c PIC 9(3).
000122  01 old-pos PIC 9(5).
000123  01 chg-pos PIC 9(3).
000124  01 cur-action PIC X(1).
000125  01 cur-key PIC X(64).
000126  01 p PIC 9(3).
000127  01 word PIC X(40).
000128  01 word-len PIC 9(2).
000129  01 fields-ptr PIC 9(3).
000130  01 layout-pos PIC 9(1).
000131  01 t PIC 9(1).
000132  01 f PIC 9(2).
000133  01 field-offset PIC 9(5).
000134  01 layout-offset PIC 9(5).
000135  01 pic-text PIC X(20).
000136  01 pic-len PIC 9(5).
000137  01 pic-pos PIC 9(2).
000138  01 rep-count PIC 9(5).
000139  01 rep-digit-x PIC X(1).
000140  01 rep-digit REDEFINES rep-digit-x PIC 9(1).
000141  01 ListeFieldTables.
000142    05 FieldTable OCCURS 5 TIMES.
000143      10 FieldEntry OCCURS 20 TIMES.
000144        15 FT-name PIC X(30).
000145        15 FT-offset PIC 9(5).
000146        15 FT-len PIC 9(5).
000147        15 FT-listed PIC 9(1).
000148  01 fld-pos PIC 9(3).
000149  01 fld-len PIC 9(3).
000150  01 fld-ok PIC 9(1).
000151  01 colon-count PIC 9(2).
000152  01 pos-text PIC X(5) JUSTIFIED RIGHT.
000153  01 len-text PIC X(5) JUSTIFIED RIGHT.
000154  01 listed-mask PIC X(255).
000155  01 nb-problems PIC 9(5).
000156  01 problem-text PIC X(80) VALUE SPACES.
000157  01 act-ptr PIC 9(5).
000158  01 col-edit PIC ZZ9.
000159  01 diff-expected PIC X(32000) VALUE SPACES.
000160  01 diff-actual PIC X(32000) VALUE SPACES.
000161  COPY CBUC0002.
000162 LINKAGE SECTION.
000163  77 AssertName PIC X(20).
000164  77 old-master-ref PIC X(40).
000165  77 new-master-ref PIC X(40).
000166  77 change-set-name PIC X(40).
000167  77 KeyPos PIC 9(3).
000168  77 KeyLen PIC 9(3).
000169  77 TypePos PIC 9(3).
000170  COPY CBUC0001.
000171 PROCEDURE DIVISION USING CBU-ctx AssertName old-master-ref
000172      new-master-ref change-set-name KeyPos KeyLen TypePos.
000172  CALL CBU-resolve-gdg USING CBU-ctx old-master-ref
000172     old-master-name.
000172  CALL CBU-resolve-gdg USING CBU-ctx new-master-ref
000172     new-master-name.
000173  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000173  INITIALIZE diff-expected.
000173  INITIALIZE diff-actual.
000174  MOVE 0 TO nb-problems.
000175  MOVE 1 TO act-ptr.
000176  PERFORM 1000-FIELD-TABLES.
000177  PERFORM 1100-LOAD-CHANGE-SET.
000178  PERFORM 1200-LOAD-OLD-MASTER.
000179  EVALUATE file-assert-org
000179  WHEN 1
000180     OPEN INPUT IdxNewMaster
000179  WHEN 2
000180     OPEN INPUT RelNewMaster
000179  WHEN OTHER
000182     OPEN INPUT NewMaster
000183  END-EVALUATE.
000184  MOVE 0 TO NewEOF.
000185  PERFORM UNTIL NewEOF = 1
000186     PERFORM 2000-READ-NEW
000187     IF NewEOF = 0
000188        PERFORM 3000-NEW-RECORD
000189     END-IF
000190  END-PERFORM.
000191  EVALUATE file-assert-org
000191  WHEN 1
000192     CLOSE IdxNewMaster
000191  WHEN 2
000192     CLOSE RelNewMaster
000191  WHEN OTHER
000194     CLOSE NewMaster
000195  END-EVALUATE.
000196  PERFORM 4000-DELETED-RECORDS.
000197  PERFORM 4100-CHANGES-NOT-SEEN.
000198  IF old-overflow = 1
000199     MOVE "old master larger than the 500 record table"
000200        TO problem-text
000201     PERFORM 9000-PROBLEM
000202  END-IF.
000203  IF chg-overflow = 1
000204     MOVE "change set larger than the 200 line table"
000205        TO problem-text
000206     PERFORM 9000-PROBLEM
000207  END-IF.
000208  IF nb-problems > 0
000209     MOVE "new master = old master + change set"
000210        TO diff-expected
000211     CALL CBU-log-assert-failed
000212        USING CBU-ctx AssertName diff-expected diff-actual
000213     CALL CBU-add-assert-failed
000214        USING CBU-ctx AssertName diff-expected diff-actual
000215  ELSE
000216     CALL CBU-add-assert-succeed
000217        USING CBU-ctx AssertName
000218     CALL CBU-log-assert-succeed
000219        USING CBU-ctx AssertName
000220  END-IF.
000221  EXIT PROGRAM.
000222
000223* offset and length of every field of every layout
000224 1000-FIELD-TABLES.
000225  INITIALIZE ListeFieldTables.
000226  PERFORM VARYING t FROM 1 BY 1 UNTIL t > RecLayoutCount
000227     MOVE 1 TO field-offset
000228     PERFORM VARYING f FROM 1 BY 1
000229        UNTIL f > RT-fields(t) OR f > 20
000230        COMPUTE layout-offset = (f - 1) * 50 + 1
000231        MOVE RT-layout(t)(layout-offset:30) TO FT-name(t, f)
000232        INSPECT FT-name(t, f) CONVERTING
000233           "abcdefghijklmnopqrstuvwxyz"
000234           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000235        MOVE RT-layout(t)(layout-offset + 30:20) TO pic-text
000236        PERFORM 1010-PIC-LENGTH
000237        MOVE field-offset TO FT-offset(t, f)
000238        MOVE pic-len TO FT-len(t, f)
000239        ADD pic-len TO field-offset
000240     END-PERFORM
000241  END-PERFORM.
000242
000243* display width of one PIC clause text
000244 1010-PIC-LENGTH.
000245  MOVE 0 TO pic-len.
000246  MOVE 1 TO pic-pos.
000247  PERFORM UNTIL pic-pos > 20
000248     EVALUATE TRUE
000249     WHEN pic-text(pic-pos:1) = "("
000250        MOVE 0 TO rep-count
000251        ADD 1 TO pic-pos
000252        PERFORM UNTIL pic-pos > 20
000253           OR pic-text(pic-pos:1) = ")"
000254           IF pic-text(pic-pos:1) >= "0"
000255              AND pic-text(pic-pos:1) <= "9"
000256              MOVE pic-text(pic-pos:1) TO rep-digit-x
000257              COMPUTE rep-count = rep-count * 10 + rep-digit
000258           END-IF
000259           ADD 1 TO pic-pos
000260        END-PERFORM
000261        IF rep-count > 1
000262           COMPUTE pic-len = pic-len + rep-count - 1
000263        END-IF
000264     WHEN pic-text(pic-pos:1) = "S" OR pic-text(pic-pos:1) = "V"
000265        OR pic-text(pic-pos:1) = "s" OR pic-text(pic-pos:1) = "v"
000266        OR pic-text(pic-pos:1) = SPACE
000267        CONTINUE
000268     WHEN OTHER
000269        ADD 1 TO pic-len
000270     END-EVALUATE
000271     ADD 1 TO pic-pos
000272  END-PERFORM.
000273
000274 1100-LOAD-CHANGE-SET.
000275  MOVE 0 TO chg-count.
000276  MOVE 0 TO chg-overflow.
000277  MOVE 0 TO ChangeEOF.
000278  OPEN INPUT ChangeSet.
000279  PERFORM UNTIL ChangeEOF = 1
000280     READ ChangeSet
000281        AT END MOVE 1 TO ChangeEOF
000282        NOT AT END
000283           IF ChangeLine <> SPACES AND ChangeLine(1:1) <> "*"
000284              IF chg-count < 200
000285                 ADD 1 TO chg-count
000286                 PERFORM 1110-CHANGE-LINE
000287              ELSE
000288                 MOVE 1 TO chg-overflow
000289              END-IF
000290           END-IF
000291     END-READ
000292  END-PERFORM.
000293  CLOSE ChangeSet.
000294
000295* the key, the action word and what follows it
000296 1110-CHANGE-LINE.
000297  MOVE SPACES TO CS-key(chg-count).
000298  MOVE ChangeLine(1:KeyLen) TO CS-key(chg-count).
000299  MOVE 0 TO CS-seen(chg-count).
000300  COMPUTE p = KeyLen + 1.
000301  PERFORM UNTIL p > 255 OR ChangeLine(p:1) <> SPACE
000302     ADD 1 TO p
000303  END-PERFORM.
000304  MOVE SPACES TO CS-action(chg-count) CS-fields(chg-count).
000305  IF p > 255
000306     EXIT PARAGRAPH
000307  END-IF.
000308  MOVE ChangeLine(p:1) TO CS-action(chg-count).
000309  INSPECT CS-action(chg-count) CONVERTING "acdu" TO "ACDU".
000310  PERFORM UNTIL p > 255 OR ChangeLine(p:1) = SPACE
000311     ADD 1 TO p
000312  END-PERFORM.
000313  IF p <= 255
000314     MOVE ChangeLine(p:) TO CS-fields(chg-count)
000315  END-IF.
000316
000317 1200-LOAD-OLD-MASTER.
000318  MOVE 0 TO old-count.
000319  MOVE 0 TO old-overflow.
000320  MOVE 0 TO OldEOF.
000321  EVALUATE file-assert-org
000321  WHEN 1
000322     OPEN INPUT IdxOldMaster
000321  WHEN 2
000322     OPEN INPUT RelOldMaster
000321  WHEN OTHER
000324     OPEN INPUT OldMaster
000325  END-EVALUATE.
000326  PERFORM UNTIL OldEOF = 1
000327     EVALUATE file-assert-org
000327     WHEN 1
000328        READ IdxOldMaster
000329           AT END MOVE 1 TO OldEOF
000330           NOT AT END MOVE IdxOldRecord TO OldLine
000331        END-READ
000327     WHEN 2
000328        READ RelOldMaster
000329           AT END MOVE 1 TO OldEOF
000330           NOT AT END MOVE RelOldRecord TO OldLine
000331        END-READ
000327     WHEN OTHER
000333        READ OldMaster
000334           AT END MOVE 1 TO OldEOF
000335        END-READ
000336     END-EVALUATE
000337     IF OldEOF = 0
000338        IF old-count < 500
000339           ADD 1 TO old-count
000340           MOVE OldLine TO OldRecord(old-count)
000341           MOVE 0 TO OldMatched(old-count)
000342        ELSE
000343           MOVE 1 TO old-overflow
000344        END-IF
000345     END-IF
000346  END-PERFORM.
000347  EVALUATE file-assert-org
000347  WHEN 1
000348     CLOSE IdxOldMaster
000347  WHEN 2
000348     CLOSE RelOldMaster
000347  WHEN OTHER
000350     CLOSE OldMaster
000351  END-EVALUATE.
000352
000353 2000-READ-NEW.
000354  EVALUATE file-assert-org
000354  WHEN 1
000355     READ IdxNewMaster
000356        AT END MOVE 1 TO NewEOF
000357        NOT AT END MOVE IdxNewRecord TO NewLine
000358     END-READ
000354  WHEN 2
000355     READ RelNewMaster
000356        AT END MOVE 1 TO NewEOF
000357        NOT AT END MOVE RelNewRecord TO NewLine
000358     END-READ
000354  WHEN OTHER
000360     READ NewMaster
000361        AT END MOVE 1 TO NewEOF
000362     END-READ
000363  END-EVALUATE.
000364
000365* a new-master record against its old record and its line of
000366* the change set
000367 3000-NEW-RECORD.
000368  MOVE SPACES TO cur-key.
000369  MOVE NewLine(KeyPos:KeyLen) TO cur-key.
000370  PERFORM 8000-FIND-CHANGE.
000371  MOVE 0 TO old-pos.
000372  PERFORM VARYING i FROM 1 BY 1 UNTIL i > old-count
000373     OR old-pos > 0
000374     IF OldMatched(i) = 0
000375        AND OldRecord(i)(KeyPos:KeyLen) = cur-key(1:KeyLen)
000376        MOVE i TO old-pos
000377        MOVE 1 TO OldMatched(i)
000378     END-IF
000379  END-PERFORM.
000380  IF old-pos = 0
000381     IF cur-action <> "A"
000382        MOVE "unexpectedly added" TO problem-text
000383        PERFORM 9000-PROBLEM
000384     END-IF
000385     EXIT PARAGRAPH
000386  END-IF.
000387  EVALUATE cur-action
000388  WHEN "A"
000389     MOVE "expected added, already on the old master"
000390        TO problem-text
000391     PERFORM 9000-PROBLEM
000392  WHEN "D"
000393     MOVE "expected deleted, still on the new master"
000394        TO problem-text
000395     PERFORM 9000-PROBLEM
000396  WHEN "C"
000397     PERFORM 3100-LAYOUT
000398     PERFORM 3200-LISTED-FIELDS
000399     PERFORM 3300-OTHER-FIELDS
000400  WHEN OTHER
000401     IF OldRecord(old-pos) <> NewLine
000402        MOVE 0 TO chg-pos
000403        PERFORM 3100-LAYOUT
000404        MOVE SPACES TO listed-mask
000405        PERFORM 3300-OTHER-FIELDS
000406     END-IF
000407  END-EVALUATE.
000408
000409 3100-LAYOUT.
000410  MOVE 0 TO layout-pos.
000411  IF RecLayoutCount = 0
000412     EXIT PARAGRAPH
000413  END-IF.
000414  IF TypePos = 0
000415     MOVE 1 TO layout-pos
000416     EXIT PARAGRAPH
000417  END-IF.
000418  PERFORM VARYING t FROM 1 BY 1 UNTIL t > RecLayoutCount
000419     IF RT-type(t) = NewLine(TypePos:1)
000420        MOVE t TO layout-pos
000421     END-IF
000422  END-PERFORM.
000423  IF layout-pos > 0
000424     PERFORM VARYING f FROM 1 BY 1 UNTIL f > 20
000425        MOVE 0 TO FT-listed(layout-pos, f)
000426     END-PERFORM
000427  END-IF.
000428
000429* every field the change set lists must have changed
000430 3200-LISTED-FIELDS.
000431  MOVE SPACES TO listed-mask.
000432  MOVE 1 TO fields-ptr.
000433  PERFORM UNTIL fields-ptr > 190
000434     MOVE SPACES TO word
000435     UNSTRING CS-fields(chg-pos) DELIMITED BY ALL SPACE
000436        OR ","
000437        INTO word COUNT IN word-len
000438        WITH POINTER fields-ptr
000439     END-UNSTRING
000440     IF word <> SPACES
000441        PERFORM 3210-LISTED-FIELD
000442     END-IF
000443  END-PERFORM.
000444
000445 3210-LISTED-FIELD.
000446  INSPECT word CONVERTING "abcdefghijklmnopqrstuvwxyz"
000447     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000448  PERFORM 8100-RESOLVE-FIELD.
000449  IF fld-ok = 0
000450     STRING "field " DELIMITED BY SIZE word DELIMITED BY SPACE
000451        " not known" DELIMITED BY SIZE INTO problem-text
000452     PERFORM 9000-PROBLEM
000453     EXIT PARAGRAPH
000454  END-IF.
000455  MOVE ALL "L" TO listed-mask(fld-pos:fld-len).
000456  IF OldRecord(old-pos)(fld-pos:fld-len)
000457     = NewLine(fld-pos:fld-len)
000458     STRING "expected change to " DELIMITED BY SIZE
000459        word DELIMITED BY SPACE " not made" DELIMITED BY SIZE
000460        INTO problem-text
000461     PERFORM 9000-PROBLEM
000462  END-IF.
000463
000464* nothing outside the listed fields may have changed: by field
000465* name when the record has a layout, by column otherwise
000466 3300-OTHER-FIELDS.
000467  IF layout-pos > 0
000468     PERFORM VARYING f FROM 1 BY 1
000469        UNTIL f > RT-fields(layout-pos) OR f > 20
000470        IF FT-listed(layout-pos, f) = 0
000471           AND FT-len(layout-pos, f) > 0
000472           AND FT-offset(layout-pos, f) + FT-len(layout-pos, f)
000473              <= 256
000474           AND OldRecord(old-pos)(FT-offset(layout-pos, f):
000475              FT-len(layout-pos, f))
000476              <> NewLine(FT-offset(layout-pos, f):
000477              FT-len(layout-pos, f))
000478           STRING "unexpected change to " DELIMITED BY SIZE
000479              FT-name(layout-pos, f) DELIMITED BY SPACE
000480              INTO problem-text
000481           PERFORM 9000-PROBLEM
000482        END-IF
000483     END-PERFORM
000484     EXIT PARAGRAPH
000485  END-IF.
000486  PERFORM VARYING i FROM 1 BY 1 UNTIL i > 255
000487     IF listed-mask(i:1) = SPACE
000488        AND OldRecord(old-pos)(i:1) <> NewLine(i:1)
000489        MOVE i TO col-edit
000490        STRING "unexpected change from column " DELIMITED BY SIZE
000491           col-edit DELIMITED BY SIZE INTO problem-text
000492        PERFORM 9000-PROBLEM
000493        MOVE 256 TO i
000494     END-IF
000495  END-PERFORM.
000496
000497* old records no longer on the new master
000498 4000-DELETED-RECORDS.
000499  PERFORM VARYING i FROM 1 BY 1 UNTIL i > old-count
000500     IF OldMatched(i) = 0
000501        MOVE SPACES TO cur-key
000502        MOVE OldRecord(i)(KeyPos:KeyLen) TO cur-key
000503        PERFORM 8000-FIND-CHANGE
000504        IF cur-action <> "D"
000505           MOVE "unexpectedly deleted" TO problem-text
000506           PERFORM 9000-PROBLEM
000507        END-IF
000508     END-IF
000509  END-PERFORM.
000510
000511* change-set lines whose key is on neither master
000512 4100-CHANGES-NOT-SEEN.
000513  PERFORM VARYING c FROM 1 BY 1 UNTIL c > chg-count
000514     IF CS-seen(c) = 0
000515        MOVE CS-key(c) TO cur-key
000516        EVALUATE CS-action(c)
000517        WHEN "A"
000518           MOVE "expected added, not on the new master"
000519              TO problem-text
000520        WHEN "D"
000521           MOVE "expected deleted, not on the old master"
000522              TO problem-text
000523        WHEN OTHER
000524           MOVE "in the change set, on neither master"
000525              TO problem-text
000526        END-EVALUATE
000527        PERFORM 9000-PROBLEM
000528     END-IF
000529  END-PERFORM.
000530
000531* the change-set line of cur-key, U when it has none
000532 8000-FIND-CHANGE.
000533  MOVE "U" TO cur-action.
000534  MOVE 0 TO chg-pos.
000535  PERFORM VARYING c FROM 1 BY 1 UNTIL c > chg-count
000536     OR chg-pos > 0
000537     IF CS-key(c)(1:KeyLen) = cur-key(1:KeyLen)
000538        MOVE c TO chg-pos
000539        MOVE CS-action(c) TO cur-action
000540        MOVE 1 TO CS-seen(c)
000541     END-IF
000542  END-PERFORM.
000543
000544* a listed field: a layout name, or pos:len
000545 8100-RESOLVE-FIELD.
000546  MOVE 0 TO fld-ok.
000547  MOVE 0 TO colon-count.
000548  INSPECT word TALLYING colon-count FOR ALL ":".
000549  IF colon-count = 1
000550     MOVE SPACES TO pos-text len-text
000551     UNSTRING word DELIMITED BY ":" OR ALL SPACE
000551        INTO pos-text len-text
000552     END-UNSTRING
000553     MOVE 0 TO fld-pos fld-len
000554     INSPECT pos-text REPLACING ALL SPACE BY ZERO
000555     INSPECT len-text REPLACING ALL SPACE BY ZERO
000556     IF pos-text IS NUMERIC AND len-text IS NUMERIC
000557        MOVE pos-text TO fld-pos
000558        MOVE len-text TO fld-len
000559     END-IF
000560     IF fld-pos > 0 AND fld-len > 0 AND fld-pos + fld-len <= 256
000561        MOVE 1 TO fld-ok
000562     END-IF
000563     EXIT PARAGRAPH
000564  END-IF.
000565  IF layout-pos = 0
000566     EXIT PARAGRAPH
000567  END-IF.
000568  PERFORM VARYING f FROM 1 BY 1
000569     UNTIL f > RT-fields(layout-pos) OR f > 20 OR fld-ok = 1
000570     IF FT-name(layout-pos, f) = word
000571        AND FT-len(layout-pos, f) > 0
000572        AND FT-offset(layout-pos, f) + FT-len(layout-pos, f)
000573           <= 256
000574        MOVE 1 TO fld-ok
000575        MOVE 1 TO FT-listed(layout-pos, f)
000576        MOVE FT-offset(layout-pos, f) TO fld-pos
000577        MOVE FT-len(layout-pos, f) TO fld-len
000578     END-IF
000579  END-PERFORM.
000580
000581* one line of the failure report, keyed by cur-key
000582 9000-PROBLEM.
000583  ADD 1 TO nb-problems.
000584  DISPLAY "|   key '" cur-key(1:KeyLen) "' " problem-text.
000585  IF act-ptr < 31500
000586     IF nb-problems > 1
000587        STRING "; " DELIMITED BY SIZE
000588           INTO diff-actual WITH POINTER act-ptr
000589     END-IF
000590     STRING "key " cur-key(1:KeyLen) " " DELIMITED BY SIZE
000591        problem-text DELIMITED BY "  "
000592        INTO diff-actual WITH POINTER act-ptr
000593  END-IF.
000594  MOVE SPACES TO problem-text.
000595 END PROGRAM CBU00342.
