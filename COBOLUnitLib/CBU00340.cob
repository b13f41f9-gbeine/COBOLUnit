000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-assert-file-group-totals
000013*	source name: CBU00340.cob
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

000044*>Grouped totals assertion: the records of a produced file
000045*>are grouped by a key column and counted, and up to five
000046*>amount columns summed, per key; the result is balanced
000047*>against an expected control file with one record per key:
000048*>  col 1 to KeyLen   the key
000049*>  then one blank and the record count (9 digits)
000050*>  then per amount column one blank and the total as
000051*>  printed in 18 columns - sign and decimal point allowed,
000052*>  e.g. "           1234.56" or "          -1234.56"
000052*>  (decimal comma under the COMMA locale, as the amounts in
000052*>  the failure message are then shown)
000053*>Amount columns are given in AmountCols, one 6-byte slot
000054*>each, a blank slot ending the list:
000055*>  ppp position, ll length, d implied decimals
000056*>  e.g. "030092045072" - columns 30 (9 long, 2 decimals)
000057*>  and 45 (7 long, 2 decimals)
000058*>and are read like CBU-assert-file-totals reads its column.
000059*>Keys missing on either side and keys whose count or sums
000060*>differ are all listed, expected against actual. The file is
000061*>read as LINE SEQUENTIAL, INDEXED or RELATIVE the way the
000062*>file assertions are set up for the test.
000063* arg1: AssertName - Assertion name
000064* arg2: file-name - data file produced by the unit
000065* arg3: totals-file-name - expected totals per key
000066* arg4: KeyPos - first column of the key
000067* arg5: KeyLen - length of the key
000068* arg6: AmountCols - amount columns, ppplld per column
000069 IDENTIFICATION DIVISION.
000070 PROGRAM-ID.   CBU00340.
000071 ENVIRONMENT    DIVISION.
000072 INPUT-OUTPUT SECTION.
000073 FILE-CONTROL.
000074    SELECT TotalFile ASSIGN TO file-name
000075		ORGANIZATION IS LINE SEQUENTIAL.
000076    SELECT IdxTotalFile ASSIGN TO file-name
000077       ORGANIZATION IS INDEXED
000078       ACCESS MODE IS SEQUENTIAL
000079       RECORD KEY IS IdxTotKey.
000076    SELECT RelTotalFile ASSIGN TO file-name
000076       ORGANIZATION IS RELATIVE
000076       ACCESS MODE IS SEQUENTIAL.
000080    SELECT ControlFile ASSIGN TO totals-file-name
000081		ORGANIZATION IS LINE SEQUENTIAL.
000082 DATA DIVISION.
000083 FILE SECTION.
000084 	FD TotalFile.
000085 	01 TotalLine PIC X(255).
000086 	FD IdxTotalFile.
000087 	01 IdxTotRecord.
000088	  05 IdxTotKey PIC X(64).
000089	  05 IdxTotRest PIC X(191).
000086 	FD RelTotalFile.
000086 	01 RelTotRecord PIC X(255).
000090 	FD ControlFile.
000091 	01 ControlLine PIC X(255).
000092 WORKING-STORAGE SECTION.
000092  01 file-name PIC X(40).
000093  01 TotalEOF PIC 9(1).
000094  01 ControlEOF PIC 9(1).
000095  01 ColCount PIC 9(1).
000096  01 ListeColumns.
000097    05 ColumnEntry OCCURS 5 TIMES.
000098      10 GC-pos PIC 9(3).
000099      10 GC-len PIC 9(2).
000100      10 GC-dec PIC 9(1).
000101  01 col-slot.
000102    05 slot-pos PIC 9(3).
000103    05 slot-len PIC 9(2).
000104    05 slot-dec PIC 9(1).
000105  01 KeyCount PIC 9(3).
000106  01 ListeKeys.
000107    05 KeyEntry OCCURS 500 TIMES.
000108      10 GK-key PIC X(40).
000109      10 GK-in-control PIC 9(1).
000110      10 GK-in-file PIC 9(1).
000111      10 GK-exp-count PIC 9(9).
000112      10 GK-act-count PIC 9(9).
000113      10 GK-exp-sum PIC S9(13)V99 COMP-3 OCCURS 5 TIMES.
000114      10 GK-act-sum PIC S9(13)V99 COMP-3 OCCURS 5 TIMES.
000115  01 k PIC 9(3).
000116  01 g PIC 9(1).
000117  01 rec-key PIC X(40).
000118  01 key-found PIC 9(1).
000119  01 keys-full PIC 9(1).
000120  01 col-byte PIC X(1).
000121  01 col-digit-x PIC X(1).
000122  01 col-digit REDEFINES col-digit-x PIC 9(1).
000123  01 c PIC 9(3).
000124  01 fld-raw PIC S9(15) COMP-3.
000125  01 fld-negative PIC 9(1).
000126  01 fld-point PIC 9(1).
000127  01 fld-decimals PIC 9(2).
000128  01 divisor PIC 9(15).
000129  01 fld-amount PIC S9(13)V99 COMP-3.
000130  01 ctl-pos PIC 9(3).
000131  01 ctl-field PIC X(18).
000132  01 edit-count PIC Z(8)9.
000133  01 edit-amount PIC -(13)9.99.
000134  01 edit-text PIC X(18).
000134  01 decimal-char PIC X(1).
000134  01 group-char PIC X(1).
000134  01 field-sep PIC X(1).
000135  01 key-differs PIC 9(1).
000136  01 nb-diff PIC 9(3).
000137  01 exp-ptr PIC 9(5).
000138  01 act-ptr PIC 9(5).
000139  01 diff-expected PIC X(32000) VALUE SPACES.
000140  01 diff-actual PIC X(32000) VALUE SPACES.
000141  COPY CBUC0002.
000142 LINKAGE SECTION.
000143  77 AssertName PIC X(20).
000144  77 file-ref PIC X(40).
000145  77 totals-file-name PIC X(40).
000146  77 KeyPos PIC 9(3).
000147  77 KeyLen PIC 9(2).
000148  77 AmountCols PIC X(30).
000149  COPY CBUC0001.
000150 PROCEDURE DIVISION USING CBU-ctx AssertName file-ref
000151      totals-file-name KeyPos KeyLen AmountCols.
000151  CALL CBU-resolve-gdg USING CBU-ctx file-ref file-name.
000152  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000152  CALL CBU-get-locale
000152     USING CBU-ctx decimal-char group-char field-sep.
000152  INITIALIZE diff-expected.
000152  INITIALIZE diff-actual.
000153  IF KeyLen > 40
000154     MOVE 40 TO KeyLen
000155  END-IF.
000156  MOVE 0 TO ColCount.
000157  PERFORM VARYING c FROM 1 BY 6
000158     UNTIL c > 25 OR AmountCols(c:6) = SPACES
000159     OR AmountCols(c:6) IS NOT NUMERIC
000160     MOVE AmountCols(c:6) TO col-slot
000161     ADD 1 TO ColCount
000162     MOVE slot-pos TO GC-pos(ColCount)
000163     MOVE slot-len TO GC-len(ColCount)
000164     MOVE slot-dec TO GC-dec(ColCount)
000165  END-PERFORM.
000166  MOVE 0 TO KeyCount.
000167  MOVE 0 TO keys-full.
000168  PERFORM 1000-LOAD-CONTROL.
000169  MOVE 0 TO TotalEOF.
000170  EVALUATE file-assert-org
000170  WHEN 1
000171     OPEN INPUT IdxTotalFile
000170  WHEN 2
000171     OPEN INPUT RelTotalFile
000170  WHEN OTHER
000173     OPEN INPUT TotalFile
000174  END-EVALUATE.
000175  PERFORM UNTIL TotalEOF = 1
000176     PERFORM 2000-READ-TOTAL
000177     IF TotalEOF = 0
000178        PERFORM 3000-GROUP-RECORD
000179     END-IF
000180  END-PERFORM.
000181  EVALUATE file-assert-org
000181  WHEN 1
000182     CLOSE IdxTotalFile
000181  WHEN 2
000182     CLOSE RelTotalFile
000181  WHEN OTHER
000184     CLOSE TotalFile
000185  END-EVALUATE.
000186  MOVE 0 TO nb-diff.
000187  MOVE 1 TO exp-ptr.
000188  MOVE 1 TO act-ptr.
000189  PERFORM VARYING k FROM 1 BY 1 UNTIL k > KeyCount
000190     PERFORM 4000-CHECK-KEY
000191  END-PERFORM.
000192  IF keys-full = 1
000193     DISPLAY "COBOLUnit: more than 500 keys in " file-name
000194        " or " totals-file-name " - the rest are not checked"
000195  END-IF.
000196  IF nb-diff > 0
000197     CALL CBU-log-assert-failed
000198        USING CBU-ctx AssertName diff-expected diff-actual
000199     CALL CBU-add-assert-failed
000200        USING CBU-ctx AssertName diff-expected diff-actual
000201  ELSE
000202     CALL CBU-add-assert-succeed
000203        USING CBU-ctx AssertName
000204     CALL CBU-log-assert-succeed
000205        USING CBU-ctx AssertName
000206  END-IF.
000207  EXIT PROGRAM.
000208
000209*>one entry per control record, with the expected count and
000210*>sums
000211 1000-LOAD-CONTROL.
000212  MOVE 0 TO ControlEOF.
000213  OPEN INPUT ControlFile.
000214  PERFORM UNTIL ControlEOF = 1
000215     READ ControlFile
000216        AT END MOVE 1 TO ControlEOF
000217        NOT AT END
000218           IF ControlLine <> SPACES
000219              MOVE SPACES TO rec-key
000220              MOVE ControlLine(1:KeyLen) TO rec-key
000221              PERFORM 5000-FIND-KEY
000222              IF key-found = 1
000223                 PERFORM 1100-CONTROL-TOTALS
000224              END-IF
000225           END-IF
000226     END-READ
000227  END-PERFORM.
000228  CLOSE ControlFile.
000229
000230 1100-CONTROL-TOTALS.
000231  MOVE 1 TO GK-in-control(k).
000232  MOVE 0 TO GK-exp-count(k).
000233  IF ControlLine(KeyLen + 2:9) IS NUMERIC
000234     MOVE ControlLine(KeyLen + 2:9) TO GK-exp-count(k)
000235  END-IF.
000236  COMPUTE ctl-pos = KeyLen + 12.
000237  PERFORM VARYING g FROM 1 BY 1 UNTIL g > ColCount
000238     MOVE ControlLine(ctl-pos:18) TO ctl-field
000239     PERFORM 1200-PRINTED-AMOUNT
000240     MOVE fld-amount TO GK-exp-sum(k, g)
000241     ADD 19 TO ctl-pos
000242  END-PERFORM.
000243
000244*>an amount written with its sign and decimal point
000245 1200-PRINTED-AMOUNT.
000246  MOVE 0 TO fld-raw fld-negative fld-point fld-decimals.
000247  PERFORM VARYING c FROM 1 BY 1 UNTIL c > 18
000248     MOVE ctl-field(c:1) TO col-byte
000249     IF col-byte >= "0" AND col-byte <= "9"
000250        MOVE col-byte TO col-digit-x
000251        COMPUTE fld-raw = fld-raw * 10 + col-digit
000252        IF fld-point = 1
000253           ADD 1 TO fld-decimals
000254        END-IF
000255     END-IF
000256     IF col-byte = decimal-char
000257        MOVE 1 TO fld-point
000258     END-IF
000259     IF col-byte = "-"
000260        MOVE 1 TO fld-negative
000261     END-IF
000262  END-PERFORM.
000263  IF fld-negative = 1
000264     COMPUTE fld-raw = 0 - fld-raw
000265  END-IF.
000266  MOVE 1 TO divisor.
000267  PERFORM fld-decimals TIMES
000268     COMPUTE divisor = divisor * 10
000269  END-PERFORM.
000270  COMPUTE fld-amount = fld-raw / divisor.
000271
000272 2000-READ-TOTAL.
000273  EVALUATE file-assert-org
000273  WHEN 1
000274     READ IdxTotalFile
000275        AT END MOVE 1 TO TotalEOF
000276        NOT AT END MOVE IdxTotRecord TO TotalLine
000277     END-READ
000273  WHEN 2
000274     READ RelTotalFile
000275        AT END MOVE 1 TO TotalEOF
000276        NOT AT END MOVE RelTotRecord TO TotalLine
000277     END-READ
000273  WHEN OTHER
000279     READ TotalFile
000280        AT END MOVE 1 TO TotalEOF
000281     END-READ
000282  END-EVALUATE.
000283
000284*>the record counted and its amounts added under its key
000285 3000-GROUP-RECORD.
000286  MOVE SPACES TO rec-key.
000287  MOVE TotalLine(KeyPos:KeyLen) TO rec-key.
000288  PERFORM 5000-FIND-KEY.
000289  IF key-found = 0
000290     EXIT PARAGRAPH
000291  END-IF.
000292  MOVE 1 TO GK-in-file(k).
000293  ADD 1 TO GK-act-count(k).
000294  PERFORM VARYING g FROM 1 BY 1 UNTIL g > ColCount
000295     MOVE 0 TO fld-raw
000296     MOVE 0 TO fld-negative
000297     PERFORM VARYING c FROM 0 BY 1
000298        UNTIL c >= GC-len(g)
000299        MOVE TotalLine(GC-pos(g) + c:1) TO col-byte
000300        IF col-byte >= "0" AND col-byte <= "9"
000301           MOVE col-byte TO col-digit-x
000302           COMPUTE fld-raw = fld-raw * 10 + col-digit
000303        END-IF
000304        IF col-byte = "-"
000305           MOVE 1 TO fld-negative
000306        END-IF
000307     END-PERFORM
000308     IF fld-negative = 1
000309        COMPUTE fld-raw = 0 - fld-raw
000310     END-IF
000311     MOVE 1 TO divisor
000312     PERFORM GC-dec(g) TIMES
000313        COMPUTE divisor = divisor * 10
000314     END-PERFORM
000315     COMPUTE fld-amount = fld-raw / divisor
000316     ADD fld-amount TO GK-act-sum(k, g)
000317  END-PERFORM.
000318
000319*>a key missing on one side, or its count or a sum off, is
000320*>listed expected against actual
000321 4000-CHECK-KEY.
000322  MOVE 0 TO key-differs.
000323  IF GK-in-control(k) = 0 OR GK-in-file(k) = 0
000324     OR GK-exp-count(k) <> GK-act-count(k)
000325     MOVE 1 TO key-differs
000326  END-IF.
000327  PERFORM VARYING g FROM 1 BY 1 UNTIL g > ColCount
000328     IF GK-exp-sum(k, g) <> GK-act-sum(k, g)
000329        MOVE 1 TO key-differs
000330     END-IF
000331  END-PERFORM.
000332  IF key-differs = 0 OR exp-ptr > 31000 OR act-ptr > 31000
000333     EXIT PARAGRAPH
000334  END-IF.
000335  ADD 1 TO nb-diff.
000336  IF nb-diff > 1
000337     STRING "; " DELIMITED BY SIZE
000338        INTO diff-expected WITH POINTER exp-ptr
000339     STRING "; " DELIMITED BY SIZE
000340        INTO diff-actual WITH POINTER act-ptr
000341  END-IF.
000342  STRING "key " GK-key(k)(1:KeyLen) DELIMITED BY SIZE
000343     INTO diff-expected WITH POINTER exp-ptr.
000344  STRING "key " GK-key(k)(1:KeyLen) DELIMITED BY SIZE
000345     INTO diff-actual WITH POINTER act-ptr.
000346  IF GK-in-control(k) = 0
000347     STRING " not expected" DELIMITED BY SIZE
000348        INTO diff-expected WITH POINTER exp-ptr
000349  ELSE
000350     MOVE GK-exp-count(k) TO edit-count
000351     MOVE edit-count TO edit-text
000352     STRING " count" DELIMITED BY SIZE
000353        INTO diff-expected WITH POINTER exp-ptr
000354     PERFORM 4100-PUT-EXPECTED
000355     PERFORM VARYING g FROM 1 BY 1 UNTIL g > ColCount
000356        MOVE GK-exp-sum(k, g) TO edit-amount
000357        MOVE edit-amount TO edit-text
000358        STRING " sum" g DELIMITED BY SIZE
000359           INTO diff-expected WITH POINTER exp-ptr
000360        PERFORM 4100-PUT-EXPECTED
000361     END-PERFORM
000362  END-IF.
000363  IF GK-in-file(k) = 0
000364     STRING " missing" DELIMITED BY SIZE
000365        INTO diff-actual WITH POINTER act-ptr
000366  ELSE
000367     MOVE GK-act-count(k) TO edit-count
000368     MOVE edit-count TO edit-text
000369     STRING " count" DELIMITED BY SIZE
000370        INTO diff-actual WITH POINTER act-ptr
000371     PERFORM 4200-PUT-ACTUAL
000372     PERFORM VARYING g FROM 1 BY 1 UNTIL g > ColCount
000373        MOVE GK-act-sum(k, g) TO edit-amount
000374        MOVE edit-amount TO edit-text
000375        STRING " sum" g DELIMITED BY SIZE
000376           INTO diff-actual WITH POINTER act-ptr
000377        PERFORM 4200-PUT-ACTUAL
000378     END-PERFORM
000379  END-IF.
000380
000381*>an edited figure without its leading blanks
000382 4100-PUT-EXPECTED.
000382  PERFORM 4300-LOCALE-TEXT.
000383  MOVE 1 TO c.
000384  PERFORM UNTIL c >= 18 OR edit-text(c:1) <> SPACE
000385     ADD 1 TO c
000386  END-PERFORM.
000387  STRING " " DELIMITED BY SIZE edit-text(c:) DELIMITED BY SPACE
000388     INTO diff-expected WITH POINTER exp-ptr.
000389
000390 4200-PUT-ACTUAL.
000390  PERFORM 4300-LOCALE-TEXT.
000391  MOVE 1 TO c.
000392  PERFORM UNTIL c >= 18 OR edit-text(c:1) <> SPACE
000393     ADD 1 TO c
000394  END-PERFORM.
000395  STRING " " DELIMITED BY SIZE edit-text(c:) DELIMITED BY SPACE
000396     INTO diff-actual WITH POINTER act-ptr.
000397
000397 4300-LOCALE-TEXT.
000397  IF decimal-char = ","
000397     INSPECT edit-text CONVERTING "." TO ","
000397  END-IF.
000397
000398*>the entry of rec-key, added when new and there is room
000399 5000-FIND-KEY.
000400  MOVE 0 TO key-found.
000401  PERFORM VARYING k FROM 1 BY 1
000402     UNTIL k > KeyCount OR key-found = 1
000403     IF GK-key(k) = rec-key
000404        MOVE 1 TO key-found
000405     END-IF
000406  END-PERFORM.
000407  IF key-found = 1
000408     SUBTRACT 1 FROM k
000409     EXIT PARAGRAPH
000410  END-IF.
000411  IF KeyCount >= 500
000412     MOVE 1 TO keys-full
000413     EXIT PARAGRAPH
000414  END-IF.
000415  ADD 1 TO KeyCount.
000416  MOVE KeyCount TO k.
000417  INITIALIZE KeyEntry(k).
000418  MOVE rec-key TO GK-key(k).
000419  MOVE 1 TO key-found.
000420 END PROGRAM CBU00340.
