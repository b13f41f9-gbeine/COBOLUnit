000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-assert-file-rules
000013*	source name: CBU00341.cob
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

000044*>Cross-field business rules checked on every record of a
000045*>produced file. Fields are named as in the layouts declared
000046*>with CBU-add-rec-layout; the record-type byte at TypePos
000047*>picks the layout (TypePos 0: the first layout for every
000048*>record). Rules file, one rule per line, '*' in column 1 for
000049*>a comment, words separated by blanks:
000050*>  condition
000051*>  IF condition THEN condition
000052*>a condition being clauses joined by AND / OR (AND first):
000053*>  field op operand        op: = <> < > <= >=
000054*>  field BETWEEN operand AND operand
000055*>  field IN value value ...
000056*>  field IS [NOT] DATE | NUMERIC | BLANK | ZERO
000057*>an operand being a field, a 'quoted' literal, a number,
000058*>SPACES or ZERO. Under the COMMA locale a number is written
000058*>with a decimal comma, a comma followed by a digit then
000058*>belonging to the number. Fields with a numeric PICture
000059*>(S and V honoured, sign overpunched or separate) compare as
000060*>numbers with numbers, everything else as text. A DATE is
000061*>YYYYMMDD, YYMMDD or YYYY-MM-DD and must exist in the
000061*>calendar.
000062*>  IF STATUS = 'C' THEN CLOSE-DATE IS DATE AND BALANCE = 0
000063*>A rule is only checked on records whose layout has all the
000064*>fields it names. Every rule is checked on every record; the
000065*>violations of each rule are counted and its first five
000066*>failing record numbers reported. Honors CBU-set-file-org
000067*>for INDEXED and RELATIVE files.
000068* arg1: AssertName - Assertion name
000069* arg2: file-name - produced file to check
000070* arg3: TypePos - column of the record-type byte, 0 for none
000071* arg4: rules-file-name - the rules
000072 IDENTIFICATION DIVISION.
000073 PROGRAM-ID.   CBU00341.
000074 ENVIRONMENT    DIVISION.
000075 INPUT-OUTPUT SECTION.
000076 FILE-CONTROL.
000077    SELECT CheckFile ASSIGN TO file-name
000078		ORGANIZATION IS LINE SEQUENTIAL.
000079    SELECT IdxCheckFile ASSIGN TO file-name
000080       ORGANIZATION IS INDEXED
000081       ACCESS MODE IS SEQUENTIAL
000082       RECORD KEY IS IdxChkKey.
000079    SELECT RelCheckFile ASSIGN TO file-name
000079       ORGANIZATION IS RELATIVE
000079       ACCESS MODE IS SEQUENTIAL.
000083    SELECT RulesFile ASSIGN TO rules-file-name
000084		ORGANIZATION IS LINE SEQUENTIAL.
000085 DATA DIVISION.
000086 FILE SECTION.
000087 	FD CheckFile.
000088 	01 CheckLine PIC X(255).
000089 	FD IdxCheckFile.
000090 	01 IdxChkRecord.
000091	  05 IdxChkKey PIC X(64).
000092	  05 IdxChkRest PIC X(191).
000089 	FD RelCheckFile.
000089 	01 RelChkRecord PIC X(255).
000093 	FD RulesFile.
000094 	01 RuleLine PIC X(200).
000095 WORKING-STORAGE SECTION.
000095  01 file-name PIC X(40).
000096  01 CheckEOF PIC 9(1).
000097  01 RulesEOF PIC 9(1).
000098  01 RecordNumber PIC 9(9).
000099  01 rec-type PIC X(1).
000100  01 layout-pos PIC 9(1).
000101  01 t PIC 9(1).
000102  01 ListeFieldTables.
000103    05 FieldTable OCCURS 5 TIMES.
000104      10 FieldEntry OCCURS 20 TIMES.
000105        15 FT-name PIC X(30).
000106        15 FT-offset PIC 9(5).
000107        15 FT-len PIC 9(5).
000108        15 FT-numeric PIC 9(1).
000109        15 FT-signed PIC 9(1).
000110        15 FT-decimals PIC 9(2).
000111  01 field-index PIC 9(2).
000112  01 field-offset PIC 9(5).
000113  01 layout-offset PIC 9(5).
000114  01 pic-text PIC X(20).
000115  01 pic-len PIC 9(5).
000116  01 pic-pos PIC 9(2).
000117  01 pic-byte PIC X(1).
000118  01 rep-count PIC 9(5).
000119  01 rep-digit-x PIC X(1).
000120  01 rep-digit REDEFINES rep-digit-x PIC 9(1).
000121  01 field-numeric PIC 9(1).
000122  01 field-signed PIC 9(1).
000123  01 field-decimals PIC 9(2).
000124  01 after-v PIC 9(1).
000125  01 RuleCount PIC 9(2).
000126  01 ListeRules.
000127    05 RuleEntry OCCURS 30 TIMES.
000128      10 RU-text PIC X(200).
000129      10 RU-tok-count PIC 9(2).
000130      10 RU-token PIC X(40) OCCURS 40 TIMES.
000131      10 RU-checked PIC 9(9).
000132      10 RU-violations PIC 9(9).
000133      10 RU-not-understood PIC 9(1).
000134      10 RU-first-rec PIC 9(9) OCCURS 5 TIMES.
000135  01 r PIC 9(2).
000136  01 p PIC 9(3).
000137  01 tk-len PIC 9(2).
000138  01 in-quote PIC 9(1).
000139  01 quote-ch PIC X(1).
000139  01 word-end PIC 9(1).
000139  01 decimal-char PIC X(1).
000139  01 group-char PIC X(1).
000139  01 field-sep PIC X(1).
000140  01 then-pos PIC 9(2).
000141  01 cond-from PIC 9(2).
000142  01 cond-to PIC 9(2).
000143  01 cond-result PIC 9(1).
000144  01 if-result PIC 9(1).
000145  01 not-applicable PIC 9(1).
000146  01 syntax-bad PIC 9(1).
000147  01 or-result PIC 9(1).
000148  01 and-result PIC 9(1).
000149  01 clause-result PIC 9(1).
000150  01 clause-negated PIC 9(1).
000151  01 tp PIC 9(2).
000152  01 word PIC X(40).
000153  01 o PIC 9(1).
000154  01 ListeOperands.
000155    05 OperandEntry OCCURS 3 TIMES.
000156      10 OP-text PIC X(80).
000157      10 OP-len PIC 9(3).
000158      10 OP-num-kind PIC 9(1).
000159      10 OP-num-valid PIC 9(1).
000160      10 OP-num PIC S9(13)V9(5).
000161  01 f PIC 9(2).
000162  01 field-found PIC 9(1).
000163  01 num-raw PIC S9(18).
000164  01 num-dec PIC 9(2).
000165  01 num-point PIC 9(1).
000166  01 num-neg PIC 9(1).
000167  01 num-valid PIC 9(1).
000168  01 num-digits PIC 9(2).
000169  01 num-byte PIC X(1).
000170  01 num-digit-x PIC X(1).
000171  01 num-digit REDEFINES num-digit-x PIC 9(1).
000172  01 divisor PIC 9(18).
000173  01 i PIC 9(3).
000174  01 cmp-result PIC S9(1).
000175  01 op-word PIC X(7).
000176  01 date-text PIC X(10).
000177  01 date-ok PIC 9(1).
000178  01 date-yyyy PIC 9(4).
000179  01 date-mm PIC 9(2).
000180  01 date-dd PIC 9(2).
000181  01 date-max PIC 9(2).
000182  01 leap-rest PIC 9(3).
000183  01 leap-quot PIC 9(4).
000184  01 month-days PIC X(24) VALUE "312831303130313130313031".
000185  01 month-table REDEFINES month-days.
000186    05 month-max PIC 9(2) OCCURS 12 TIMES.
000187  01 any-violation PIC 9(1).
000188  01 exp-ptr PIC 9(5).
000189  01 act-ptr PIC 9(5).
000190  01 rule-no-edit PIC Z9.
000191  01 count-edit PIC Z(8)9.
000192  01 edit-text PIC X(9).
000193  01 e PIC 9(1).
000194  01 diff-expected PIC X(32000) VALUE SPACES.
000195  01 diff-actual PIC X(32000) VALUE SPACES.
000196  COPY CBUC0002.
000197 LINKAGE SECTION.
000198  77 AssertName PIC X(20).
000199  77 file-ref PIC X(40).
000200  77 TypePos PIC 9(3).
000201  77 rules-file-name PIC X(40).
000202  COPY CBUC0001.
000203 PROCEDURE DIVISION USING CBU-ctx AssertName file-ref TypePos
000204      rules-file-name.
000204  CALL CBU-resolve-gdg USING CBU-ctx file-ref file-name.
000205  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000205  CALL CBU-get-locale
000205     USING CBU-ctx decimal-char group-char field-sep.
000205  INITIALIZE diff-expected.
000205  INITIALIZE diff-actual.
000206  PERFORM 1000-FIELD-TABLES.
000207  PERFORM 1200-LOAD-RULES.
000208  MOVE 0 TO CheckEOF.
000209  MOVE 0 TO RecordNumber.
000210  EVALUATE file-assert-org
000210  WHEN 1
000211     OPEN INPUT IdxCheckFile
000210  WHEN 2
000211     OPEN INPUT RelCheckFile
000210  WHEN OTHER
000213     OPEN INPUT CheckFile
000214  END-EVALUATE.
000215  PERFORM UNTIL CheckEOF = 1
000216     PERFORM 2000-READ-CHECK
000217     IF CheckEOF = 0
000218        ADD 1 TO RecordNumber
000219        PERFORM 2100-RECORD-LAYOUT
000220        IF layout-pos > 0
000221           PERFORM VARYING r FROM 1 BY 1 UNTIL r > RuleCount
000222              PERFORM 3000-CHECK-RULE
000223           END-PERFORM
000224        END-IF
000225     END-IF
000226  END-PERFORM.
000227  EVALUATE file-assert-org
000227  WHEN 1
000228     CLOSE IdxCheckFile
000227  WHEN 2
000228     CLOSE RelCheckFile
000227  WHEN OTHER
000230     CLOSE CheckFile
000231  END-EVALUATE.
000232  PERFORM 6000-REPORT.
000233  IF any-violation = 1
000234     CALL CBU-log-assert-failed
000235        USING CBU-ctx AssertName diff-expected diff-actual
000236     CALL CBU-add-assert-failed
000237        USING CBU-ctx AssertName diff-expected diff-actual
000238  ELSE
000239     CALL CBU-add-assert-succeed USING CBU-ctx AssertName
000240     CALL CBU-log-assert-succeed USING CBU-ctx AssertName
000241  END-IF.
000242  EXIT PROGRAM.
000243
000244* offset, length and kind of every field of every layout
000245 1000-FIELD-TABLES.
000246  INITIALIZE ListeFieldTables.
000247  PERFORM VARYING t FROM 1 BY 1 UNTIL t > RecLayoutCount
000248     MOVE 1 TO field-offset
000249     PERFORM VARYING field-index FROM 1 BY 1
000250        UNTIL field-index > RT-fields(t) OR field-index > 20
000251        COMPUTE layout-offset = (field-index - 1) * 50 + 1
000252        MOVE RT-layout(t)(layout-offset:30)
000253           TO FT-name(t, field-index)
000254        INSPECT FT-name(t, field-index) CONVERTING
000255           "abcdefghijklmnopqrstuvwxyz"
000256           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000257        MOVE RT-layout(t)(layout-offset + 30:20) TO pic-text
000258        PERFORM 1100-PIC-LENGTH
000259        MOVE field-offset TO FT-offset(t, field-index)
000260        MOVE pic-len TO FT-len(t, field-index)
000261        MOVE field-numeric TO FT-numeric(t, field-index)
000262        MOVE field-signed TO FT-signed(t, field-index)
000263        MOVE field-decimals TO FT-decimals(t, field-index)
000264        ADD pic-len TO field-offset
000265     END-PERFORM
000266  END-PERFORM.
000267
000268* display width of one PIC clause text, whether the field is
000269* numeric (9 symbols and no X or A), signed, and its decimals
000270 1100-PIC-LENGTH.
000271  MOVE 0 TO pic-len.
000272  MOVE 1 TO field-numeric.
000273  MOVE 0 TO field-signed.
000274  MOVE 0 TO field-decimals.
000275  MOVE 0 TO after-v.
000276  MOVE 1 TO pic-pos.
000277  PERFORM UNTIL pic-pos > 20
000278     MOVE pic-text(pic-pos:1) TO pic-byte
000279     EVALUATE TRUE
000280     WHEN pic-byte = "("
000281        MOVE 0 TO rep-count
000282        ADD 1 TO pic-pos
000283        PERFORM UNTIL pic-pos > 20
000284           OR pic-text(pic-pos:1) = ")"
000285           IF pic-text(pic-pos:1) >= "0"
000286              AND pic-text(pic-pos:1) <= "9"
000287              MOVE pic-text(pic-pos:1) TO rep-digit-x
000288              COMPUTE rep-count = rep-count * 10 + rep-digit
000289           END-IF
000290           ADD 1 TO pic-pos
000291        END-PERFORM
000292        IF rep-count > 1
000293           ADD rep-count TO pic-len
000294           SUBTRACT 1 FROM pic-len
000295           IF after-v = 1
000296              ADD rep-count TO field-decimals
000297              SUBTRACT 1 FROM field-decimals
000298           END-IF
000299        END-IF
000300     WHEN pic-byte = "X" OR pic-byte = "A"
000301        OR pic-byte = "x" OR pic-byte = "a"
000302        ADD 1 TO pic-len
000303        MOVE 0 TO field-numeric
000304     WHEN pic-byte = "9"
000305        ADD 1 TO pic-len
000306        IF after-v = 1
000307           ADD 1 TO field-decimals
000308        END-IF
000309     WHEN pic-byte = "S" OR pic-byte = "s"
000310        MOVE 1 TO field-signed
000311     WHEN pic-byte = "V" OR pic-byte = "v"
000312        MOVE 1 TO after-v
000313     WHEN pic-byte = "Z" OR pic-byte = "B"
000314        OR pic-byte = "0" OR pic-byte = "/"
000315        OR pic-byte = "," OR pic-byte = "."
000316        OR pic-byte = "+" OR pic-byte = "-"
000317        OR pic-byte = "*" OR pic-byte = "$"
000318        ADD 1 TO pic-len
000319        MOVE 0 TO field-numeric
000320     WHEN OTHER
000321        CONTINUE
000322     END-EVALUATE
000323     ADD 1 TO pic-pos
000324  END-PERFORM.
000325
000326* the rules, each split into its words once
000327 1200-LOAD-RULES.
000328  MOVE 0 TO RuleCount.
000329  MOVE 0 TO RulesEOF.
000330  OPEN INPUT RulesFile.
000331  PERFORM UNTIL RulesEOF = 1
000332     READ RulesFile
000333        AT END MOVE 1 TO RulesEOF
000334        NOT AT END
000335           IF RuleLine <> SPACES AND RuleLine(1:1) <> "*"
000336              IF RuleCount < 30
000337                 ADD 1 TO RuleCount
000338                 INITIALIZE RuleEntry(RuleCount)
000339                 MOVE RuleLine TO RU-text(RuleCount)
000340                 PERFORM 1300-SPLIT-RULE
000341              ELSE
000342                 DISPLAY "COBOLUnit: more than 30 rules in "
000343                    rules-file-name " - the rest are not checked"
000344              END-IF
000345           END-IF
000346     END-READ
000347  END-PERFORM.
000348  CLOSE RulesFile.
000349
000350* words are separated by blanks, commas and parentheses;
000351* quoted literals are kept whole, quotes included
000352 1300-SPLIT-RULE.
000353  MOVE 0 TO RU-tok-count(RuleCount).
000354  MOVE 1 TO p.
000355  PERFORM UNTIL p > 200
000356     IF RuleLine(p:1) = SPACE OR RuleLine(p:1) = ","
000357        OR RuleLine(p:1) = "(" OR RuleLine(p:1) = ")"
000358        ADD 1 TO p
000359     ELSE
000360        PERFORM 1310-WORD
000361     END-IF
000362  END-PERFORM.
000363
000364 1310-WORD.
000365  IF RU-tok-count(RuleCount) < 40
000366     ADD 1 TO RU-tok-count(RuleCount)
000367  END-IF.
000368  MOVE RU-tok-count(RuleCount) TO tp.
000369  MOVE SPACES TO RU-token(RuleCount, tp).
000370  MOVE 0 TO tk-len.
000371  MOVE 0 TO in-quote.
000372  IF RuleLine(p:1) = QUOTE OR RuleLine(p:1) = "'"
000373     MOVE 1 TO in-quote
000374     MOVE RuleLine(p:1) TO quote-ch
000375     MOVE 1 TO tk-len
000376     MOVE RuleLine(p:1) TO RU-token(RuleCount, tp)(1:1)
000377     ADD 1 TO p
000378  END-IF.
000379  PERFORM 1320-WORD-END.
000379  PERFORM UNTIL p > 200 OR (in-quote = 0 AND word-end = 1)
000383     IF tk-len < 40
000384        ADD 1 TO tk-len
000385        MOVE RuleLine(p:1) TO RU-token(RuleCount, tp)(tk-len:1)
000386     END-IF
000387     IF in-quote = 1 AND RuleLine(p:1) = quote-ch
000388        MOVE 0 TO in-quote
000389     END-IF
000390     ADD 1 TO p
000390     PERFORM 1320-WORD-END
000391  END-PERFORM.
000392  IF RU-token(RuleCount, tp)(1:1) <> QUOTE
000393     AND RU-token(RuleCount, tp)(1:1) <> "'"
000394     INSPECT RU-token(RuleCount, tp) CONVERTING
000395        "abcdefghijklmnopqrstuvwxyz"
000396        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000397  END-IF.
000397
000397* a blank, comma or parenthesis ends the word - except a
000397* decimal comma, followed by a digit, under the COMMA locale
000397 1320-WORD-END.
000397  MOVE 0 TO word-end.
000397  IF p > 200
000397     EXIT PARAGRAPH
000397  END-IF.
000397  IF RuleLine(p:1) = SPACE OR RuleLine(p:1) = "("
000397     OR RuleLine(p:1) = ")"
000397     MOVE 1 TO word-end
000397  END-IF.
000397  IF RuleLine(p:1) = ","
000397     MOVE 1 TO word-end
000397     IF decimal-char = "," AND p < 200
000397        IF RuleLine(p + 1:1) IS NUMERIC
000397           MOVE 0 TO word-end
000397        END-IF
000397     END-IF
000397  END-IF.
000398
000399 2000-READ-CHECK.
000400  EVALUATE file-assert-org
000400  WHEN 1
000401     READ IdxCheckFile
000402        AT END MOVE 1 TO CheckEOF
000403        NOT AT END MOVE IdxChkRecord TO CheckLine
000404     END-READ
000400  WHEN 2
000401     READ RelCheckFile
000402        AT END MOVE 1 TO CheckEOF
000403        NOT AT END MOVE RelChkRecord TO CheckLine
000404     END-READ
000400  WHEN OTHER
000406     READ CheckFile
000407        AT END MOVE 1 TO CheckEOF
000408     END-READ
000409  END-EVALUATE.
000410
000411 2100-RECORD-LAYOUT.
000412  MOVE 0 TO layout-pos.
000413  IF TypePos = 0
000414     IF RecLayoutCount > 0
000415        MOVE 1 TO layout-pos
000416     END-IF
000417     EXIT PARAGRAPH
000418  END-IF.
000419  MOVE CheckLine(TypePos:1) TO rec-type.
000420  PERFORM VARYING t FROM 1 BY 1 UNTIL t > RecLayoutCount
000421     IF RT-type(t) = rec-type
000422        MOVE t TO layout-pos
000423     END-IF
000424  END-PERFORM.
000425
000426* one rule on the current record: a plain condition must
000427* hold, an IF rule's THEN part must hold when its IF part does
000428 3000-CHECK-RULE.
000429  IF RU-not-understood(r) = 1
000430     EXIT PARAGRAPH
000431  END-IF.
000432  MOVE 0 TO not-applicable.
000433  MOVE 0 TO syntax-bad.
000434  IF RU-token(r, 1) = "IF"
000435     MOVE 0 TO then-pos
000436     PERFORM VARYING tp FROM 2 BY 1
000437        UNTIL tp > RU-tok-count(r) OR then-pos > 0
000438        IF RU-token(r, tp) = "THEN"
000439           MOVE tp TO then-pos
000440        END-IF
000441     END-PERFORM
000442     IF then-pos < 3 OR then-pos >= RU-tok-count(r)
000443        MOVE 1 TO syntax-bad
000444     ELSE
000445        MOVE 2 TO cond-from
000446        COMPUTE cond-to = then-pos - 1
000447        PERFORM 4000-CONDITION
000448        MOVE cond-result TO if-result
000449        IF if-result = 1 AND syntax-bad = 0
000450           AND not-applicable = 0
000451           COMPUTE cond-from = then-pos + 1
000452           MOVE RU-tok-count(r) TO cond-to
000453           PERFORM 4000-CONDITION
000454        ELSE
000455           MOVE 1 TO cond-result
000456        END-IF
000457     END-IF
000458  ELSE
000459     MOVE 1 TO cond-from
000460     MOVE RU-tok-count(r) TO cond-to
000461     PERFORM 4000-CONDITION
000462  END-IF.
000463  IF syntax-bad = 1
000464     MOVE 1 TO RU-not-understood(r)
000465     EXIT PARAGRAPH
000466  END-IF.
000467  IF not-applicable = 1
000468     EXIT PARAGRAPH
000469  END-IF.
000470  ADD 1 TO RU-checked(r).
000471  IF cond-result = 0
000472     ADD 1 TO RU-violations(r)
000473     IF RU-violations(r) <= 5
000474        MOVE RecordNumber TO RU-first-rec(r, RU-violations(r))
000475     END-IF
000476  END-IF.
000477
000478* clauses cond-from to cond-to joined by AND / OR, AND
000479* binding first
000480 4000-CONDITION.
000481  MOVE 0 TO or-result.
000482  MOVE 1 TO and-result.
000483  MOVE cond-from TO tp.
000484  IF cond-from > cond-to
000485     MOVE 1 TO syntax-bad
000486  END-IF.
000487  PERFORM UNTIL tp > cond-to OR syntax-bad = 1
000488     PERFORM 4100-CLAUSE
000489     IF clause-result = 0
000490        MOVE 0 TO and-result
000491     END-IF
000492     IF tp <= cond-to
000493        EVALUATE RU-token(r, tp)
000494        WHEN "AND"
000495           ADD 1 TO tp
000496        WHEN "OR"
000497           IF and-result = 1
000498              MOVE 1 TO or-result
000499           END-IF
000500           MOVE 1 TO and-result
000501           ADD 1 TO tp
000502        WHEN OTHER
000503           MOVE 1 TO syntax-bad
000504        END-EVALUATE
000505        IF tp > cond-to
000506           MOVE 1 TO syntax-bad
000507        END-IF
000508     END-IF
000509  END-PERFORM.
000510  IF and-result = 1
000511     MOVE 1 TO or-result
000512  END-IF.
000513  MOVE or-result TO cond-result.
000514
000515* one clause from word tp on, tp left past it
000516 4100-CLAUSE.
000517  MOVE 0 TO clause-result.
000518  MOVE 1 TO o.
000519  MOVE RU-token(r, tp) TO word.
000520  PERFORM 5000-OPERAND.
000521  ADD 1 TO tp.
000522  IF tp > cond-to
000523     MOVE 1 TO syntax-bad
000524     EXIT PARAGRAPH
000525  END-IF.
000526  MOVE RU-token(r, tp) TO op-word.
000527  ADD 1 TO tp.
000528  EVALUATE op-word
000529  WHEN "IS"
000530     PERFORM 4200-IS-CLAUSE
000531  WHEN "BETWEEN"
000532     IF tp + 2 > cond-to OR RU-token(r, tp + 1) <> "AND"
000533        MOVE 1 TO syntax-bad
000534        EXIT PARAGRAPH
000535     END-IF
000536     MOVE 2 TO o
000537     MOVE RU-token(r, tp) TO word
000538     PERFORM 5000-OPERAND
000539     MOVE 3 TO o
000540     MOVE RU-token(r, tp + 2) TO word
000541     PERFORM 5000-OPERAND
000542     ADD 3 TO tp
000543     MOVE 2 TO o
000544     PERFORM 5500-COMPARE
000545     IF cmp-result >= 0 AND cmp-result <> 9
000546        MOVE 3 TO o
000547        PERFORM 5500-COMPARE
000548        IF cmp-result <= 0
000549           MOVE 1 TO clause-result
000550        END-IF
000551     END-IF
000552  WHEN "IN"
000553     IF tp > cond-to
000554        MOVE 1 TO syntax-bad
000555     END-IF
000556     PERFORM UNTIL tp > cond-to
000557        OR RU-token(r, tp) = "AND" OR RU-token(r, tp) = "OR"
000558        MOVE 2 TO o
000559        MOVE RU-token(r, tp) TO word
000560        PERFORM 5000-OPERAND
000561        PERFORM 5500-COMPARE
000562        IF cmp-result = 0
000563           MOVE 1 TO clause-result
000564        END-IF
000565        ADD 1 TO tp
000566     END-PERFORM
000567  WHEN "="
000568  WHEN "<>"
000569  WHEN "<"
000570  WHEN ">"
000571  WHEN "<="
000572  WHEN ">="
000573     IF tp > cond-to
000574        MOVE 1 TO syntax-bad
000575        EXIT PARAGRAPH
000576     END-IF
000577     MOVE 2 TO o
000578     MOVE RU-token(r, tp) TO word
000579     PERFORM 5000-OPERAND
000580     ADD 1 TO tp
000581     PERFORM 5500-COMPARE
000582     PERFORM 4300-APPLY-OPERATOR
000583  WHEN OTHER
000584     MOVE 1 TO syntax-bad
000585  END-EVALUATE.
000586
000587* IS [NOT] DATE / NUMERIC / BLANK / ZERO
000588 4200-IS-CLAUSE.
000589  MOVE 0 TO clause-negated.
000590  IF tp <= cond-to AND RU-token(r, tp) = "NOT"
000591     MOVE 1 TO clause-negated
000592     ADD 1 TO tp
000593  END-IF.
000594  IF tp > cond-to
000595     MOVE 1 TO syntax-bad
000596     EXIT PARAGRAPH
000597  END-IF.
000598  EVALUATE RU-token(r, tp)
000599  WHEN "DATE"
000600     MOVE OP-text(1) TO date-text
000601     PERFORM 5800-VALID-DATE
000602     MOVE date-ok TO clause-result
000603  WHEN "NUMERIC"
000604     IF OP-num-kind(1) = 1
000605        MOVE OP-num-valid(1) TO clause-result
000606     ELSE
000607        MOVE OP-text(1) TO word
000608        PERFORM 5300-PARSE-NUMBER
000609        IF num-valid = 1 AND num-digits > 0
000610           MOVE 1 TO clause-result
000611        END-IF
000612     END-IF
000613  WHEN "BLANK"
000614  WHEN "SPACES"
000615     IF OP-text(1) = SPACES
000616        MOVE 1 TO clause-result
000617     END-IF
000618  WHEN "ZERO"
000619  WHEN "ZEROS"
000620  WHEN "ZEROES"
000621     IF OP-num-valid(1) = 1 AND OP-num(1) = 0
000622        MOVE 1 TO clause-result
000623     END-IF
000624  WHEN OTHER
000625     MOVE 1 TO syntax-bad
000626  END-EVALUATE.
000627  ADD 1 TO tp.
000628  IF clause-negated = 1
000629     COMPUTE clause-result = 1 - clause-result
000630  END-IF.
000631
000632 4300-APPLY-OPERATOR.
000633  IF cmp-result = 9
000634     EXIT PARAGRAPH
000635  END-IF.
000636  EVALUATE op-word
000637  WHEN "="
000638     IF cmp-result = 0 MOVE 1 TO clause-result END-IF
000639  WHEN "<>"
000640     IF cmp-result <> 0 MOVE 1 TO clause-result END-IF
000641  WHEN "<"
000642     IF cmp-result < 0 MOVE 1 TO clause-result END-IF
000643  WHEN ">"
000644     IF cmp-result > 0 MOVE 1 TO clause-result END-IF
000645  WHEN "<="
000646     IF cmp-result <= 0 MOVE 1 TO clause-result END-IF
000647  WHEN ">="
000648     IF cmp-result >= 0 MOVE 1 TO clause-result END-IF
000649  END-EVALUATE.
000650
000651* operand o from word: a literal, a number or a field of the
000652* record's layout; a field the layout lacks makes the rule
000653* not apply to the record
000654 5000-OPERAND.
000655  MOVE SPACES TO OP-text(o).
000656  MOVE 0 TO OP-len(o) OP-num-kind(o) OP-num-valid(o) OP-num(o).
000657  EVALUATE TRUE
000658  WHEN word(1:1) = QUOTE OR word(1:1) = "'"
000659     MOVE 40 TO i
000660     PERFORM UNTIL i = 1 OR word(i:1) = word(1:1)
000661        SUBTRACT 1 FROM i
000662     END-PERFORM
000663     IF i > 2
000664        COMPUTE OP-len(o) = i - 2
000665        MOVE word(2:OP-len(o)) TO OP-text(o)
000666     END-IF
000667  WHEN word = "SPACES" OR word = "SPACE"
000668     CONTINUE
000669  WHEN word = "ZERO" OR word = "ZEROS" OR word = "ZEROES"
000670     MOVE "0" TO OP-text(o)
000671     MOVE 1 TO OP-len(o) OP-num-kind(o) OP-num-valid(o)
000672  WHEN (word(1:1) >= "0" AND word(1:1) <= "9")
000673     OR word(1:1) = "-" OR word(1:1) = "+"
000673     OR word(1:1) = decimal-char
000674     MOVE word TO OP-text(o)
000675     PERFORM 5300-PARSE-NUMBER
000676     MOVE 1 TO OP-num-kind(o)
000677     MOVE num-valid TO OP-num-valid(o)
000678     PERFORM 5400-SCALE
000679  WHEN OTHER
000680     PERFORM 5100-FIELD
000681  END-EVALUATE.
000682
000683 5100-FIELD.
000684  MOVE 0 TO field-found.
000685  PERFORM VARYING f FROM 1 BY 1
000686     UNTIL f > RT-fields(layout-pos) OR f > 20
000687     OR field-found = 1
000688     IF FT-name(layout-pos, f) = word
000689        MOVE 1 TO field-found
000690     END-IF
000691  END-PERFORM.
000692  IF field-found = 0
000693     MOVE 1 TO not-applicable
000694     EXIT PARAGRAPH
000695  END-IF.
000696  SUBTRACT 1 FROM f.
000697  IF FT-offset(layout-pos, f) + FT-len(layout-pos, f) > 256
000698     OR FT-len(layout-pos, f) = 0 OR FT-len(layout-pos, f) > 80
000699     MOVE 1 TO not-applicable
000700     EXIT PARAGRAPH
000701  END-IF.
000702  MOVE FT-len(layout-pos, f) TO OP-len(o).
000703  MOVE CheckLine(FT-offset(layout-pos, f):OP-len(o))
000704     TO OP-text(o).
000705  IF FT-numeric(layout-pos, f) = 1
000706     MOVE 1 TO OP-num-kind(o)
000707     PERFORM 5200-FIELD-NUMBER
000708  END-IF.
000709
000710* a numeric DISPLAY field: digits, the sign overpunched on
000711* the last byte or separate, implied decimals from its PIC
000712 5200-FIELD-NUMBER.
000713  MOVE 0 TO num-raw num-neg num-digits.
000714  MOVE 1 TO num-valid.
000715  PERFORM VARYING i FROM 1 BY 1 UNTIL i > OP-len(o)
000716     MOVE OP-text(o)(i:1) TO num-byte
000717     EVALUATE TRUE
000718     WHEN num-byte >= "0" AND num-byte <= "9"
000719        MOVE num-byte TO num-digit-x
000720        COMPUTE num-raw = num-raw * 10 + num-digit
000721        ADD 1 TO num-digits
000722     WHEN i = OP-len(o) AND FT-signed(layout-pos, f) = 1
000723        AND (num-byte = "{" OR num-byte = "}"
000724        OR (num-byte >= "A" AND num-byte <= "I")
000725        OR (num-byte >= "J" AND num-byte <= "R"))
000726        PERFORM 5210-OVERPUNCH
000727     WHEN (num-byte = "-" OR num-byte = "+")
000728        AND (i = 1 OR i = OP-len(o))
000729        IF num-byte = "-"
000730           MOVE 1 TO num-neg
000731        END-IF
000732     WHEN OTHER
000733        MOVE 0 TO num-valid
000734     END-EVALUATE
000735  END-PERFORM.
000736  MOVE FT-decimals(layout-pos, f) TO num-dec.
000737  MOVE num-valid TO OP-num-valid(o).
000738  PERFORM 5400-SCALE.
000739
000740 5210-OVERPUNCH.
000741  EVALUATE TRUE
000742  WHEN num-byte = "{"
000743     MOVE 0 TO num-digit
000744  WHEN num-byte = "}"
000745     MOVE 0 TO num-digit
000746     MOVE 1 TO num-neg
000747  WHEN num-byte >= "J"
000748     INSPECT num-byte CONVERTING "JKLMNOPQR" TO "123456789"
000749     MOVE num-byte TO num-digit-x
000750     MOVE 1 TO num-neg
000751  WHEN OTHER
000752     INSPECT num-byte CONVERTING "ABCDEFGHI" TO "123456789"
000753     MOVE num-byte TO num-digit-x
000754  END-EVALUATE.
000755  COMPUTE num-raw = num-raw * 10 + num-digit.
000756  ADD 1 TO num-digits.
000757
000758* a number as written: sign, digits and the locale's decimal
000758* point
000759 5300-PARSE-NUMBER.
000760  MOVE 0 TO num-raw num-dec num-point num-neg num-digits.
000761  MOVE 1 TO num-valid.
000762  PERFORM VARYING i FROM 1 BY 1
000763     UNTIL i > 40 OR word(i:1) = SPACE
000764     MOVE word(i:1) TO num-byte
000765     EVALUATE TRUE
000766     WHEN num-byte >= "0" AND num-byte <= "9"
000767        IF num-digits < 18
000768           MOVE num-byte TO num-digit-x
000769           COMPUTE num-raw = num-raw * 10 + num-digit
000770           ADD 1 TO num-digits
000771           IF num-point = 1
000772              ADD 1 TO num-dec
000773           END-IF
000774        END-IF
000775     WHEN num-byte = decimal-char AND num-point = 0
000776        MOVE 1 TO num-point
000777     WHEN (num-byte = "-" OR num-byte = "+") AND i = 1
000778        IF num-byte = "-"
000779           MOVE 1 TO num-neg
000780        END-IF
000781     WHEN OTHER
000782        MOVE 0 TO num-valid
000783     END-EVALUATE
000784  END-PERFORM.
000785
000786 5400-SCALE.
000787  IF num-valid = 0
000788     MOVE 0 TO OP-num(o)
000789     EXIT PARAGRAPH
000790  END-IF.
000791  MOVE 1 TO divisor.
000792  PERFORM num-dec TIMES
000793     COMPUTE divisor = divisor * 10
000794  END-PERFORM.
000795  COMPUTE OP-num(o) = num-raw / divisor.
000796  IF num-neg = 1
000797     COMPUTE OP-num(o) = 0 - OP-num(o)
000798  END-IF.
000799
000800* operand 1 against operand o: -1, 0 or 1, or 9 when a
000801* number is wanted and one side is not; numbers compare as
000802* numbers when both sides are numeric, text otherwise
000803 5500-COMPARE.
000804  IF OP-num-kind(1) = 1 AND OP-num-kind(o) = 1
000805     IF OP-num-valid(1) = 0 OR OP-num-valid(o) = 0
000806        MOVE 9 TO cmp-result
000807     ELSE
000808        EVALUATE TRUE
000809        WHEN OP-num(1) < OP-num(o)
000810           MOVE -1 TO cmp-result
000811        WHEN OP-num(1) > OP-num(o)
000812           MOVE 1 TO cmp-result
000813        WHEN OTHER
000814           MOVE 0 TO cmp-result
000815        END-EVALUATE
000816     END-IF
000817     EXIT PARAGRAPH
000818  END-IF.
000819  EVALUATE TRUE
000820  WHEN OP-text(1) < OP-text(o)
000821     MOVE -1 TO cmp-result
000822  WHEN OP-text(1) > OP-text(o)
000823     MOVE 1 TO cmp-result
000824  WHEN OTHER
000825     MOVE 0 TO cmp-result
000826  END-EVALUATE.
000827
000828* YYYYMMDD, YYMMDD or YYYY-MM-DD, a day that exists
000829 5800-VALID-DATE.
000830  MOVE 0 TO date-ok.
000831  EVALUATE TRUE
000832  WHEN date-text(1:8) IS NUMERIC AND date-text(9:2) = SPACES
000833     MOVE date-text(1:4) TO date-yyyy
000834     MOVE date-text(5:2) TO date-mm
000835     MOVE date-text(7:2) TO date-dd
000836  WHEN date-text(1:6) IS NUMERIC AND date-text(7:4) = SPACES
000837     MOVE date-text(1:2) TO date-yyyy
000838     ADD 2000 TO date-yyyy
000839     MOVE date-text(3:2) TO date-mm
000840     MOVE date-text(5:2) TO date-dd
000841  WHEN date-text(1:4) IS NUMERIC AND date-text(5:1) = "-"
000842     AND date-text(6:2) IS NUMERIC AND date-text(8:1) = "-"
000843     AND date-text(9:2) IS NUMERIC
000844     MOVE date-text(1:4) TO date-yyyy
000845     MOVE date-text(6:2) TO date-mm
000846     MOVE date-text(9:2) TO date-dd
000847  WHEN OTHER
000848     EXIT PARAGRAPH
000849  END-EVALUATE.
000850  IF date-mm < 1 OR date-mm > 12 OR date-dd < 1
000851     EXIT PARAGRAPH
000852  END-IF.
000853  MOVE month-max(date-mm) TO date-max.
000854  IF date-mm = 2
000855     DIVIDE date-yyyy BY 4 GIVING leap-quot REMAINDER leap-rest
000856     IF leap-rest = 0
000857        MOVE 29 TO date-max
000858        DIVIDE date-yyyy BY 100 GIVING leap-quot
000859           REMAINDER leap-rest
000860        IF leap-rest = 0
000861           DIVIDE date-yyyy BY 400 GIVING leap-quot
000862              REMAINDER leap-rest
000863           IF leap-rest <> 0
000864              MOVE 28 TO date-max
000865           END-IF
000866        END-IF
000867     END-IF
000868  END-IF.
000869  IF date-dd <= date-max
000870     MOVE 1 TO date-ok
000871  END-IF.
000872
000873* violations per rule, on the console and in the failure
000874 6000-REPORT.
000875  MOVE 0 TO any-violation.
000876  MOVE 1 TO exp-ptr.
000877  MOVE 1 TO act-ptr.
000878  PERFORM VARYING r FROM 1 BY 1 UNTIL r > RuleCount
000879     MOVE r TO rule-no-edit
000880     IF RU-not-understood(r) = 1
000881        DISPLAY "|   rule " rule-no-edit " not understood: "
000882           RU-text(r)(1:60)
000883     ELSE
000884        DISPLAY "|   rule " rule-no-edit ": " RU-checked(r)
000885           " records checked, " RU-violations(r) " violations"
000886     END-IF
000887     IF (RU-violations(r) > 0 OR RU-not-understood(r) = 1)
000888        AND exp-ptr < 31000 AND act-ptr < 31000
000889        PERFORM 6100-REPORT-RULE
000890     END-IF
000891  END-PERFORM.
000892
000893 6100-REPORT-RULE.
000894  IF any-violation = 1
000895     STRING "; " DELIMITED BY SIZE
000896        INTO diff-expected WITH POINTER exp-ptr
000897     STRING "; " DELIMITED BY SIZE
000898        INTO diff-actual WITH POINTER act-ptr
000899  END-IF.
000900  MOVE 1 TO any-violation.
000901  STRING "rule " rule-no-edit " " DELIMITED BY SIZE
000902     RU-text(r) DELIMITED BY "   "
000903     " holds" DELIMITED BY SIZE
000904     INTO diff-expected WITH POINTER exp-ptr.
000905  IF RU-not-understood(r) = 1
000906     STRING "rule " rule-no-edit " not understood"
000907        DELIMITED BY SIZE INTO diff-actual WITH POINTER act-ptr
000908     EXIT PARAGRAPH
000909  END-IF.
000910  MOVE RU-violations(r) TO count-edit.
000911  MOVE count-edit TO edit-text.
000912  STRING "rule " rule-no-edit DELIMITED BY SIZE
000913     INTO diff-actual WITH POINTER act-ptr.
000914  PERFORM 6200-PUT-NUMBER.
000915  STRING " violations, first records" DELIMITED BY SIZE
000916     INTO diff-actual WITH POINTER act-ptr.
000917  PERFORM VARYING e FROM 1 BY 1
000918     UNTIL e > 5 OR e > RU-violations(r)
000919     MOVE RU-first-rec(r, e) TO count-edit
000920     MOVE count-edit TO edit-text
000921     PERFORM 6200-PUT-NUMBER
000922  END-PERFORM.
000923
000924 6200-PUT-NUMBER.
000925  MOVE 1 TO i.
000926  PERFORM UNTIL i >= 9 OR edit-text(i:1) <> SPACE
000927     ADD 1 TO i
000928  END-PERFORM.
000929  STRING " " DELIMITED BY SIZE edit-text(i:) DELIMITED BY SPACE
000930     INTO diff-actual WITH POINTER act-ptr.
000931 END PROGRAM CBU00341.
