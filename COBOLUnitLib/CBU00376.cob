000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-decision-table
000013*	source name: CBU00376.cob
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

000044*>Decision table engine behind CBU-add-test-decision-table,
000045*>CBU-get-data-value and CBU-assert-decision-action. The table
000046*>named by TableName is loaded once and kept until another
000047*>table is asked for. Action:
000048*>  L  load the table, RuleNo returns the number of rules
000049*>  C  condition ColName of rule RuleNo into ValueOut ('-'
000050*>     gives the condition's first value)
000051*>  A  action ColName of rule RuleNo into ValueOut
000052*>  K  check the table: "dt-complete" and "dt-no-conflict"
000053*>     assertions of the current test
000054*>Found is 1 when ColName is a column of the requested kind.
000055* arg1: Action - L, C, A or K
000056* arg2: TableName - decision table file
000057* arg3: RuleNo - rule number (L: rule count returned)
000058* arg4: ColName - condition or action column
000059* arg5: ValueOut - value returned
000060* arg6: Found - 1 when the column exists
000061 IDENTIFICATION DIVISION.
000062 PROGRAM-ID.   CBU00376.
000063 ENVIRONMENT    DIVISION.
000064 INPUT-OUTPUT SECTION.
000065 FILE-CONTROL.
000066    SELECT TableFile ASSIGN TO table-file-name
000067		ORGANIZATION IS LINE SEQUENTIAL
000068		FILE STATUS IS table-status.
000069 DATA DIVISION.
000070 FILE SECTION.
000071 	FD TableFile.
000072 	01 TableLine PIC X(255).
000073 WORKING-STORAGE SECTION.
000074  01 table-file-name PIC X(40).
000075  01 table-status PIC X(2).
000076  01 TableEOF PIC 9(1).
000077  01 loaded-name PIC X(40) VALUE SPACES.
000078  01 load-failed PIC 9(1) VALUE 0.
000079  01 header-seen PIC 9(1).
000080  01 line-no PIC 9(5).
000081  01 col-count PIC 9(2).
000082  01 col-overflow PIC 9(1).
000083  01 ListeColumns.
000084    05 column-entry OCCURS 20 TIMES.
000085      10 DC-kind PIC X(1).
000086      10 DC-name PIC X(20).
000087      10 DC-explicit PIC 9(1).
000088      10 DC-dom-count PIC 9(2).
000089      10 DC-domain OCCURS 20 TIMES PIC X(20).
000090  01 rule-count PIC 9(3).
000091  01 rule-overflow PIC 9(1).
000092  01 ListeRules.
000093    05 rule-entry OCCURS 100 TIMES.
000094      10 DR-line PIC 9(5).
000095      10 DR-cols PIC 9(2).
000096      10 DR-value OCCURS 20 TIMES PIC X(20).
000097  01 token PIC X(80).
000098  01 token-ptr PIC 9(3).
000099  01 token-count PIC 9(2).
000100  01 domain-text PIC X(80).
000101  01 domain-ptr PIC 9(3).
000102  01 domain-value PIC X(20).
000103  01 r PIC 9(3).
000104  01 r2 PIC 9(3).
000105  01 k PIC 9(2).
000106  01 v PIC 9(2).
000107  01 col-pos PIC 9(2).
000108  01 col-name-up PIC X(20).
000109  01 value-found PIC 9(1).
000110  01 cond-count PIC 9(2).
000111  01 ListeConds.
000112    05 cond-col OCCURS 20 TIMES PIC 9(2).
000113    05 cond-idx OCCURS 20 TIMES PIC 9(2).
000114    05 cond-size OCCURS 20 TIMES PIC 9(2).
000115  01 combo-total PIC 9(9).
000116  01 combo-checked PIC 9(9).
000117  01 combo-limit PIC 9(9) VALUE 5000.
000118  01 combo-done PIC 9(1).
000119  01 uncovered-count PIC 9(9).
000120  01 covered PIC 9(1).
000121  01 rule-match PIC 9(1).
000122  01 combo-value PIC X(20).
000123  01 combo-line PIC X(255).
000124  01 combo-ptr PIC 9(3).
000125  01 malformed-count PIC 9(3).
000126  01 conflict-count PIC 9(5).
000127  01 overlap PIC 9(1).
000128  01 conflict PIC 9(1).
000129  01 edit-count PIC Z(8)9.
000130  01 edit-rule PIC ZZ9.
000131  01 edit-line PIC Z(4)9.
000132  01 edit-cols PIC Z9.
000133  01 lead-count PIC 9(2).
000134  01 str-ptr PIC 9(5).
000135  01 detail-count PIC 9(5).
000136  01 assert-name PIC X(20).
000137  01 expected-str PIC X(32000).
000138  01 actual-str PIC X(32000).
000139  COPY CBUC0002.
000140 LINKAGE SECTION.
000141  77 Action PIC X(1).
000142  77 TableName PIC X(40).
000143  77 RuleNo PIC 9(3).
000144  77 ColName PIC X(20).
000145  77 ValueOut PIC X(20).
000146  77 Found PIC 9(1).
000147  COPY CBUC0001.
000148 PROCEDURE DIVISION USING CBU-ctx Action TableName RuleNo
000149      ColName ValueOut Found.
000150  MOVE 0 TO Found.
000151  IF TableName <> loaded-name
000152     PERFORM 1000-LOAD-TABLE
000153  END-IF.
000154  EVALUATE Action
000155  WHEN "L"
000156     MOVE rule-count TO RuleNo
000157  WHEN "C"
000158     PERFORM 2000-RULE-VALUE
000159  WHEN "A"
000160     PERFORM 2000-RULE-VALUE
000161  WHEN "K"
000162     PERFORM 3000-COMPLETENESS
000163     PERFORM 4000-CONFLICTS
000164  END-EVALUATE.
000165  EXIT PROGRAM.
000166
000167* header line, then one rule per line
000168 1000-LOAD-TABLE.
000169  MOVE TableName TO loaded-name table-file-name.
000170  MOVE 0 TO col-count col-overflow rule-count rule-overflow.
000171  MOVE 0 TO header-seen line-no load-failed.
000172  OPEN INPUT TableFile.
000173  IF table-status <> "00"
000174     MOVE 1 TO load-failed
000175     DISPLAY "COBOLUnit: decision table " TableName
000176        " cannot be opened, status " table-status
000177     EXIT PARAGRAPH
000178  END-IF.
000179  MOVE 0 TO TableEOF.
000180  PERFORM UNTIL TableEOF = 1
000181     READ TableFile
000182        AT END MOVE 1 TO TableEOF
000183        NOT AT END
000184           ADD 1 TO line-no
000185           IF TableLine <> SPACES AND TableLine(1:1) <> "*"
000186              IF header-seen = 0
000187                 MOVE 1 TO header-seen
000188                 PERFORM 1100-HEADER-LINE
000189              ELSE
000190                 PERFORM 1200-RULE-LINE
000191              END-IF
000192           END-IF
000193     END-READ
000194  END-PERFORM.
000195  CLOSE TableFile.
000196  PERFORM 1300-RULE-DOMAINS.
000197
000198* C:name[=v1,v2,...] or A:name for every column
000199 1100-HEADER-LINE.
000200  MOVE 1 TO token-ptr.
000201  PERFORM UNTIL token-ptr > 255
000202     PERFORM 8000-NEXT-TOKEN
000203     IF token <> SPACES
000204        IF col-count < 20
000205           ADD 1 TO col-count
000206           PERFORM 1110-COLUMN
000207        ELSE
000208           MOVE 1 TO col-overflow
000209        END-IF
000210     END-IF
000211  END-PERFORM.
000212
000213 1110-COLUMN.
000214  MOVE token(1:1) TO DC-kind(col-count).
000215  INSPECT DC-kind(col-count) CONVERTING "ac" TO "AC".
000216  MOVE SPACES TO DC-name(col-count) domain-text.
000217  MOVE 0 TO DC-explicit(col-count) DC-dom-count(col-count).
000218  UNSTRING token(3:) DELIMITED BY "="
000219     INTO DC-name(col-count) domain-text
000220  END-UNSTRING.
000221  INSPECT DC-name(col-count) CONVERTING
000222     "abcdefghijklmnopqrstuvwxyz"
000223     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000224  IF domain-text = SPACES OR DC-kind(col-count) <> "C"
000225     EXIT PARAGRAPH
000226  END-IF.
000227  MOVE 1 TO DC-explicit(col-count).
000228  MOVE 1 TO domain-ptr.
000229  PERFORM UNTIL domain-ptr > 80
000230     MOVE SPACES TO domain-value
000231     UNSTRING domain-text DELIMITED BY "," OR ALL SPACE
000232        INTO domain-value WITH POINTER domain-ptr
000233     END-UNSTRING
000234     IF domain-value <> SPACES
000235        MOVE col-count TO col-pos
000236        PERFORM 1310-ADD-DOMAIN-VALUE
000237     END-IF
000238  END-PERFORM.
000239
000240 1200-RULE-LINE.
000241  IF rule-count >= 100
000242     MOVE 1 TO rule-overflow
000243     EXIT PARAGRAPH
000244  END-IF.
000245  ADD 1 TO rule-count.
000246  MOVE line-no TO DR-line(rule-count).
000247  MOVE 0 TO token-count.
000248  MOVE 1 TO token-ptr.
000249  PERFORM UNTIL token-ptr > 255
000250     PERFORM 8000-NEXT-TOKEN
000251     IF token <> SPACES
000252        ADD 1 TO token-count
000253        IF token-count <= 20
000254           MOVE token TO DR-value(rule-count, token-count)
000255        END-IF
000256     END-IF
000257  END-PERFORM.
000258  MOVE token-count TO DR-cols(rule-count).
000259
000260* values the rules use, for conditions not listed in the header
000261 1300-RULE-DOMAINS.
000262  PERFORM VARYING col-pos FROM 1 BY 1 UNTIL col-pos > col-count
000263     IF DC-kind(col-pos) = "C" AND DC-explicit(col-pos) = 0
000264        PERFORM VARYING r FROM 1 BY 1 UNTIL r > rule-count
000265           IF DR-cols(r) = col-count
000266              AND DR-value(r, col-pos) <> "-"
000267              MOVE DR-value(r, col-pos) TO domain-value
000268              PERFORM 1310-ADD-DOMAIN-VALUE
000269           END-IF
000270        END-PERFORM
000271     END-IF
000272  END-PERFORM.
000273
000274 1310-ADD-DOMAIN-VALUE.
000275  MOVE 0 TO value-found.
000276  PERFORM VARYING v FROM 1 BY 1
000277     UNTIL v > DC-dom-count(col-pos) OR value-found = 1
000278     IF DC-domain(col-pos, v) = domain-value
000279        MOVE 1 TO value-found
000280     END-IF
000281  END-PERFORM.
000282  IF value-found = 0 AND DC-dom-count(col-pos) < 20
000283     ADD 1 TO DC-dom-count(col-pos)
000284     MOVE domain-value
000285        TO DC-domain(col-pos, DC-dom-count(col-pos))
000286  END-IF.
000287
000288 2000-RULE-VALUE.
000289  MOVE SPACES TO ValueOut.
000290  MOVE ColName TO col-name-up.
000291  INSPECT col-name-up CONVERTING "abcdefghijklmnopqrstuvwxyz"
000292     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000293  MOVE 0 TO col-pos.
000294  PERFORM VARYING k FROM 1 BY 1 UNTIL k > col-count
000295     IF DC-name(k) = col-name-up AND DC-kind(k) = Action
000296        MOVE k TO col-pos
000297     END-IF
000298  END-PERFORM.
000299  IF col-pos = 0 OR RuleNo = 0 OR RuleNo > rule-count
000300     EXIT PARAGRAPH
000301  END-IF.
000302  MOVE 1 TO Found.
000303  MOVE DR-value(RuleNo, col-pos) TO ValueOut.
000304  IF Action = "C" AND ValueOut = "-"
000305     MOVE SPACES TO ValueOut
000306     IF DC-dom-count(col-pos) > 0
000307        MOVE DC-domain(col-pos, 1) TO ValueOut
000308     END-IF
000309  END-IF.
000310
000311* every combination of condition values must match a rule
000312 3000-COMPLETENESS.
000313  MOVE "dt-complete" TO assert-name.
000314  CALL CBU-add-assert-run USING CBU-ctx assert-name.
000315  INITIALIZE expected-str.
000316  INITIALIZE actual-str.
000317  MOVE 1 TO str-ptr.
000318  MOVE 0 TO detail-count.
000319  IF load-failed = 1
000320     STRING "decision table " TableName DELIMITED BY SIZE
000321        INTO expected-str
000322     STRING "cannot be opened, status " table-status
000323        DELIMITED BY SIZE INTO actual-str
000324     PERFORM 9000-REPORT-FAILED
000325     EXIT PARAGRAPH
000326  END-IF.
000327  PERFORM 3100-MALFORMED-RULES.
000328  MOVE 0 TO cond-count.
000329  MOVE 1 TO combo-total.
000330  PERFORM VARYING k FROM 1 BY 1 UNTIL k > col-count
000331     IF DC-kind(k) = "C"
000332        ADD 1 TO cond-count
000333        MOVE k TO cond-col(cond-count)
000334        MOVE 1 TO cond-idx(cond-count)
000335        MOVE DC-dom-count(k) TO cond-size(cond-count)
000336        IF cond-size(cond-count) = 0
000337           MOVE 1 TO cond-size(cond-count)
000338        END-IF
000339        IF combo-total <= combo-limit
000340           COMPUTE combo-total =
000341              combo-total * cond-size(cond-count)
000342        END-IF
000343     END-IF
000344  END-PERFORM.
000345  MOVE 0 TO uncovered-count combo-checked.
000346  MOVE 0 TO combo-done.
000347  IF cond-count = 0
000348     MOVE 1 TO combo-done
000349  END-IF.
000350  PERFORM UNTIL combo-done = 1 OR combo-checked >= combo-limit
000351     ADD 1 TO combo-checked
000352     PERFORM 3200-COMBINATION
000353     PERFORM 3300-NEXT-COMBINATION
000354  END-PERFORM.
000355  IF uncovered-count = 0 AND malformed-count = 0
000356     AND col-overflow = 0 AND rule-overflow = 0
000357     CALL CBU-add-assert-succeed USING CBU-ctx assert-name
000358     CALL CBU-log-assert-succeed USING CBU-ctx assert-name
000359     EXIT PARAGRAPH
000360  END-IF.
000361  MOVE combo-total TO edit-count.
000362  MOVE 0 TO lead-count.
000363  INSPECT edit-count TALLYING lead-count FOR LEADING SPACE.
000364  IF combo-total > combo-limit
000365     STRING "every combination covered by a rule (first "
000366        combo-limit " checked)" DELIMITED BY SIZE
000367        INTO expected-str
000368  ELSE
000369     STRING "every one of " edit-count(lead-count + 1:)
000370        " combinations covered by a rule" DELIMITED BY SIZE
000371        INTO expected-str
000372  END-IF.
000373  IF uncovered-count > 0
000374     MOVE uncovered-count TO edit-count
000375     MOVE 0 TO lead-count
000376     INSPECT edit-count TALLYING lead-count FOR LEADING SPACE
000377     IF detail-count > 0
000378        STRING "; " DELIMITED BY SIZE
000379           INTO actual-str WITH POINTER str-ptr
000380     END-IF
000381     STRING edit-count(lead-count + 1:)
000382        " combination(s) covered by no rule" DELIMITED BY SIZE
000383        INTO actual-str WITH POINTER str-ptr
000384  END-IF.
000385  IF col-overflow = 1
000386     STRING "; more than 20 columns" DELIMITED BY SIZE
000387        INTO actual-str WITH POINTER str-ptr
000388  END-IF.
000389  IF rule-overflow = 1
000390     STRING "; more than 100 rules" DELIMITED BY SIZE
000391        INTO actual-str WITH POINTER str-ptr
000392  END-IF.
000393  PERFORM 9000-REPORT-FAILED.
000394
000395* a rule with more or fewer values than columns covers nothing
000396 3100-MALFORMED-RULES.
000397  MOVE 0 TO malformed-count.
000398  PERFORM VARYING r FROM 1 BY 1 UNTIL r > rule-count
000399     IF DR-cols(r) <> col-count
000400        ADD 1 TO malformed-count
000401        ADD 1 TO detail-count
000402        MOVE r TO edit-rule
000403        MOVE DR-line(r) TO edit-line
000404        MOVE DR-cols(r) TO edit-cols
000405        IF detail-count > 1
000406           STRING "; " DELIMITED BY SIZE
000407              INTO actual-str WITH POINTER str-ptr
000408        END-IF
000409        STRING "rule" edit-rule " (line" edit-line ") has"
000410           edit-cols " values" DELIMITED BY SIZE
000411           INTO actual-str WITH POINTER str-ptr
000412        DISPLAY "|   rule" edit-rule " (line" edit-line ") has"
000413           edit-cols " values for " col-count " columns"
000414     END-IF
000415  END-PERFORM.
000416
000417* the combination at cond-idx against every well-formed rule
000418 3200-COMBINATION.
000419  MOVE 0 TO covered.
000420  PERFORM VARYING r FROM 1 BY 1 UNTIL r > rule-count
000421     OR covered = 1
000422     IF DR-cols(r) = col-count
000423        MOVE 1 TO rule-match
000424        PERFORM VARYING k FROM 1 BY 1 UNTIL k > cond-count
000425           OR rule-match = 0
000426           PERFORM 3210-COMBO-VALUE
000427           IF DR-value(r, cond-col(k)) <> "-"
000428              AND DR-value(r, cond-col(k)) <> combo-value
000429              MOVE 0 TO rule-match
000430           END-IF
000431        END-PERFORM
000432        IF rule-match = 1
000433           MOVE 1 TO covered
000434        END-IF
000435     END-IF
000436  END-PERFORM.
000437  IF covered = 1
000438     EXIT PARAGRAPH
000439  END-IF.
000440  ADD 1 TO uncovered-count.
000441  IF uncovered-count > 5
000442     EXIT PARAGRAPH
000443  END-IF.
000444  ADD 1 TO detail-count.
000445  IF detail-count > 1
000446     STRING "; " DELIMITED BY SIZE
000447        INTO actual-str WITH POINTER str-ptr
000448  END-IF.
000449  MOVE SPACES TO combo-line.
000450  MOVE 1 TO combo-ptr.
000451  STRING "not covered:" DELIMITED BY SIZE
000452     INTO combo-line WITH POINTER combo-ptr.
000453  PERFORM VARYING k FROM 1 BY 1 UNTIL k > cond-count
000454     PERFORM 3210-COMBO-VALUE
000455     STRING " " DELIMITED BY SIZE
000456        DC-name(cond-col(k)) DELIMITED BY SPACE
000457        "=" DELIMITED BY SIZE
000458        combo-value DELIMITED BY SPACE
000459        INTO combo-line WITH POINTER combo-ptr
000460  END-PERFORM.
000461  DISPLAY "|   " combo-line.
000462  STRING combo-line(1:combo-ptr - 1) DELIMITED BY SIZE
000463     INTO actual-str WITH POINTER str-ptr.
000464
000465 3210-COMBO-VALUE.
000466  IF DC-dom-count(cond-col(k)) = 0
000467     MOVE "-" TO combo-value
000468  ELSE
000469     MOVE DC-domain(cond-col(k), cond-idx(k)) TO combo-value
000470  END-IF.
000471
000472* odometer over the condition domains
000473 3300-NEXT-COMBINATION.
000474  MOVE cond-count TO k.
000475  PERFORM UNTIL k = 0
000476     IF cond-idx(k) < cond-size(k)
000477        ADD 1 TO cond-idx(k)
000478        EXIT PERFORM
000479     END-IF
000480     MOVE 1 TO cond-idx(k)
000481     SUBTRACT 1 FROM k
000482  END-PERFORM.
000483  IF k = 0
000484     MOVE 1 TO combo-done
000485  END-IF.
000486
000487* pairs of rules that can both apply but prescribe different
000488* actions
000489 4000-CONFLICTS.
000490  MOVE "dt-no-conflict" TO assert-name.
000491  CALL CBU-add-assert-run USING CBU-ctx assert-name.
000492  INITIALIZE expected-str.
000493  INITIALIZE actual-str.
000494  MOVE 1 TO str-ptr.
000495  MOVE 0 TO conflict-count.
000496  PERFORM VARYING r FROM 1 BY 1 UNTIL r > rule-count
000497     IF DR-cols(r) = col-count
000498        COMPUTE r2 = r + 1
000499        PERFORM VARYING r2 FROM r2 BY 1 UNTIL r2 > rule-count
000500           IF DR-cols(r2) = col-count
000501              PERFORM 4100-RULE-PAIR
000502           END-IF
000503        END-PERFORM
000504     END-IF
000505  END-PERFORM.
000506  IF conflict-count = 0
000507     CALL CBU-add-assert-succeed USING CBU-ctx assert-name
000508     CALL CBU-log-assert-succeed USING CBU-ctx assert-name
000509     EXIT PARAGRAPH
000510  END-IF.
000511  MOVE "no overlapping rules with different actions"
000512     TO expected-str.
000513  IF conflict-count > 10
000514     MOVE conflict-count TO edit-count
000515     MOVE 0 TO lead-count
000516     INSPECT edit-count TALLYING lead-count FOR LEADING SPACE
000517     STRING "; " edit-count(lead-count + 1:) " conflicts in all"
000518        DELIMITED BY SIZE INTO actual-str WITH POINTER str-ptr
000519  END-IF.
000520  PERFORM 9000-REPORT-FAILED.
000521
000522 4100-RULE-PAIR.
000523  MOVE 1 TO overlap.
000524  PERFORM VARYING k FROM 1 BY 1 UNTIL k > col-count
000525     OR overlap = 0
000526     IF DC-kind(k) = "C"
000527        AND DR-value(r, k) <> "-" AND DR-value(r2, k) <> "-"
000528        AND DR-value(r, k) <> DR-value(r2, k)
000529        MOVE 0 TO overlap
000530     END-IF
000531  END-PERFORM.
000532  IF overlap = 0
000533     EXIT PARAGRAPH
000534  END-IF.
000535  MOVE 0 TO conflict.
000536  PERFORM VARYING k FROM 1 BY 1 UNTIL k > col-count
000537     OR conflict = 1
000538     IF DC-kind(k) = "A"
000539        AND DR-value(r, k) <> "-" AND DR-value(r2, k) <> "-"
000540        AND DR-value(r, k) <> DR-value(r2, k)
000541        MOVE 1 TO conflict
000542     END-IF
000543  END-PERFORM.
000544  IF conflict = 0
000545     EXIT PARAGRAPH
000546  END-IF.
000547  ADD 1 TO conflict-count.
000548  IF conflict-count > 10
000549     EXIT PARAGRAPH
000550  END-IF.
000551  IF conflict-count > 1
000552     STRING "; " DELIMITED BY SIZE
000553        INTO actual-str WITH POINTER str-ptr
000554  END-IF.
000555  MOVE r TO edit-rule.
000556  STRING "rules" edit-rule DELIMITED BY SIZE
000557     INTO actual-str WITH POINTER str-ptr.
000558  MOVE r2 TO edit-rule.
000559  STRING " and" edit-rule " overlap:" DELIMITED BY SIZE
000560     INTO actual-str WITH POINTER str-ptr.
000561  PERFORM VARYING k FROM 1 BY 1 UNTIL k > col-count
000562     IF DC-kind(k) = "A"
000563        AND DR-value(r, k) <> "-" AND DR-value(r2, k) <> "-"
000564        AND DR-value(r, k) <> DR-value(r2, k)
000565        STRING " " DELIMITED BY SIZE
000566           DC-name(k) DELIMITED BY SPACE
000567           " " DELIMITED BY SIZE
000568           DR-value(r, k) DELIMITED BY SPACE
000569           "/" DELIMITED BY SIZE
000570           DR-value(r2, k) DELIMITED BY SPACE
000571           INTO actual-str WITH POINTER str-ptr
000572     END-IF
000573  END-PERFORM.
000574  DISPLAY "|   rules " r " and " r2
000575     " overlap with different actions".
000576
000577* next blank-separated word of TableLine from token-ptr
000578 8000-NEXT-TOKEN.
000579  PERFORM UNTIL token-ptr > 255
000580     OR TableLine(token-ptr:1) <> SPACE
000581     ADD 1 TO token-ptr
000582  END-PERFORM.
000583  MOVE SPACES TO token.
000584  IF token-ptr <= 255
000585     UNSTRING TableLine DELIMITED BY ALL SPACE
000586        INTO token WITH POINTER token-ptr
000587     END-UNSTRING
000588  END-IF.
000589
000590 9000-REPORT-FAILED.
000591  CALL CBU-log-assert-failed
000592     USING CBU-ctx assert-name expected-str actual-str.
000593  CALL CBU-add-assert-failed
000594     USING CBU-ctx assert-name expected-str actual-str.
000595 END PROGRAM CBU00376.
