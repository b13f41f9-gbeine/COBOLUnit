000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-assert-report-totals
000013*	source name: CBU00339.cob
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

000044*>Control-break arithmetic check on a LINE SEQUENTIAL print
000045*>file: every subtotal must be the sum of its detail lines
000046*>(or of the subtotals of the level below), every page total
000047*>the sum of the detail lines of its page and the grand total
000048*>the sum of the subtotals of the highest level, a group
000049*>running on across page breaks. Lines are told apart by a
000050*>small rules file, one rule per record:
000051*>  col 1     'D' detail line     'G' subtotal (group break)
000052*>            'P' page total      'T' grand total
000053*>            'S' skip the line (headings, carried forward)
000054*>            'A' an amount column
000055*>  col 2-21  pattern the line must show (D G P T S) - a blank
000056*>            'D' pattern takes as detail any line not matched
000057*>            otherwise that has an amount in the amount
000058*>            columns; the column's name ('A')
000059*>  col 22-26 column the pattern is matched at, 0 for column 1
000060*>            (D G P T S); first column of the amount ('A')
000061*>  col 27-31 first column of the group key ('G'); length of
000062*>            the amount ('A')
000063*>  col 32-36 length of the group key ('G')
000064*>  col 37    level of the break, 1 the innermost ('G')
000065*>Amounts are read as printed, with the locale's decimal
000065*>point (',' under the COMMA locale): the grouping character,
000065*>currency signs and blanks are passed over, a leading or
000066*>trailing '-', 'CR', 'DB' or parentheses make them
000067*>negative. Without an 'A' rule the whole line is one amount
000068*>column. Each difference is reported with the group key and
000069*>how far out the printed total is, in the locale's decimal
000070*>point.
000071* arg1: AssertName - Assertion name
000072* arg2: report-file-name - report produced by the unit
000073* arg3: rules-file-name - rules telling the lines apart
000074 IDENTIFICATION DIVISION.
000075 PROGRAM-ID.   CBU00339.
000076 ENVIRONMENT    DIVISION.
000077 INPUT-OUTPUT SECTION.
000078 FILE-CONTROL.
000079    SELECT ReportFile ASSIGN TO report-file-name
000080		ORGANIZATION IS LINE SEQUENTIAL.
000081    SELECT RulesFile ASSIGN TO rules-file-name
000082		ORGANIZATION IS LINE SEQUENTIAL.
000083 DATA DIVISION.
000084 FILE SECTION.
000085 	FD ReportFile.
000086 	01 ReportLine PIC X(255).
000087 	FD RulesFile.
000088 	01 RuleRecord.
000089	  05 RU-type PIC X(1).
000090	  05 RU-pattern PIC X(20).
000091	  05 RU-start PIC 9(5).
000092	  05 RU-key-start PIC 9(5).
000093	  05 RU-key-length PIC 9(5).
000094	  05 RU-level PIC X(1).
000095 WORKING-STORAGE SECTION.
000095  01 report-file-name PIC X(40).
000096  77 str-res-expected PIC X(32000) VALUE SPACE.
000097  77 str-res-actual PIC X(32000) VALUE SPACE.
000098  01 ReportEOF PIC 9(1).
000099  01 RulesEOF PIC 9(1).
000100  01 RuleCount PIC 9(3).
000101  01 r PIC 9(3).
000102  01 pat-len PIC 9(3).
000103  01 ListeRules.
000104    05 RuleEntry OCCURS 20 TIMES.
000105      10 RL-type PIC X(1).
000106      10 RL-pattern PIC X(20).
000107      10 RL-pat-len PIC 9(3).
000108      10 RL-start PIC 9(5).
000109      10 RL-key-start PIC 9(5).
000110      10 RL-key-length PIC 9(5).
000111      10 RL-level PIC 9(1).
000112  01 ColCount PIC 9(1).
000113  01 ListeColumns.
000114    05 ColumnEntry OCCURS 5 TIMES.
000115      10 AC-name PIC X(20).
000116      10 AC-start PIC 9(3).
000117      10 AC-length PIC 9(3).
000118  01 c PIC 9(1).
000119  01 top-level PIC 9(1).
000120  01 lv PIC 9(1).
000121  01 ListeSums.
000122    05 SumLevel OCCURS 4 TIMES.
000123      10 level-sum PIC S9(15)V9(4) OCCURS 5 TIMES.
000124  01 ListePageSums.
000125    05 page-sum PIC S9(15)V9(4) OCCURS 5 TIMES.
000126  01 line-buf PIC X(255).
000127  01 line-type PIC X(1).
000128  01 line-level PIC 9(1).
000129  01 line-key PIC X(40).
000130  01 RecordNumber PIC 9(5).
000131  01 nb-page-total PIC 9(4).
000132  01 nb-detail PIC 9(5).
000133  01 nb-break PIC 9(4).
000134  01 nb-diff PIC 9(4).
000135  01 amount-ok PIC 9(1).
000136  01 all-amounts-ok PIC 9(1).
000137  01 ListeAmounts.
000138    05 line-amount PIC S9(15)V9(4) OCCURS 5 TIMES.
000139  01 amt-field PIC X(256).
000140  01 amt-len PIC 9(3).
000141  01 amt-int PIC 9(18).
000142  01 amt-digit PIC 9(1).
000143  01 amt-dec PIC 9(2).
000144  01 amt-point PIC 9(1).
000145  01 amt-neg PIC 9(1).
000146  01 amt-digits PIC 9(2).
000147  01 amt-blank PIC 9(1).
000148  01 i PIC 9(3).
000149  01 computed-amount PIC S9(15)V9(4).
000150  01 printed-edit PIC -(14)9.99.
000151  01 computed-edit PIC -(14)9.99.
000152  01 off-edit PIC -(14)9.99.
000153  01 edit-text PIC X(18).
000154  01 diff-ptr PIC 9(5).
000155  01 ln-edit PIC Z(4)9.
000155  01 decimal-char PIC X(1).
000155  01 group-char PIC X(1).
000155  01 field-sep PIC X(1).
000156  COPY CBUC0002.
000157 LINKAGE SECTION.
000158  77 AssertName PIC X(20).
000159  77 report-file-ref PIC X(40).
000160  77 rules-file-name PIC X(40).
000161  COPY CBUC0001.
000162 PROCEDURE DIVISION USING CBU-ctx AssertName
000163      report-file-ref rules-file-name.
000163  CALL CBU-resolve-gdg USING CBU-ctx report-file-ref
000163     report-file-name.
000164  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000164  CALL CBU-get-locale
000164     USING CBU-ctx decimal-char group-char field-sep.
000164  INITIALIZE str-res-expected.
000164  INITIALIZE str-res-actual.
000165  PERFORM 1000-LOAD-RULES.
000166  INITIALIZE ListeSums ListePageSums.
000167  MOVE 0 TO RecordNumber nb-detail nb-break nb-page-total.
000168  MOVE 0 TO nb-diff.
000169  MOVE SPACES TO str-res-actual.
000170  MOVE 1 TO diff-ptr.
000171  MOVE 0 TO ReportEOF.
000172  OPEN INPUT ReportFile.
000173  PERFORM UNTIL ReportEOF = 1
000174     READ ReportFile
000175        AT END MOVE 1 TO ReportEOF
000176        NOT AT END
000177           ADD 1 TO RecordNumber
000178           MOVE ReportLine TO line-buf
000179           PERFORM 2000-REPORT-LINE
000180     END-READ
000181  END-PERFORM.
000182  CLOSE ReportFile.
000183  IF nb-diff > 0
000184     STRING "subtotals, page totals and grand total agree"
000185        " with their detail lines"
000186        DELIMITED BY SIZE INTO str-res-expected
000187     CALL CBU-log-assert-failed
000188        USING CBU-ctx AssertName str-res-expected str-res-actual
000189     CALL CBU-add-assert-failed
000190        USING CBU-ctx AssertName str-res-expected str-res-actual
000191  ELSE
000192     IF nb-detail = 0
000193        DISPLAY "COBOLUnit: no detail line found in "
000194           report-file-name
000195     END-IF
000196     CALL CBU-add-assert-succeed
000197        USING CBU-ctx AssertName
000198     CALL CBU-log-assert-succeed
000199        USING CBU-ctx AssertName
000200  END-IF.
000201  EXIT PROGRAM.
000202
000203 1000-LOAD-RULES.
000204  MOVE 0 TO RulesEOF.
000205  MOVE 0 TO RuleCount.
000206  MOVE 0 TO ColCount.
000207  MOVE 0 TO top-level.
000208  OPEN INPUT RulesFile.
000209  PERFORM UNTIL RulesEOF = 1
000210     READ RulesFile
000211        AT END MOVE 1 TO RulesEOF
000212        NOT AT END
000213           PERFORM 1100-RULE
000214     END-READ
000215  END-PERFORM.
000216  CLOSE RulesFile.
000217  IF ColCount = 0
000218     MOVE 1 TO ColCount
000219     MOVE "AMOUNT" TO AC-name(1)
000220     MOVE 1 TO AC-start(1)
000221     MOVE 255 TO AC-length(1)
000222  END-IF.
000223
000224 1100-RULE.
000225  IF RU-start IS NOT NUMERIC
000226     MOVE 0 TO RU-start
000227  END-IF.
000228  IF RU-key-start IS NOT NUMERIC
000229     MOVE 0 TO RU-key-start
000230  END-IF.
000231  IF RU-key-length IS NOT NUMERIC
000232     MOVE 0 TO RU-key-length
000233  END-IF.
000234  IF RU-type = "A"
000235     IF ColCount < 5 AND RU-start > 0 AND RU-start < 256
000236        ADD 1 TO ColCount
000237        MOVE RU-pattern TO AC-name(ColCount)
000238        MOVE RU-start TO AC-start(ColCount)
000239        MOVE RU-key-start TO AC-length(ColCount)
000240        IF AC-start(ColCount) + AC-length(ColCount) > 256
000241           OR AC-length(ColCount) = 0
000242           COMPUTE AC-length(ColCount) = 256 - AC-start(ColCount)
000243        END-IF
000244     END-IF
000245     EXIT PARAGRAPH
000246  END-IF.
000247  IF RuleCount >= 20
000248     OR (RU-type <> "D" AND RU-type <> "G" AND RU-type <> "P"
000249         AND RU-type <> "T" AND RU-type <> "S")
000250     EXIT PARAGRAPH
000251  END-IF.
000252  ADD 1 TO RuleCount.
000253  MOVE RU-type TO RL-type(RuleCount).
000254  MOVE RU-pattern TO RL-pattern(RuleCount).
000255  MOVE 0 TO pat-len.
000256  PERFORM VARYING r FROM 20 BY -1
000257     UNTIL r < 1 OR pat-len > 0
000258     IF RU-pattern(r:1) <> SPACE
000259        MOVE r TO pat-len
000260     END-IF
000261  END-PERFORM.
000262  MOVE pat-len TO RL-pat-len(RuleCount).
000263  MOVE RU-start TO RL-start(RuleCount).
000264  IF RL-start(RuleCount) = 0
000265     MOVE 1 TO RL-start(RuleCount)
000266  END-IF.
000267  IF RL-start(RuleCount) + pat-len > 256
000268     MOVE 0 TO RL-pat-len(RuleCount)
000269     MOVE "S" TO RL-type(RuleCount)
000270  END-IF.
000271  MOVE RU-key-start TO RL-key-start(RuleCount).
000272  MOVE RU-key-length TO RL-key-length(RuleCount).
000273  IF RL-key-start(RuleCount) > 255
000274     MOVE 0 TO RL-key-start(RuleCount)
000275  END-IF.
000276  IF RL-key-length(RuleCount) > 40
000277     MOVE 40 TO RL-key-length(RuleCount)
000278  END-IF.
000279  IF RL-key-start(RuleCount) + RL-key-length(RuleCount) > 256
000280     COMPUTE RL-key-length(RuleCount) =
000281        256 - RL-key-start(RuleCount)
000282  END-IF.
000283  MOVE 1 TO RL-level(RuleCount).
000284  IF RU-level >= "1" AND RU-level <= "3"
000285     MOVE RU-level TO RL-level(RuleCount)
000286  END-IF.
000287  IF RU-type = "G" AND RL-level(RuleCount) > top-level
000288     MOVE RL-level(RuleCount) TO top-level
000289  END-IF.
000290
000291*>which rule the line falls under - the first one matching,
000292*>a blank detail pattern only when no other rule matches
000293 2000-REPORT-LINE.
000294  MOVE SPACE TO line-type.
000295  MOVE SPACES TO line-key.
000296  PERFORM VARYING r FROM 1 BY 1
000297     UNTIL r > RuleCount OR line-type <> SPACE
000298     IF RL-pat-len(r) > 0
000299        AND line-buf(RL-start(r):RL-pat-len(r))
000300          = RL-pattern(r)(1:RL-pat-len(r))
000301        MOVE RL-type(r) TO line-type
000302        MOVE RL-level(r) TO line-level
000303        IF RL-key-start(r) > 0 AND RL-key-length(r) > 0
000304           MOVE line-buf(RL-key-start(r):RL-key-length(r))
000305              TO line-key
000306        END-IF
000307     END-IF
000308  END-PERFORM.
000309  IF line-type = SPACE
000310     PERFORM VARYING r FROM 1 BY 1
000311        UNTIL r > RuleCount OR line-type <> SPACE
000312        IF RL-type(r) = "D" AND RL-pat-len(r) = 0
000313           PERFORM 3000-LINE-AMOUNTS
000314           IF all-amounts-ok = 1
000315              MOVE "D" TO line-type
000316           END-IF
000317        END-IF
000318     END-PERFORM
000319  END-IF.
000320  EVALUATE line-type
000321  WHEN "D"
000322     PERFORM 3000-LINE-AMOUNTS
000323     ADD 1 TO nb-detail
000324     PERFORM VARYING c FROM 1 BY 1 UNTIL c > ColCount
000325        ADD line-amount(c) TO level-sum(1, c)
000326        ADD line-amount(c) TO page-sum(c)
000327     END-PERFORM
000328  WHEN "G"
000329     PERFORM 3000-LINE-AMOUNTS
000330     ADD 1 TO nb-break
000331     MOVE line-level TO lv
000332     PERFORM VARYING c FROM 1 BY 1 UNTIL c > ColCount
000333        MOVE level-sum(lv, c) TO computed-amount
000334        PERFORM 4000-COMPARE
000335        ADD line-amount(c) TO level-sum(lv + 1, c)
000336        MOVE 0 TO level-sum(lv, c)
000337     END-PERFORM
000338  WHEN "P"
000339     PERFORM 3000-LINE-AMOUNTS
000340     ADD 1 TO nb-page-total
000341     MOVE SPACES TO line-key
000342     MOVE nb-page-total TO ln-edit
000343     MOVE 1 TO i
000344     PERFORM UNTIL i >= 5 OR ln-edit(i:1) <> SPACE
000345        ADD 1 TO i
000346     END-PERFORM
000347     STRING "page total " ln-edit(i:) DELIMITED BY SIZE
000348        INTO line-key
000349     PERFORM VARYING c FROM 1 BY 1 UNTIL c > ColCount
000350        MOVE page-sum(c) TO computed-amount
000351        PERFORM 4000-COMPARE
000352        MOVE 0 TO page-sum(c)
000353     END-PERFORM
000354  WHEN "T"
000355     PERFORM 3000-LINE-AMOUNTS
000356     MOVE "grand total" TO line-key
000357     COMPUTE lv = top-level + 1
000358     PERFORM VARYING c FROM 1 BY 1 UNTIL c > ColCount
000359        MOVE level-sum(lv, c) TO computed-amount
000360        PERFORM 4000-COMPARE
000361     END-PERFORM
000362  END-EVALUATE.
000363
000364*>the amount columns of the line as numbers
000365 3000-LINE-AMOUNTS.
000366  MOVE 1 TO all-amounts-ok.
000367  PERFORM VARYING c FROM 1 BY 1 UNTIL c > ColCount
000368     MOVE SPACES TO amt-field
000369     MOVE line-buf(AC-start(c):AC-length(c)) TO amt-field
000370     MOVE AC-length(c) TO amt-len
000371     PERFORM 3100-PARSE-AMOUNT
000372     IF amount-ok = 0 OR amt-blank = 1
000373        MOVE 0 TO all-amounts-ok
000374     END-IF
000375  END-PERFORM.
000376
000377 3100-PARSE-AMOUNT.
000378  MOVE 0 TO amt-int amt-dec amt-point amt-neg amt-digits.
000379  MOVE 1 TO amount-ok.
000380  MOVE 1 TO amt-blank.
000381  PERFORM VARYING i FROM 1 BY 1 UNTIL i > amt-len
000382     EVALUATE TRUE
000383     WHEN amt-field(i:1) IS NUMERIC
000384        MOVE 0 TO amt-blank
000385        IF amt-digits < 18
000386           MOVE amt-field(i:1) TO amt-digit
000387           COMPUTE amt-int = amt-int * 10 + amt-digit
000388           ADD 1 TO amt-digits
000389           IF amt-point = 1
000390              ADD 1 TO amt-dec
000391           END-IF
000392        END-IF
000393     WHEN amt-field(i:1) = decimal-char
000394        MOVE 1 TO amt-point
000395     WHEN amt-field(i:1) = "-" OR amt-field(i:1) = "("
000396        MOVE 1 TO amt-neg
000397     WHEN amt-field(i:2) = "CR" OR amt-field(i:2) = "DB"
000398        MOVE 1 TO amt-neg
000399        ADD 1 TO i
000400     WHEN amt-field(i:1) = SPACE OR amt-field(i:1) = group-char
000401        OR amt-field(i:1) = "$" OR amt-field(i:1) = "+"
000402        OR amt-field(i:1) = ")" OR amt-field(i:1) = "*"
000403        CONTINUE
000404     WHEN OTHER
000405        MOVE 0 TO amount-ok
000406     END-EVALUATE
000407  END-PERFORM.
000408  MOVE amt-int TO line-amount(c).
000409  PERFORM UNTIL amt-dec = 0
000410     COMPUTE line-amount(c) = line-amount(c) / 10
000411     SUBTRACT 1 FROM amt-dec
000412  END-PERFORM.
000413  IF amt-neg = 1
000414     COMPUTE line-amount(c) = 0 - line-amount(c)
000415  END-IF.
000416  IF amount-ok = 0
000417     MOVE 0 TO line-amount(c)
000418  END-IF.
000419
000420*>printed total against the computed one, the difference
000421*>added to the list reported
000422 4000-COMPARE.
000423  IF line-amount(c) = computed-amount
000424     EXIT PARAGRAPH
000425  END-IF.
000426  ADD 1 TO nb-diff.
000427  MOVE line-amount(c) TO printed-edit.
000428  MOVE computed-amount TO computed-edit.
000429  COMPUTE off-edit = line-amount(c) - computed-amount.
000430  MOVE RecordNumber TO ln-edit.
000431  IF diff-ptr > 31500
000432     EXIT PARAGRAPH
000433  END-IF.
000434  IF nb-diff > 1
000435     STRING "; " DELIMITED BY SIZE
000436        INTO str-res-actual WITH POINTER diff-ptr
000437  END-IF.
000438  STRING "line" DELIMITED BY SIZE
000439     INTO str-res-actual WITH POINTER diff-ptr.
000440  MOVE SPACES TO edit-text.
000441  MOVE ln-edit TO edit-text.
000442  PERFORM 4100-PUT-EDIT.
000443  STRING " " line-type " [" DELIMITED BY SIZE
000444     line-key DELIMITED BY "  "
000445     "] " AC-name(c) DELIMITED BY "  "
000446     " printed" DELIMITED BY SIZE
000447     INTO str-res-actual WITH POINTER diff-ptr.
000448  MOVE printed-edit TO edit-text.
000449  PERFORM 4100-PUT-EDIT.
000450  STRING " computed" DELIMITED BY SIZE
000451     INTO str-res-actual WITH POINTER diff-ptr.
000452  MOVE computed-edit TO edit-text.
000453  PERFORM 4100-PUT-EDIT.
000454  STRING " off by" DELIMITED BY SIZE
000455     INTO str-res-actual WITH POINTER diff-ptr.
000456  MOVE off-edit TO edit-text.
000457  PERFORM 4100-PUT-EDIT.
000458
000459*>an edited amount without its leading blanks
000460 4100-PUT-EDIT.
000461  IF decimal-char = ","
000461     INSPECT edit-text CONVERTING "." TO ","
000461  END-IF.
000461  MOVE 1 TO i.
000462  PERFORM UNTIL i >= 18 OR edit-text(i:1) <> SPACE
000463     ADD 1 TO i
000464  END-PERFORM.
000465  STRING " " DELIMITED BY SIZE edit-text(i:) DELIMITED BY SPACE
000466     INTO str-res-actual WITH POINTER diff-ptr.
000467 END PROGRAM CBU00339.
