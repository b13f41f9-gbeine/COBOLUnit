000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-run-property
000013*	source name: CBU00307.cob
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

000044*>Property-mode execution of one test, called by CBU-test-run
000045*>in place of the data-row loop for a test marked with
000046*>CBU-add-test-property. For each draw a record is generated
000047*>into property-record from the declared 30/20 layout and the
000048*>test is called through CBU-call-test:
000049*>  draw 1  every field at its low edge - zeros, blanks
000050*>  draw 2  every field at its high edge - all nines, a name
000051*>          filling the whole field
000052*>  draw 3  signed fields at their negative maximum, names
000053*>          pushed to the last byte
000054*>  draw 4  signed fields as a negative zero
000055*>  then    random values that respect each field's PIC
000056*>The draws come from the same generator the shuffle uses,
000057*>seeded from shuffle-seed (SHUFFLE in the profile), so the
000058*>seed announced in the run log replays the same records.
000059*>The first failing draw is shrunk one field at a time - a
000060*>number towards zero, its sign dropped, a name blanked,
000061*>halved or shortened - keeping each simplification the test
000062*>still fails on, until none is left. The shrinking calls do
000063*>not count: the test's tallies are put back and it is called
000064*>one last time with the smallest failing record, so its
000065*>failure and the failure detail show that record, which is
000066*>also listed field by field in the log.
000067 IDENTIFICATION DIVISION.
000068 PROGRAM-ID.   CBU00307.
000069 ENVIRONMENT    DIVISION.
000070 DATA DIVISION.
000071 WORKING-STORAGE SECTION.
000072  01 pp PIC 9(2).
000073  01 s PIC 9(3).
000074  01 t PIC 9(3).
000075  01 f PIC 9(2).
000076  01 c PIC 9(3).
000077  01 dr PIC 9(3).
000078  01 fail-draw PIC 9(3).
000079  01 shrink-steps PIC 9(3).
000080  01 shrink-tries PIC 9(3).
000081  01 improved PIC 9(1).
000082  01 still-fails PIC 9(1).
000083  01 cand-ok PIC 9(1).
000084  01 cand-no PIC 9(1).
000085  01 prop-state PIC 9(9).
000086  01 prop-seed PIC 9(9).
000087  01 lcg-work PIC 9(18) COMP.
000088  01 rand-pick PIC 9(9).
000089  01 rand-mod PIC 9(9).
000090  01 rand-high PIC 9(6).
000091  01 layout-offset PIC 9(5).
000092  01 pic-text PIC X(20).
000093  01 pic-pos PIC 9(2).
000094  01 pic-byte PIC X(1).
000095  01 rep-count PIC 9(5).
000096  01 rep-digit-x PIC X(1).
000097  01 rep-digit REDEFINES rep-digit-x PIC 9(1).
000098  01 rec-len PIC 9(3).
000099  01 FieldTable.
000100    05 FieldEntry OCCURS 20 TIMES.
000101      10 fd-name PIC X(30).
000102      10 fd-off PIC 9(3).
000103      10 fd-len PIC 9(3).
000104      10 fd-kind PIC 9(1).
000105         88 fd-alpha VALUE 0.
000106         88 fd-letters VALUE 1.
000107         88 fd-number VALUE 2.
000108         88 fd-digits VALUE 3.
000109      10 fd-signed PIC 9(1).
000110  01 n PIC 9(3).
000111  01 m PIC 9(3).
000112  01 num-work PIC S9(18).
000113  01 num-sdisp PIC S9(18).
000114  01 num-sdisp-x REDEFINES num-sdisp PIC X(18).
000115  01 num-udisp PIC 9(18).
000116  01 num-udisp-x REDEFINES num-udisp PIC X(18).
000117  01 neg-zero-byte PIC X(1).
000118  01 field-save PIC X(256).
000119  01 cand-text PIC X(256).
000120  01 char-set PIC X(40)
000121     VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789 -.'".
000122  01 min-record PIC X(256).
000123  01 lineToLog PIC X(255).
000124  01 before-failed PIC 9(3).
000125  01 before-errors PIC 9(3).
000126  01 snap-test-run PIC 9(3).
000127  01 snap-assert-count PIC 9(3).
000128  01 snap-failure-count PIC 9(3).
000129  01 snap-error PIC 9(3).
000130  01 snap-suite-error PIC 9(3).
000131  01 snap-assert-run PIC 9(3).
000132  01 snap-assert-succeed PIC 9(3).
000133  01 snap-assert-failed PIC 9(3).
000134  01 snap-assert-index PIC 9(3).
000135  01 snap-error-prog PIC X(20).
000136  01 snap-error-cond PIC X(30).
000137  COPY CBUC0002.
000138 LINKAGE SECTION.
000139  01 NomTest PIC X(20).
000140  COPY CBUC0001.
000141 PROCEDURE DIVISION USING CBU-ctx NomTest.
000142  MOVE index-current-suite TO s.
000143  MOVE index-current-test TO t.
000144  MOVE 0 TO pp.
000145  PERFORM VARYING f FROM 1 BY 1 UNTIL f > PropertyCount
000146     IF PP-suite(f) = s AND PP-test(f) = t
000147        MOVE f TO pp
000148     END-IF
000149  END-PERFORM.
000150  IF pp = 0
000151     EXIT PROGRAM
000152  END-IF.
000153  PERFORM 1000-PARSE-LAYOUT.
000154* each property test gets its own stream off the one seed
000155  IF shuffle-seed = 0
000156     ACCEPT prop-seed FROM TIME
000157  ELSE
000158     MOVE shuffle-seed TO prop-seed
000159  END-IF.
000160  COMPUTE prop-state =
000161     FUNCTION MOD(prop-seed + t * 7919 + s * 104729 1000000000).
000162  DISPLAY "|   property: " PP-draws(pp) " draw(s), seed "
000163     prop-seed.
000164  INITIALIZE lineToLog.
000165  STRING "Property " NomTest " seed " prop-seed
000166     DELIMITED BY SIZE INTO lineToLog.
000167  CALL CBU-write-log-line USING CBU-ctx lineToLog.
000168  MOVE -10 TO num-sdisp.
000169  MOVE num-sdisp-x(18:1) TO neg-zero-byte.
000170  MOVE 0 TO fail-draw.
000171  PERFORM VARYING dr FROM 1 BY 1
000172     UNTIL dr > PP-draws(pp) OR fail-draw > 0
000173     MOVE dr TO property-draw
000174     PERFORM 2000-DRAW-RECORD
000175     PERFORM 4000-TAKE-SNAPSHOT
000176     PERFORM 3200-CALL-TEST
000177     IF still-fails = 1
000178        MOVE dr TO fail-draw
000179     END-IF
000180  END-PERFORM.
000181  IF fail-draw = 0
000182     DISPLAY "|   property held for " PP-draws(pp) " draw(s)"
000183     EXIT PROGRAM
000184  END-IF.
000185  PERFORM 3000-SHRINK.
000186  MOVE min-record TO property-record.
000187  PERFORM 4100-RESTORE-SNAPSHOT.
000188  PERFORM 3200-CALL-TEST.
000189  DISPLAY "|   property falsified at draw " fail-draw
000190     ", shrunk in " shrink-steps " step(s) to:".
000191  INITIALIZE lineToLog.
000192  STRING "Property " NomTest " falsified at draw " fail-draw
000193     " - smallest failing record:" DELIMITED BY SIZE
000194     INTO lineToLog.
000195  CALL CBU-write-log-line USING CBU-ctx lineToLog.
000196  PERFORM VARYING f FROM 1 BY 1 UNTIL f > PP-fields(pp)
000197     DISPLAY "|      " fd-name(f) " ["
000198        min-record(fd-off(f):fd-len(f)) "]"
000199     INITIALIZE lineToLog
000200     STRING "  " fd-name(f) " [" min-record(fd-off(f):fd-len(f))
000201        "]" DELIMITED BY SIZE INTO lineToLog
000202     CALL CBU-write-log-line USING CBU-ctx lineToLog
000203  END-PERFORM.
000204  EXIT PROGRAM.
000205
000206* field offsets, lengths and kinds from the 30/20 layout, the
000207* PIC measured the way CBU-build-fixture measures it
000208 1000-PARSE-LAYOUT.
000209  MOVE 1 TO rec-len.
000210  PERFORM VARYING f FROM 1 BY 1 UNTIL f > PP-fields(pp)
000211     COMPUTE layout-offset = (f - 1) * 50 + 1
000212     MOVE PP-layout(pp)(layout-offset:30) TO fd-name(f)
000213     MOVE PP-layout(pp)(layout-offset + 30:20) TO pic-text
000214     PERFORM 1100-PIC-LENGTH
000215     IF rec-len + fd-len(f) > 257
000216        COMPUTE fd-len(f) = 257 - rec-len
000217     END-IF
000218     MOVE rec-len TO fd-off(f)
000219     ADD fd-len(f) TO rec-len
000220     IF fd-len(f) = 0
000221        MOVE 1 TO fd-off(f)
000222     END-IF
000223  END-PERFORM.
000224
000225 1100-PIC-LENGTH.
000226  MOVE 0 TO fd-len(f).
000227  MOVE 2 TO fd-kind(f).
000228  MOVE 0 TO fd-signed(f).
000229  MOVE 0 TO m.
000230  MOVE 1 TO pic-pos.
000231  PERFORM UNTIL pic-pos > 20
000232     MOVE pic-text(pic-pos:1) TO pic-byte
000233     EVALUATE TRUE
000234     WHEN pic-byte = "("
000235        MOVE 0 TO rep-count
000236        ADD 1 TO pic-pos
000237        PERFORM UNTIL pic-pos > 20
000238           OR pic-text(pic-pos:1) = ")"
000239           IF pic-text(pic-pos:1) >= "0"
000240              AND pic-text(pic-pos:1) <= "9"
000241              MOVE pic-text(pic-pos:1) TO rep-digit-x
000242              COMPUTE rep-count = rep-count * 10 + rep-digit
000243           END-IF
000244           ADD 1 TO pic-pos
000245        END-PERFORM
000246        IF rep-count > 1
000247           ADD rep-count TO fd-len(f)
000248           SUBTRACT 1 FROM fd-len(f)
000249        END-IF
000250     WHEN pic-byte = "S"
000251        MOVE 1 TO fd-signed(f)
000252     WHEN pic-byte = "A"
000253        ADD 1 TO fd-len(f)
000254        IF fd-kind(f) = 2
000255           MOVE 1 TO fd-kind(f)
000256        END-IF
000257     WHEN pic-byte = "X"
000258        ADD 1 TO fd-len(f)
000259        MOVE 0 TO fd-kind(f)
000260     WHEN pic-byte = "9"
000261        ADD 1 TO fd-len(f)
000262     WHEN pic-byte = "Z" OR pic-byte = "B"
000263        OR pic-byte = "0" OR pic-byte = "/"
000264        OR pic-byte = "," OR pic-byte = "."
000265        OR pic-byte = "+" OR pic-byte = "-"
000266        OR pic-byte = "*" OR pic-byte = "$"
000267        ADD 1 TO fd-len(f)
000268        MOVE 0 TO fd-kind(f)
000269     WHEN OTHER
000270        CONTINUE
000271     END-EVALUATE
000272     ADD 1 TO pic-pos
000273  END-PERFORM.
000274* an edited picture is drawn as digits; so is a number too
000275* long for an 18-digit work field
000276  IF fd-kind(f) = 2 AND fd-len(f) > 18
000277     MOVE 3 TO fd-kind(f)
000278  END-IF.
000279  IF fd-kind(f) <> 2
000280     MOVE 0 TO fd-signed(f)
000281  END-IF.
000282
000283 2000-DRAW-RECORD.
000284  MOVE SPACES TO property-record.
000285  PERFORM VARYING f FROM 1 BY 1 UNTIL f > PP-fields(pp)
000286     IF fd-len(f) > 0
000287        MOVE fd-len(f) TO n
000288        IF fd-number(f)
000289           PERFORM 2100-DRAW-NUMBER
000290        ELSE
000291           PERFORM 2200-DRAW-TEXT
000292        END-IF
000293     END-IF
000294  END-PERFORM.
000295
000296 2100-DRAW-NUMBER.
000297  EVALUATE TRUE
000298  WHEN dr = 1
000299     MOVE 0 TO num-work
000300  WHEN dr = 2
000301     MOVE ALL "0" TO num-udisp-x
000302     MOVE ALL "9" TO num-udisp-x(19 - n:n)
000303     MOVE num-udisp TO num-work
000304  WHEN dr = 3 AND fd-signed(f) = 1
000305     MOVE ALL "0" TO num-udisp-x
000306     MOVE ALL "9" TO num-udisp-x(19 - n:n)
000307     COMPUTE num-work = 0 - num-udisp
000308  WHEN dr = 4 AND fd-signed(f) = 1
000309     MOVE ALL "0" TO property-record(fd-off(f):n)
000310     MOVE neg-zero-byte TO property-record(fd-off(f) + n - 1:1)
000311     EXIT PARAGRAPH
000312  WHEN OTHER
000313* a random magnitude first, so short values are as likely as
000314* long ones, then random digits up to it
000315     COMPUTE rand-mod = n + 1
000316     PERFORM 2900-NEXT-RANDOM
000317     MOVE rand-pick TO m
000318     MOVE ALL "0" TO num-udisp-x
000319     PERFORM VARYING c FROM 1 BY 1 UNTIL c > m
000320        MOVE 10 TO rand-mod
000321        PERFORM 2900-NEXT-RANDOM
000322        MOVE rand-pick TO rep-digit
000323        MOVE rep-digit-x TO num-udisp-x(19 - c:1)
000324     END-PERFORM
000325     MOVE num-udisp TO num-work
000326     IF fd-signed(f) = 1
000327        MOVE 2 TO rand-mod
000328        PERFORM 2900-NEXT-RANDOM
000329        IF rand-pick = 1
000330           COMPUTE num-work = 0 - num-work
000331        END-IF
000332     END-IF
000333  END-EVALUATE.
000334  PERFORM 2300-PUT-NUMBER.
000335
000336 2200-DRAW-TEXT.
000337  EVALUATE TRUE
000338  WHEN dr = 1
000339     MOVE SPACES TO property-record(fd-off(f):n)
000340  WHEN dr = 2
000341     IF fd-digits(f)
000342        MOVE ALL "9" TO property-record(fd-off(f):n)
000343     ELSE
000344        MOVE ALL "W" TO property-record(fd-off(f):n)
000345     END-IF
000346  WHEN dr = 3
000347     MOVE SPACES TO property-record(fd-off(f):n)
000348     IF fd-digits(f)
000349        MOVE "9" TO property-record(fd-off(f) + n - 1:1)
000350     ELSE
000351        MOVE "W" TO property-record(fd-off(f) + n - 1:1)
000352     END-IF
000353  WHEN OTHER
000354     MOVE SPACES TO property-record(fd-off(f):n)
000355     COMPUTE rand-mod = n + 1
000356     PERFORM 2900-NEXT-RANDOM
000357     MOVE rand-pick TO m
000358     PERFORM VARYING c FROM 1 BY 1 UNTIL c > m
000359        EVALUATE TRUE
000360        WHEN fd-digits(f)
000361           MOVE 10 TO rand-mod
000362           PERFORM 2900-NEXT-RANDOM
000363           ADD 27 TO rand-pick
000364        WHEN fd-letters(f)
000365           MOVE 27 TO rand-mod
000366           PERFORM 2900-NEXT-RANDOM
000367           IF rand-pick = 26
000368              MOVE 36 TO rand-pick
000369           END-IF
000370           ADD 1 TO rand-pick
000371        WHEN OTHER
000372           MOVE 40 TO rand-mod
000373           PERFORM 2900-NEXT-RANDOM
000374           ADD 1 TO rand-pick
000375        END-EVALUATE
000376        MOVE char-set(rand-pick:1)
000377           TO property-record(fd-off(f) + c - 1:1)
000378     END-PERFORM
000379  END-EVALUATE.
000380
000381* num-work into the field as the compiler would store it
000382* in a zoned field of that size: trailing sign, no point
000383 2300-PUT-NUMBER.
000384  IF fd-signed(f) = 1
000385     MOVE num-work TO num-sdisp
000386     MOVE num-sdisp-x(19 - n:n) TO property-record(fd-off(f):n)
000387  ELSE
000388     MOVE num-work TO num-udisp
000389     MOVE num-udisp-x(19 - n:n) TO property-record(fd-off(f):n)
000390  END-IF.
000391
000392 2400-GET-NUMBER.
000393  IF fd-signed(f) = 1
000394     MOVE ALL "0" TO num-sdisp-x
000395     MOVE property-record(fd-off(f):n) TO num-sdisp-x(19 - n:n)
000396     MOVE num-sdisp TO num-work
000397  ELSE
000398     MOVE ALL "0" TO num-udisp-x
000399     MOVE property-record(fd-off(f):n) TO num-udisp-x(19 - n:n)
000400     MOVE num-udisp TO num-work
000401  END-IF.
000402
000403* the shuffle's linear congruential step; rand-pick is drawn
000404* from 0 to rand-mod - 1 off the state's high-order digits,
000405* the low-order ones repeating too soon
000406 2900-NEXT-RANDOM.
000407  COMPUTE lcg-work = prop-state * 1103515245 + 12345.
000408  COMPUTE prop-state = FUNCTION MOD(lcg-work 1000000000).
000409  COMPUTE rand-high = prop-state / 1000.
000410  COMPUTE rand-pick = FUNCTION MOD(rand-high rand-mod).
000411
000412 3000-SHRINK.
000413  MOVE property-record TO min-record.
000414  MOVE 0 TO shrink-steps.
000415  MOVE 0 TO shrink-tries.
000416  MOVE 1 TO improved.
000417  PERFORM UNTIL improved = 0 OR shrink-tries >= 300
000418     MOVE 0 TO improved
000419     PERFORM VARYING f FROM 1 BY 1
000420        UNTIL f > PP-fields(pp) OR shrink-tries >= 300
000421        IF fd-len(f) > 0
000422           MOVE fd-len(f) TO n
000423           PERFORM VARYING cand-no FROM 1 BY 1
000424              UNTIL cand-no > 4 OR shrink-tries >= 300
000425              MOVE min-record TO property-record
000426              PERFORM 3100-CANDIDATE
000427              IF cand-ok = 1
000428                 ADD 1 TO shrink-tries
000429                 PERFORM 4100-RESTORE-SNAPSHOT
000430                 PERFORM 3200-CALL-TEST
000431                 IF still-fails = 1
000432                    MOVE property-record TO min-record
000433                    ADD 1 TO shrink-steps
000434                    MOVE 1 TO improved
000435                 END-IF
000436              END-IF
000437           END-PERFORM
000438        END-IF
000439     END-PERFORM
000440  END-PERFORM.
000441
000442* one simplification of field f in property-record; cand-ok
000443* is 0 when it would not change the field
000444 3100-CANDIDATE.
000445  MOVE 0 TO cand-ok.
000446  MOVE property-record(fd-off(f):n) TO field-save.
000447  IF fd-number(f)
000448     PERFORM 2400-GET-NUMBER
000449     EVALUATE cand-no
000450     WHEN 1
000451        MOVE 0 TO num-work
000452     WHEN 2
000453        COMPUTE num-work = num-work / 2
000454     WHEN 3
000455        IF num-work < 0
000456           COMPUTE num-work = 0 - num-work
000457        END-IF
000458     WHEN 4
000459        IF num-work > 0
000460           SUBTRACT 1 FROM num-work
000461        END-IF
000462        IF num-work < 0
000463           ADD 1 TO num-work
000464        END-IF
000465     END-EVALUATE
000466     PERFORM 2300-PUT-NUMBER
000467  ELSE
000468     MOVE SPACES TO cand-text
000469     PERFORM VARYING m FROM n BY -1
000470        UNTIL m = 0 OR field-save(m:1) <> SPACE
000471        CONTINUE
000472     END-PERFORM
000473     EVALUATE cand-no
000474     WHEN 1
000475        CONTINUE
000476     WHEN 2
000477        IF m > 1
000478           COMPUTE m = m / 2
000479           MOVE field-save(1:m) TO cand-text(1:m)
000480        END-IF
000481     WHEN 3
000482        IF m > 1
000483           SUBTRACT 1 FROM m
000484           MOVE field-save(1:m) TO cand-text(1:m)
000485        END-IF
000486     WHEN 4
000487        MOVE field-save(1:n) TO cand-text(1:n)
000488        IF fd-digits(f)
000489           INSPECT cand-text(1:n) CONVERTING "123456789"
000490              TO "000000000"
000491        ELSE
000492           INSPECT cand-text(1:n) CONVERTING
000493              "BCDEFGHIJKLMNOPQRSTUVWXYZ0123456789-.'"
000494              TO "AAAAAAAAAAAAAAAAAAAAAAAAAAAAAAAAAAAAAA"
000495        END-IF
000496     END-EVALUATE
000497     MOVE cand-text(1:n) TO property-record(fd-off(f):n)
000498  END-IF.
000499  IF property-record(fd-off(f):n) <> field-save(1:n)
000500     MOVE 1 TO cand-ok
000501  END-IF.
000502
000503* one call of the test with property-record; still-fails is 1
000504* when it failed an assertion or errored
000505 3200-CALL-TEST.
000506  MOVE nb-assert-failed(s, t) TO before-failed.
000507  MOVE nb-test-error(s) TO before-errors.
000508  MOVE SPACES TO TestErrorProgram(s, t).
000509  CALL CBU-call-test USING CBU-ctx NomTest.
000510  MOVE 0 TO still-fails.
000511  IF nb-assert-failed(s, t) <> before-failed
000512     OR nb-test-error(s) <> before-errors
000513     OR TestErrorProgram(s, t) <> SPACES
000514     MOVE 1 TO still-fails
000515  END-IF.
000516
000517 4000-TAKE-SNAPSHOT.
000518  MOVE TestRunCount TO snap-test-run.
000519  MOVE AssertTestCount TO snap-assert-count.
000520  MOVE AssertFailureCount TO snap-failure-count.
000521  MOVE TestError TO snap-error.
000522  MOVE nb-test-error(s) TO snap-suite-error.
000523  MOVE nb-assert-run(s, t) TO snap-assert-run.
000524  MOVE nb-assert-succeed(s, t) TO snap-assert-succeed.
000525  MOVE nb-assert-failed(s, t) TO snap-assert-failed.
000526  MOVE index-current-assert TO snap-assert-index.
000527  MOVE TestErrorProgram(s, t) TO snap-error-prog.
000528  MOVE TestErrorCondition(s, t) TO snap-error-cond.
000529
000530 4100-RESTORE-SNAPSHOT.
000531  MOVE snap-test-run TO TestRunCount.
000532  MOVE snap-assert-count TO AssertTestCount.
000533  MOVE snap-failure-count TO AssertFailureCount.
000534  MOVE snap-error TO TestError.
000535  MOVE snap-suite-error TO nb-test-error(s).
000536  MOVE snap-assert-run TO nb-assert-run(s, t).
000537  MOVE snap-assert-succeed TO nb-assert-succeed(s, t).
000538  MOVE snap-assert-failed TO nb-assert-failed(s, t).
000539  MOVE snap-assert-index TO index-current-assert.
000540  MOVE snap-error-prog TO TestErrorProgram(s, t).
000541  MOVE snap-error-cond TO TestErrorCondition(s, t).
000542 END PROGRAM CBU00307.
