000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-report-suspects
000013*	source name: CBU00389.cob
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

000044*>Suspect-change report, called by CBU-run after the module
000045*>fingerprints of the run are recorded. For every test newly
000046*>broken since the previous run (detail history, as for the
000047*>triage report) it lists the programs the test ran through
000048*>whose source or module fingerprint differs from the one on
000049*>file at the test's last green run. It then lists the stale
000050*>modules of the latest fingerprinted run: programs whose
000051*>source is newer than their compiled module.
000052 IDENTIFICATION DIVISION.
000053 PROGRAM-ID.   CBU00389.
000054 ENVIRONMENT    DIVISION.
000055 INPUT-OUTPUT SECTION.
000056 FILE-CONTROL.
000057    SELECT OPTIONAL DetailFile ASSIGN TO detail-history-file
000058       ORGANIZATION IS LINE SEQUENTIAL.
000059    SELECT OPTIONAL FingerprintIn ASSIGN TO fingerprint-file
000060       ORGANIZATION IS LINE SEQUENTIAL.
000061 DATA DIVISION.
000062 FILE SECTION.
000063 	FD DetailFile.
000064 	01 DetailRecord.
000065	  05 RD-stamp PIC 9(14).
000066	  05 RD-suite PIC X(20).
000067	  05 RD-test PIC X(20).
000068	  05 RD-status PIC X(1).
000069	  05 RD-attempts PIC 9(2).
000070	  05 RD-elapsed PIC 9(8).
000071	  05 RD-checksum PIC 9(9).
000072 	FD FingerprintIn.
000073 	01 FingerprintRecord.
000074 	  05 FR-stamp PIC 9(14).
000075 	  05 FILLER PIC X(1).
000076 	  05 FR-type PIC X(1).
000077 	  05 FILLER PIC X(1).
000078 	  05 FR-prog PIC X(8).
000079 	  05 FILLER PIC X(1).
000080 	  05 FR-detail PIC X(60).
000081 	  05 FR-fingerprint REDEFINES FR-detail.
000082 	    10 FR-kind PIC X(1).
000083 	    10 FILLER PIC X(1).
000084 	    10 FR-checksum PIC 9(10).
000085 	    10 FILLER PIC X(1).
000086 	    10 FR-size PIC 9(10).
000087 	    10 FILLER PIC X(1).
000088 	    10 FR-time PIC 9(14).
000089 	    10 FILLER PIC X(22).
000090 	  05 FR-usage REDEFINES FR-detail.
000091 	    10 FR-suite PIC X(20).
000092 	    10 FILLER PIC X(1).
000093 	    10 FR-test PIC X(20).
000094 	    10 FILLER PIC X(19).
000095 WORKING-STORAGE SECTION.
000096  01 DetailEOF PIC 9(1).
000097  01 FingerprintEOF PIC 9(1).
000098  01 stamp-last PIC 9(14).
000099  01 stamp-prev PIC 9(14).
000100  01 fp-last PIC 9(14).
000101  01 t PIC 9(3).
000102  01 s PIC 9(3).
000103  01 c PIC 9(3).
000104  01 entry-count PIC 9(3).
000105  01 entry-found PIC 9(1).
000106  01 nb-broken PIC 9(3).
000107  01 nb-suspect PIC 9(3).
000108  01 nb-stale PIC 9(3).
000109  01 src-pos PIC 9(3).
000110  01 mod-pos PIC 9(3).
000111  01 TriageTable.
000112    05 TriageEntry OCCURS 300 TIMES.
000113      10 TG-suite PIC X(20).
000114      10 TG-test PIC X(20).
000115      10 TG-prev PIC X(1).
000116      10 TG-last PIC X(1).
000117      10 TG-green PIC 9(14).
000118  01 SuspectCount PIC 9(3).
000119  01 SuspectTable.
000120    05 SuspectEntry OCCURS 500 TIMES.
000121      10 SP-entry PIC 9(3).
000122      10 SP-prog PIC X(8).
000123      10 SP-src-stamp PIC 9(14).
000124      10 SP-src-sum PIC 9(10).
000125      10 SP-mod-stamp PIC 9(14).
000126      10 SP-mod-sum PIC 9(10).
000127  01 CurrentCount PIC 9(3).
000128  01 CurrentTable.
000129    05 CurrentEntry OCCURS 500 TIMES.
000130      10 FC-prog PIC X(8).
000131      10 FC-kind PIC X(1).
000132      10 FC-checksum PIC 9(10).
000133      10 FC-time PIC 9(14).
000134  01 show-kind PIC X(6).
000135  01 show-letter PIC X(1).
000136  01 show-old PIC 9(10).
000137  01 show-old-stamp PIC 9(14).
000138  01 show-pos PIC 9(3).
000139  COPY CBUC0002.
000140 LINKAGE SECTION.
000141  COPY CBUC0001.
000142 PROCEDURE DIVISION USING CBU-ctx.
000143  IF fingerprint-file = SPACES
000144     EXIT PROGRAM
000145  END-IF.
000146* the latest fingerprinted run and its fingerprints
000147  MOVE 0 TO fp-last.
000148  MOVE 0 TO FingerprintEOF.
000149  OPEN INPUT FingerprintIn.
000150  PERFORM UNTIL FingerprintEOF = 1
000151     READ FingerprintIn
000152        AT END MOVE 1 TO FingerprintEOF
000153        NOT AT END
000154           IF FR-stamp IS NUMERIC AND FR-stamp > fp-last
000155              MOVE FR-stamp TO fp-last
000156           END-IF
000157     END-READ
000158  END-PERFORM.
000159  CLOSE FingerprintIn.
000160  IF fp-last = 0
000161     EXIT PROGRAM
000162  END-IF.
000163  MOVE 0 TO CurrentCount.
000164  MOVE 0 TO FingerprintEOF.
000165  OPEN INPUT FingerprintIn.
000166  PERFORM UNTIL FingerprintEOF = 1
000167     READ FingerprintIn
000168        AT END MOVE 1 TO FingerprintEOF
000169        NOT AT END
000170           IF FR-stamp = fp-last AND FR-type = "F"
000171              AND CurrentCount < 500
000172              ADD 1 TO CurrentCount
000173              MOVE FR-prog TO FC-prog(CurrentCount)
000174              MOVE FR-kind TO FC-kind(CurrentCount)
000175              MOVE FR-checksum TO FC-checksum(CurrentCount)
000176              MOVE FR-time TO FC-time(CurrentCount)
000177           END-IF
000178     END-READ
000179  END-PERFORM.
000180  CLOSE FingerprintIn.
000181  IF detail-history-file <> SPACES
000182     PERFORM 1000-SUSPECTS
000183  END-IF.
000184  PERFORM 3000-STALE.
000185  EXIT PROGRAM.
000186
000187* newly broken tests against the fingerprints of their last
000188* green run
000189 1000-SUSPECTS.
000190  MOVE 0 TO stamp-last.
000191  MOVE 0 TO stamp-prev.
000192  MOVE 0 TO DetailEOF.
000193  OPEN INPUT DetailFile.
000194  PERFORM UNTIL DetailEOF = 1
000195     READ DetailFile
000196        AT END MOVE 1 TO DetailEOF
000197        NOT AT END
000198           IF RD-stamp > stamp-last
000199              MOVE stamp-last TO stamp-prev
000200              MOVE RD-stamp TO stamp-last
000201           ELSE
000202              IF RD-stamp > stamp-prev
000203                 AND RD-stamp < stamp-last
000204                 MOVE RD-stamp TO stamp-prev
000205              END-IF
000206           END-IF
000207     END-READ
000208  END-PERFORM.
000209  CLOSE DetailFile.
000210  IF stamp-prev = 0 OR stamp-last <> fp-last
000211     EXIT PARAGRAPH
000212  END-IF.
000213  MOVE 0 TO entry-count.
000214  MOVE 0 TO DetailEOF.
000215  OPEN INPUT DetailFile.
000216  PERFORM UNTIL DetailEOF = 1
000217     READ DetailFile
000218        AT END MOVE 1 TO DetailEOF
000219        NOT AT END PERFORM 1100-POST-ENTRY
000220     END-READ
000221  END-PERFORM.
000222  CLOSE DetailFile.
000223* the programs each newly broken test ran through this run
000224  MOVE 0 TO SuspectCount.
000225  MOVE 0 TO FingerprintEOF.
000226  OPEN INPUT FingerprintIn.
000227  PERFORM UNTIL FingerprintEOF = 1
000228     READ FingerprintIn
000229        AT END MOVE 1 TO FingerprintEOF
000230        NOT AT END
000231           IF FR-stamp = stamp-last AND FR-type = "U"
000232              PERFORM 1200-POST-USE
000233           END-IF
000234     END-READ
000235  END-PERFORM.
000236  CLOSE FingerprintIn.
000237* their latest fingerprints up to the last green run
000238  MOVE 0 TO FingerprintEOF.
000239  OPEN INPUT FingerprintIn.
000240  PERFORM UNTIL FingerprintEOF = 1
000241     READ FingerprintIn
000242        AT END MOVE 1 TO FingerprintEOF
000243        NOT AT END
000244           IF FR-type = "F" AND FR-stamp IS NUMERIC
000245              PERFORM 1300-POST-OLD
000246           END-IF
000247     END-READ
000248  END-PERFORM.
000249  CLOSE FingerprintIn.
000250  MOVE 0 TO nb-broken.
000251  PERFORM VARYING t FROM 1 BY 1 UNTIL t > entry-count
000252     IF TG-prev(t) = "S" AND TG-last(t) <> "S"
000253        AND TG-last(t) <> " "
000254        IF nb-broken = 0
000255           DISPLAY "|--- Suspect changes since last green run"
000256        END-IF
000257        ADD 1 TO nb-broken
000258        PERFORM 2000-SHOW-TEST
000259     END-IF
000260  END-PERFORM.
000261
000262 1100-POST-ENTRY.
000263  MOVE 0 TO entry-found.
000264  PERFORM VARYING t FROM 1 BY 1
000265     UNTIL t > entry-count OR entry-found = 1
000266     IF TG-suite(t) = RD-suite AND TG-test(t) = RD-test
000267        MOVE 1 TO entry-found
000268     END-IF
000269  END-PERFORM.
000270  IF entry-found = 0
000271     IF entry-count >= 300
000272        EXIT PARAGRAPH
000273     END-IF
000274     ADD 1 TO entry-count
000275     MOVE entry-count TO t
000276     MOVE RD-suite TO TG-suite(t)
000277     MOVE RD-test TO TG-test(t)
000278     MOVE SPACE TO TG-prev(t)
000279     MOVE SPACE TO TG-last(t)
000280     MOVE 0 TO TG-green(t)
000281  ELSE
000282     SUBTRACT 1 FROM t
000283  END-IF.
000284  EVALUATE TRUE
000285  WHEN RD-stamp = stamp-last
000286     MOVE RD-status TO TG-last(t)
000287  WHEN RD-stamp = stamp-prev
000288     MOVE RD-status TO TG-prev(t)
000289  END-EVALUATE.
000290  IF RD-status = "S" AND RD-stamp < stamp-last
000291     AND RD-stamp > TG-green(t)
000292     MOVE RD-stamp TO TG-green(t)
000293  END-IF.
000294
000295 1200-POST-USE.
000296  PERFORM VARYING t FROM 1 BY 1 UNTIL t > entry-count
000297     IF TG-suite(t) = FR-suite AND TG-test(t) = FR-test
000298        AND TG-prev(t) = "S" AND TG-last(t) <> "S"
000299        AND TG-last(t) <> " " AND SuspectCount < 500
000300        ADD 1 TO SuspectCount
000301        MOVE t TO SP-entry(SuspectCount)
000302        MOVE FR-prog TO SP-prog(SuspectCount)
000303        MOVE 0 TO SP-src-stamp(SuspectCount)
000304        MOVE 0 TO SP-src-sum(SuspectCount)
000305        MOVE 0 TO SP-mod-stamp(SuspectCount)
000306        MOVE 0 TO SP-mod-sum(SuspectCount)
000307     END-IF
000308  END-PERFORM.
000309
000310 1300-POST-OLD.
000311  PERFORM VARYING s FROM 1 BY 1 UNTIL s > SuspectCount
000312     IF SP-prog(s) = FR-prog
000313        AND FR-stamp <= TG-green(SP-entry(s))
000314        IF FR-kind = "S" AND FR-stamp >= SP-src-stamp(s)
000315           MOVE FR-stamp TO SP-src-stamp(s)
000316           MOVE FR-checksum TO SP-src-sum(s)
000317        END-IF
000318        IF FR-kind = "M" AND FR-stamp >= SP-mod-stamp(s)
000319           MOVE FR-stamp TO SP-mod-stamp(s)
000320           MOVE FR-checksum TO SP-mod-sum(s)
000321        END-IF
000322     END-IF
000323  END-PERFORM.
000324
000325 2000-SHOW-TEST.
000326  DISPLAY "|   " TG-suite(t) " " TG-test(t)
000327     " (last green " TG-green(t) ")".
000328  MOVE 0 TO nb-suspect.
000329  PERFORM VARYING s FROM 1 BY 1 UNTIL s > SuspectCount
000330     IF SP-entry(s) = t
000331        MOVE "source" TO show-kind
000332        MOVE "S" TO show-letter
000333        MOVE SP-src-sum(s) TO show-old
000334        MOVE SP-src-stamp(s) TO show-old-stamp
000335        PERFORM 2100-SHOW-CHANGE
000336        MOVE "module" TO show-kind
000337        MOVE "M" TO show-letter
000338        MOVE SP-mod-sum(s) TO show-old
000339        MOVE SP-mod-stamp(s) TO show-old-stamp
000340        PERFORM 2100-SHOW-CHANGE
000341     END-IF
000342  END-PERFORM.
000343  IF nb-suspect = 0
000344     DISPLAY "|     (no fingerprinted module changed)"
000345  END-IF.
000346
000347 2100-SHOW-CHANGE.
000348  MOVE 0 TO show-pos.
000349  PERFORM VARYING c FROM 1 BY 1 UNTIL c > CurrentCount
000350     IF FC-prog(c) = SP-prog(s) AND FC-kind(c) = show-letter
000351        AND show-pos = 0
000352        MOVE c TO show-pos
000353     END-IF
000354  END-PERFORM.
000355  IF show-pos = 0
000356     EXIT PARAGRAPH
000357  END-IF.
000358  IF show-old-stamp = 0
000359     ADD 1 TO nb-suspect
000360     DISPLAY "|     NEW     " SP-prog(s) " " show-kind
000361        " checksum " FC-checksum(show-pos)
000362     EXIT PARAGRAPH
000363  END-IF.
000364  IF show-old <> FC-checksum(show-pos)
000365     ADD 1 TO nb-suspect
000366     DISPLAY "|     CHANGED " SP-prog(s) " " show-kind
000367        " checksum " show-old " -> " FC-checksum(show-pos)
000368  END-IF.
000369
000370* a module older than its source was not rebuilt after the
000371* last source change
000372 3000-STALE.
000373  MOVE 0 TO nb-stale.
000374  PERFORM VARYING src-pos FROM 1 BY 1 UNTIL src-pos > CurrentCount
000375     IF FC-kind(src-pos) = "S"
000376        MOVE 0 TO mod-pos
000377        PERFORM VARYING c FROM 1 BY 1 UNTIL c > CurrentCount
000378           IF FC-prog(c) = FC-prog(src-pos) AND FC-kind(c) = "M"
000379              MOVE c TO mod-pos
000380           END-IF
000381        END-PERFORM
000382        IF mod-pos > 0
000383           AND FC-time(src-pos) > FC-time(mod-pos)
000384           IF nb-stale = 0
000385              DISPLAY "|--- Stale modules (source newer than"
000386                 " module)"
000387           END-IF
000388           ADD 1 TO nb-stale
000389           DISPLAY "|   STALE " FC-prog(src-pos) " source "
000390              FC-time(src-pos) " module " FC-time(mod-pos)
000391        END-IF
000392     END-IF
000393  END-PERFORM.
000394 END PROGRAM CBU00389.
