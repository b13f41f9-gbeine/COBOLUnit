000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-report-lifecycle
000013*	source name: CBU00391.cob
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

000044*>Failure lifecycle report, from the detail history. Each
000045*>failure episode of a test runs from its first red run
000046*>(failure or error) to its next green run; the time between
000047*>the two run stamps is the episode's time to repair. The
000048*>report lists the episodes still open with their age, the
000049*>mean and worst time to repair per suite and per owner team
000050*>(owner registry, CBU-load-owners - matched by suite name,
000051*>or by pack for suites registered in this run), and the
000052*>tests that broke again within RebreakDays days of being
000053*>fixed. Runs are taken in the order the history holds them.
000054* arg1: RebreakDays - a break this many days or fewer after
000055*        the previous fix is reported as a re-break
000056 IDENTIFICATION DIVISION.
000057 PROGRAM-ID.   CBU00391.
000058 ENVIRONMENT    DIVISION.
000059 INPUT-OUTPUT SECTION.
000060 FILE-CONTROL.
000061    SELECT OPTIONAL DetailFile ASSIGN TO detail-history-file
000062		ORGANIZATION IS LINE SEQUENTIAL.
000063 DATA DIVISION.
000064 FILE SECTION.
000065 	FD DetailFile.
000066 	01 DetailRecord.
000067	  05 RD-stamp PIC 9(14).
000068	  05 RD-suite PIC X(20).
000069	  05 RD-test PIC X(20).
000070	  05 RD-status PIC X(1).
000071	  05 RD-attempts PIC 9(2).
000072	  05 RD-elapsed PIC 9(8).
000073	  05 RD-checksum PIC 9(9).
000074 WORKING-STORAGE SECTION.
000075  01 DetailEOF PIC 9(1).
000076  01 t PIC 9(3).
000077  01 g PIC 9(3).
000078  01 i PIC 9(3).
000079  01 ow PIC 9(2).
000080  01 entry-count PIC 9(3).
000081  01 entry-found PIC 9(1).
000082  01 stamp-work PIC 9(14).
000083  01 stamp-parts REDEFINES stamp-work.
000084    05 stamp-date PIC 9(8).
000085    05 stamp-hh PIC 9(2).
000086    05 stamp-mi PIC 9(2).
000087    05 stamp-ss PIC 9(2).
000088  01 stamp-minutes PIC 9(9).
000089  01 repair-minutes PIC 9(9).
000090  01 now-date PIC 9(8).
000091  01 now-time PIC 9(8).
000092  01 now-minutes PIC 9(9).
000093  01 rebreak-limit PIC 9(9).
000094  01 owner-team PIC X(10).
000095  01 hours-out PIC ZZZZ9.9.
000096  01 mean-out PIC ZZZZ9.9.
000097  01 worst-out PIC ZZZZ9.9.
000098  01 hours-work PIC 9(7)V9.
000099  01 nb-open PIC 9(3).
000100  01 nb-rebreak PIC 9(3).
000101  01 TestStateTable.
000102    05 TestState OCCURS 300 TIMES.
000103      10 TS-suite PIC X(20).
000104      10 TS-test PIC X(20).
000105      10 TS-open PIC 9(1).
000106      10 TS-open-stamp PIC 9(14).
000107      10 TS-open-minutes PIC 9(9).
000108      10 TS-fixed-stamp PIC 9(14).
000109      10 TS-fixed-minutes PIC 9(9).
000110  01 RebreakCount PIC 9(3).
000111  01 RebreakTable.
000112    05 RebreakEntry OCCURS 200 TIMES.
000113      10 RB-entry PIC 9(3).
000114      10 RB-fixed PIC 9(14).
000115      10 RB-broken PIC 9(14).
000116  01 GroupCount PIC 9(3).
000117  01 GroupTable.
000118    05 GroupEntry OCCURS 90 TIMES.
000119      10 GR-kind PIC X(1).
000120      10 GR-name PIC X(20).
000121      10 GR-episodes PIC 9(5).
000122      10 GR-total PIC 9(11).
000123      10 GR-worst PIC 9(9).
000124  01 group-kind PIC X(1).
000125  01 group-name PIC X(20).
000126  01 group-pos PIC 9(3).
000127  COPY CBUC0002.
000128 LINKAGE SECTION.
000129  77 RebreakDays PIC 9(3).
000130  COPY CBUC0001.
000131 PROCEDURE DIVISION USING CBU-ctx RebreakDays.
000132  IF detail-history-file = SPACES
000133     EXIT PROGRAM
000134  END-IF.
000135  COMPUTE rebreak-limit = RebreakDays * 1440.
000136  MOVE 0 TO entry-count.
000137  MOVE 0 TO RebreakCount.
000138  MOVE 0 TO GroupCount.
000139* the totals line first, then suites, then teams
000140  MOVE "*" TO group-kind.
000141  MOVE "all tests" TO group-name.
000142  PERFORM 2000-FIND-GROUP.
000143  MOVE 0 TO DetailEOF.
000144  OPEN INPUT DetailFile.
000145  PERFORM UNTIL DetailEOF = 1
000146     READ DetailFile
000147        AT END MOVE 1 TO DetailEOF
000148        NOT AT END PERFORM 1000-POST-RUN
000149     END-READ
000150  END-PERFORM.
000151  CLOSE DetailFile.
000152  ACCEPT now-date FROM DATE YYYYMMDD.
000153  ACCEPT now-time FROM TIME.
000154  COMPUTE stamp-work = now-date * 1000000 + now-time / 100.
000155  PERFORM 1900-STAMP-MINUTES.
000156  MOVE stamp-minutes TO now-minutes.
000157  PERFORM 3000-REPORT.
000158  EXIT PROGRAM.
000159
000160* one recorded run of one test
000161 1000-POST-RUN.
000162  IF RD-status <> "S" AND RD-status <> "F" AND RD-status <> "E"
000163     EXIT PARAGRAPH
000164  END-IF.
000165  MOVE 0 TO entry-found.
000166  PERFORM VARYING t FROM 1 BY 1
000167     UNTIL t > entry-count OR entry-found = 1
000168     IF TS-suite(t) = RD-suite AND TS-test(t) = RD-test
000169        MOVE 1 TO entry-found
000170     END-IF
000171  END-PERFORM.
000172  IF entry-found = 0
000173     IF entry-count >= 300
000174        EXIT PARAGRAPH
000175     END-IF
000176     ADD 1 TO entry-count
000177     MOVE entry-count TO t
000178     MOVE RD-suite TO TS-suite(t)
000179     MOVE RD-test TO TS-test(t)
000180     MOVE 0 TO TS-open(t)
000181     MOVE 0 TO TS-open-stamp(t)
000182     MOVE 0 TO TS-open-minutes(t)
000183     MOVE 0 TO TS-fixed-stamp(t)
000184     MOVE 0 TO TS-fixed-minutes(t)
000185  ELSE
000186     SUBTRACT 1 FROM t
000187  END-IF.
000188  MOVE RD-stamp TO stamp-work.
000189  PERFORM 1900-STAMP-MINUTES.
000190  IF RD-status = "S"
000191     IF TS-open(t) = 1
000192        PERFORM 1100-CLOSE-EPISODE
000193     END-IF
000194     EXIT PARAGRAPH
000195  END-IF.
000196  IF TS-open(t) = 1
000197     EXIT PARAGRAPH
000198  END-IF.
000199  MOVE 1 TO TS-open(t).
000200  MOVE RD-stamp TO TS-open-stamp(t).
000201  MOVE stamp-minutes TO TS-open-minutes(t).
000202  IF TS-fixed-stamp(t) > 0
000203     AND stamp-minutes - TS-fixed-minutes(t) <= rebreak-limit
000204     AND RebreakCount < 200
000205     ADD 1 TO RebreakCount
000206     MOVE t TO RB-entry(RebreakCount)
000207     MOVE TS-fixed-stamp(t) TO RB-fixed(RebreakCount)
000208     MOVE RD-stamp TO RB-broken(RebreakCount)
000209  END-IF.
000210
000211* the green run ends the episode: its repair time goes to the
000212* totals, the test's suite and the suite's owning team
000213 1100-CLOSE-EPISODE.
000214  MOVE 0 TO TS-open(t).
000215  MOVE RD-stamp TO TS-fixed-stamp(t).
000216  MOVE stamp-minutes TO TS-fixed-minutes(t).
000217  COMPUTE repair-minutes = stamp-minutes - TS-open-minutes(t).
000218  MOVE "*" TO group-kind.
000219  MOVE "all tests" TO group-name.
000220  PERFORM 2000-FIND-GROUP.
000221  PERFORM 2100-ADD-REPAIR.
000222  MOVE "S" TO group-kind.
000223  MOVE TS-suite(t) TO group-name.
000224  PERFORM 2000-FIND-GROUP.
000225  PERFORM 2100-ADD-REPAIR.
000226  PERFORM 1200-FIND-OWNER.
000227  MOVE "T" TO group-kind.
000228  MOVE owner-team TO group-name.
000229  PERFORM 2000-FIND-GROUP.
000230  PERFORM 2100-ADD-REPAIR.
000231
000232 1200-FIND-OWNER.
000233  MOVE "(none)" TO owner-team.
000234  PERFORM VARYING ow FROM 1 BY 1 UNTIL ow > OwnerCount
000235     IF OW-suite(ow) <> SPACES AND OW-suite(ow) = TS-suite(t)
000236        MOVE OW-team(ow) TO owner-team
000237     END-IF
000238     IF OW-suite(ow) = SPACES
000239        PERFORM VARYING i FROM 1 BY 1 UNTIL i >= SuiteIndex
000240           IF SuiteName(i) = TS-suite(t)
000241              AND SuitePack(i) = OW-pack(ow)
000242              MOVE OW-team(ow) TO owner-team
000243           END-IF
000244        END-PERFORM
000245     END-IF
000246  END-PERFORM.
000247
000248* minutes since day zero of the YYYYMMDDHHMMSS stamp
000249 1900-STAMP-MINUTES.
000250  IF stamp-date < 16010101
000251     MOVE 0 TO stamp-minutes
000252     EXIT PARAGRAPH
000253  END-IF.
000254  COMPUTE stamp-minutes =
000255     FUNCTION INTEGER-OF-DATE(stamp-date) * 1440
000256     + stamp-hh * 60 + stamp-mi.
000257
000258 2000-FIND-GROUP.
000259  MOVE 0 TO group-pos.
000260  PERFORM VARYING g FROM 1 BY 1
000261     UNTIL g > GroupCount OR group-pos > 0
000262     IF GR-kind(g) = group-kind AND GR-name(g) = group-name
000263        MOVE g TO group-pos
000264     END-IF
000265  END-PERFORM.
000266  IF group-pos = 0 AND GroupCount < 90
000267     ADD 1 TO GroupCount
000268     MOVE GroupCount TO group-pos
000269     MOVE group-kind TO GR-kind(group-pos)
000270     MOVE group-name TO GR-name(group-pos)
000271     MOVE 0 TO GR-episodes(group-pos)
000272     MOVE 0 TO GR-total(group-pos)
000273     MOVE 0 TO GR-worst(group-pos)
000274  END-IF.
000275
000276 2100-ADD-REPAIR.
000277  IF group-pos = 0
000278     EXIT PARAGRAPH
000279  END-IF.
000280  ADD 1 TO GR-episodes(group-pos).
000281  ADD repair-minutes TO GR-total(group-pos).
000282  IF repair-minutes > GR-worst(group-pos)
000283     MOVE repair-minutes TO GR-worst(group-pos)
000284  END-IF.
000285
000286 3000-REPORT.
000287  DISPLAY "|--- Failure lifecycle (time to repair, hours)".
000288  MOVE 0 TO nb-open.
000289  PERFORM VARYING t FROM 1 BY 1 UNTIL t > entry-count
000290     IF TS-open(t) = 1
000291        ADD 1 TO nb-open
000292        COMPUTE hours-work =
000293           (now-minutes - TS-open-minutes(t)) / 60
000294        MOVE hours-work TO hours-out
000295        DISPLAY "|   OPEN     " TS-suite(t) " " TS-test(t)
000296           " since " TS-open-stamp(t) " age " hours-out
000297     END-IF
000298  END-PERFORM.
000299  IF nb-open = 0
000300     DISPLAY "|   (no failure episode open)"
000301  END-IF.
000302  DISPLAY "|   repaired episodes            count    mean"
000303     "   worst".
000304  MOVE "*" TO group-kind.
000305  PERFORM VARYING g FROM 1 BY 1 UNTIL g > GroupCount
000306     PERFORM 3100-SHOW-GROUP
000307  END-PERFORM.
000308  MOVE "S" TO group-kind.
000309  PERFORM VARYING g FROM 1 BY 1 UNTIL g > GroupCount
000310     PERFORM 3100-SHOW-GROUP
000311  END-PERFORM.
000312  MOVE "T" TO group-kind.
000313  PERFORM VARYING g FROM 1 BY 1 UNTIL g > GroupCount
000314     PERFORM 3100-SHOW-GROUP
000315  END-PERFORM.
000316  MOVE 0 TO nb-rebreak.
000317  PERFORM VARYING g FROM 1 BY 1 UNTIL g > RebreakCount
000318     MOVE RB-entry(g) TO t
000319     ADD 1 TO nb-rebreak
000320     DISPLAY "|   REBROKEN " TS-suite(t) " " TS-test(t)
000321        " fixed " RB-fixed(g) " broken " RB-broken(g)
000322  END-PERFORM.
000323  IF nb-rebreak = 0
000324     DISPLAY "|   (no test broke again within " RebreakDays
000325        " day(s) of a fix)"
000326  END-IF.
000327
000328 3100-SHOW-GROUP.
000329  IF GR-kind(g) <> group-kind
000330     EXIT PARAGRAPH
000331  END-IF.
000332  IF GR-episodes(g) = 0
000333     MOVE ZERO TO mean-out
000334     MOVE ZERO TO worst-out
000335  ELSE
000336     COMPUTE hours-work ROUNDED =
000337        GR-total(g) / GR-episodes(g) / 60
000338     MOVE hours-work TO mean-out
000339     COMPUTE hours-work ROUNDED = GR-worst(g) / 60
000340     MOVE hours-work TO worst-out
000341  END-IF.
000342  EVALUATE GR-kind(g)
000343  WHEN "*"
000344     DISPLAY "|   total  " GR-name(g) "  " GR-episodes(g)
000345        " " mean-out " " worst-out
000346  WHEN "S"
000347     DISPLAY "|   suite  " GR-name(g) "  " GR-episodes(g)
000348        " " mean-out " " worst-out
000349  WHEN "T"
000350     DISPLAY "|   team   " GR-name(g) "  " GR-episodes(g)
000351        " " mean-out " " worst-out
000352  END-EVALUATE.
000353 END PROGRAM CBU00391.
