000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-count-harness-io
000013*	source name: CBU00427.cob
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

000044*>Keep the I/O volume of a harness program, which does not
000045*>report its own I/O through CBU-file-io: called by
000046*>CBU-run-harness and CBU-run-steps with IoAction 'B' just
000047*>before the program's CALL and 'A' just after it, while its
000048*>file maps (CBU-map-file) and, for an imported job step, its
000049*>DD statements (CBU-apply-step-dds) are in force. 'B' counts
000050*>the records of every file a DD_<name> points at; 'A' counts
000051*>them again and adds to the test's I/O volume under the DD
000052*>name: a file that grew counts the growth as writes, one that
000053*>shrank counts what it now holds as writes (it was replaced),
000054*>and one left at the same size counts its records as reads.
000055*>The counts are an estimate from the file sizes, not of the
000056*>program's own READs and WRITEs: a file rewritten with as
000057*>many records as before reads as read once. A file the
000058*>program does report through CBU-file-io during the step
000059*>keeps that exact count, and a file that does not exist
000060*>counts as empty. Files are read as line sequential.
000061* arg1: IoAction - 'B' before the program runs, 'A' after
000062* arg2: StepIdx - entry in the harness step table, 0 for a
000063*       one-step harness (file maps only)
000064 IDENTIFICATION DIVISION.
000065 PROGRAM-ID.   CBU00427.
000066 ENVIRONMENT    DIVISION.
000067 INPUT-OUTPUT SECTION.
000068 FILE-CONTROL.
000069    SELECT OPTIONAL CountFile ASSIGN TO file-name
000070	ORGANIZATION IS LINE SEQUENTIAL
000071	FILE STATUS IS count-status.
000072 DATA DIVISION.
000073 FILE SECTION.
000074 	FD CountFile.
000075 	01 CountLine PIC X(255).
000076 WORKING-STORAGE SECTION.
000077  01 file-name PIC X(64).
000078  01 count-status PIC X(2).
000079  01 CountEOF PIC 9(1).
000080  01 nb-records PIC 9(7).
000081  01 dd-name PIC X(30).
000082  01 env-name PIC X(34).
000083  01 name-buf PIC X(32000).
000084  01 name-len PIC 99999.
000085  01 m PIC 9(2).
000086  01 j PIC 9(2).
000087  01 d PIC 9(2).
000088  01 v PIC 9(2).
000089  01 v-found PIC 9(2).
000090* the files watched for this program, as 'B' found them
000091  01 WatchCount PIC 9(2).
000092  01 ListeWatched.
000093    05 WatchEntry OCCURS 20 TIMES.
000094      10 W-name PIC X(30).
000095      10 W-path PIC X(64).
000096      10 W-before PIC 9(7).
000097      10 W-reported PIC 9(8).
000098  COPY CBUC0002.
000099  COPY CBUC0003.
000100 LINKAGE SECTION.
000101  77 IoAction PIC X(1).
000102  77 StepIdx PIC 9(2).
000103  COPY CBUC0001.
000104 PROCEDURE DIVISION USING CBU-ctx IoAction StepIdx.
000105  EVALUATE IoAction
000106     WHEN "B"
000107        PERFORM 1000-BEFORE
000108     WHEN "A"
000109        PERFORM 2000-AFTER
000110  END-EVALUATE.
000111  EXIT PROGRAM.
000112
000113 1000-BEFORE.
000114  MOVE 0 TO WatchCount.
000115  PERFORM VARYING m FROM 1 BY 1 UNTIL m > MapCount
000116     MOVE MapLogical(m) TO dd-name
000117     PERFORM 1100-WATCH
000118  END-PERFORM.
000119  IF StepIdx > 0
000120     PERFORM VARYING j FROM 1 BY 1 UNTIL j > JobDDCount
000121        IF JD-step(j) = StepIdx
000122           MOVE JD-name(j) TO dd-name
000123           PERFORM 1100-WATCH
000124        END-IF
000125     END-PERFORM
000126  END-IF.
000127
000128* one DD name, once, with the file DD_<name> points at now
000129 1100-WATCH.
000130  IF dd-name = SPACES OR WatchCount >= 20
000131     EXIT PARAGRAPH
000132  END-IF.
000133  PERFORM VARYING d FROM 1 BY 1 UNTIL d > WatchCount
000134     IF W-name(d) = dd-name
000135        EXIT PARAGRAPH
000136     END-IF
000137  END-PERFORM.
000138  MOVE dd-name TO name-buf.
000139  CALL CBU-get-last-index USING CBU-ctx name-buf name-len.
000140  INITIALIZE env-name.
000141  STRING "DD_" dd-name(1:name-len) INTO env-name.
000142  MOVE SPACES TO file-name.
000143  ACCEPT file-name FROM ENVIRONMENT env-name
000144  END-ACCEPT.
000145  IF file-name = SPACES
000146     EXIT PARAGRAPH
000147  END-IF.
000148  ADD 1 TO WatchCount.
000149  MOVE dd-name TO W-name(WatchCount).
000150  MOVE file-name TO W-path(WatchCount).
000151  PERFORM 3000-COUNT-RECORDS.
000152  MOVE nb-records TO W-before(WatchCount).
000153  PERFORM 4000-FIND-VOLUME.
000154  MOVE 0 TO W-reported(WatchCount).
000155  IF v-found > 0
000156     COMPUTE W-reported(WatchCount) =
000157        IV-reads(v-found) + IV-writes(v-found)
000158  END-IF.
000159
000160 2000-AFTER.
000161  PERFORM VARYING d FROM 1 BY 1 UNTIL d > WatchCount
000162     MOVE W-path(d) TO file-name
000163     PERFORM 3000-COUNT-RECORDS
000164     PERFORM 2100-ADD-VOLUME
000165  END-PERFORM.
000166  MOVE 0 TO WatchCount.
000167
000168 2100-ADD-VOLUME.
000169  MOVE W-name(d) TO dd-name.
000170  PERFORM 4000-FIND-VOLUME.
000171  IF v-found > 0
000172     IF IV-reads(v-found) + IV-writes(v-found) <> W-reported(d)
000173        EXIT PARAGRAPH
000174     END-IF
000175  ELSE
000176     IF io-volume-count >= 20
000177        EXIT PARAGRAPH
000178     END-IF
000179     ADD 1 TO io-volume-count
000180     MOVE io-volume-count TO v-found
000181     MOVE dd-name TO IV-file(v-found)
000182     MOVE 0 TO IV-reads(v-found)
000183     MOVE 0 TO IV-writes(v-found)
000184  END-IF.
000185  EVALUATE TRUE
000186     WHEN nb-records > W-before(d)
000187        COMPUTE IV-writes(v-found) =
000188           IV-writes(v-found) + nb-records - W-before(d)
000189     WHEN nb-records < W-before(d)
000190        ADD nb-records TO IV-writes(v-found)
000191     WHEN OTHER
000192        ADD nb-records TO IV-reads(v-found)
000193  END-EVALUATE.
000194
000195 3000-COUNT-RECORDS.
000196  MOVE 0 TO nb-records.
000197  OPEN INPUT CountFile.
000198  IF count-status(1:1) NOT = "0"
000199     EXIT PARAGRAPH
000200  END-IF.
000201  MOVE 0 TO CountEOF.
000202  PERFORM UNTIL CountEOF = 1
000203     READ CountFile
000204        AT END MOVE 1 TO CountEOF
000205        NOT AT END ADD 1 TO nb-records
000206     END-READ
000207  END-PERFORM.
000208  CLOSE CountFile.
000209
000210* the test's I/O volume entry for dd-name, 0 when there is none
000211 4000-FIND-VOLUME.
000212  MOVE 0 TO v-found.
000213  PERFORM VARYING v FROM 1 BY 1
000214     UNTIL v > io-volume-count OR v-found > 0
000215     IF IV-file(v) = dd-name
000216        MOVE v TO v-found
000217     END-IF
000218  END-PERFORM.
000219 END PROGRAM CBU00427.
