000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-report-io-volume
000013*	source name: CBU00405.cob
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

000044*>I/O volume regression report over the file CBU-test-run
000045*>keeps the per-test reads and writes in (CBU-set-io-volume):
000046*>for each test and file the latest run's counts are held
000047*>against the same test's counts on that file in the previous
000048*>run that recorded it. Unlike elapsed time the counts do not
000049*>move with machine load, so a test whose reads or writes on
000050*>any file grew by more than io-growth-pct percent is flagged - a
000051*>unit that suddenly reads its master three times is caught
000052*>however quiet the box. A file the test never touched before
000053*>is listed but not flagged. WarnCount comes back with the
000054*>number of flagged test/file pairs so CBU-run can put a
000055*>warning line in the final results box.
000056* arg1: WarnCount - number of test/file pairs flagged
000057 IDENTIFICATION DIVISION.
000058 PROGRAM-ID.   CBU00405.
000059 ENVIRONMENT    DIVISION.
000060 INPUT-OUTPUT SECTION.
000061 FILE-CONTROL.
000062    SELECT OPTIONAL IoVolume ASSIGN TO io-volume-file
000063		ORGANIZATION IS LINE SEQUENTIAL.
000064 DATA DIVISION.
000065 FILE SECTION.
000066 	FD IoVolume.
000067 	01 IoVolumeRecord.
000068	  05 VH-stamp PIC 9(14).
000069	  05 VH-suite PIC X(20).
000070	  05 VH-test PIC X(20).
000071	  05 VH-file PIC X(30).
000072	  05 VH-reads PIC 9(7).
000073	  05 VH-writes PIC 9(7).
000074 WORKING-STORAGE SECTION.
000075  01 VolumeEOF PIC 9(1).
000076  01 stamp-last PIC 9(14).
000077  01 t PIC 9(3).
000078  01 entry-count PIC 9(3).
000079  01 entry-found PIC 9(1).
000080  01 limit-val PIC 9(9)V99.
000081  01 growth-flag PIC 9(1).
000082  01 new-count PIC 9(3).
000083  01 VolumeTable.
000084    05 VolumeEntry OCCURS 500 TIMES.
000085      10 VE-suite PIC X(20).
000086      10 VE-test PIC X(20).
000087      10 VE-file PIC X(30).
000088      10 VE-seen PIC 9(1).
000089      10 VE-reads PIC 9(7).
000090      10 VE-writes PIC 9(7).
000091      10 VE-base-stamp PIC 9(14).
000092      10 VE-base-reads PIC 9(7).
000093      10 VE-base-writes PIC 9(7).
000094  COPY CBUC0002.
000095 LINKAGE SECTION.
000096  77 WarnCount PIC 9(3).
000097  COPY CBUC0001.
000098 PROCEDURE DIVISION USING CBU-ctx WarnCount.
000099  MOVE 0 TO WarnCount.
000100  IF io-volume-file = SPACES
000101     EXIT PROGRAM
000102  END-IF.
000103  MOVE 0 TO stamp-last.
000104  MOVE 0 TO VolumeEOF.
000105  OPEN INPUT IoVolume.
000106  PERFORM UNTIL VolumeEOF = 1
000107     READ IoVolume
000108        AT END MOVE 1 TO VolumeEOF
000109        NOT AT END
000110           IF VH-stamp > stamp-last
000111              MOVE VH-stamp TO stamp-last
000112           END-IF
000113     END-READ
000114  END-PERFORM.
000115  CLOSE IoVolume.
000116  IF stamp-last = 0
000117     EXIT PROGRAM
000118  END-IF.
000119  MOVE 0 TO entry-count.
000120  MOVE 0 TO VolumeEOF.
000121  OPEN INPUT IoVolume.
000122  PERFORM UNTIL VolumeEOF = 1
000123     READ IoVolume
000124        AT END MOVE 1 TO VolumeEOF
000125        NOT AT END
000126           PERFORM 1000-POST-ENTRY
000127     END-READ
000128  END-PERFORM.
000129  CLOSE IoVolume.
000130  MOVE 0 TO new-count.
000131  DISPLAY "|--- I/O volume versus previous run".
000132  PERFORM VARYING t FROM 1 BY 1 UNTIL t > entry-count
000133     IF VE-seen(t) = 1
000134        IF VE-base-stamp(t) = 0
000135           ADD 1 TO new-count
000136           DISPLAY "|   NEW FILE:   " VE-suite(t) " " VE-test(t)
000137              " " VE-file(t) " reads " VE-reads(t)
000138              " writes " VE-writes(t)
000139        ELSE
000140           PERFORM 2000-CHECK-GROWTH
000141        END-IF
000142     END-IF
000143  END-PERFORM.
000144  IF WarnCount = 0 AND new-count = 0
000145     DISPLAY "|   no growth over " io-growth-pct "%"
000146  END-IF.
000147  EXIT PROGRAM.
000148
000149* latest run's counts, or the most recent earlier run's as the
000150* baseline; a test that reported twice in one run keeps the last
000151 1000-POST-ENTRY.
000152  MOVE 0 TO entry-found.
000153  PERFORM VARYING t FROM 1 BY 1
000154     UNTIL t > entry-count OR entry-found = 1
000155     IF VE-suite(t) = VH-suite AND VE-test(t) = VH-test
000156        AND VE-file(t) = VH-file
000157        MOVE 1 TO entry-found
000158     END-IF
000159  END-PERFORM.
000160  IF entry-found = 1
000161     SUBTRACT 1 FROM t
000162  ELSE
000163     IF entry-count >= 500
000164        EXIT PARAGRAPH
000165     END-IF
000166     ADD 1 TO entry-count
000167     MOVE entry-count TO t
000168     MOVE VH-suite TO VE-suite(t)
000169     MOVE VH-test TO VE-test(t)
000170     MOVE VH-file TO VE-file(t)
000171     MOVE 0 TO VE-seen(t)
000172     MOVE 0 TO VE-reads(t)
000173     MOVE 0 TO VE-writes(t)
000174     MOVE 0 TO VE-base-stamp(t)
000175     MOVE 0 TO VE-base-reads(t)
000176     MOVE 0 TO VE-base-writes(t)
000177  END-IF.
000178  IF VH-stamp = stamp-last
000179     MOVE 1 TO VE-seen(t)
000180     MOVE VH-reads TO VE-reads(t)
000181     MOVE VH-writes TO VE-writes(t)
000182  ELSE
000183     IF VH-stamp >= VE-base-stamp(t)
000184        MOVE VH-stamp TO VE-base-stamp(t)
000185        MOVE VH-reads TO VE-base-reads(t)
000186        MOVE VH-writes TO VE-base-writes(t)
000187     END-IF
000188  END-IF.
000189
000190 2000-CHECK-GROWTH.
000191  MOVE 0 TO growth-flag.
000192  COMPUTE limit-val =
000193     VE-base-reads(t) * (100 + io-growth-pct) / 100.
000194  IF VE-reads(t) > limit-val
000195     MOVE 1 TO growth-flag
000196  END-IF.
000197  COMPUTE limit-val =
000198     VE-base-writes(t) * (100 + io-growth-pct) / 100.
000199  IF VE-writes(t) > limit-val
000200     MOVE 1 TO growth-flag
000201  END-IF.
000202  IF growth-flag = 1
000203     ADD 1 TO WarnCount
000204     DISPLAY "|   I/O GROWTH: " VE-suite(t) " " VE-test(t)
000205        " " VE-file(t)
000206     DISPLAY "|      reads " VE-base-reads(t) " now " VE-reads(t)
000207        "  writes " VE-base-writes(t) " now " VE-writes(t)
000208  END-IF.
000209 END PROGRAM CBU00405.
