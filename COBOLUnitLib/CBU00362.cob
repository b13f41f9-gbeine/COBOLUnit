000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-file-io
000013*	source name: CBU00362.cob
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

000044*>Report one I/O statement of the unit under test on a mapped
000045*>file: called by the unit right after the statement with the
000046*>file's external name, the verb and its FILE STATUS field.
000047*>Every fault scripted with CBU-file-fault for that file and
000048*>verb counts the call, and on its FailAt-th call the scripted
000049*>status replaces the real one, so the unit's own status check
000050*>that follows takes its error path. With no fault scripted
000051*>the status is left alone, so the call can stay in the unit.
000051*>Every READ that comes back with a 0x status, and every WRITE
000051*>or REWRITE likewise, is also counted against the file for
000051*>the I/O volume kept with the test's result (up to 20 files
000051*>per test).
000051*>A unit run as a contender (CBU-add-contender) reports its
000051*>I/O on the shared file the same way: under
000051*>CBU-run-contention the CBUCONTLOG variable names the
000051*>contender's status log, and every status other than "00" -
000051*>as the unit sees it, after any scripted fault - is appended
000051*>to it. Outside a contention run nothing is logged.
000052*>CBU-precompile-io inserts these calls in a copy of the
000052*>unit's source.
000052*>Takes no CBU-ctx: the unit passes only its own fields.
000053* arg1: LogicalName - external file name the unit ASSIGNs
000054* arg2: Verb - OPEN, READ, WRITE, REWRITE, DELETE, START or CLOSE
000055* arg3: FileStatus - the unit's FILE STATUS field for the file
000056 IDENTIFICATION DIVISION.
000057 PROGRAM-ID.   CBU00362.
000058 ENVIRONMENT    DIVISION.
000058 INPUT-OUTPUT SECTION.
000058 FILE-CONTROL.
000058    SELECT OPTIONAL LogFile ASSIGN TO log-name
000058		ORGANIZATION IS LINE SEQUENTIAL
000058		FILE STATUS IS log-status.
000059 DATA DIVISION.
000059 FILE SECTION.
000059 	FD LogFile.
000059 	01 LogRecord PIC X(2).
000060 WORKING-STORAGE SECTION.
000060  01 first-call PIC 9(1) VALUE 1.
000060  01 log-name PIC X(64).
000060  01 log-status PIC X(2).
000061  01 f PIC 9(2).
000061  01 v PIC 9(2).
000061  01 v-found PIC 9(2).
000062  01 verb-upper PIC X(8).
000063  COPY CBUC0003.
000064 LINKAGE SECTION.
000065  77 LogicalName PIC X(30).
000066  77 Verb PIC X(8).
000067  77 FileStatus PIC X(2).
000068 PROCEDURE DIVISION USING LogicalName Verb FileStatus.
000069  MOVE Verb TO verb-upper.
000070  INSPECT verb-upper
000071     CONVERTING "acdeiloprstw" TO "ACDEILOPRSTW".
000072  PERFORM VARYING f FROM 1 BY 1 UNTIL f > file-fault-count
000073     IF FF-file(f) = LogicalName AND FF-verb(f) = verb-upper
000074        ADD 1 TO FF-seen(f)
000075        IF FF-seen(f) = FF-at(f)
000076           MOVE FF-status(f) TO FileStatus
000077           ADD 1 TO FF-hits(f)
000078        END-IF
000079     END-IF
000080  END-PERFORM.
000080  IF FileStatus(1:1) = "0"
000080     AND (verb-upper = "READ" OR verb-upper = "WRITE"
000080     OR verb-upper = "REWRITE")
000080     PERFORM 1000-COUNT-IO
000080  END-IF.
000080  IF first-call = 1
000080     MOVE 0 TO first-call
000080     MOVE SPACES TO log-name
000080     ACCEPT log-name FROM ENVIRONMENT "CBUCONTLOG"
000080  END-IF.
000080  IF log-name <> SPACES AND FileStatus <> "00"
000080     PERFORM 2000-LOG-CONTENTION
000080  END-IF.
000081  EXIT PROGRAM.
000081
000081 1000-COUNT-IO.
000081  MOVE 0 TO v-found.
000081  PERFORM VARYING v FROM 1 BY 1
000081     UNTIL v > io-volume-count OR v-found > 0
000081     IF IV-file(v) = LogicalName
000081        MOVE v TO v-found
000081     END-IF
000081  END-PERFORM.
000081  IF v-found = 0
000081     IF io-volume-count >= 20
000081        EXIT PARAGRAPH
000081     END-IF
000081     ADD 1 TO io-volume-count
000081     MOVE io-volume-count TO v-found
000081     MOVE LogicalName TO IV-file(v-found)
000081     MOVE 0 TO IV-reads(v-found)
000081     MOVE 0 TO IV-writes(v-found)
000081  END-IF.
000081  IF verb-upper = "READ"
000081     ADD 1 TO IV-reads(v-found)
000081  ELSE
000081     ADD 1 TO IV-writes(v-found)
000081  END-IF.
000081
000081* the status the contender met, for CBU-run-contention's tally
000081 2000-LOG-CONTENTION.
000081  OPEN EXTEND LogFile.
000081  IF log-status(1:1) = "0"
000081     MOVE FileStatus TO LogRecord
000081     WRITE LogRecord
000081     CLOSE LogFile
000081  END-IF.
000082 END PROGRAM CBU00362.
