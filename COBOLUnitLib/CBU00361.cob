000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-file-fault
000013*	source name: CBU00361.cob
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

000044*>Script a FILE STATUS for the unit under test's own I/O: on
000045*>the FailAt-th Verb on the file registered as LogicalName with
000046*>CBU-map-file, CBU-file-io hands back FileStatus instead of the
000047*>real one - "35" on OPEN, "23" on a keyed READ, "34" on WRITE
000048*>when the space runs out, or a "9x" from the file system - so
000049*>the unit's error paragraphs can be reached by a test. The
000050*>file must have been mapped first (a fault on an unmapped file
000051*>is refused), and the unit reports each I/O on it by calling
000052*>CBU-file-io after the statement (CBU-precompile-io inserts
000052*>those calls in a copy of its source). Faults are cleared at
000053*>the start of every test; up to 20 per test.
000054* arg1: LogicalName - external file name mapped with CBU-map-file
000055* arg2: Verb - OPEN, READ, WRITE, REWRITE, DELETE, START or CLOSE
000056* arg3: FailAt - which Verb on the file fails (1 = first)
000057* arg4: FileStatus - FILE STATUS to hand back
000058 IDENTIFICATION DIVISION.
000059 PROGRAM-ID.   CBU00361.
000060 ENVIRONMENT    DIVISION.
000061 DATA DIVISION.
000062 WORKING-STORAGE SECTION.
000063  01 m PIC 9(2).
000064  01 map-found PIC 9(1).
000065  COPY CBUC0003.
000066  COPY CBUC0002.
000067 LINKAGE SECTION.
000068  77 LogicalName PIC X(30).
000069  77 Verb PIC X(8).
000070  77 FailAt PIC 9(4).
000071  77 FileStatus PIC X(2).
000072  COPY CBUC0001.
000073 PROCEDURE DIVISION USING CBU-ctx LogicalName Verb FailAt
000074      FileStatus.
000075  MOVE 0 TO map-found.
000076  PERFORM VARYING m FROM 1 BY 1 UNTIL m > MapCount
000077     IF MapLogical(m) = LogicalName
000078        MOVE 1 TO map-found
000079     END-IF
000080  END-PERFORM.
000081  IF map-found = 0
000082     DISPLAY "COBOLUnit: file '" LogicalName
000083        "' is not mapped with CBU-map-file - fault not set"
000084     EXIT PROGRAM
000085  END-IF.
000086  IF file-fault-count >= 20
000087     DISPLAY "COBOLUnit: more than 20 file faults scripted"
000088     EXIT PROGRAM
000089  END-IF.
000090  ADD 1 TO file-fault-count.
000091  MOVE LogicalName TO FF-file(file-fault-count).
000092  MOVE Verb TO FF-verb(file-fault-count).
000093  INSPECT FF-verb(file-fault-count)
000094     CONVERTING "acdeiloprstw" TO "ACDEILOPRSTW".
000095  MOVE FailAt TO FF-at(file-fault-count).
000096  IF FF-at(file-fault-count) = 0
000097     MOVE 1 TO FF-at(file-fault-count)
000098  END-IF.
000099  MOVE FileStatus TO FF-status(file-fault-count).
000100  MOVE 0 TO FF-seen(file-fault-count).
000101  MOVE 0 TO FF-hits(file-fault-count).
000102  EXIT PROGRAM.
000103 END PROGRAM CBU00361.
