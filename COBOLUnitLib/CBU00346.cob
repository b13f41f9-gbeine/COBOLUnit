000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-assert-rel-slot-empty
000013*	source name: CBU00346.cob
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

000044*>Assert one slot of a RELATIVE file is empty - a record that
000045*>should have been deleted, or written elsewhere, is reported
000046*>with its content.
000047* arg1: AssertName - Assertion name
000048* arg2: file-name - RELATIVE file
000049* arg3: SlotNo - relative record number
000050 IDENTIFICATION DIVISION.
000051 PROGRAM-ID.   CBU00346.
000052 ENVIRONMENT    DIVISION.
000053 INPUT-OUTPUT SECTION.
000054 FILE-CONTROL.
000055    SELECT SlotFile ASSIGN TO file-name
000056       ORGANIZATION IS RELATIVE
000057       ACCESS MODE IS RANDOM
000058       RELATIVE KEY IS slot-key
000059       FILE STATUS IS slot-status.
000060 DATA DIVISION.
000061 FILE SECTION.
000062 	FD SlotFile.
000063 	01 SlotRecord PIC X(255).
000064 WORKING-STORAGE SECTION.
000064  01 file-name PIC X(40).
000065  01 slot-key PIC 9(9).
000066  01 slot-status PIC X(2).
000067  01 record-found PIC 9(1).
000068  01 diff-expected PIC X(32000) VALUE SPACES.
000069  01 diff-actual PIC X(32000) VALUE SPACES.
000070  COPY CBUC0002.
000071 LINKAGE SECTION.
000072  77 AssertName PIC X(20).
000073  77 file-ref PIC X(40).
000074  77 SlotNo PIC 9(9).
000075  COPY CBUC0001.
000076 PROCEDURE DIVISION USING CBU-ctx AssertName file-ref SlotNo.
000076  CALL CBU-resolve-gdg USING CBU-ctx file-ref file-name.
000077  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000077  INITIALIZE diff-expected.
000077  INITIALIZE diff-actual.
000078  MOVE 0 TO record-found.
000079  OPEN INPUT SlotFile.
000080  IF slot-status = "00"
000081     MOVE SlotNo TO slot-key
000082     READ SlotFile
000083        INVALID KEY CONTINUE
000084        NOT INVALID KEY MOVE 1 TO record-found
000085     END-READ
000086     CLOSE SlotFile
000087  END-IF.
000088  IF record-found = 1
000089     STRING "slot " SlotNo " empty" INTO diff-expected
000090     MOVE SlotRecord TO diff-actual
000091     CALL CBU-log-assert-failed
000092        USING CBU-ctx AssertName diff-expected diff-actual
000093     CALL CBU-add-assert-failed
000094        USING CBU-ctx AssertName diff-expected diff-actual
000095  ELSE
000096     CALL CBU-add-assert-succeed USING CBU-ctx AssertName
000097     CALL CBU-log-assert-succeed USING CBU-ctx AssertName
000098  END-IF.
000099  EXIT PROGRAM.
000100 END PROGRAM CBU00346.
