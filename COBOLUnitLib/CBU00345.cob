000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-assert-rel-slot
000013*	source name: CBU00345.cob
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

000044*>Read one slot of a RELATIVE file and assert its content, so
000045*>a test can verify a record went to the slot it belongs in -
000046*>the defect an unload step hides. The record is read as 255
000047*>bytes (see CBU-set-file-org). An empty slot is reported as
000048*>its own failure; a record found but differing is reported
000049*>through the usual expected/actual channel with the first
000050*>differing position pinpointed by CBU-log-assert-failed.
000051* arg1: AssertName - Assertion name
000052* arg2: file-name - RELATIVE file
000053* arg3: SlotNo - relative record number
000054* arg4: ExpectedRecord - expected content of the slot
000055 IDENTIFICATION DIVISION.
000056 PROGRAM-ID.   CBU00345.
000057 ENVIRONMENT    DIVISION.
000058 INPUT-OUTPUT SECTION.
000059 FILE-CONTROL.
000060    SELECT SlotFile ASSIGN TO file-name
000061       ORGANIZATION IS RELATIVE
000062       ACCESS MODE IS RANDOM
000063       RELATIVE KEY IS slot-key
000064       FILE STATUS IS slot-status.
000065 DATA DIVISION.
000066 FILE SECTION.
000067 	FD SlotFile.
000068 	01 SlotRecord PIC X(255).
000069 WORKING-STORAGE SECTION.
000069  01 file-name PIC X(40).
000070  01 slot-key PIC 9(9).
000071  01 slot-status PIC X(2).
000072  01 record-found PIC 9(1).
000073  01 diff-expected PIC X(32000) VALUE SPACES.
000074  01 diff-actual PIC X(32000) VALUE SPACES.
000075  COPY CBUC0002.
000076 LINKAGE SECTION.
000077  77 AssertName PIC X(20).
000078  77 file-ref PIC X(40).
000079  77 SlotNo PIC 9(9).
000080  77 ExpectedRecord PIC X(255).
000081  COPY CBUC0001.
000082 PROCEDURE DIVISION USING CBU-ctx AssertName file-ref
000083      SlotNo ExpectedRecord.
000083  CALL CBU-resolve-gdg USING CBU-ctx file-ref file-name.
000084  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000084  INITIALIZE diff-expected.
000084  INITIALIZE diff-actual.
000085  MOVE 0 TO record-found.
000086  OPEN INPUT SlotFile.
000087  IF slot-status = "00"
000088     MOVE SlotNo TO slot-key
000089     READ SlotFile
000090        INVALID KEY CONTINUE
000091        NOT INVALID KEY MOVE 1 TO record-found
000092     END-READ
000093     CLOSE SlotFile
000094  END-IF.
000095  IF record-found = 0
000096     STRING "record in slot " SlotNo INTO diff-expected
000097     STRING "slot empty (status " slot-status ")"
000098        INTO diff-actual
000099     CALL CBU-log-assert-failed
000100        USING CBU-ctx AssertName diff-expected diff-actual
000101     CALL CBU-add-assert-failed
000102        USING CBU-ctx AssertName diff-expected diff-actual
000103  ELSE
000104     IF SlotRecord <> ExpectedRecord
000105        MOVE ExpectedRecord TO diff-expected
000106        MOVE SlotRecord TO diff-actual
000107        CALL CBU-log-assert-failed
000108           USING CBU-ctx AssertName diff-expected diff-actual
000109        CALL CBU-add-assert-failed
000110           USING CBU-ctx AssertName diff-expected diff-actual
000111     ELSE
000112        CALL CBU-add-assert-succeed USING CBU-ctx AssertName
000113        CALL CBU-log-assert-succeed USING CBU-ctx AssertName
000114     END-IF
000115  END-IF.
000116  EXIT PROGRAM.
000117 END PROGRAM CBU00345.
