000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-assert-rel-high-slot
000013*	source name: CBU00347.cob
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

000044*>Assert the highest used slot of a RELATIVE file: the file is
000045*>read in slot order and the relative record number of its
000046*>last record compared with the expected one (0 for a file
000047*>with every slot empty). Catches a record written past the
000048*>end of the allocated range, or the last slot never written.
000049* arg1: AssertName - Assertion name
000050* arg2: file-name - RELATIVE file
000051* arg3: HighSlot - expected highest used slot
000052 IDENTIFICATION DIVISION.
000053 PROGRAM-ID.   CBU00347.
000054 ENVIRONMENT    DIVISION.
000055 INPUT-OUTPUT SECTION.
000056 FILE-CONTROL.
000057    SELECT SlotFile ASSIGN TO file-name
000058       ORGANIZATION IS RELATIVE
000059       ACCESS MODE IS SEQUENTIAL
000060       RELATIVE KEY IS slot-key
000061       FILE STATUS IS slot-status.
000062 DATA DIVISION.
000063 FILE SECTION.
000064 	FD SlotFile.
000065 	01 SlotRecord PIC X(255).
000066 WORKING-STORAGE SECTION.
000066  01 file-name PIC X(40).
000067  01 slot-key PIC 9(9).
000068  01 slot-status PIC X(2).
000069  01 SlotEOF PIC 9(1).
000070  01 high-used PIC 9(9).
000071  01 used-count PIC 9(9).
000072  01 diff-expected PIC X(32000) VALUE SPACES.
000073  01 diff-actual PIC X(32000) VALUE SPACES.
000074  COPY CBUC0002.
000075 LINKAGE SECTION.
000076  77 AssertName PIC X(20).
000077  77 file-ref PIC X(40).
000078  77 HighSlot PIC 9(9).
000079  COPY CBUC0001.
000080 PROCEDURE DIVISION USING CBU-ctx AssertName file-ref HighSlot.
000080  CALL CBU-resolve-gdg USING CBU-ctx file-ref file-name.
000081  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000081  INITIALIZE diff-expected.
000081  INITIALIZE diff-actual.
000082  MOVE 0 TO high-used.
000083  MOVE 0 TO used-count.
000084  MOVE 0 TO SlotEOF.
000085  OPEN INPUT SlotFile.
000086  IF slot-status <> "00"
000087     MOVE 1 TO SlotEOF
000088  END-IF.
000089  PERFORM UNTIL SlotEOF = 1
000090     READ SlotFile NEXT RECORD
000091        AT END MOVE 1 TO SlotEOF
000092        NOT AT END
000093           MOVE slot-key TO high-used
000094           ADD 1 TO used-count
000095     END-READ
000096  END-PERFORM.
000097  IF slot-status <> "35"
000098     CLOSE SlotFile
000099  END-IF.
000100  IF high-used <> HighSlot
000101     STRING "highest used slot " HighSlot INTO diff-expected
000102     STRING "highest used slot " high-used " (" used-count
000103        " slots used)" INTO diff-actual
000104     CALL CBU-log-assert-failed
000105        USING CBU-ctx AssertName diff-expected diff-actual
000106     CALL CBU-add-assert-failed
000107        USING CBU-ctx AssertName diff-expected diff-actual
000108  ELSE
000109     CALL CBU-add-assert-succeed USING CBU-ctx AssertName
000110     CALL CBU-log-assert-succeed USING CBU-ctx AssertName
000111  END-IF.
000112  EXIT PROGRAM.
000113 END PROGRAM CBU00347.
