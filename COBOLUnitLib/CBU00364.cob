000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-assert-return-code
000013*	source name: CBU00364.cob
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

000044*>Assert the RETURN-CODE the unit under test set: the test
000045*>saves RETURN-CODE right after its CALL of the unit and
000046*>passes it here with the value the error path should leave.
000047*>On a mismatch the failure message also lists the file-status
000048*>faults (CBU-file-fault) that were injected during the test,
000049*>so a wrong code can be told from an error path never taken.
000050* arg1: AssertName - Assertion name
000051* arg2: ExpectedRC - RETURN-CODE the unit should set
000052* arg3: ActualRC - RETURN-CODE the unit set
000053 IDENTIFICATION DIVISION.
000054 PROGRAM-ID.   CBU00364.
000055 ENVIRONMENT    DIVISION.
000056 DATA DIVISION.
000057 WORKING-STORAGE SECTION.
000058  01 diff-expected PIC X(32000) VALUE SPACES.
000059  01 diff-actual PIC X(32000) VALUE SPACES.
000060  01 f PIC 9(2).
000061  01 edit-expected PIC -(4)9.
000062  01 edit-actual PIC -(4)9.
000063  01 hit-text PIC X(60).
000064  01 act-ptr PIC 9(5).
000065  01 hit-count PIC 9(2).
000066  COPY CBUC0003.
000067  COPY CBUC0002.
000068 LINKAGE SECTION.
000069  77 AssertName PIC X(20).
000070  77 ExpectedRC PIC S9(4).
000071  77 ActualRC PIC S9(4).
000072  COPY CBUC0001.
000073 PROCEDURE DIVISION USING CBU-ctx AssertName ExpectedRC ActualRC.
000074  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000075  INITIALIZE diff-expected.
000076  INITIALIZE diff-actual.
000077  IF ExpectedRC <> ActualRC
000078     MOVE ExpectedRC TO edit-expected
000079     MOVE ActualRC TO edit-actual
000080     STRING "RETURN-CODE " edit-expected
000081        DELIMITED BY SIZE INTO diff-expected
000082     MOVE 1 TO act-ptr
000083     STRING "RETURN-CODE " edit-actual
000084        DELIMITED BY SIZE INTO diff-actual WITH POINTER act-ptr
000085     MOVE 0 TO hit-count
000086     PERFORM VARYING f FROM 1 BY 1 UNTIL f > file-fault-count
000087        IF FF-hits(f) > 0
000088           ADD 1 TO hit-count
000089           MOVE SPACES TO hit-text
000090           STRING FF-file(f) DELIMITED BY SPACE
000091              " " DELIMITED BY SIZE
000092              FF-verb(f) DELIMITED BY SPACE
000093              " #" FF-at(f) " status " FF-status(f) " "
000094              DELIMITED BY SIZE INTO hit-text
000095           IF hit-count = 1
000096              STRING " (faults injected: " DELIMITED BY SIZE
000097                 INTO diff-actual WITH POINTER act-ptr
000098           ELSE
000099              STRING "; " DELIMITED BY SIZE
000100                 INTO diff-actual WITH POINTER act-ptr
000101           END-IF
000102           STRING hit-text DELIMITED BY "  "
000103              INTO diff-actual WITH POINTER act-ptr
000104        END-IF
000105     END-PERFORM
000106     IF hit-count > 0
000107        STRING ")" DELIMITED BY SIZE
000108           INTO diff-actual WITH POINTER act-ptr
000109     END-IF
000110     CALL CBU-log-assert-failed
000111        USING CBU-ctx AssertName diff-expected diff-actual
000112     CALL CBU-add-assert-failed
000113        USING CBU-ctx AssertName diff-expected diff-actual
000114  ELSE
000115     CALL CBU-add-assert-succeed USING CBU-ctx AssertName
000116     CALL CBU-log-assert-succeed USING CBU-ctx AssertName
000117  END-IF.
000118  EXIT PROGRAM.
000119 END PROGRAM CBU00364.
