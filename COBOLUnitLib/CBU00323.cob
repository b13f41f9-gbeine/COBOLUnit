000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-assert-mq-message
000013*	source name: CBU00323.cob
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

000044*>Assert the MsgNo-th message the unit MQPUT to a simulated
000045*>queue during the test, so content and order are both checked.
000046*>Expected is compared up to its last non-space, and the
000047*>message must be that long.
000048* arg1: AssertName - Assertion name
000049* arg2: QueueName - queue
000050* arg3: MsgNo - message number, 1 = first put
000051* arg4: Expected - expected message data
000052 IDENTIFICATION DIVISION.
000053 PROGRAM-ID.   CBU00323.
000054 ENVIRONMENT    DIVISION.
000055 INPUT-OUTPUT SECTION.
000056 FILE-CONTROL.
000057    SELECT OPTIONAL JournalFile ASSIGN TO journal-path
000058       ORGANIZATION IS LINE SEQUENTIAL.
000059 DATA DIVISION.
000060 FILE SECTION.
000061 	FD JournalFile.
000062 	01 MessageRecord.
000063 	  05 MR-len PIC 9(5).
000064 	  05 MR-data PIC X(4000).
000065 WORKING-STORAGE SECTION.
000066  77 str-res-expected PIC X(32000) VALUE SPACE.
000067  77 str-res-actual PIC X(32000) VALUE SPACE.
000068  01 journal-path PIC X(140).
000069  01 JournalEOF PIC 9(1).
000070  01 n PIC 9(5).
000071  01 msg-found PIC 9(1).
000072  01 exp-len PIC 99999.
000073  COPY CBUC0003.
000074  COPY CBUC0002.
000075 LINKAGE SECTION.
000076  77 AssertName PIC X(20).
000077  77 QueueName PIC X(48).
000078  77 MsgNo PIC 9(5).
000079  77 Expected PIC X(4000).
000080  COPY CBUC0001.
000081 PROCEDURE DIVISION USING CBU-ctx AssertName QueueName MsgNo
000082      Expected.
000083  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000083  INITIALIZE str-res-expected.
000083  INITIALIZE str-res-actual.
000084  MOVE Expected TO str-res-expected.
000085  CALL CBU-get-last-index USING CBU-ctx str-res-expected exp-len.
000086  INITIALIZE journal-path.
000087  STRING mq-queue-dir DELIMITED BY SPACE "/" DELIMITED BY SIZE
000088     QueueName DELIMITED BY SPACE ".PUT" DELIMITED BY SIZE
000089     INTO journal-path.
000090  MOVE 0 TO msg-found.
000091  MOVE 0 TO n.
000092  MOVE 0 TO JournalEOF.
000093  OPEN INPUT JournalFile.
000094  PERFORM UNTIL JournalEOF = 1 OR msg-found = 1
000095     READ JournalFile
000096        AT END MOVE 1 TO JournalEOF
000097        NOT AT END
000098           ADD 1 TO n
000099           IF n = MsgNo
000100              MOVE 1 TO msg-found
000101           END-IF
000102     END-READ
000103  END-PERFORM.
000104  CLOSE JournalFile.
000105  IF msg-found = 0
000106     STRING "only " n " message(s) put to " QueueName
000107        DELIMITED BY SIZE INTO str-res-actual
000108     CALL CBU-add-assert-failed
000109        USING CBU-ctx AssertName str-res-expected str-res-actual
000110     CALL CBU-log-assert-failed
000111        USING CBU-ctx AssertName str-res-expected str-res-actual
000112     EXIT PROGRAM
000113  END-IF.
000114  IF MR-len > 0
000115     MOVE MR-data(1:MR-len) TO str-res-actual
000116  END-IF.
000117  IF MR-len <> exp-len
000118     OR (exp-len > 0
000119        AND MR-data(1:exp-len) <> Expected(1:exp-len))
000120     CALL CBU-add-assert-failed
000121        USING CBU-ctx AssertName str-res-expected str-res-actual
000122     CALL CBU-log-assert-failed
000123        USING CBU-ctx AssertName str-res-expected str-res-actual
000124  ELSE
000125     CALL CBU-add-assert-succeed USING CBU-ctx AssertName
000126     CALL CBU-log-assert-succeed USING CBU-ctx AssertName
000127  END-IF.
000128  EXIT PROGRAM.
000129 END PROGRAM CBU00323.
