000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-mq-preload
000013*	source name: CBU00320.cob
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

000044*>Preload a message on a simulated queue for the unit to MQGET.
000045*>Messages are got in the order they were preloaded (and put).
000046* arg1: QueueName - queue
000047* arg2: MessageData - message data
000048* arg3: MsgLen - message length (0 = up to the last non-space)
000049 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.   CBU00320.
000051 ENVIRONMENT    DIVISION.
000052 INPUT-OUTPUT SECTION.
000053 FILE-CONTROL.
000054    SELECT OPTIONAL QueueFile ASSIGN TO queue-path
000055       ORGANIZATION IS LINE SEQUENTIAL.
000056 DATA DIVISION.
000057 FILE SECTION.
000058 	FD QueueFile.
000059 	01 MessageRecord.
000060 	  05 MR-len PIC 9(5).
000061 	  05 MR-data PIC X(4000).
000062 WORKING-STORAGE SECTION.
000063  01 queue-path PIC X(140).
000064  01 msg-buf PIC X(32000).
000065  01 msg-len PIC 99999.
000066  01 q PIC 9(2).
000067  01 queue-found PIC 9(2).
000068  COPY CBUC0003.
000069  COPY CBUC0002.
000070 LINKAGE SECTION.
000071  77 QueueName PIC X(48).
000072  77 MessageData PIC X(4000).
000073  77 MsgLen PIC 9(5).
000074  COPY CBUC0001.
000075 PROCEDURE DIVISION USING CBU-ctx QueueName MessageData
000076      MsgLen.
000077  IF mq-queue-dir = SPACES
000078     DISPLAY "COBOLUnit: CBU-set-mq-sim has not been called"
000079     EXIT PROGRAM
000080  END-IF.
000081  MOVE 0 TO queue-found.
000082  PERFORM VARYING q FROM 1 BY 1
000083     UNTIL q > mq-queue-count OR queue-found > 0
000084     IF MQ-name(q) = QueueName
000085        MOVE q TO queue-found
000086     END-IF
000087  END-PERFORM.
000088  IF queue-found = 0 AND mq-queue-count < 20
000089     ADD 1 TO mq-queue-count
000090     MOVE mq-queue-count TO queue-found
000091     INITIALIZE mq-queue(queue-found)
000092     MOVE QueueName TO MQ-name(queue-found)
000093  END-IF.
000094  MOVE MsgLen TO msg-len.
000095  IF msg-len = 0
000096     MOVE MessageData TO msg-buf
000097     CALL CBU-get-last-index USING CBU-ctx msg-buf msg-len
000098  END-IF.
000099  IF msg-len > 4000
000100     MOVE 4000 TO msg-len
000101  END-IF.
000102  INITIALIZE queue-path.
000103  STRING mq-queue-dir DELIMITED BY SPACE "/" DELIMITED BY SIZE
000104     QueueName DELIMITED BY SPACE ".Q" DELIMITED BY SIZE
000105     INTO queue-path.
000106  MOVE msg-len TO MR-len.
000107  MOVE SPACES TO MR-data.
000108  IF msg-len > 0
000109     MOVE MessageData(1:msg-len) TO MR-data(1:msg-len)
000110  END-IF.
000111  OPEN EXTEND QueueFile.
000112  WRITE MessageRecord.
000113  CLOSE QueueFile.
000114  EXIT PROGRAM.
000115 END PROGRAM CBU00320.
