000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-mq-sim-put
000013*	source name: CBU00326.cob
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

000044*>Queue simulator: MQPUT. The message is added at the end of
000045*>the queue file - where a later MQGET finds it - and of the
000046*>put journal the MQ assertions read.
000047* arg1: Hconn - connection handle
000048* arg2: Hobj - object handle from MQOPEN
000049* arg3: MsgDesc - message descriptor (MQMD), not used
000050* arg4: PutMsgOpts - put options (MQPMO), not used
000051* arg5: BufferLength - message length
000052* arg6: Buffer - message data
000053* arg7: CompCode - completion code
000054* arg8: Reason - reason code
000055 IDENTIFICATION DIVISION.
000056 PROGRAM-ID.   CBU00326.
000057 ENVIRONMENT    DIVISION.
000058 INPUT-OUTPUT SECTION.
000059 FILE-CONTROL.
000060    SELECT OPTIONAL QueueFile ASSIGN TO queue-path
000061       ORGANIZATION IS LINE SEQUENTIAL.
000062 DATA DIVISION.
000063 FILE SECTION.
000064 	FD QueueFile.
000065 	01 MessageRecord.
000066 	  05 MR-len PIC 9(5).
000067 	  05 MR-data PIC X(4000).
000068 WORKING-STORAGE SECTION.
000069  01 queue-path PIC X(140).
000070  01 q PIC 9(2).
000071  01 msg-len PIC 9(5).
000072  01 fault-hit PIC 9(1).
000073  01 fault-verb PIC X(8).
000074  01 fault-queue PIC X(48).
000075  01 fault-call PIC 9(4).
000076  01 f PIC 9(2).
000077  COPY CBUC0003.
000078 LINKAGE SECTION.
000079  77 Hconn PIC S9(9) BINARY.
000080  77 Hobj PIC S9(9) BINARY.
000081  01 MsgDesc PIC X(1).
000082  01 PutMsgOpts PIC X(1).
000083  77 BufferLength PIC S9(9) BINARY.
000084  01 Buffer PIC X(4000).
000085  77 CompCode PIC S9(9) BINARY.
000086  77 Reason PIC S9(9) BINARY.
000087 PROCEDURE DIVISION USING Hconn Hobj MsgDesc PutMsgOpts
000088      BufferLength Buffer CompCode Reason.
000089  MOVE 0 TO CompCode.
000090  MOVE 0 TO Reason.
000091  IF Hobj < 1 OR Hobj > mq-queue-count
000092     MOVE 2 TO CompCode
000093     MOVE 2019 TO Reason
000094     EXIT PROGRAM
000095  END-IF.
000096  MOVE Hobj TO q.
000097  ADD 1 TO MQ-put-calls(q).
000098  MOVE "PUT" TO fault-verb.
000099  MOVE MQ-name(q) TO fault-queue.
000100  MOVE MQ-put-calls(q) TO fault-call.
000101  PERFORM 9000-CHECK-FAULT.
000102  IF fault-hit = 1
000103     EXIT PROGRAM
000104  END-IF.
000105  IF BufferLength > 4000 OR BufferLength < 0
000106     MOVE 2 TO CompCode
000107     MOVE 2030 TO Reason
000108     EXIT PROGRAM
000109  END-IF.
000110  MOVE BufferLength TO msg-len MR-len.
000111  MOVE SPACES TO MR-data.
000112  IF msg-len > 0
000113     MOVE Buffer(1:msg-len) TO MR-data(1:msg-len)
000114  END-IF.
000115  INITIALIZE queue-path.
000116  STRING mq-queue-dir DELIMITED BY SPACE "/" DELIMITED BY SIZE
000117     MQ-name(q) DELIMITED BY SPACE ".Q" DELIMITED BY SIZE
000118     INTO queue-path.
000119  OPEN EXTEND QueueFile.
000120  WRITE MessageRecord.
000121  CLOSE QueueFile.
000122  INITIALIZE queue-path.
000123  STRING mq-queue-dir DELIMITED BY SPACE "/" DELIMITED BY SIZE
000124     MQ-name(q) DELIMITED BY SPACE ".PUT" DELIMITED BY SIZE
000125     INTO queue-path.
000126  OPEN EXTEND QueueFile.
000127  WRITE MessageRecord.
000128  CLOSE QueueFile.
000129  ADD 1 TO MQ-put-count(q).
000130  EXIT PROGRAM.
000131
000132* a failure scripted with CBU-mq-fault for this verb, queue
000133* and call number
000134 9000-CHECK-FAULT.
000135  MOVE 0 TO fault-hit.
000136  PERFORM VARYING f FROM 1 BY 1
000137     UNTIL f > mq-fault-count OR fault-hit = 1
000138     IF MF-verb(f) = fault-verb
000139        AND (MF-queue(f) = SPACES OR MF-queue(f) = fault-queue)
000140        AND fault-call >= MF-from(f)
000141        AND (MF-times(f) = 0
000142           OR fault-call < MF-from(f) + MF-times(f))
000143        MOVE 1 TO fault-hit
000144        MOVE MF-compcode(f) TO CompCode
000145        MOVE MF-reason(f) TO Reason
000146     END-IF
000147  END-PERFORM.
000148 END PROGRAM CBU00326.
