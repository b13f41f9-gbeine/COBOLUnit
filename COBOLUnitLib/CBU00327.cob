000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-mq-sim-get
000013*	source name: CBU00327.cob
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

000044*>Queue simulator: MQGET. Takes the next message of the queue
000045*>file, in the order preloaded and put; an empty queue answers
000046*>2033 (no message available) at once - no call waits. A
000047*>message longer than the buffer answers 2080, with the buffer
000048*>filled and the message left on the queue.
000049* arg1: Hconn - connection handle
000050* arg2: Hobj - object handle from MQOPEN
000051* arg3: MsgDesc - message descriptor (MQMD), not used
000052* arg4: GetMsgOpts - get options (MQGMO), not used
000053* arg5: BufferLength - length of the buffer
000054* arg6: Buffer - buffer the message is returned in
000055* arg7: DataLength - length of the message returned
000056* arg8: CompCode - completion code
000057* arg9: Reason - reason code
000058 IDENTIFICATION DIVISION.
000059 PROGRAM-ID.   CBU00327.
000060 ENVIRONMENT    DIVISION.
000061 INPUT-OUTPUT SECTION.
000062 FILE-CONTROL.
000063    SELECT OPTIONAL QueueFile ASSIGN TO queue-path
000064       ORGANIZATION IS LINE SEQUENTIAL.
000065 DATA DIVISION.
000066 FILE SECTION.
000067 	FD QueueFile.
000068 	01 MessageRecord.
000069 	  05 MR-len PIC 9(5).
000070 	  05 MR-data PIC X(4000).
000071 WORKING-STORAGE SECTION.
000072  01 queue-path PIC X(140).
000073  01 QueueEOF PIC 9(1).
000074  01 q PIC 9(2).
000075  01 n PIC 9(5).
000076  01 msg-found PIC 9(1).
000077  01 copy-len PIC 9(5).
000078  01 fault-hit PIC 9(1).
000079  01 fault-verb PIC X(8).
000080  01 fault-queue PIC X(48).
000081  01 fault-call PIC 9(4).
000082  01 f PIC 9(2).
000083  COPY CBUC0003.
000084 LINKAGE SECTION.
000085  77 Hconn PIC S9(9) BINARY.
000086  77 Hobj PIC S9(9) BINARY.
000087  01 MsgDesc PIC X(1).
000088  01 GetMsgOpts PIC X(1).
000089  77 BufferLength PIC S9(9) BINARY.
000090  01 Buffer PIC X(4000).
000091  77 DataLength PIC S9(9) BINARY.
000092  77 CompCode PIC S9(9) BINARY.
000093  77 Reason PIC S9(9) BINARY.
000094 PROCEDURE DIVISION USING Hconn Hobj MsgDesc GetMsgOpts
000095      BufferLength Buffer DataLength CompCode Reason.
000096  MOVE 0 TO CompCode.
000097  MOVE 0 TO Reason.
000098  MOVE 0 TO DataLength.
000099  IF Hobj < 1 OR Hobj > mq-queue-count
000100     MOVE 2 TO CompCode
000101     MOVE 2019 TO Reason
000102     EXIT PROGRAM
000103  END-IF.
000104  MOVE Hobj TO q.
000105  ADD 1 TO MQ-get-calls(q).
000106  MOVE "GET" TO fault-verb.
000107  MOVE MQ-name(q) TO fault-queue.
000108  MOVE MQ-get-calls(q) TO fault-call.
000109  PERFORM 9000-CHECK-FAULT.
000110  IF fault-hit = 1
000111     EXIT PROGRAM
000112  END-IF.
000113* the messages already got are skipped
000114  INITIALIZE queue-path.
000115  STRING mq-queue-dir DELIMITED BY SPACE "/" DELIMITED BY SIZE
000116     MQ-name(q) DELIMITED BY SPACE ".Q" DELIMITED BY SIZE
000117     INTO queue-path.
000118  MOVE 0 TO msg-found.
000119  MOVE 0 TO n.
000120  MOVE 0 TO QueueEOF.
000121  OPEN INPUT QueueFile.
000122  PERFORM UNTIL QueueEOF = 1 OR msg-found = 1
000123     READ QueueFile
000124        AT END MOVE 1 TO QueueEOF
000125        NOT AT END
000126           ADD 1 TO n
000127           IF n > MQ-got(q)
000128              MOVE 1 TO msg-found
000129           END-IF
000130     END-READ
000131  END-PERFORM.
000132  CLOSE QueueFile.
000133  IF msg-found = 0
000134     MOVE 2 TO CompCode
000135     MOVE 2033 TO Reason
000136     EXIT PROGRAM
000137  END-IF.
000138  MOVE MR-len TO DataLength copy-len.
000139  IF MR-len > BufferLength
000140     MOVE 2 TO CompCode
000141     MOVE 2080 TO Reason
000142     MOVE BufferLength TO copy-len
000143  ELSE
000144     ADD 1 TO MQ-got(q)
000145  END-IF.
000146  IF copy-len > 0
000147     MOVE MR-data(1:copy-len) TO Buffer(1:copy-len)
000148  END-IF.
000149  EXIT PROGRAM.
000150
000151* a failure scripted with CBU-mq-fault for this verb, queue
000152* and call number
000153 9000-CHECK-FAULT.
000154  MOVE 0 TO fault-hit.
000155  PERFORM VARYING f FROM 1 BY 1
000156     UNTIL f > mq-fault-count OR fault-hit = 1
000157     IF MF-verb(f) = fault-verb
000158        AND (MF-queue(f) = SPACES OR MF-queue(f) = fault-queue)
000159        AND fault-call >= MF-from(f)
000160        AND (MF-times(f) = 0
000161           OR fault-call < MF-from(f) + MF-times(f))
000162        MOVE 1 TO fault-hit
000163        MOVE MF-compcode(f) TO CompCode
000164        MOVE MF-reason(f) TO Reason
000165     END-IF
000166  END-PERFORM.
000167 END PROGRAM CBU00327.
