000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-mq-sim-close
000013*	source name: CBU00328.cob
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

000044*>Queue simulator: MQCLOSE. The queue and its messages stay in
000045*>the simulator for the rest of the test.
000046* arg1: Hconn - connection handle
000047* arg2: Hobj - object handle, made unusable
000048* arg3: CloseOptions - close options
000049* arg4: CompCode - completion code
000050* arg5: Reason - reason code
000051 IDENTIFICATION DIVISION.
000052 PROGRAM-ID.   CBU00328.
000053 ENVIRONMENT    DIVISION.
000054 DATA DIVISION.
000055 WORKING-STORAGE SECTION.
000056  01 q PIC 9(2).
000057  01 fault-hit PIC 9(1).
000058  01 fault-verb PIC X(8).
000059  01 fault-queue PIC X(48).
000060  01 fault-call PIC 9(4).
000061  01 f PIC 9(2).
000062  COPY CBUC0003.
000063 LINKAGE SECTION.
000064  77 Hconn PIC S9(9) BINARY.
000065  77 Hobj PIC S9(9) BINARY.
000066  77 CloseOptions PIC S9(9) BINARY.
000067  77 CompCode PIC S9(9) BINARY.
000068  77 Reason PIC S9(9) BINARY.
000069 PROCEDURE DIVISION USING Hconn Hobj CloseOptions CompCode Reason.
000070  MOVE 0 TO CompCode.
000071  MOVE 0 TO Reason.
000072  IF Hobj < 1 OR Hobj > mq-queue-count
000073     MOVE 2 TO CompCode
000074     MOVE 2019 TO Reason
000075     EXIT PROGRAM
000076  END-IF.
000077  MOVE Hobj TO q.
000078  ADD 1 TO MQ-close-calls(q).
000079  MOVE "CLOSE" TO fault-verb.
000080  MOVE MQ-name(q) TO fault-queue.
000081  MOVE MQ-close-calls(q) TO fault-call.
000082  PERFORM 9000-CHECK-FAULT.
000083  IF fault-hit = 0
000084     MOVE -1 TO Hobj
000085  END-IF.
000086  EXIT PROGRAM.
000087
000088* a failure scripted with CBU-mq-fault for this verb, queue
000089* and call number
000090 9000-CHECK-FAULT.
000091  MOVE 0 TO fault-hit.
000092  PERFORM VARYING f FROM 1 BY 1
000093     UNTIL f > mq-fault-count OR fault-hit = 1
000094     IF MF-verb(f) = fault-verb
000095        AND (MF-queue(f) = SPACES OR MF-queue(f) = fault-queue)
000096        AND fault-call >= MF-from(f)
000097        AND (MF-times(f) = 0
000098           OR fault-call < MF-from(f) + MF-times(f))
000099        MOVE 1 TO fault-hit
000100        MOVE MF-compcode(f) TO CompCode
000101        MOVE MF-reason(f) TO Reason
000102     END-IF
000103  END-PERFORM.
000104 END PROGRAM CBU00328.
