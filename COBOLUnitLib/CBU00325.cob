000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-mq-sim-open
000013*	source name: CBU00325.cob
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

000044*>Queue simulator: MQOPEN. Any queue name opens - the first
000045*>open of a queue not preloaded creates it empty - and the
000046*>object handle returned is the queue's slot in the simulator.
000047* arg1: Hconn - connection handle
000048* arg2: ObjDesc - object descriptor (MQOD), ObjectName used
000049* arg3: OpenOptions - open options
000050* arg4: Hobj - object handle returned
000051* arg5: CompCode - completion code
000052* arg6: Reason - reason code
000053 IDENTIFICATION DIVISION.
000054 PROGRAM-ID.   CBU00325.
000055 ENVIRONMENT    DIVISION.
000056 DATA DIVISION.
000057 WORKING-STORAGE SECTION.
000058  01 q PIC 9(2).
000059  01 queue-found PIC 9(2).
000060  01 fault-hit PIC 9(1).
000061  01 fault-verb PIC X(8).
000062  01 fault-queue PIC X(48).
000063  01 fault-call PIC 9(4).
000064  01 f PIC 9(2).
000065  COPY CBUC0003.
000066 LINKAGE SECTION.
000067  77 Hconn PIC S9(9) BINARY.
000068  01 ObjDesc.
000069    05 OD-StrucId PIC X(4).
000070    05 OD-Version PIC S9(9) BINARY.
000071    05 OD-ObjectType PIC S9(9) BINARY.
000072    05 OD-ObjectName PIC X(48).
000073  77 OpenOptions PIC S9(9) BINARY.
000074  77 Hobj PIC S9(9) BINARY.
000075  77 CompCode PIC S9(9) BINARY.
000076  77 Reason PIC S9(9) BINARY.
000077 PROCEDURE DIVISION USING Hconn ObjDesc OpenOptions Hobj CompCode
000078      Reason.
000079  MOVE 0 TO CompCode.
000080  MOVE 0 TO Reason.
000081  MOVE 0 TO queue-found.
000082  PERFORM VARYING q FROM 1 BY 1
000083     UNTIL q > mq-queue-count OR queue-found > 0
000084     IF MQ-name(q) = OD-ObjectName
000085        MOVE q TO queue-found
000086     END-IF
000087  END-PERFORM.
000088  IF queue-found = 0
000089     IF mq-queue-count >= 20
000090        MOVE 2 TO CompCode
000091        MOVE 2085 TO Reason
000092        MOVE -1 TO Hobj
000093        EXIT PROGRAM
000094     END-IF
000095     ADD 1 TO mq-queue-count
000096     MOVE mq-queue-count TO queue-found
000097     INITIALIZE mq-queue(queue-found)
000098     MOVE OD-ObjectName TO MQ-name(queue-found)
000099  END-IF.
000100  ADD 1 TO MQ-open-calls(queue-found).
000101  MOVE "OPEN" TO fault-verb.
000102  MOVE OD-ObjectName TO fault-queue.
000103  MOVE MQ-open-calls(queue-found) TO fault-call.
000104  PERFORM 9000-CHECK-FAULT.
000105  IF fault-hit = 1
000106     MOVE -1 TO Hobj
000107  ELSE
000108     MOVE queue-found TO Hobj
000109  END-IF.
000110  EXIT PROGRAM.
000111
000112* a failure scripted with CBU-mq-fault for this verb, queue
000113* and call number
000114 9000-CHECK-FAULT.
000115  MOVE 0 TO fault-hit.
000116  PERFORM VARYING f FROM 1 BY 1
000117     UNTIL f > mq-fault-count OR fault-hit = 1
000118     IF MF-verb(f) = fault-verb
000119        AND (MF-queue(f) = SPACES OR MF-queue(f) = fault-queue)
000120        AND fault-call >= MF-from(f)
000121        AND (MF-times(f) = 0
000122           OR fault-call < MF-from(f) + MF-times(f))
000123        MOVE 1 TO fault-hit
000124        MOVE MF-compcode(f) TO CompCode
000125        MOVE MF-reason(f) TO Reason
000126     END-IF
000127  END-PERFORM.
000128 END PROGRAM CBU00325.
