000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-mq-sim-conn
000013*	source name: CBU00324.cob
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

000044*>Queue simulator: MQCONN. Always connects (handle 1) unless a
000045*>CONN failure is scripted with CBU-mq-fault.
000046* arg1: QMgrName - queue manager name
000047* arg2: Hconn - connection handle returned
000048* arg3: CompCode - completion code
000049* arg4: Reason - reason code
000050 IDENTIFICATION DIVISION.
000051 PROGRAM-ID.   CBU00324.
000052 ENVIRONMENT    DIVISION.
000053 DATA DIVISION.
000054 WORKING-STORAGE SECTION.
000055  01 fault-hit PIC 9(1).
000056  01 fault-verb PIC X(8).
000057  01 fault-queue PIC X(48).
000058  01 fault-call PIC 9(4).
000059  01 f PIC 9(2).
000060  COPY CBUC0003.
000061 LINKAGE SECTION.
000062  77 QMgrName PIC X(48).
000063  77 Hconn PIC S9(9) BINARY.
000064  77 CompCode PIC S9(9) BINARY.
000065  77 Reason PIC S9(9) BINARY.
000066 PROCEDURE DIVISION USING QMgrName Hconn CompCode Reason.
000067  ADD 1 TO mq-conn-calls.
000068  MOVE 0 TO CompCode.
000069  MOVE 0 TO Reason.
000070  MOVE "CONN" TO fault-verb.
000071  MOVE SPACES TO fault-queue.
000072  MOVE mq-conn-calls TO fault-call.
000073  PERFORM 9000-CHECK-FAULT.
000074  IF fault-hit = 0
000075     MOVE 1 TO Hconn
000076  END-IF.
000077  EXIT PROGRAM.
000078
000079* a failure scripted with CBU-mq-fault for this verb, queue
000080* and call number
000081 9000-CHECK-FAULT.
000082  MOVE 0 TO fault-hit.
000083  PERFORM VARYING f FROM 1 BY 1
000084     UNTIL f > mq-fault-count OR fault-hit = 1
000085     IF MF-verb(f) = fault-verb
000086        AND (MF-queue(f) = SPACES OR MF-queue(f) = fault-queue)
000087        AND fault-call >= MF-from(f)
000088        AND (MF-times(f) = 0
000089           OR fault-call < MF-from(f) + MF-times(f))
000090        MOVE 1 TO fault-hit
000091        MOVE MF-compcode(f) TO CompCode
000092        MOVE MF-reason(f) TO Reason
000093     END-IF
000094  END-PERFORM.
000095 END PROGRAM CBU00324.
