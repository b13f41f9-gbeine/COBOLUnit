000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-mq-fault
000013*	source name: CBU00321.cob
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

000044*>Script a failure of the simulated queue manager: from the
000045*>FromCall-th Verb call on the queue, for FailTimes calls
000046*>(0 = every call after), the call does nothing and returns
000047*>CompCode and Reason. "No message available after 2 gets" is
000048*>GET / from 3 / 0 times / 2 / 2033; a single broken put is
000049*>PUT / from n / 1 time / 2 / 2051. A blank queue matches every
000050*>queue, and CONN scripts MQCONN.
000051* arg1: QueueName - queue (SPACES = any)
000052* arg2: Verb - CONN, OPEN, PUT, GET or CLOSE
000053* arg3: FromCall - first call number that fails
000054* arg4: FailTimes - number of calls that fail (0 = all later ones)
000055* arg5: CompCode - completion code returned (1 warning, 2 failed)
000056* arg6: Reason - reason code returned (2033 no message, ...)
000057 IDENTIFICATION DIVISION.
000058 PROGRAM-ID.   CBU00321.
000059 ENVIRONMENT    DIVISION.
000060 DATA DIVISION.
000061 WORKING-STORAGE SECTION.
000062  COPY CBUC0003.
000063  COPY CBUC0002.
000064 LINKAGE SECTION.
000065  77 QueueName PIC X(48).
000066  77 Verb PIC X(8).
000067  77 FromCall PIC 9(4).
000068  77 FailTimes PIC 9(4).
000069  77 CompCode PIC 9(1).
000070  77 Reason PIC 9(4).
000071  COPY CBUC0001.
000072 PROCEDURE DIVISION USING CBU-ctx QueueName Verb FromCall
000073      FailTimes CompCode Reason.
000074  IF mq-fault-count >= 20
000075     DISPLAY "COBOLUnit: more than 20 MQ failures scripted"
000076     EXIT PROGRAM
000077  END-IF.
000078  ADD 1 TO mq-fault-count.
000079  MOVE QueueName TO MF-queue(mq-fault-count).
000080  MOVE Verb TO MF-verb(mq-fault-count).
000081  MOVE FromCall TO MF-from(mq-fault-count).
000082  IF MF-from(mq-fault-count) = 0
000083     MOVE 1 TO MF-from(mq-fault-count)
000084  END-IF.
000085  MOVE FailTimes TO MF-times(mq-fault-count).
000086  MOVE CompCode TO MF-compcode(mq-fault-count).
000087  MOVE Reason TO MF-reason(mq-fault-count).
000088  EXIT PROGRAM.
000089 END PROGRAM CBU00321.
