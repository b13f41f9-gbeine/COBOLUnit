000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-assert-mq-count
000013*	source name: CBU00322.cob
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

000044*>Assert how many messages the unit MQPUT to a simulated queue
000045*>during the test (preloaded messages are not counted).
000046* arg1: AssertName - Assertion name
000047* arg2: QueueName - queue
000048* arg3: ExpectedCount - expected number of messages put
000049 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.   CBU00322.
000051 ENVIRONMENT    DIVISION.
000052 DATA DIVISION.
000053 WORKING-STORAGE SECTION.
000054  77 str-res-expected PIC X(32000) VALUE SPACE.
000055  77 str-res-actual PIC X(32000) VALUE SPACE.
000056  01 q PIC 9(2).
000057  01 nb-put PIC 9(5).
000058  COPY CBUC0003.
000059  COPY CBUC0002.
000060 LINKAGE SECTION.
000061  77 AssertName PIC X(20).
000062  77 QueueName PIC X(48).
000063  77 ExpectedCount PIC 9(5).
000064  COPY CBUC0001.
000065 PROCEDURE DIVISION USING CBU-ctx AssertName QueueName
000066      ExpectedCount.
000067  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000067  INITIALIZE str-res-expected.
000067  INITIALIZE str-res-actual.
000068  MOVE 0 TO nb-put.
000069  PERFORM VARYING q FROM 1 BY 1 UNTIL q > mq-queue-count
000070     IF MQ-name(q) = QueueName
000071        MOVE MQ-put-count(q) TO nb-put
000072     END-IF
000073  END-PERFORM.
000074  IF nb-put <> ExpectedCount
000075     STRING ExpectedCount " message(s) put to " QueueName
000076        DELIMITED BY SIZE INTO str-res-expected
000077     STRING nb-put " message(s) put to " QueueName
000078        DELIMITED BY SIZE INTO str-res-actual
000079     CALL CBU-add-assert-failed
000080        USING CBU-ctx AssertName str-res-expected str-res-actual
000081     CALL CBU-log-assert-failed
000082        USING CBU-ctx AssertName str-res-expected str-res-actual
000083  ELSE
000084     CALL CBU-add-assert-succeed USING CBU-ctx AssertName
000085     CALL CBU-log-assert-succeed USING CBU-ctx AssertName
000086  END-IF.
000087  EXIT PROGRAM.
000088 END PROGRAM CBU00322.
