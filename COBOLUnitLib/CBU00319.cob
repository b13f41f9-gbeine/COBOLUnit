000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-set-mq-sim
000013*	source name: CBU00319.cob
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

000044*>Put the unit's message-queue calls on the queue simulator for
000045*>the test: MQCONN, MQOPEN, MQPUT, MQGET, MQCLOSE and MQDISC are
000046*>registered as stubs (the unit reaches them through
000047*>CBU-resolve-call, as any stubbed dependency) and answered by
000048*>the simulator programs, which take the usual MQI parameters.
000049*>Each queue the unit opens is a file, <queue>.Q, in MQSIM under
000050*>the suite's work directory (current-work-dir, else the current
000051*>directory); MQPUT appends to it and a journal, <queue>.PUT,
000052*>MQGET takes from it in order. The directory is emptied here,
000053*>so every test starts with empty queues - preload them with
000054*>CBU-mq-preload, script failures with CBU-mq-fault and check
000055*>what was put with CBU-assert-mq-count / CBU-assert-mq-message.
000056*>Only the object name of the MQOD and the buffer are used; a
000057*>browse is treated as a get and no call waits.
000058 IDENTIFICATION DIVISION.
000059 PROGRAM-ID.   CBU00319.
000060 ENVIRONMENT    DIVISION.
000061 DATA DIVISION.
000062 WORKING-STORAGE SECTION.
000063  01 dir-command PIC X(250).
000064  01 base-buf PIC X(32000).
000065  01 base-len PIC 99999.
000066  01 stub-name PIC X(8).
000067  01 sim-name PIC X(8).
000068  01 q PIC 9(2).
000069  COPY CBUC0003.
000070  COPY CBUC0002.
000071 LINKAGE SECTION.
000072  COPY CBUC0001.
000073 PROCEDURE DIVISION USING CBU-ctx.
000074  MOVE current-work-dir TO base-buf.
000075  CALL CBU-get-last-index USING CBU-ctx base-buf base-len.
000076  MOVE SPACES TO mq-queue-dir.
000077  IF base-len > 0
000078     STRING current-work-dir(1:base-len) "/MQSIM"
000079        DELIMITED BY SIZE INTO mq-queue-dir
000080  ELSE
000081     MOVE "MQSIM" TO mq-queue-dir
000082  END-IF.
000083  INITIALIZE dir-command.
000084  STRING "rm -rf " mq-queue-dir DELIMITED BY SIZE
000085     INTO dir-command.
000086  CALL "SYSTEM" USING dir-command.
000087  INITIALIZE dir-command.
000088  STRING "mkdir -p " mq-queue-dir DELIMITED BY SIZE
000089     INTO dir-command.
000090  CALL "SYSTEM" USING dir-command.
000091  MOVE 0 TO RETURN-CODE.
000092  MOVE 0 TO mq-conn-calls.
000093  MOVE 0 TO mq-queue-count.
000094  MOVE 0 TO mq-fault-count.
000095  PERFORM VARYING q FROM 1 BY 1 UNTIL q > 20
000096     MOVE SPACES TO MQ-name(q)
000097  END-PERFORM.
000098  MOVE "MQCONN" TO stub-name.
000099  MOVE CBU-mq-sim-conn TO sim-name.
000100  CALL CBU-register-stub USING CBU-ctx stub-name sim-name.
000101  MOVE "MQOPEN" TO stub-name.
000102  MOVE CBU-mq-sim-open TO sim-name.
000103  CALL CBU-register-stub USING CBU-ctx stub-name sim-name.
000104  MOVE "MQPUT" TO stub-name.
000105  MOVE CBU-mq-sim-put TO sim-name.
000106  CALL CBU-register-stub USING CBU-ctx stub-name sim-name.
000107  MOVE "MQGET" TO stub-name.
000108  MOVE CBU-mq-sim-get TO sim-name.
000109  CALL CBU-register-stub USING CBU-ctx stub-name sim-name.
000110  MOVE "MQCLOSE" TO stub-name.
000111  MOVE CBU-mq-sim-close TO sim-name.
000112  CALL CBU-register-stub USING CBU-ctx stub-name sim-name.
000113  MOVE "MQDISC" TO stub-name.
000114  MOVE CBU-mq-sim-disc TO sim-name.
000115  CALL CBU-register-stub USING CBU-ctx stub-name sim-name.
000116  EXIT PROGRAM.
000117 END PROGRAM CBU00319.
