000051* so assertions that cannot tell the difference are exposed
000052 01 stub-perturb-mode PIC 9(1) EXTERNAL.
000053 01 stub-perturb-seed PIC 9(3) EXTERNAL.
000054* EXEC SQL stub (CBU-sql-stub): the unit, precompiled by
000055* CBU-precompile-sql, calls it with its own SQLCA and host
000056* variables, so the scripted response file and the log of the
000057* statements executed - read by the SQL assertions - are kept
000058* here too
000059 01 sql-response-file PIC X(40) EXTERNAL.
000060 01 sql-exec-count PIC 9(3) EXTERNAL.
000061 01 sql-exec-log EXTERNAL.
000062   05 sql-exec-entry OCCURS 100 TIMES.
000063     10 SX-stmt PIC 9(4).
000064     10 SX-kind PIC X(8).
000065     10 SX-cursor PIC X(18).
000066     10 SX-sqlcode PIC S9(9).
000067     10 SX-inputs PIC X(200).
000068* EXEC CICS stub (CBU-cics-stub): same arrangement for the
000069* online units translated by CBU-precompile-cics - the
000070* scripted response file and the log of the commands issued,
000071* read by the CICS assertions
000072 01 cics-response-file PIC X(40) EXTERNAL.
000073 01 cics-exec-count PIC 9(3) EXTERNAL.
000074 01 cics-exec-log EXTERNAL.
000075   05 cics-exec-entry OCCURS 100 TIMES.
000076     10 CX-stmt PIC 9(4).
000077     10 CX-command PIC X(8).
000078     10 CX-resource PIC X(8).
000079     10 CX-resp PIC S9(8).
000080     10 CX-resp2 PIC S9(8).
000081     10 CX-data PIC X(200).
000082* Message-queue simulator (CBU-set-mq-sim): the MQ calls of
000083* the unit are routed to the simulator programs by the stub
000084* table, and reach them with the MQI parameters only - the
000085* queues (each a file in mq-queue-dir), their counters and
000086* the failures scripted with CBU-mq-fault are kept here
000087 01 mq-queue-dir PIC X(80) EXTERNAL.
000088 01 mq-conn-calls PIC 9(4) EXTERNAL.
000089 01 mq-queue-count PIC 9(2) EXTERNAL.
000090 01 mq-queue-table EXTERNAL.
000091   05 mq-queue OCCURS 20 TIMES.
000092     10 MQ-name PIC X(48).
000093     10 MQ-open-calls PIC 9(4).
000094     10 MQ-put-calls PIC 9(4).
000095     10 MQ-get-calls PIC 9(4).
000096     10 MQ-close-calls PIC 9(4).
000097     10 MQ-got PIC 9(5).
000098     10 MQ-put-count PIC 9(5).
000099 01 mq-fault-count PIC 9(2) EXTERNAL.
000100 01 mq-fault-table EXTERNAL.
000101   05 mq-fault OCCURS 20 TIMES.
000102     10 MF-queue PIC X(48).
000103     10 MF-verb PIC X(8).
000104     10 MF-from PIC 9(4).
000105     10 MF-times PIC 9(4).
000106     10 MF-compcode PIC 9(1).
000107     10 MF-reason PIC 9(4).
000108* Screen capture (CBU-set-screen-file): a unit translated by
000109* CBU-precompile-screen paints its screens through
000110* CBU-screen-show / CBU-screen-field and takes its replies
000111* through CBU-screen-accept - the screen being built, the
000112* screens kept and the reply script are here
000113 01 screen-script-file PIC X(40) EXTERNAL.
000114 01 screen-play-count PIC 9(3) EXTERNAL.
000115 01 screen-current EXTERNAL.
000116   05 SC-name PIC X(30).
000117   05 SC-pending PIC 9(1).
000118   05 SC-image PIC X(1920).
000119   05 SC-field-count PIC 9(2).
000120   05 SC-field OCCURS 60 TIMES.
000121     10 SF-row PIC 9(2).
000122     10 SF-col PIC 9(2).
000123     10 SF-len PIC 9(4).
000124     10 SF-attrs PIC X(8).
000125 01 screen-capture-count PIC 9(2) EXTERNAL.
000126 01 screen-captures EXTERNAL.
000127   05 screen-capture OCCURS 20 TIMES.
000128     10 CS-name PIC X(30).
000129     10 CS-image PIC X(1920).
000130     10 CS-cursor-row PIC 9(2).
000131     10 CS-cursor-col PIC 9(2).
000132     10 CS-field-count PIC 9(2).
000133     10 CS-field OCCURS 60 TIMES.
000134       15 CF-row PIC 9(2).
000135       15 CF-col PIC 9(2).
000136       15 CF-len PIC 9(4).
000137       15 CF-attrs PIC X(8).
000138* File-status faults (CBU-file-fault): the unit under test
000139* reports each I/O on a mapped file through CBU-file-io, which
000140* counts them per file and verb and substitutes the scripted
000141* FILE STATUS on the chosen one
000142 01 file-fault-count PIC 9(2) EXTERNAL.
000143 01 file-fault-table EXTERNAL.
000144   05 file-fault OCCURS 20 TIMES.
000145     10 FF-file PIC X(30).
000146     10 FF-verb PIC X(8).
000147     10 FF-at PIC 9(4).
000148     10 FF-status PIC X(2).
000149     10 FF-seen PIC 9(4).
000150     10 FF-hits PIC 9(4).
000151* I/O volume (CBU-set-io-volume): CBU-file-io also counts the
000152* successful reads and writes the unit reports per file, so
000153* CBU-test-run can keep them with the test's result
000154 01 io-volume-count PIC 9(2) EXTERNAL.
000155 01 io-volume-table EXTERNAL.
000156   05 io-volume OCCURS 20 TIMES.
000157     10 IV-file PIC X(30).
000158     10 IV-reads PIC 9(7).
000159     10 IV-writes PIC 9(7).
