000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-roll-gdg
000013*	source name: CBU00412.cob
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

000044*>Roll ('R') or empty ('C') the generation data group bases
000045*>suite SuiteIdx declared with CBU-add-gdg. Rolling makes every
000046*>generation created since the last roll current: while the
000047*>generation after (0) exists it becomes the new (0), and the
000048*>generations that fall out of the base's limit are deleted.
000049*>CBU-run-steps and CBU-run-harness roll after each step,
000050*>CBU-run-cycle after each day and CBU-stage-fixtures after
000051*>staging a "(+1)" fixture. Emptying deletes every generation
000052*>of the base and starts it again from none - CBU-suite-run
000053*>does it when the suite starts, CBU-stage-fixtures when a
000054*>test's fixture generations are removed. Each roll is written
000055*>to the run log.
000056* arg1: SuiteIdx - suite whose bases roll
000057* arg2: GdgAction - 'R' roll forward, 'C' empty
000058 IDENTIFICATION DIVISION.
000059 PROGRAM-ID.   CBU00412.
000060 ENVIRONMENT    DIVISION.
000061 INPUT-OUTPUT SECTION.
000062 FILE-CONTROL.
000063    SELECT OPTIONAL ProbeFile ASSIGN TO probe-name
000064		ORGANIZATION IS LINE SEQUENTIAL
000065		FILE STATUS IS probe-status.
000066 DATA DIVISION.
000067 FILE SECTION.
000068 	FD ProbeFile.
000069 	01 ProbeLine PIC X(80).
000070 WORKING-STORAGE SECTION.
000071  01 g PIC 9(2).
000072  01 probe-name PIC X(40).
000073  01 probe-status PIC X(2).
000074  01 probe-found PIC 9(1).
000075  01 gen-num PIC 9(4).
000076  01 drop-gen PIC S9(5).
000077  01 gdg-command PIC X(200).
000078  01 lineToLog PIC X(255).
000079  COPY CBUC0002.
000080 LINKAGE SECTION.
000081  77 SuiteIdx PIC 9(3).
000082  77 GdgAction PIC X(1).
000083  COPY CBUC0001.
000084 PROCEDURE DIVISION USING CBU-ctx SuiteIdx GdgAction.
000085  PERFORM VARYING g FROM 1 BY 1 UNTIL g > GdgCount
000086     IF GD-suite(g) = SuiteIdx
000087        IF GdgAction = "C"
000088           PERFORM 2000-EMPTY-BASE
000089        ELSE
000090           PERFORM 1000-ROLL-BASE
000091        END-IF
000092     END-IF
000093  END-PERFORM.
000094  EXIT PROGRAM.
000095
000096 1000-ROLL-BASE.
000097  COMPUTE gen-num = GD-current(g) + 1.
000098  PERFORM 3000-PROBE-GENERATION.
000099  PERFORM UNTIL probe-found = 0
000100     MOVE gen-num TO GD-current(g)
000101     INITIALIZE lineToLog
000102     STRING "gdg roll: " DELIMITED BY SIZE
000103        GD-base(g) DELIMITED BY SPACE
000104        " (0) is now " probe-name DELIMITED BY SIZE
000105        INTO lineToLog
000106     CALL CBU-write-log-line USING CBU-ctx lineToLog
000107     COMPUTE drop-gen = GD-current(g) - GD-limit(g)
000108     IF drop-gen > 0
000109        MOVE drop-gen TO gen-num
000110        PERFORM 3100-NAME-GENERATION
000111        INITIALIZE gdg-command
000112        STRING "rm -f " probe-name DELIMITED BY SIZE
000113           INTO gdg-command
000114        CALL "SYSTEM" USING gdg-command
000115     END-IF
000116     COMPUTE gen-num = GD-current(g) + 1
000117     PERFORM 3000-PROBE-GENERATION
000118  END-PERFORM.
000119
000120 2000-EMPTY-BASE.
000121  INITIALIZE gdg-command.
000122  STRING "rm -f " DELIMITED BY SIZE
000123     GD-path(g) DELIMITED BY SPACE
000124     ".G[0-9][0-9][0-9][0-9]V00" DELIMITED BY SIZE
000125     INTO gdg-command.
000126  CALL "SYSTEM" USING gdg-command.
000127  MOVE 0 TO GD-current(g).
000128
000129 3000-PROBE-GENERATION.
000130  PERFORM 3100-NAME-GENERATION.
000131  MOVE 0 TO probe-found.
000132  OPEN INPUT ProbeFile.
000133  IF probe-status = "00"
000134     MOVE 1 TO probe-found
000135     CLOSE ProbeFile
000136  END-IF.
000137  IF probe-status = "05"
000138     CLOSE ProbeFile
000139  END-IF.
000140
000141 3100-NAME-GENERATION.
000142  MOVE SPACES TO probe-name.
000143  STRING GD-path(g) DELIMITED BY SPACE
000144     ".G" gen-num "V00" DELIMITED BY SIZE INTO probe-name.
000145 END PROGRAM CBU00412.
