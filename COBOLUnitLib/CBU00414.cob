000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-apply-step-dds
000013*	source name: CBU00414.cob
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

000044*>Apply ('A') or restore ('R') the DD file mappings
000045*>CBU-import-jcl recorded for harness step StepIdx (its entry
000046*>in the harness step table) - called by CBU-run-steps around
000047*>the step's CALL, so each step sees its own DD_<ddname> the
000048*>way each JCL step sees its own DD statements. A work file
000049*>lands in the suite's work directory (current-work-dir, else
000050*>the current directory) and a generation reference resolves
000051*>through the suite's CBU-add-gdg base as the step starts.
000052*>Each applied mapping is recorded in the run log.
000053* arg1: StepIdx - entry in the harness step table
000054* arg2: DDAction - 'A' apply before the step, 'R' restore
000055 IDENTIFICATION DIVISION.
000056 PROGRAM-ID.   CBU00414.
000057 ENVIRONMENT    DIVISION.
000058 DATA DIVISION.
000059 WORKING-STORAGE SECTION.
000060  01 j PIC 9(2).
000061  01 env-name PIC X(40).
000062  01 name-buf PIC X(32000).
000063  01 name-len PIC 99999.
000064  01 dir-len PIC 99999.
000065  01 dd-target PIC X(64).
000066  01 gdg-name-in PIC X(40).
000067  01 gdg-name-out PIC X(40).
000068  01 lineToLog PIC X(255).
000069  COPY CBUC0002.
000070 LINKAGE SECTION.
000071  77 StepIdx PIC 9(2).
000072  77 DDAction PIC X(1).
000073  COPY CBUC0001.
000074 PROCEDURE DIVISION USING CBU-ctx StepIdx DDAction.
000075  MOVE 0 TO dir-len.
000076  IF current-work-dir NOT = SPACES
000077     MOVE current-work-dir TO name-buf
000078     CALL CBU-get-last-index USING CBU-ctx name-buf dir-len
000079  END-IF.
000080  PERFORM VARYING j FROM 1 BY 1 UNTIL j > JobDDCount
000081     IF JD-step(j) = StepIdx
000082        MOVE JD-name(j) TO name-buf
000083        CALL CBU-get-last-index USING CBU-ctx name-buf
000084           name-len
000085        INITIALIZE env-name
000086        STRING "DD_" JD-name(j)(1:name-len) INTO env-name
000087        IF DDAction = "A"
000088           PERFORM 1000-APPLY-DD
000089        ELSE
000090           SET ENVIRONMENT env-name TO JD-saved(j)
000091        END-IF
000092     END-IF
000093  END-PERFORM.
000094  EXIT PROGRAM.
000095
000096 1000-APPLY-DD.
000097  MOVE SPACES TO dd-target.
000098  IF JD-kind(j) = "G"
000099     MOVE JD-target(j) TO gdg-name-in
000100     CALL CBU-resolve-gdg USING CBU-ctx gdg-name-in
000101        gdg-name-out
000102     IF gdg-last-hit > 0
000103        MOVE gdg-name-out TO dd-target
000104     END-IF
000105  END-IF.
000106  IF dd-target = SPACES
000107     IF JD-kind(j) = "P" OR dir-len = 0
000108        MOVE JD-target(j) TO dd-target
000109     ELSE
000110        STRING current-work-dir(1:dir-len) "/"
000111           DELIMITED BY SIZE
000112           JD-target(j) DELIMITED BY SPACE INTO dd-target
000113     END-IF
000114  END-IF.
000115  MOVE SPACES TO JD-saved(j).
000116  ACCEPT JD-saved(j) FROM ENVIRONMENT env-name
000117  END-ACCEPT.
000118  SET ENVIRONMENT env-name TO dd-target.
000119  INITIALIZE lineToLog.
000120  STRING "step dd: " DELIMITED BY SIZE
000121     JD-name(j)(1:name-len) " -> " DELIMITED BY SIZE
000122     dd-target DELIMITED BY SPACE INTO lineToLog.
000123  CALL CBU-write-log-line USING CBU-ctx lineToLog.
000124 END PROGRAM CBU00414.
