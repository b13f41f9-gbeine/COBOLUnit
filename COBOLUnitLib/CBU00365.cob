000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-add-restart
000013*	source name: CBU00365.cob
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

000044*>Turn the harness test that was just added (with
000045*>CBU-add-harness) into a restartability check run by
000046*>CBU-run-restart: the program runs once without interruption
000047*>and its declared outputs (CBU-add-harness-output) are parked
000048*>under their 'expected' names; then, for each record number N
000049*>in AbendPoints, the fixtures are staged again, the program is
000050*>run with an abend forced after its N-th record (the program
000051*>calls CBU-restart-point once per record it completes), run
000052*>again with RestartSetting so it restarts from the checkpoint
000053*>it left, and its final outputs and RETURN-CODE must match the
000054*>uninterrupted run. Each leg runs as its own process, started
000055*>with Launcher followed by the program name, so the abend ends
000056*>only that leg; the launcher is site-specific, so without one
000056*>here or STEP-LAUNCHER in the profile the check is refused at
000056*>run time. Stage the inputs (and an empty checkpoint
000057*>file, if the program expects one) with CBU-add-test-fixture.
000058*>Up to 10 restart checks per run, 10 points each.
000059* arg1: Launcher - command that runs a program as a job step,
000060*       SPACES for the profile's STEP-LAUNCHER
000061* arg2: RestartSetting - environment assignments that make the
000062*       program restart, e.g. PAYRESTART=Y
000063* arg3: AbendPoints - record numbers separated by spaces
000064 IDENTIFICATION DIVISION.
000065 PROGRAM-ID.   CBU00365.
000066 ENVIRONMENT    DIVISION.
000067 DATA DIVISION.
000068 WORKING-STORAGE SECTION.
000069  01 nb-suite-pos PIC 9(3).
000070  01 nb-test-pos PIC 9(3).
000071  COPY CBUC0002.
000072 LINKAGE SECTION.
000073  77 Launcher PIC X(40).
000074  77 RestartSetting PIC X(64).
000075  77 AbendPoints PIC X(60).
000076  COPY CBUC0001.
000077 PROCEDURE DIVISION USING CBU-ctx Launcher RestartSetting
000078      AbendPoints.
000079  IF RestartCount >= 10
000080     DISPLAY "COBOLUnit: restart check table full"
000081     EXIT PROGRAM
000082  END-IF.
000083  ADD 1 TO RestartCount.
000084  COMPUTE nb-suite-pos = SuiteIndex - 1.
000085  COMPUTE nb-test-pos = TestIndex - 1.
000086  MOVE nb-suite-pos TO RV-suite(RestartCount).
000087  MOVE nb-test-pos TO RV-test(RestartCount).
000088  MOVE Launcher TO RV-launcher(RestartCount).
000092  MOVE RestartSetting TO RV-restart-env(RestartCount).
000093  MOVE AbendPoints TO RV-points(RestartCount).
000094  EXIT PROGRAM.
000095 END PROGRAM CBU00365.
