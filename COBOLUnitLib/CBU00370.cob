000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-add-contender
000013*	source name: CBU00370.cob
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

000044*>Add a contender to the test that was just added: a unit
000045*>(batch or online update program) that CBU-run-contention
000046*>launches as its own process, concurrently with the test's
000047*>other contenders, against the test's staged shared file
000048*>(CBU-add-test-fixture). The contender starts StartOffset
000049*>seconds after the launch (hundredths allowed) and runs
000050*>RepeatCount times in a row; every run must end with a
000051*>RETURN-CODE no higher than MaxRC - a unit that does not
000052*>handle its lock and busy statuses fails or abends. The unit
000053*>reports its file statuses with CBU-file-io so the report
000054*>can show how much contention it actually met. Launcher is
000055*>the command that runs a program as its own process (SPACES =
000056*>STEP-LAUNCHER in the profile; with neither set the test is
000056*>refused at run time). Up to 20 contenders per run.
000057* arg1: UnitProg - program run by the contender
000058* arg2: Launcher - command to launch it, SPACES = STEP-LAUNCHER
000059* arg3: StartOffset - delay in seconds before the first run
000060* arg4: RepeatCount - number of runs, 0 = 1
000061* arg5: MaxRC - highest RETURN-CODE accepted from a run
000062 IDENTIFICATION DIVISION.
000063 PROGRAM-ID.   CBU00370.
000064 ENVIRONMENT    DIVISION.
000065 DATA DIVISION.
000066 WORKING-STORAGE SECTION.
000067  01 nb-suite-pos PIC 9(3).
000068  01 nb-test-pos PIC 9(3).
000069  COPY CBUC0002.
000070 LINKAGE SECTION.
000071  77 UnitProg PIC X(8).
000072  77 Launcher PIC X(40).
000073  77 StartOffset PIC 9(3)V99.
000074  77 RepeatCount PIC 9(4).
000075  77 MaxRC PIC 9(4).
000076  COPY CBUC0001.
000077 PROCEDURE DIVISION USING CBU-ctx UnitProg Launcher StartOffset
000078      RepeatCount MaxRC.
000079  IF ContenderCount >= 20
000080     DISPLAY "COBOLUnit: contender table full"
000081     EXIT PROGRAM
000082  END-IF.
000083  ADD 1 TO ContenderCount.
000084  COMPUTE nb-suite-pos = SuiteIndex - 1.
000085  COMPUTE nb-test-pos = TestIndex - 1.
000086  MOVE nb-suite-pos TO CT-suite(ContenderCount).
000087  MOVE nb-test-pos TO CT-test(ContenderCount).
000088  MOVE UnitProg TO CT-prog(ContenderCount).
000089  MOVE Launcher TO CT-launcher(ContenderCount).
000094  MOVE StartOffset TO CT-offset(ContenderCount).
000095  MOVE RepeatCount TO CT-repeat(ContenderCount).
000096  IF CT-repeat(ContenderCount) = 0
000097     MOVE 1 TO CT-repeat(ContenderCount)
000098  END-IF.
000099  MOVE MaxRC TO CT-max-rc(ContenderCount).
000100  EXIT PROGRAM.
000101 END PROGRAM CBU00370.
