000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-set-step-expect
000013*	source name: CBU00415.cob
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

000044*>Set what the test that was just added expects of its
000045*>StepNo-th harness step: the RETURN-CODE it should end with
000046*>and whether it should run (1) or be bypassed (0). Steps
000047*>imported with CBU-import-jcl start out expecting to run and
000048*>to end with 0; this declares the exceptions without
000049*>retyping the job.
000050* arg1: StepNo - step number within the test, from 1
000051* arg2: ExpectedRC - RETURN-CODE the step should end with
000052* arg3: ExpectRun - 1 step should run, 0 should be bypassed
000053 IDENTIFICATION DIVISION.
000054 PROGRAM-ID.   CBU00415.
000055 ENVIRONMENT    DIVISION.
000056 DATA DIVISION.
000057 WORKING-STORAGE SECTION.
000058  01 k PIC 9(2).
000059  01 step-seen PIC 9(2).
000060  01 step-found PIC 9(1).
000061  01 nb-suite-pos PIC 9(3).
000062  01 nb-test-pos PIC 9(3).
000063  COPY CBUC0002.
000064 LINKAGE SECTION.
000065  77 StepNo PIC 9(2).
000066  77 ExpectedRC PIC 9(4).
000067  77 ExpectRun PIC 9(1).
000068  COPY CBUC0001.
000069 PROCEDURE DIVISION USING CBU-ctx StepNo ExpectedRC ExpectRun.
000070  COMPUTE nb-suite-pos = SuiteIndex - 1.
000071  COMPUTE nb-test-pos = TestIndex - 1.
000072  MOVE 0 TO step-seen.
000073  MOVE 0 TO step-found.
000074  PERFORM VARYING k FROM 1 BY 1 UNTIL k > HarnessStepCount
000075     IF HS-suite(k) = nb-suite-pos AND HS-test(k) = nb-test-pos
000076        ADD 1 TO step-seen
000077        IF step-seen = StepNo
000078           MOVE ExpectedRC TO HS-exp-rc(k)
000079           MOVE ExpectRun TO HS-exp-run(k)
000080           MOVE 1 TO step-found
000081        END-IF
000082     END-IF
000083  END-PERFORM.
000084  IF step-found = 0
000085     DISPLAY "COBOLUnit: step " StepNo
000086        " is not declared for this test"
000087  END-IF.
000088  EXIT PROGRAM.
000089 END PROGRAM CBU00415.
