000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-add-scenarios
000013*	source name: CBU00378.cob
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

000044*>Add the scenarios of a Given/When/Then scenario file to the
000045*>current suite, one test per scenario, run by
000046*>CBU-run-scenario in the normal CBU-run flow (so they appear
000047*>in every report and export under their titles). The file:
000048*>  Feature: Savings interest
000049*>  # comment
000050*>  Scenario: Interest posted at month end
000051*>    Given an account "SAV001" with balance 1000.00
000052*>    When interest is posted at rate 2.5
000053*>    Then the balance of "SAV001" is 1025.00
000054*>A scenario runs from its 'Scenario:' line to the next one;
000055*>its steps are the lines starting with Given, When, Then, And
000056*>or But, and are matched against the patterns of StepLibrary
000057*>(see CBU-run-scenario). The test takes the first 20
000058*>characters of the title as its name and the title as its
000059*>description.
000060* arg1: ScenarioFile - scenario file
000061* arg2: StepLibrary - step library file
000062 IDENTIFICATION DIVISION.
000063 PROGRAM-ID.   CBU00378.
000064 ENVIRONMENT    DIVISION.
000065 INPUT-OUTPUT SECTION.
000066 FILE-CONTROL.
000067    SELECT ScenarioInput ASSIGN TO scenario-file-name
000068		ORGANIZATION IS LINE SEQUENTIAL
000069		FILE STATUS IS scenario-status.
000070 DATA DIVISION.
000071 FILE SECTION.
000072 	FD ScenarioInput.
000073 	01 ScenarioLine PIC X(255).
000074 WORKING-STORAGE SECTION.
000075  01 scenario-file-name PIC X(40).
000076  01 scenario-status PIC X(2).
000077  01 ScenarioEOF PIC 9(1).
000078  01 line-no PIC 9(5).
000079  01 work-line PIC X(255).
000080  01 lead-count PIC 9(3).
000081  01 first-word PIC X(20).
000082  01 word-ptr PIC 9(3).
000083  01 scenario-title PIC X(100).
000084  01 test-name PIC X(20).
000085  01 edit-line PIC Z(4)9.
000086  01 tests-before PIC 9(3).
000087  01 nb-suite-pos PIC 9(3).
000088  01 nb-test-pos PIC 9(3).
000089  COPY CBUC0002.
000090 LINKAGE SECTION.
000091  77 ScenarioFile PIC X(40).
000092  77 StepLibrary PIC X(40).
000093  COPY CBUC0001.
000094 PROCEDURE DIVISION USING CBU-ctx ScenarioFile StepLibrary.
000095  MOVE ScenarioFile TO scenario-file-name.
000096  OPEN INPUT ScenarioInput.
000097  IF scenario-status <> "00"
000098     DISPLAY "COBOLUnit: scenario file " ScenarioFile
000099        " cannot be opened, status " scenario-status
000100     EXIT PROGRAM
000101  END-IF.
000102  MOVE 0 TO ScenarioEOF line-no.
000103  PERFORM UNTIL ScenarioEOF = 1
000104     READ ScenarioInput
000105        AT END MOVE 1 TO ScenarioEOF
000106        NOT AT END
000107           ADD 1 TO line-no
000108           PERFORM 1000-SCAN-LINE
000109     END-READ
000110  END-PERFORM.
000111  CLOSE ScenarioInput.
000112  EXIT PROGRAM.
000113
000114* a 'Scenario:' line opens a new test
000115 1000-SCAN-LINE.
000116  MOVE ScenarioLine TO work-line.
000117  INSPECT work-line CONVERTING X"09" TO SPACE.
000118  IF work-line = SPACES
000119     EXIT PARAGRAPH
000120  END-IF.
000121  MOVE 0 TO lead-count.
000122  INSPECT work-line TALLYING lead-count FOR LEADING SPACE.
000123  MOVE SPACES TO first-word.
000124  COMPUTE word-ptr = lead-count + 1.
000125  UNSTRING work-line DELIMITED BY ALL SPACE
000126     INTO first-word WITH POINTER word-ptr
000127  END-UNSTRING.
000128  INSPECT first-word CONVERTING
000129     "abcdefghijklmnopqrstuvwxyz"
000130     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000131  IF first-word <> "SCENARIO:"
000132     EXIT PARAGRAPH
000133  END-IF.
000134  IF ScenarioCount >= 100
000135     DISPLAY "COBOLUnit: scenario list full"
000136     MOVE 1 TO ScenarioEOF
000137     EXIT PARAGRAPH
000138  END-IF.
000139  MOVE SPACES TO scenario-title.
000140  IF word-ptr <= 255
000141     MOVE work-line(word-ptr:) TO scenario-title
000142  END-IF.
000143  IF scenario-title = SPACES
000144     MOVE line-no TO edit-line
000145     STRING "scenario at line " DELIMITED BY SIZE
000146        edit-line DELIMITED BY SIZE
000147        INTO scenario-title
000148     END-STRING
000149  END-IF.
000150  MOVE scenario-title TO test-name.
000151  MOVE TestIndex TO tests-before.
000152  CALL CBU-add-test-next USING CBU-ctx test-name scenario-title.
000153  IF TestIndex = tests-before
000154     MOVE 1 TO ScenarioEOF
000155     EXIT PARAGRAPH
000156  END-IF.
000157  ADD 1 TO ScenarioCount.
000158  COMPUTE nb-suite-pos = SuiteIndex - 1.
000159  COMPUTE nb-test-pos = TestIndex - 1.
000160  MOVE nb-suite-pos TO SC-suite(ScenarioCount).
000161  MOVE nb-test-pos TO SC-test(ScenarioCount).
000162  MOVE ScenarioFile TO SC-file(ScenarioCount).
000163  MOVE StepLibrary TO SC-library(ScenarioCount).
000164  MOVE line-no TO SC-line(ScenarioCount).
000165 END PROGRAM CBU00378.
