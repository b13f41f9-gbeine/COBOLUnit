000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-add-step-file
000013*	source name: CBU00419.cob
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

000044*>Declare one file a harness step of the test that was just
000045*>added reads ('I') or writes ('O'), for the key trace
000046*>(CBU-add-trace-key): each traced key is looked up in the
000047*>step's input files before the step runs and in its output
000048*>files after, matching the record's key in columns KeyPos to
000049*>KeyPos + KeyLen - 1 of that file. FieldName names the field
000050*>the trace watches for a change of value, at FieldPos for
000051*>FieldLen in this file's layout - the same name declared on
000052*>an input and an output file of the step is compared even when
000053*>the two layouts place it differently (FieldName SPACES: no
000054*>tracked field in this file). Generation references are
000055*>resolved when the step runs. Up to 40 files per run.
000056* arg1: StepNo - step number within the test, from 1
000057* arg2: Direction - 'I' the step reads it, 'O' it writes it
000058* arg3: FileName - the file, or a generation reference
000059* arg4: KeyPos - first column of the key
000060* arg5: KeyLen - length of the key
000061* arg6: FieldName - tracked field, SPACES for none
000062* arg7: FieldPos - first column of the tracked field
000063* arg8: FieldLen - length of the tracked field
000064 IDENTIFICATION DIVISION.
000065 PROGRAM-ID.   CBU00419.
000066 ENVIRONMENT    DIVISION.
000067 DATA DIVISION.
000068 WORKING-STORAGE SECTION.
000069  01 k PIC 9(2).
000070  01 step-seen PIC 9(2).
000071  01 step-found PIC 9(1).
000072  01 nb-suite-pos PIC 9(3).
000073  01 nb-test-pos PIC 9(3).
000074  COPY CBUC0002.
000075 LINKAGE SECTION.
000076  77 StepNo PIC 9(2).
000077  77 Direction PIC X(1).
000078  77 FileName PIC X(40).
000079  77 KeyPos PIC 9(3).
000080  77 KeyLen PIC 9(3).
000081  77 FieldName PIC X(20).
000082  77 FieldPos PIC 9(3).
000083  77 FieldLen PIC 9(3).
000084  COPY CBUC0001.
000085 PROCEDURE DIVISION USING CBU-ctx StepNo Direction FileName
000086      KeyPos KeyLen FieldName FieldPos FieldLen.
000087  IF StepFileCount >= 40
000088     DISPLAY "COBOLUnit: step file table full"
000089     EXIT PROGRAM
000090  END-IF.
000091  IF Direction NOT = "I" AND Direction NOT = "O"
000092     DISPLAY "COBOLUnit: step file direction '" Direction
000093        "' is neither I nor O, not registered"
000094     EXIT PROGRAM
000095  END-IF.
000096* the key is held in 40 bytes and the records read in 255
000097  IF KeyPos = 0 OR KeyLen = 0 OR KeyLen > 40
000098     OR KeyPos + KeyLen > 256
000099     DISPLAY "COBOLUnit: key at " KeyPos " for " KeyLen
000100        " is outside the traced record, not registered"
000101     EXIT PROGRAM
000102  END-IF.
000103  IF FieldName NOT = SPACES
000104     AND (FieldPos = 0 OR FieldLen = 0
000105          OR FieldPos + FieldLen > 256)
000106     DISPLAY "COBOLUnit: field " FieldName " at " FieldPos
000107        " for " FieldLen " is outside the traced record,"
000108        " not registered"
000109     EXIT PROGRAM
000110  END-IF.
000111  COMPUTE nb-suite-pos = SuiteIndex - 1.
000112  COMPUTE nb-test-pos = TestIndex - 1.
000113  MOVE 0 TO step-seen.
000114  MOVE 0 TO step-found.
000115  PERFORM VARYING k FROM 1 BY 1 UNTIL k > HarnessStepCount
000116     IF HS-suite(k) = nb-suite-pos AND HS-test(k) = nb-test-pos
000117        ADD 1 TO step-seen
000118        IF step-seen = StepNo
000119           MOVE 1 TO step-found
000120        END-IF
000121     END-IF
000122  END-PERFORM.
000123  IF step-found = 0
000124     DISPLAY "COBOLUnit: step " StepNo
000125        " is not declared for this test"
000126     EXIT PROGRAM
000127  END-IF.
000128  ADD 1 TO StepFileCount.
000129  MOVE nb-suite-pos TO TF-suite(StepFileCount).
000130  MOVE nb-test-pos TO TF-test(StepFileCount).
000131  MOVE StepNo TO TF-step(StepFileCount).
000132  MOVE Direction TO TF-dir(StepFileCount).
000133  MOVE FileName TO TF-file(StepFileCount).
000134  MOVE KeyPos TO TF-key-pos(StepFileCount).
000135  MOVE KeyLen TO TF-key-len(StepFileCount).
000136  MOVE FieldName TO TF-field(StepFileCount).
000137  IF FieldName = SPACES
000138     MOVE 0 TO TF-field-pos(StepFileCount)
000139     MOVE 0 TO TF-field-len(StepFileCount)
000140  ELSE
000141     MOVE FieldPos TO TF-field-pos(StepFileCount)
000142     MOVE FieldLen TO TF-field-len(StepFileCount)
000143  END-IF.
000144  EXIT PROGRAM.
000145 END PROGRAM CBU00419.
