000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-add-trace-key
000013*	source name: CBU00420.cob
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

000044*>Name a business key CBU-run-steps follows through the job
000045*>stream of the test that was just added: the key is looked up
000046*>in every step's declared input and output files
000047*>(CBU-add-step-file), and the first step that drops it,
000048*>duplicates it or changes one of its tracked fields fails the
000049*>trace assertion with the record as it was before and after
000050*>that step - the by-hand search operations do for a lost
000051*>transaction. A key the stream keeps intact passes; a key
000052*>found in none of the traced files fails, since it traced
000053*>nothing. Up to 10 keys per run.
000054* arg1: TraceKey - the key value, as it appears in the files
000055 IDENTIFICATION DIVISION.
000056 PROGRAM-ID.   CBU00420.
000057 ENVIRONMENT    DIVISION.
000058 DATA DIVISION.
000059 WORKING-STORAGE SECTION.
000060  01 nb-suite-pos PIC 9(3).
000061  01 nb-test-pos PIC 9(3).
000062  COPY CBUC0002.
000063 LINKAGE SECTION.
000064  77 TraceKey PIC X(40).
000065  COPY CBUC0001.
000066 PROCEDURE DIVISION USING CBU-ctx TraceKey.
000067  IF TraceKeyCount >= 10
000068     DISPLAY "COBOLUnit: trace key table full"
000069     EXIT PROGRAM
000070  END-IF.
000071  ADD 1 TO TraceKeyCount.
000072  COMPUTE nb-suite-pos = SuiteIndex - 1.
000073  COMPUTE nb-test-pos = TestIndex - 1.
000074  MOVE nb-suite-pos TO KT-suite(TraceKeyCount).
000075  MOVE nb-test-pos TO KT-test(TraceKeyCount).
000076  MOVE TraceKey TO KT-key(TraceKeyCount).
000077  MOVE 0 TO KT-seen(TraceKeyCount).
000078  MOVE 0 TO KT-step(TraceKeyCount).
000079  EXIT PROGRAM.
000080 END PROGRAM CBU00420.
