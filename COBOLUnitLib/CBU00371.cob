000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-set-contention-check
000013*	source name: CBU00371.cob
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

000044*>Consistency check of the shared file once all contenders of
000045*>the test that was just added have finished (see
000046*>CBU-add-contender): the file must hold ExpectedRecords
000047*>records and its amount column must total ExpectedTotal - no
000048*>update lost to a lock, none applied twice. Honors
000049*>CBU-set-file-org. AmtLen 0 checks the record count only. Up
000050*>to 10 checks per run.
000051* arg1: SharedFile - file the contenders update
000052* arg2: AmtPos - first column of the amount to total
000053* arg3: AmtLen - amount length, 0 = no total
000054* arg4: AmtDec - implied decimals of the amount (0-2)
000055* arg5: ExpectedRecords - record count after the contention
000056* arg6: ExpectedTotal - amount total after the contention
000057 IDENTIFICATION DIVISION.
000058 PROGRAM-ID.   CBU00371.
000059 ENVIRONMENT    DIVISION.
000060 DATA DIVISION.
000061 WORKING-STORAGE SECTION.
000062  01 nb-suite-pos PIC 9(3).
000063  01 nb-test-pos PIC 9(3).
000064  COPY CBUC0002.
000065 LINKAGE SECTION.
000066  77 SharedFile PIC X(40).
000067  77 AmtPos PIC 9(3).
000068  77 AmtLen PIC 9(2).
000069  77 AmtDec PIC 9(1).
000070  77 ExpectedRecords PIC 9(9).
000071  77 ExpectedTotal PIC S9(13)V99.
000072  COPY CBUC0001.
000073 PROCEDURE DIVISION USING CBU-ctx SharedFile AmtPos AmtLen
000074      AmtDec ExpectedRecords ExpectedTotal.
000075  IF ContentionCheckCount >= 10
000076     DISPLAY "COBOLUnit: contention check table full"
000077     EXIT PROGRAM
000078  END-IF.
000079  ADD 1 TO ContentionCheckCount.
000080  COMPUTE nb-suite-pos = SuiteIndex - 1.
000081  COMPUTE nb-test-pos = TestIndex - 1.
000082  MOVE nb-suite-pos TO CC-suite(ContentionCheckCount).
000083  MOVE nb-test-pos TO CC-test(ContentionCheckCount).
000084  MOVE SharedFile TO CC-file(ContentionCheckCount).
000085  MOVE AmtPos TO CC-amt-pos(ContentionCheckCount).
000086  MOVE AmtLen TO CC-amt-len(ContentionCheckCount).
000087  MOVE AmtDec TO CC-amt-dec(ContentionCheckCount).
000088  MOVE ExpectedRecords TO CC-records(ContentionCheckCount).
000089  MOVE ExpectedTotal TO CC-total(ContentionCheckCount).
000090  EXIT PROGRAM.
000091 END PROGRAM CBU00371.
