000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-add-rerun
000013*	source name: CBU00368.cob
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
000045*>CBU-add-harness) into an idempotent-rerun check run by
000046*>CBU-run-rerun: the program runs once, each declared output
000047*>(CBU-add-harness-output) is copied to its 'expected' name,
000048*>and the program runs a second time against the first run's
000049*>outputs with the same inputs and fixtures - the way
000050*>operations resubmits a job after a partial failure. With
000051*>ChangeSetName blank the second run must change nothing; the
000052*>failure report gives the record counts, the keys the second
000053*>run duplicated and the totals of the amount column before
000054*>and after. With a change set, the difference between the
000055*>two runs' outputs must be exactly that set (format of
000056*>CBU-assert-master-changes). KeyLen 0 skips the duplicate-key
000057*>report, AmtLen 0 the totals. Up to 10 rerun checks per run.
000058* arg1: KeyPos - key column of the output records
000059* arg2: KeyLen - key length (up to 64), 0 = no key report
000060* arg3: AmtPos - first column of the amount to total
000061* arg4: AmtLen - amount length, 0 = no totals
000062* arg5: AmtDec - implied decimals of the amount (0-2)
000063* arg6: ChangeSetName - expected changes, SPACES = none
000064 IDENTIFICATION DIVISION.
000065 PROGRAM-ID.   CBU00368.
000066 ENVIRONMENT    DIVISION.
000067 DATA DIVISION.
000068 WORKING-STORAGE SECTION.
000069  01 nb-suite-pos PIC 9(3).
000070  01 nb-test-pos PIC 9(3).
000071  COPY CBUC0002.
000072 LINKAGE SECTION.
000073  77 KeyPos PIC 9(3).
000074  77 KeyLen PIC 9(3).
000075  77 AmtPos PIC 9(3).
000076  77 AmtLen PIC 9(2).
000077  77 AmtDec PIC 9(1).
000078  77 ChangeSetName PIC X(40).
000079  COPY CBUC0001.
000080 PROCEDURE DIVISION USING CBU-ctx KeyPos KeyLen AmtPos AmtLen
000081      AmtDec ChangeSetName.
000082  IF IdemCount >= 10
000083     DISPLAY "COBOLUnit: rerun check table full"
000084     EXIT PROGRAM
000085  END-IF.
000086  ADD 1 TO IdemCount.
000087  COMPUTE nb-suite-pos = SuiteIndex - 1.
000088  COMPUTE nb-test-pos = TestIndex - 1.
000089  MOVE nb-suite-pos TO IR-suite(IdemCount).
000090  MOVE nb-test-pos TO IR-test(IdemCount).
000091  MOVE KeyPos TO IR-key-pos(IdemCount).
000092  MOVE KeyLen TO IR-key-len(IdemCount).
000093  IF IR-key-len(IdemCount) > 64
000094     MOVE 64 TO IR-key-len(IdemCount)
000095  END-IF.
000096  MOVE AmtPos TO IR-amt-pos(IdemCount).
000097  MOVE AmtLen TO IR-amt-len(IdemCount).
000098  MOVE AmtDec TO IR-amt-dec(IdemCount).
000099  MOVE ChangeSetName TO IR-change-set(IdemCount).
000100  EXIT PROGRAM.
000101 END PROGRAM CBU00368.
