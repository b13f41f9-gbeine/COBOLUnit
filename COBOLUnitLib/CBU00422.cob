000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-add-entry-call
000013*	source name: CBU00422.cob
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

000044*>Declare one call of an ENTRY point for the test that was just
000045*>added: a utility exposing INIT, PROCESS and TERM entries over
000046*>shared working storage is tested by declaring the calls in
000047*>the order the test wants them made - CBU-run-entries makes
000048*>them one after the other without a CANCEL in between, so the
000049*>state one entry leaves is what the next one finds, as under
000050*>its production callers (and the misuse paths - PROCESS before
000051*>INIT, TERM twice - are declared the same way). ModuleName is
000052*>the load module holding the entry (its PROGRAM-ID); SPACES
000053*>when the entry is a module of its own. Every call is passed
000054*>the same parameter area: AreaIn, when not SPACES, is moved to
000055*>it before the call, otherwise the call sees what the previous
000056*>one left there; AreaOut, when not SPACES, is what the area
000057*>should hold after the call. Up to 30 calls per run; inputs
000058*>and final files are declared as for a harness test
000059*>(CBU-add-test-fixture, CBU-add-harness-output).
000060* arg1: ModuleName - load module holding the entry
000061* arg2: EntryName - ENTRY name to CALL
000062* arg3: AreaIn - parameter area passed in, SPACES to keep
000063* arg4: ExpectedRC - RETURN-CODE the call should end with
000064* arg5: AreaOut - parameter area expected back, SPACES not checked
000065 IDENTIFICATION DIVISION.
000066 PROGRAM-ID.   CBU00422.
000067 ENVIRONMENT    DIVISION.
000068 DATA DIVISION.
000069 WORKING-STORAGE SECTION.
000070  01 nb-suite-pos PIC 9(3).
000071  01 nb-test-pos PIC 9(3).
000072  COPY CBUC0002.
000073 LINKAGE SECTION.
000074  77 ModuleName PIC X(8).
000075  77 EntryName PIC X(30).
000076  77 AreaIn PIC X(100).
000077  77 ExpectedRC PIC 9(4).
000078  77 AreaOut PIC X(100).
000079  COPY CBUC0001.
000080 PROCEDURE DIVISION USING CBU-ctx ModuleName EntryName AreaIn
000081      ExpectedRC AreaOut.
000082  IF EntryCallCount >= 30
000083     DISPLAY "COBOLUnit: entry call table full"
000084     EXIT PROGRAM
000085  END-IF.
000086  IF EntryName = SPACES
000087     DISPLAY "COBOLUnit: entry call without an entry name,"
000088        " not registered"
000089     EXIT PROGRAM
000090  END-IF.
000091  ADD 1 TO EntryCallCount.
000092  COMPUTE nb-suite-pos = SuiteIndex - 1.
000093  COMPUTE nb-test-pos = TestIndex - 1.
000094  MOVE nb-suite-pos TO EP-suite(EntryCallCount).
000095  MOVE nb-test-pos TO EP-test(EntryCallCount).
000096  MOVE ModuleName TO EP-module(EntryCallCount).
000097  MOVE EntryName TO EP-entry(EntryCallCount).
000098  MOVE AreaIn TO EP-area-in(EntryCallCount).
000099  MOVE ExpectedRC TO EP-exp-rc(EntryCallCount).
000100  MOVE AreaOut TO EP-area-out(EntryCallCount).
000101  MOVE 0 TO EP-got-rc(EntryCallCount).
000102  MOVE 0 TO EP-called(EntryCallCount).
000103  EXIT PROGRAM.
000104 END PROGRAM CBU00422.
