000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-add-gdg
000013*	source name: CBU00410.cob
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

000044*>Declare a generation data group base for the suite that was
000045*>just added (with CBU-add-suite): BaseName is the name tests
000046*>use in generation references - "MASTER(+1)" for the
000047*>generation a step creates, "MASTER(0)" for the current one,
000048*>"MASTER(-1)" for the one before - and BasePath the file name
000049*>prefix the generations are kept under, <BasePath>.G0001V00,
000050*><BasePath>.G0002V00 and so on. References resolve wherever a
000051*>test names a file: the ActualPath of CBU-map-file, the
000052*>working name of CBU-add-test-fixture and the file names of
000053*>the file assertions. The base rolls forward after each step
000054*>of CBU-run-steps or CBU-run-harness and after each day of
000055*>CBU-run-cycle - the newest generation becomes (0) - and only
000056*>GenLimit generations are kept, the oldest being deleted the
000057*>way the catalog scratches them. The base is emptied when the
000058*>suite starts (on the first cycle day only in a cycle). Up to
000059*>20 bases per run; BasePath may be up to 31 characters.
000060* arg1: BaseName - name used in generation references
000061* arg2: BasePath - file name prefix of the generations
000062* arg3: GenLimit - generations kept (0 taken as 1)
000063 IDENTIFICATION DIVISION.
000064 PROGRAM-ID.   CBU00410.
000065 ENVIRONMENT    DIVISION.
000066 DATA DIVISION.
000067 WORKING-STORAGE SECTION.
000068  COPY CBUC0002.
000069 LINKAGE SECTION.
000070  77 BaseName PIC X(30).
000071  77 BasePath PIC X(40).
000072  77 GenLimit PIC 9(3).
000073  COPY CBUC0001.
000074 PROCEDURE DIVISION USING CBU-ctx BaseName BasePath GenLimit.
000075  IF GdgCount >= 20
000076     DISPLAY "COBOLUnit: generation group table full - '"
000077        BaseName "' not declared"
000078     EXIT PROGRAM
000079  END-IF.
000080  IF BasePath(32:9) <> SPACES
000081     DISPLAY "COBOLUnit: generation base path '" BasePath
000082        "' longer than 31 characters - not declared"
000083     EXIT PROGRAM
000084  END-IF.
000085  ADD 1 TO GdgCount.
000086  COMPUTE GD-suite(GdgCount) = SuiteIndex - 1.
000087  MOVE BaseName TO GD-base(GdgCount).
000088  MOVE BasePath TO GD-path(GdgCount).
000089  IF GenLimit = 0
000090     MOVE 1 TO GD-limit(GdgCount)
000091  ELSE
000092     MOVE GenLimit TO GD-limit(GdgCount)
000093  END-IF.
000094  MOVE 0 TO GD-current(GdgCount).
000095  EXIT PROGRAM.
000096 END PROGRAM CBU00410.
