000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-set-mutate
000013*	source name: CBU00303.cob
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

000044*>Arm a source-level mutation run: CBU-run takes over the
000045*>execution the way the perturb audit does, but instead of
000046*>scrambling stub responses it changes the unit under test
000047*>itself - one small change per copy of its source, each copy
000048*>recompiled and the owning suite rerun against it. Mutants
000049*>the suite does not catch are reported by paragraph.
000050*>The compile command is site-specific, so it comes from the
000051*>caller or from the MUTATE-COMPILE profile keyword; it is run
000052*>as "<command> <mutant source>" and must leave the loadable
000053*>module where the run loads the unit from. Each mutant's
000054*>suite runs in a process of its own, started with the
000054*>launch command of this driver (CBU-set-mutate-run or the
000054*>MUTATE-RUN profile keyword), since a module already loaded
000054*>is not reloaded from disk by CANCEL. Without both commands
000054*>the run is refused.
000055* arg1: SuiteName-in - owning suite as registered from catalog
000056* arg2: UnitName-in - PROGRAM-ID of the unit under test
000057* arg3: SourceFile-in - the unit's source file
000058* arg4: CompileCmd-in - compile command (SPACES = profile's)
000059* arg5: MaxMutants - cap on mutants generated (0 = 50)
000060 IDENTIFICATION DIVISION.
000061 PROGRAM-ID.   CBU00303.
000062 ENVIRONMENT    DIVISION.
000063 DATA DIVISION.
000064 WORKING-STORAGE SECTION.
000065  COPY CBUC0002.
000066 LINKAGE SECTION.
000067  77 SuiteName-in PIC X(20).
000068  77 UnitName-in PIC X(8).
000069  77 SourceFile-in PIC X(40).
000070  77 CompileCmd-in PIC X(60).
000071  77 MaxMutants PIC 9(3).
000072  COPY CBUC0001.
000073 PROCEDURE DIVISION USING CBU-ctx SuiteName-in UnitName-in
000074      SourceFile-in CompileCmd-in MaxMutants.
000075  MOVE 1 TO mutate-mode.
000076  MOVE SuiteName-in TO mutate-suite.
000077  MOVE UnitName-in TO mutate-unit.
000078  MOVE SourceFile-in TO mutate-source.
000079  IF CompileCmd-in <> SPACES
000080     MOVE CompileCmd-in TO mutate-compile-cmd
000081  END-IF.
000082  MOVE MaxMutants TO mutate-max.
000083  IF mutate-max = 0
000084     MOVE 50 TO mutate-max
000085  END-IF.
000086  EXIT PROGRAM.
000087 END PROGRAM CBU00303.
