000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-set-mutate-run
000013*	source name: CBU00428.cob
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

000044*>Name the command that launches this test driver, for a
000045*>mutation run (CBU-set-mutate): every mutant's suite is run
000046*>as a child process of its own - "<command> <suite>" with the
000047*>CBUSUITERES variable naming the child's suite result file -
000048*>so the child loads the mutant just rebuilt on disk. The
000049*>command is site-specific, like the compile command; SPACES
000050*>keeps the MUTATE-RUN profile keyword's.
000051* arg1: RunCmd-in - shell command that runs this driver
000052 IDENTIFICATION DIVISION.
000053 PROGRAM-ID.   CBU00428.
000054 ENVIRONMENT    DIVISION.
000055 DATA DIVISION.
000056 WORKING-STORAGE SECTION.
000057  COPY CBUC0002.
000058 LINKAGE SECTION.
000059  77 RunCmd-in PIC X(60).
000060  COPY CBUC0001.
000061 PROCEDURE DIVISION USING CBU-ctx RunCmd-in.
000062  IF RunCmd-in <> SPACES
000063     MOVE RunCmd-in TO mutate-run-cmd
000064  END-IF.
000065  EXIT PROGRAM.
000066 END PROGRAM CBU00428.
