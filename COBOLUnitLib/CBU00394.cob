000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-add-suite-resource
000013*	source name: CBU00394.cob
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

000044*>Declare that the suite that was just added (with
000045*>CBU-add-suite) uses a resource outside its sandbox - a test
000046*>database schema, a fixed-name interface file, a queue - by
000047*>name. Mode "S" shares it with other "S" holders; any other
000048*>mode holds it exclusively. CBU-dispatch never runs two
000049*>independent suites at once when either holds their common
000050*>resource exclusively: the later one waits its turn, and the
000051*>wait goes on the run manifest.
000052* arg1: ResourceName - the resource the suite uses
000053* arg2: ResourceMode - "S" shared, "E" or anything else exclusive
000054 IDENTIFICATION DIVISION.
000055 PROGRAM-ID.   CBU00394.
000056 ENVIRONMENT    DIVISION.
000057 DATA DIVISION.
000058 WORKING-STORAGE SECTION.
000059   01 nb-suite-pos PIC 9(3).
000060 COPY CBUC0002.
000061 LINKAGE SECTION.
000062   01 ResourceName PIC X(20).
000063   01 ResourceMode PIC X(1).
000064 COPY CBUC0001.
000065 PROCEDURE DIVISION USING CBU-ctx ResourceName ResourceMode.
000066  COMPUTE nb-suite-pos = SuiteIndex - 1.
000067  IF nb-suite-pos < 1 OR ResourceName = SPACES
000068     EXIT PROGRAM
000069  END-IF.
000070  IF ResourceCount >= 100
000071     DISPLAY "COBOLUnit: resource table full - '" ResourceName
000072        "' ignored"
000073     EXIT PROGRAM
000074  END-IF.
000075  ADD 1 TO ResourceCount.
000076  MOVE nb-suite-pos TO RQ-suite(ResourceCount).
000077  MOVE ResourceName TO RQ-name(ResourceCount).
000078  IF ResourceMode = "S"
000079     MOVE "S" TO RQ-mode(ResourceCount)
000080  ELSE
000081     MOVE "E" TO RQ-mode(ResourceCount)
000082  END-IF.
000083  EXIT PROGRAM.
000084 END PROGRAM CBU00394.
