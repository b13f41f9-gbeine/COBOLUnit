000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-set-sql-file
000013*	source name: CBU00309.cob
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

000044*>Name the response file the EXEC SQL stub answers a unit's
000045*>SQL statements from for the test about to run (layout in
000046*>CBU-sql-stub) and start a fresh execution log. SPACES leaves
000047*>every statement answering SQLCODE 0 (+100 for FETCH).
000048* arg1: FileName - response file
000049 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.   CBU00309.
000051 ENVIRONMENT    DIVISION.
000052 DATA DIVISION.
000053 WORKING-STORAGE SECTION.
000054  COPY CBUC0003.
000055  COPY CBUC0002.
000056 LINKAGE SECTION.
000057  77 FileName PIC X(40).
000058  COPY CBUC0001.
000059 PROCEDURE DIVISION USING CBU-ctx FileName.
000060  MOVE FileName TO sql-response-file.
000061  MOVE 0 TO sql-exec-count.
000062  EXIT PROGRAM.
000063 END PROGRAM CBU00309.
