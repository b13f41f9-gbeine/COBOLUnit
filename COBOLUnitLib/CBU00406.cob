000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-set-io-volume
000013*	source name: CBU00406.cob
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

000044*>Keep each test's I/O volume - the reads and writes the unit
000045*>reports per file through CBU-file-io - in file-name, one
000046*>record per test and file for every run, and have CBU-run
000047*>flag a test whose volume on any file grew by more than
000048*>growth-pct percent over the previous run (0 keeps the
000049*>current setting, 10 by default). SPACES stops the recording.
000050* arg1: file-name - I/O volume history file, or SPACES
000051* arg2: growth-pct - growth percentage that flags a test
000052 IDENTIFICATION DIVISION.
000053 PROGRAM-ID.   CBU00406.
000054 ENVIRONMENT    DIVISION.
000055 DATA DIVISION.
000056 WORKING-STORAGE SECTION.
000057  COPY CBUC0002.
000058 LINKAGE SECTION.
000059  77 file-name PIC X(40).
000060  77 growth-pct PIC 9(3).
000061  COPY CBUC0001.
000062 PROCEDURE DIVISION USING CBU-ctx file-name growth-pct.
000063  MOVE file-name TO io-volume-file.
000064  IF growth-pct > 0
000065     MOVE growth-pct TO io-growth-pct
000066  END-IF.
000067  EXIT PROGRAM.
000068 END PROGRAM CBU00406.
