000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-set-fingerprints
000013*	source name: CBU00387.cob
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

000044*>Fingerprint, at the end of every run, the source and the
000045*>compiled module of each program the run reached: the test
000046*>programs that ran, their suite and test hooks, harness,
000047*>shadow, harness step and contender programs, and every unit
000048*>or stub a test reached through CBU-resolve-call. Each
000049*>fingerprint is a checksum with the file's timestamp; they are
000050*>appended to FingerprintFile under the run stamp (and to the
000051*>results store when one is in use) so CBU-report-suspects can
000052*>list, for each newly broken test, what changed since its last
000053*>green run, and flag modules older than their source. Sources
000054*>are looked up in SourceDir as <name>.cob/.cbl (either case),
000055*>modules in ModuleDir as <name>.so, .dll, .dylib or <name>.
000056* arg1: FingerprintFile - fingerprint history file
000057* arg2: SourceDir - source directory (SPACES = current)
000058* arg3: ModuleDir - load module directory (SPACES = current)
000059 IDENTIFICATION DIVISION.
000060 PROGRAM-ID.   CBU00387.
000061 ENVIRONMENT    DIVISION.
000062 DATA DIVISION.
000063 WORKING-STORAGE SECTION.
000064  COPY CBUC0002.
000065 LINKAGE SECTION.
000066  77 FingerprintFile PIC X(40).
000067  77 SourceDir PIC X(40).
000068  77 ModuleDir PIC X(40).
000069  COPY CBUC0001.
000070 PROCEDURE DIVISION USING CBU-ctx FingerprintFile SourceDir
000071      ModuleDir.
000072  MOVE FingerprintFile TO fingerprint-file.
000073  MOVE SourceDir TO fingerprint-source-dir.
000074  MOVE ModuleDir TO fingerprint-module-dir.
000075  MOVE 0 TO CalledCount.
000076  EXIT PROGRAM.
000077 END PROGRAM CBU00387.
