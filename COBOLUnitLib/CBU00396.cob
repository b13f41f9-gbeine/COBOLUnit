000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-set-preflight
000013*	source name: CBU00396.cob
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

000044*>Name the environment requirement list CBU-preflight checks
000045*>(and CBU-run checks before anything starts), and optionally
000046*>a file for the readiness report; SPACES for the report keeps
000047*>it on the console only.
000048* arg1: file-name - requirement list file name
000049* arg2: report-name - readiness report file name, or SPACES
000050 IDENTIFICATION DIVISION.
000051 PROGRAM-ID.   CBU00396.
000052 ENVIRONMENT    DIVISION.
000053 DATA DIVISION.
000054 WORKING-STORAGE SECTION.
000055  COPY CBUC0002.
000056 LINKAGE SECTION.
000057  77 file-name PIC X(40).
000058  77 report-name PIC X(40).
000059  COPY CBUC0001.
000060 PROCEDURE DIVISION USING CBU-ctx file-name report-name.
000061  MOVE file-name TO preflight-file-name.
000062  MOVE report-name TO preflight-report-file.
000063  EXIT PROGRAM.
000064 END PROGRAM CBU00396.
