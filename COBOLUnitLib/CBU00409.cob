000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-set-release
000013*	source name: CBU00409.cob
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

000044*>Name the release this run belongs to for the promotion
000045*>ledger: CBU-run appends each gated run of the release in
000046*>ReleaseEnv to LedgerFile (CBU-record-promotion), and
000047*>CBU-check-promotion certifies the release environment by
000048*>environment from it. SPACES for ReleaseLabel stops the
000049*>recording.
000050* arg1: LedgerFile - release promotion ledger file
000051* arg2: ReleaseLabel - release label, e.g. 2026.10
000052* arg3: ReleaseEnv - environment this run is in, e.g. QA
000053 IDENTIFICATION DIVISION.
000054 PROGRAM-ID.   CBU00409.
000055 ENVIRONMENT    DIVISION.
000056 DATA DIVISION.
000057 WORKING-STORAGE SECTION.
000058  COPY CBUC0002.
000059 LINKAGE SECTION.
000060  77 LedgerFile PIC X(40).
000061  77 ReleaseLabel PIC X(20).
000062  77 ReleaseEnv PIC X(10).
000063  COPY CBUC0001.
000064 PROCEDURE DIVISION USING CBU-ctx LedgerFile ReleaseLabel
000065      ReleaseEnv.
000066  MOVE LedgerFile TO ledger-file.
000067  MOVE ReleaseLabel TO release-label.
000068  MOVE ReleaseEnv TO release-env.
000069  EXIT PROGRAM.
000070 END PROGRAM CBU00409.
