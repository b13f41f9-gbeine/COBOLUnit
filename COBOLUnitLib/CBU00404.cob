000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-set-host-extract
000013*	source name: CBU00404.cob
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

000044*>Name the fixed-length host results extract CBU-run writes
000045*>after the run (CBU-export-host-extract); SPACES writes none.
000046*>packed-flag "Y" carries the counters as packed decimal,
000047*>anything else as zoned digits.
000048* arg1: file-name - extract file name, or SPACES
000049* arg2: packed-flag - "Y" for packed counters
000050 IDENTIFICATION DIVISION.
000051 PROGRAM-ID.   CBU00404.
000052 ENVIRONMENT    DIVISION.
000053 DATA DIVISION.
000054 WORKING-STORAGE SECTION.
000055  COPY CBUC0002.
000056 LINKAGE SECTION.
000057  77 file-name PIC X(40).
000058  77 packed-flag PIC X(1).
000059  COPY CBUC0001.
000060 PROCEDURE DIVISION USING CBU-ctx file-name packed-flag.
000061  MOVE file-name TO host-extract-file.
000062  IF packed-flag = "Y" OR packed-flag = "y"
000063     MOVE 1 TO host-extract-packed
000064  ELSE
000065     MOVE 0 TO host-extract-packed
000066  END-IF.
000067  EXIT PROGRAM.
000068 END PROGRAM CBU00404.
