000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-set-listing
000013*	source name: CBU00402.cob
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

000044*>Name the print-format results listing CBU-run writes after
000045*>every run (CBU-print-listing); SPACES goes back to the run
000046*>log's name with .LST appended.
000047* arg1: file-name - listing file name, or SPACES
000048 IDENTIFICATION DIVISION.
000049 PROGRAM-ID.   CBU00402.
000050 ENVIRONMENT    DIVISION.
000051 DATA DIVISION.
000052 WORKING-STORAGE SECTION.
000053  COPY CBUC0002.
000054 LINKAGE SECTION.
000055  77 file-name PIC X(40).
000056  COPY CBUC0001.
000057 PROCEDURE DIVISION USING CBU-ctx file-name.
000058  MOVE file-name TO listing-file-name.
000059  EXIT PROGRAM.
000060 END PROGRAM CBU00402.
