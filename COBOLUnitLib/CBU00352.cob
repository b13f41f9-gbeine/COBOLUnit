000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-set-currency-file
000013*	source name: CBU00352.cob
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

000044*>Name the currency reference file CBU-assert-currency-amount
000045*>looks currency codes up in (same as the CURRENCY-FILE profile
000046*>keyword). The setting holds for the rest of the run.
000047* arg1: FileName - currency reference file
000048 IDENTIFICATION DIVISION.
000049 PROGRAM-ID.   CBU00352.
000050 ENVIRONMENT    DIVISION.
000051 DATA DIVISION.
000052 WORKING-STORAGE SECTION.
000053  COPY CBUC0002.
000054 LINKAGE SECTION.
000055  77 FileName PIC X(40).
000056  COPY CBUC0001.
000057 PROCEDURE DIVISION USING CBU-ctx FileName.
000058  MOVE FileName TO currency-file-name.
000059  EXIT PROGRAM.
000060 END PROGRAM CBU00352.
