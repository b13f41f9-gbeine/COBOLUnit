000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-set-suite-locale
000013*	source name: CBU00353.cob
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

000044*>Set the number locale of the suite that was just added (with
000045*>CBU-add-suite): COMMA for "1.234,56" with ";" between CSV
000046*>fields, POINT for "1,234.56" with "," between CSV fields.
000047*>Overrides the LOCALE profile keyword for this suite's tests;
000048*>spaces fall back to the run's locale.
000049* arg1: LocaleName - COMMA, POINT or spaces
000050 IDENTIFICATION DIVISION.
000051 PROGRAM-ID.   CBU00353.
000052 ENVIRONMENT    DIVISION.
000053 DATA DIVISION.
000054 WORKING-STORAGE SECTION.
000055  01 nb-suite-pos PIC 9(3).
000056  COPY CBUC0002.
000057 LINKAGE SECTION.
000058  77 LocaleName PIC X(5).
000059  COPY CBUC0001.
000060 PROCEDURE DIVISION USING CBU-ctx LocaleName.
000061  COMPUTE nb-suite-pos = SuiteIndex - 1.
000062  MOVE LocaleName TO SuiteLocale(nb-suite-pos).
000063  INSPECT SuiteLocale(nb-suite-pos)
000064     CONVERTING "acimnopt" TO "ACIMNOPT".
000065  EXIT PROGRAM.
000066 END PROGRAM CBU00353.
