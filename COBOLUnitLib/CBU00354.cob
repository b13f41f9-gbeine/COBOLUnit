000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-get-locale
000013*	source name: CBU00354.cob
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

000044*>Number characters in force for the running test: the suite's
000045*>locale (CBU-set-suite-locale) when it has one, otherwise the
000046*>run's locale (LOCALE profile keyword). COMMA gives "," for
000047*>decimals, "." for grouping and ";" between CSV fields;
000048*>anything else gives ".", "," and ",".
000049* arg1: DecimalChar - decimal point character
000050* arg2: GroupChar - digit grouping character
000051* arg3: FieldSep - CSV field separator
000052 IDENTIFICATION DIVISION.
000053 PROGRAM-ID.   CBU00354.
000054 ENVIRONMENT    DIVISION.
000055 DATA DIVISION.
000056 WORKING-STORAGE SECTION.
000057  01 locale-in-force PIC X(5).
000058  COPY CBUC0002.
000059 LINKAGE SECTION.
000060  77 DecimalChar PIC X(1).
000061  77 GroupChar PIC X(1).
000062  77 FieldSep PIC X(1).
000063  COPY CBUC0001.
000064 PROCEDURE DIVISION USING CBU-ctx DecimalChar GroupChar FieldSep.
000065  MOVE decimal-locale TO locale-in-force.
000066  IF index-current-suite > 0 AND index-current-suite <= 50
000067     IF SuiteLocale(index-current-suite) <> SPACES
000068        MOVE SuiteLocale(index-current-suite) TO locale-in-force
000069     END-IF
000070  END-IF.
000071  IF locale-in-force = "COMMA"
000072     MOVE "," TO DecimalChar
000073     MOVE "." TO GroupChar
000074     MOVE ";" TO FieldSep
000075  ELSE
000076     MOVE "." TO DecimalChar
000077     MOVE "," TO GroupChar
000078     MOVE "," TO FieldSep
000079  END-IF.
000080  EXIT PROGRAM.
000081 END PROGRAM CBU00354.
