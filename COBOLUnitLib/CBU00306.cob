000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-add-test-property
000013*	source name: CBU00306.cob
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

000044*>Put the test that was just added (with CBU-add-test-next)
000045*>into property mode: instead of one call, or one call per
000046*>declared data row, CBU-test-run hands it to
000047*>CBU-run-property, which draws Draws random records for the
000048*>30-byte name / 20-byte PIC layout - each field filled with a
000049*>value its PIC can hold - and calls the test once per draw.
000050*>The test picks the draw up from property-record in CBU-ctx,
000051*>feeds it to the unit and asserts its invariants; the first
000052*>draw that fails is shrunk to the smallest failing record,
000053*>which is what the test's failure reports.
000054*>At most 10 property tests per run, 20 fields per layout.
000055* arg1: Draws - number of records to draw (0 = 100)
000056* arg2: FieldCount - number of fields in the layout
000057* arg3: RecordLayout - 30-byte name + 20-byte PIC per field
000058 IDENTIFICATION DIVISION.
000059 PROGRAM-ID.   CBU00306.
000060 ENVIRONMENT    DIVISION.
000061 DATA DIVISION.
000062 WORKING-STORAGE SECTION.
000063  01 nb-suite-pos PIC 9(3).
000064  01 nb-test-pos PIC 9(3).
000065  COPY CBUC0002.
000066 LINKAGE SECTION.
000067  77 Draws PIC 9(3).
000068  77 FieldCount PIC 9(5).
000069  77 RecordLayout PIC X(32000).
000070  COPY CBUC0001.
000071 PROCEDURE DIVISION USING CBU-ctx Draws FieldCount
000072      RecordLayout.
000073  IF PropertyCount >= 10
000074     DISPLAY "COBOLUnit: property table full - test "
000075        "runs without property mode"
000076     EXIT PROGRAM
000077  END-IF.
000078  COMPUTE nb-suite-pos = SuiteIndex - 1.
000079  COMPUTE nb-test-pos = TestIndex - 1.
000080  ADD 1 TO PropertyCount.
000081  MOVE nb-suite-pos TO PP-suite(PropertyCount).
000082  MOVE nb-test-pos TO PP-test(PropertyCount).
000083  MOVE Draws TO PP-draws(PropertyCount).
000084  IF PP-draws(PropertyCount) = 0
000085     MOVE 100 TO PP-draws(PropertyCount)
000086  END-IF.
000087  IF FieldCount > 20
000088     MOVE 20 TO PP-fields(PropertyCount)
000089  ELSE
000090     MOVE FieldCount TO PP-fields(PropertyCount)
000091  END-IF.
000092  MOVE RecordLayout(1:1000) TO PP-layout(PropertyCount).
000093  EXIT PROGRAM.
000094 END PROGRAM CBU00306.
