000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-assert-sql-ran
000013*	source name: CBU00310.cob
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

000044*>Assert how many times SQL statement StmtNo (its number in the
000045*>CBU-precompile-sql listing) was executed during the test.
000046*>ExpectedTimes 0 asserts the statement was never reached.
000047* arg1: AssertName - Assertion name
000048* arg2: StmtNo - statement number from the precompile listing
000049* arg3: ExpectedTimes - expected number of executions
000050 IDENTIFICATION DIVISION.
000051 PROGRAM-ID.   CBU00310.
000052 ENVIRONMENT    DIVISION.
000053 DATA DIVISION.
000054 WORKING-STORAGE SECTION.
000055  77 str-res-expected PIC X(32000) VALUE SPACE.
000056  77 str-res-actual PIC X(32000) VALUE SPACE.
000057  01 e PIC 9(3).
000058  01 nb-exec PIC 9(3).
000059  COPY CBUC0003.
000060  COPY CBUC0002.
000061 LINKAGE SECTION.
000062  77 AssertName PIC X(20).
000063  77 StmtNo PIC 9(4).
000064  77 ExpectedTimes PIC 9(3).
000065  COPY CBUC0001.
000066 PROCEDURE DIVISION USING CBU-ctx AssertName StmtNo ExpectedTimes.
000067  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000067  INITIALIZE str-res-expected.
000067  INITIALIZE str-res-actual.
000068  MOVE 0 TO nb-exec.
000069  PERFORM VARYING e FROM 1 BY 1
000070     UNTIL e > sql-exec-count OR e > 100
000071     IF SX-stmt(e) = StmtNo
000072        ADD 1 TO nb-exec
000073     END-IF
000074  END-PERFORM.
000075  IF nb-exec <> ExpectedTimes
000076     STRING "SQL statement " StmtNo " executed " ExpectedTimes
000077        " times" DELIMITED BY SIZE INTO str-res-expected
000078     STRING "SQL statement " StmtNo " executed " nb-exec
000079        " times" DELIMITED BY SIZE INTO str-res-actual
000080     CALL CBU-add-assert-failed
000081        USING CBU-ctx AssertName str-res-expected str-res-actual
000082     CALL CBU-log-assert-failed
000083        USING CBU-ctx AssertName str-res-expected str-res-actual
000084  ELSE
000085     CALL CBU-add-assert-succeed USING CBU-ctx AssertName
000086     CALL CBU-log-assert-succeed USING CBU-ctx AssertName
000087  END-IF.
000088  EXIT PROGRAM.
000089 END PROGRAM CBU00310.
