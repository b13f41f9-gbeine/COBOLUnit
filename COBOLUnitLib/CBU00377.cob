000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-assert-decision-action
000013*	source name: CBU00377.cob
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

000044*>Check one action the unit produced for the current rule of
000045*>its decision table (CBU-add-test-decision-table) against the
000046*>table: the assertion, named after the action, fails when
000047*>ActualValue differs from the rule's action value. A '-' in
000048*>the rule's action column leaves the action unchecked.
000049* arg1: ActionName - action column of the table
000050* arg2: ActualValue - value the unit produced
000051 IDENTIFICATION DIVISION.
000052 PROGRAM-ID.   CBU00377.
000053 ENVIRONMENT    DIVISION.
000054 DATA DIVISION.
000055 WORKING-STORAGE SECTION.
000056  01 i PIC 9(2).
000057  01 table-name PIC X(40).
000058  01 value-action PIC X(1) VALUE "A".
000059  01 rule-no PIC 9(3).
000060  01 column-name PIC X(20).
000061  01 expected-value PIC X(20).
000062  01 found PIC 9(1).
000063  01 assert-name PIC X(20).
000064  01 expected-str PIC X(32000).
000065  01 actual-str PIC X(32000).
000066  COPY CBUC0002.
000067 LINKAGE SECTION.
000068  77 ActionName PIC X(20).
000069  77 ActualValue PIC X(20).
000070  COPY CBUC0001.
000071 PROCEDURE DIVISION USING CBU-ctx ActionName ActualValue.
000072  MOVE ActionName TO assert-name.
000073  CALL CBU-add-assert-run USING CBU-ctx assert-name.
000074  INITIALIZE expected-str.
000075  INITIALIZE actual-str.
000076  MOVE SPACES TO table-name.
000077  PERFORM VARYING i FROM 1 BY 1 UNTIL i > DecisionCount
000078     IF DK-suite(i) = index-current-suite
000079        AND DK-test(i) = index-current-test
000080        MOVE DK-file(i) TO table-name
000081     END-IF
000082  END-PERFORM.
000083  MOVE 0 TO found.
000084  IF table-name <> SPACES
000085     MOVE current-data-row TO rule-no
000086     MOVE ActionName TO column-name
000087     CALL CBU-decision-table USING CBU-ctx value-action
000088        table-name rule-no column-name expected-value found
000089  END-IF.
000090  IF found = 0
000091     STRING "action " ActionName DELIMITED BY SPACE
000092        " of a decision table" DELIMITED BY SIZE
000093        INTO expected-str
000094     STRING "no decision table action " ActionName
000095        DELIMITED BY SPACE " for this test" DELIMITED BY SIZE
000096        INTO actual-str
000097     PERFORM 9000-REPORT-FAILED
000098     EXIT PROGRAM
000099  END-IF.
000100  IF expected-value = "-" OR expected-value = ActualValue
000101     CALL CBU-add-assert-succeed USING CBU-ctx assert-name
000102     CALL CBU-log-assert-succeed USING CBU-ctx assert-name
000103     EXIT PROGRAM
000104  END-IF.
000105  STRING "rule " rule-no ": " DELIMITED BY SIZE
000106     ActionName DELIMITED BY SPACE
000107     " = " expected-value DELIMITED BY SIZE
000108     INTO expected-str.
000109  STRING "rule " rule-no ": " DELIMITED BY SIZE
000110     ActionName DELIMITED BY SPACE
000111     " = " ActualValue DELIMITED BY SIZE
000112     INTO actual-str.
000113  PERFORM 9000-REPORT-FAILED.
000114  EXIT PROGRAM.
000115
000116 9000-REPORT-FAILED.
000117  CALL CBU-log-assert-failed
000118     USING CBU-ctx assert-name expected-str actual-str.
000119  CALL CBU-add-assert-failed
000120     USING CBU-ctx assert-name expected-str actual-str.
000121 END PROGRAM CBU00377.
