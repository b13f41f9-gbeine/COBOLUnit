000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-add-test-decision-table
000013*	source name: CBU00375.cob
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

000044*>Drive the test that was just added from a decision table:
000045*>the unit runs once per rule, reads the rule's conditions with
000046*>CBU-get-data-value and checks each action it produced with
000047*>CBU-assert-decision-action. The table file holds a header
000048*>line naming the columns, then one rule per line, values
000049*>separated by blanks (lines starting with '*' are comments):
000050*>  C:AGE-BAND C:REGION=NORTH,SOUTH A:DISCOUNT A:ELIGIBLE
000051*>  YOUNG      NORTH                10         Y
000052*>  SENIOR     -                    20         Y
000053*>C: names a condition, A: an action; '-' is "any value" in a
000054*>condition column and "not checked" in an action column. A
000055*>condition's values are those the rules use unless the header
000056*>lists them after '='. Before the rules run, the table itself
000057*>is checked: "dt-complete" fails for combinations of
000058*>condition values no rule covers, "dt-no-conflict" for rules
000059*>that overlap with different actions. Up to 20 columns of 20
000060*>characters and 100 rules.
000061* arg1: TableName - decision table file
000062 IDENTIFICATION DIVISION.
000063 PROGRAM-ID.   CBU00375.
000064 ENVIRONMENT    DIVISION.
000065 DATA DIVISION.
000066 WORKING-STORAGE SECTION.
000067  01 nb-suite-pos PIC 9(3).
000068  01 nb-test-pos PIC 9(3).
000069  01 load-action PIC X(1) VALUE "L".
000070  01 rule-count PIC 9(3).
000071  01 no-column PIC X(20) VALUE SPACES.
000072  01 no-value PIC X(20).
000073  01 found PIC 9(1).
000074  COPY CBUC0002.
000075 LINKAGE SECTION.
000076  77 TableName PIC X(40).
000077  COPY CBUC0001.
000078 PROCEDURE DIVISION USING CBU-ctx TableName.
000079  IF DecisionCount >= 20
000080     DISPLAY "COBOLUnit: decision table list full"
000081     EXIT PROGRAM
000082  END-IF.
000083  ADD 1 TO DecisionCount.
000084  COMPUTE nb-suite-pos = SuiteIndex - 1.
000085  COMPUTE nb-test-pos = TestIndex - 1.
000086  MOVE nb-suite-pos TO DK-suite(DecisionCount).
000087  MOVE nb-test-pos TO DK-test(DecisionCount).
000088  MOVE TableName TO DK-file(DecisionCount).
000089  MOVE 0 TO rule-count.
000090  CALL CBU-decision-table USING CBU-ctx load-action TableName
000091     rule-count no-column no-value found.
000092  MOVE rule-count TO nb-data-rows(nb-suite-pos,nb-test-pos).
000093  EXIT PROGRAM.
000094 END PROGRAM CBU00375.
