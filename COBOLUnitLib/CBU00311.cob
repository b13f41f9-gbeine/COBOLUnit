000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-assert-sql-input
000013*	source name: CBU00311.cob
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

000044*>Assert the input host-variable values SQL statement StmtNo was
000045*>executed with. The stub logs the input variables of each
000046*>execution end to end, in the order the statement names them;
000047*>Occurrence picks the nth execution of the statement in the
000048*>test (0 = the last one).
000049* arg1: AssertName - Assertion name
000050* arg2: StmtNo - statement number from the precompile listing
000051* arg3: Occurrence - execution to check (0 = last)
000052* arg4: Expected - expected input values, end to end
000053 IDENTIFICATION DIVISION.
000054 PROGRAM-ID.   CBU00311.
000055 ENVIRONMENT    DIVISION.
000056 DATA DIVISION.
000057 WORKING-STORAGE SECTION.
000058  77 str-res-expected PIC X(32000) VALUE SPACE.
000059  77 str-res-actual PIC X(32000) VALUE SPACE.
000060  01 e PIC 9(3).
000061  01 nb-exec PIC 9(3).
000062  01 exec-found PIC 9(3).
000063  COPY CBUC0003.
000064  COPY CBUC0002.
000065 LINKAGE SECTION.
000066  77 AssertName PIC X(20).
000067  77 StmtNo PIC 9(4).
000068  77 Occurrence PIC 9(3).
000069  77 Expected PIC X(200).
000070  COPY CBUC0001.
000071 PROCEDURE DIVISION USING CBU-ctx AssertName StmtNo Occurrence
000072      Expected.
000073  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000073  INITIALIZE str-res-expected.
000073  INITIALIZE str-res-actual.
000074  MOVE 0 TO nb-exec.
000075  MOVE 0 TO exec-found.
000076  PERFORM VARYING e FROM 1 BY 1
000077     UNTIL e > sql-exec-count OR e > 100
000078     IF SX-stmt(e) = StmtNo
000079        ADD 1 TO nb-exec
000080        IF Occurrence = 0 OR nb-exec = Occurrence
000081           MOVE e TO exec-found
000082        END-IF
000083     END-IF
000084  END-PERFORM.
000085  MOVE Expected TO str-res-expected.
000086  IF exec-found = 0
000087     STRING "SQL statement " StmtNo " executed " nb-exec
000088        " times" DELIMITED BY SIZE INTO str-res-actual
000089     CALL CBU-add-assert-failed
000090        USING CBU-ctx AssertName str-res-expected str-res-actual
000091     CALL CBU-log-assert-failed
000092        USING CBU-ctx AssertName str-res-expected str-res-actual
000093  ELSE
000094     IF SX-inputs(exec-found) <> Expected
000095        MOVE SX-inputs(exec-found) TO str-res-actual
000096        CALL CBU-add-assert-failed USING CBU-ctx AssertName
000097           str-res-expected str-res-actual
000098        CALL CBU-log-assert-failed USING CBU-ctx AssertName
000099           str-res-expected str-res-actual
000100     ELSE
000101        CALL CBU-add-assert-succeed USING CBU-ctx AssertName
000102        CALL CBU-log-assert-succeed USING CBU-ctx AssertName
000103     END-IF
000104  END-IF.
000105  EXIT PROGRAM.
000106 END PROGRAM CBU00311.
