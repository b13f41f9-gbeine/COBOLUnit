000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-assert-cics-data
000013*	source name: CBU00317.cob
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

000044*>Assert the data a CICS command sent: the COMMAREA passed on a
000045*>LINK, XCTL or RETURN, the FROM area of a SEND, WRITE or
000046*>REWRITE, the RIDFLD key of a READ. Occurrence picks the nth
000047*>time Command was issued against Resource in the test
000048*>(0 = the last one).
000049* arg1: AssertName - Assertion name
000050* arg2: Command - CICS command
000051* arg3: Resource - its resource (SPACES = any)
000052* arg4: Occurrence - execution to check (0 = last)
000053* arg5: Expected - expected data
000054 IDENTIFICATION DIVISION.
000055 PROGRAM-ID.   CBU00317.
000056 ENVIRONMENT    DIVISION.
000057 DATA DIVISION.
000058 WORKING-STORAGE SECTION.
000059  77 str-res-expected PIC X(32000) VALUE SPACE.
000060  77 str-res-actual PIC X(32000) VALUE SPACE.
000061  01 e PIC 9(3).
000062  01 nb-exec PIC 9(3).
000063  01 exec-found PIC 9(3).
000064  COPY CBUC0003.
000065  COPY CBUC0002.
000066 LINKAGE SECTION.
000067  77 AssertName PIC X(20).
000068  77 Command PIC X(8).
000069  77 Resource PIC X(8).
000070  77 Occurrence PIC 9(3).
000071  77 Expected PIC X(200).
000072  COPY CBUC0001.
000073 PROCEDURE DIVISION USING CBU-ctx AssertName Command Resource
000074      Occurrence Expected.
000075  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000075  INITIALIZE str-res-expected.
000075  INITIALIZE str-res-actual.
000076  MOVE 0 TO nb-exec.
000077  MOVE 0 TO exec-found.
000078  PERFORM VARYING e FROM 1 BY 1
000079     UNTIL e > cics-exec-count OR e > 100
000080     IF CX-command(e) = Command
000081        AND (Resource = SPACES OR CX-resource(e) = Resource)
000082        ADD 1 TO nb-exec
000083        IF Occurrence = 0 OR nb-exec = Occurrence
000084           MOVE e TO exec-found
000085        END-IF
000086     END-IF
000087  END-PERFORM.
000088  MOVE Expected TO str-res-expected.
000089  IF exec-found = 0
000090     STRING Command DELIMITED BY SPACE " " DELIMITED BY SIZE
000091        Resource DELIMITED BY SPACE " issued " DELIMITED BY SIZE
000092        nb-exec DELIMITED BY SIZE " times" DELIMITED BY SIZE
000093        INTO str-res-actual
000094     CALL CBU-add-assert-failed
000095        USING CBU-ctx AssertName str-res-expected str-res-actual
000096     CALL CBU-log-assert-failed
000097        USING CBU-ctx AssertName str-res-expected str-res-actual
000098  ELSE
000099     IF CX-data(exec-found) <> Expected
000100        MOVE CX-data(exec-found) TO str-res-actual
000101        CALL CBU-add-assert-failed USING CBU-ctx AssertName
000102           str-res-expected str-res-actual
000103        CALL CBU-log-assert-failed USING CBU-ctx AssertName
000104           str-res-expected str-res-actual
000105     ELSE
000106        CALL CBU-add-assert-succeed USING CBU-ctx AssertName
000107        CALL CBU-log-assert-succeed USING CBU-ctx AssertName
000108     END-IF
000109  END-IF.
000110  EXIT PROGRAM.
000111 END PROGRAM CBU00317.
