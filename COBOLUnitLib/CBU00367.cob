000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-restart-point
000013*	source name: CBU00367.cob
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

000044*>Restart point of a batch program under a restartability
000045*>check: the program calls this once for every input record it
000046*>has completed (after its checkpoint logic for that record);
000046*>CBU-precompile-io inserts the call at the end of the
000046*>paragraphs named to it.
000047*>When CBU-run-restart has set CBUABENDAT to N for the leg, the
000048*>N-th call leaves the marker file named by CBUABENDMARK and
000049*>ends the run with RETURN-CODE 16, the way an abend would
000050*>after record N. Outside a restart check CBUABENDAT is not set
000051*>and the call does nothing.
000052 IDENTIFICATION DIVISION.
000053 PROGRAM-ID.   CBU00367.
000054 ENVIRONMENT    DIVISION.
000055 INPUT-OUTPUT SECTION.
000056 FILE-CONTROL.
000057    SELECT MarkFile ASSIGN TO mark-name
000058		ORGANIZATION IS LINE SEQUENTIAL
000059		FILE STATUS IS mark-status.
000060 DATA DIVISION.
000061 FILE SECTION.
000062 	FD MarkFile.
000063 	01 MarkRecord PIC X(80).
000064 WORKING-STORAGE SECTION.
000065  01 first-call PIC 9(1) VALUE 1.
000066  01 abend-text PIC X(20).
000067  01 abend-at PIC 9(9) VALUE 0.
000068  01 records-done PIC 9(9) VALUE 0.
000069  01 c PIC 9(2).
000070  01 digit-x PIC X(1).
000071  01 digit REDEFINES digit-x PIC 9(1).
000072  01 mark-name PIC X(64).
000073  01 mark-status PIC X(2).
000074 PROCEDURE DIVISION.
000075  IF first-call = 1
000076     MOVE 0 TO first-call
000077     MOVE SPACES TO abend-text
000078     ACCEPT abend-text FROM ENVIRONMENT "CBUABENDAT"
000079     MOVE 0 TO abend-at
000080     PERFORM VARYING c FROM 1 BY 1 UNTIL c > 20
000081        MOVE abend-text(c:1) TO digit-x
000082        IF digit-x IS NUMERIC
000083           COMPUTE abend-at = abend-at * 10 + digit
000084        END-IF
000085     END-PERFORM
000086  END-IF.
000087  IF abend-at = 0
000088     EXIT PROGRAM
000089  END-IF.
000090  ADD 1 TO records-done.
000091  IF records-done < abend-at
000092     EXIT PROGRAM
000093  END-IF.
000094  MOVE SPACES TO mark-name.
000095  ACCEPT mark-name FROM ENVIRONMENT "CBUABENDMARK".
000096  IF mark-name <> SPACES
000097     OPEN OUTPUT MarkFile
000098     IF mark-status = "00"
000099        MOVE SPACES TO MarkRecord
000100        STRING "abend forced after record " records-done
000101           INTO MarkRecord
000102        WRITE MarkRecord
000103        CLOSE MarkFile
000104     END-IF
000105  END-IF.
000106  DISPLAY "COBOLUnit: abend forced after record " records-done.
000107  MOVE 16 TO RETURN-CODE.
000108  STOP RUN.
000109 END PROGRAM CBU00367.
