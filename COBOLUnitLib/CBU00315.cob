000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-run-cics
000013*	source name: CBU00315.cob
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

000044*>Run an online unit translated by CBU-precompile-cics as a
000045*>CICS task would start it: an EIB is built for transaction
000046*>TransId with EIBCALEN set to CommLen, and the unit is CALLed
000047*>with it and the COMMAREA. The unit's RETURN and XCTL come
000048*>back here, so on return Commarea holds what the unit left
000049*>in it and the command log what it issued. A unit that can
000050*>not be loaded is recorded as an error of the test.
000051* arg1: ProgramName - the translated unit
000052* arg2: TransId - transaction identifier for EIBTRNID
000053* arg3: Commarea - COMMAREA passed to the unit, and updated
000054* arg4: CommLen - COMMAREA length (0 = first entry, no COMMAREA)
000055 IDENTIFICATION DIVISION.
000056 PROGRAM-ID.   CBU00315.
000057 ENVIRONMENT    DIVISION.
000058 DATA DIVISION.
000059 WORKING-STORAGE SECTION.
000060  01 run-date PIC 9(7).
000061  01 run-time PIC 9(8).
000062  01 run-prog PIC X(20).
000063  01 exception-text PIC X(30).
000064  COPY CBUC0005.
000065  COPY CBUC0002.
000066 LINKAGE SECTION.
000067  77 ProgramName PIC X(8).
000068  77 TransId PIC X(4).
000069  77 Commarea PIC X(32000).
000070  77 CommLen PIC 9(5).
000071  COPY CBUC0001.
000072 PROCEDURE DIVISION USING CBU-ctx ProgramName TransId Commarea
000073      CommLen.
000074  INITIALIZE DFHEIBLK.
000075  ACCEPT run-date FROM DAY YYYYDDD.
000076  ACCEPT run-time FROM TIME.
000077  COMPUTE EIBDATE = run-date - 1900000.
000078  COMPUTE EIBTIME = run-time / 100.
000079  MOVE TransId TO EIBTRNID.
000080  MOVE 1 TO EIBTASKN.
000081  MOVE "CBU1" TO EIBTRMID.
000082  MOVE CommLen TO EIBCALEN.
000083  MOVE ProgramName TO run-prog.
000084  MOVE 0 TO RETURN-CODE.
000085  CALL ProgramName USING DFHEIBLK Commarea
000086     ON EXCEPTION
000087        MOVE "CICS unit not found" TO exception-text
000088        CALL CBU-add-error USING CBU-ctx run-prog exception-text
000089  END-CALL.
000090  MOVE 0 TO RETURN-CODE.
000091  EXIT PROGRAM.
000092 END PROGRAM CBU00315.
