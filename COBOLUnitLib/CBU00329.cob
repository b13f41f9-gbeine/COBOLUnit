000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-mq-sim-disc
000013*	source name: CBU00329.cob
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

000044*>Queue simulator: MQDISC.
000045* arg1: Hconn - connection handle, made unusable
000046* arg2: CompCode - completion code
000047* arg3: Reason - reason code
000048 IDENTIFICATION DIVISION.
000049 PROGRAM-ID.   CBU00329.
000050 ENVIRONMENT    DIVISION.
000051 DATA DIVISION.
000052 WORKING-STORAGE SECTION.
000053 LINKAGE SECTION.
000054  77 Hconn PIC S9(9) BINARY.
000055  77 CompCode PIC S9(9) BINARY.
000056  77 Reason PIC S9(9) BINARY.
000057 PROCEDURE DIVISION USING Hconn CompCode Reason.
000058  MOVE -1 TO Hconn.
000059  MOVE 0 TO CompCode.
000060  MOVE 0 TO Reason.
000061  EXIT PROGRAM.
000062 END PROGRAM CBU00329.
