000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-add-stub-contract
000013*	source name: CBU00380.cob
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

000044*>Declare, at catalog time, that the scripted response file
000045*>ResponseFile (CBU-script-stub format, or a capture frozen
000046*>from CBU-record-stub) stands in for the real subprogram
000047*>TargetName, whose source is SourceFile. Before the pack runs
000048*>CBU-validate-catalog has CBU-check-stub-contracts derive the
000049*>target's LINKAGE layout from that source and check the
000050*>response file against it, so a stub that no longer matches
000051*>the interface it replaces is caught up front. Copybooks of
000052*>the source are looked up in CopyDir the way
000053*>CBU-gen-skeleton looks them up. Up to 50 contracts.
000054* arg1: TargetName - program-id (or ENTRY) of the real program
000055* arg2: SourceFile - source of the real program
000056* arg3: CopyDir - its copy library directory (SPACES = current)
000057* arg4: ResponseFile - response file scripted for it
000058 IDENTIFICATION DIVISION.
000059 PROGRAM-ID.   CBU00380.
000060 ENVIRONMENT    DIVISION.
000061 DATA DIVISION.
000062 WORKING-STORAGE SECTION.
000063  COPY CBUC0002.
000064 LINKAGE SECTION.
000065  77 TargetName PIC X(8).
000066  77 SourceFile PIC X(40).
000067  77 CopyDir PIC X(40).
000068  77 ResponseFile PIC X(40).
000069  COPY CBUC0001.
000070 PROCEDURE DIVISION USING CBU-ctx TargetName SourceFile CopyDir
000071      ResponseFile.
000072  IF StubContractCount >= 50
000073     DISPLAY "COBOLUnit: stub contract list full - '"
000074        TargetName "' was not registered"
000075     EXIT PROGRAM
000076  END-IF.
000077  ADD 1 TO StubContractCount.
000078  MOVE TargetName TO SK-target(StubContractCount).
000079  INSPECT SK-target(StubContractCount) CONVERTING
000080     "abcdefghijklmnopqrstuvwxyz"
000081     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000082  MOVE SourceFile TO SK-source(StubContractCount).
000083  MOVE CopyDir TO SK-copy-dir(StubContractCount).
000084  MOVE ResponseFile TO SK-response(StubContractCount).
000085  EXIT PROGRAM.
000086 END PROGRAM CBU00380.
