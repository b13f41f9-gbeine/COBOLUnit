000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-cics-stub
000013*	source name: CBU00313.cob
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

000044*>EXEC CICS stub engine. A unit translated for test with
000045*>CBU-precompile-cics calls this in place of each CICS
000046*>command, passing the statement number from the translate
000047*>listing, the command, its resource (PROGRAM, FILE, MAP,
000048*>TRANSID or QUEUE), the unit's EIB, its RESP/RESP2 fields,
000049*>the data the command sends (FROM, COMMAREA, RIDFLD) and the
000050*>area it receives into (INTO, or the COMMAREA of a LINK).
000051*>The answer comes from the response file set with
000052*>CBU-set-cics-file, one record per command execution:
000053*>  col  1-8   command (READ, LINK, SEND, RETURN, ...)
000054*>  col  9-16  resource (blank matches any)
000055*>  col 17-19  occurrence - the nth time the command is issued
000056*>             against that resource in the test; 000 answers
000057*>             every time that has no record of its own
000058*>  col 20-28  EIBRESP, sign first ("+00000013")
000059*>  col 29-37  EIBRESP2
000060*>  col 38-237 data returned into the receiving area; for a
000061*>             LINK, blank leaves the COMMAREA as the unit set
000062*>             it, as a linked program that changes nothing
000063*>A command with no record answers NORMAL, except a READ
000064*>(NOTFND), a READNEXT/READPREV (ENDFILE) and a READQ
000065*>(ITEMERR) - an unscripted browse simply ends. A condition
000066*>raised on a command without RESP would abend the task; it
000067*>is reported, and the unit carries on as if it had RESP.
000068*>Every command is logged with the data it sent for
000069*>CBU-assert-cics-sequence and CBU-assert-cics-data. Like the
000070*>CALL stub's player, the effectiveness audit rotates the
000071*>digits of the scripted data.
000072* arg1: CicsStmt - statement number from the translate listing
000073* arg2: CicsCommand - the command
000074* arg3: Resource - resource named by the command, or SPACES
000075* arg4: DFHEIBLK - the unit's EIB
000076* arg5: RespVar - the RESP field (or a work field)
000077* arg6: Resp2Var - the RESP2 field (or a work field)
000078* arg7: RespGiven - "Y" when the command carries RESP
000079* arg8-9: InLen, InArea - data the command sends
000080* arg10-11: OutLen, OutArea - area the command receives into
000081 IDENTIFICATION DIVISION.
000082 PROGRAM-ID.   CBU00313.
000083 ENVIRONMENT    DIVISION.
000084 INPUT-OUTPUT SECTION.
000085 FILE-CONTROL.
000086    SELECT OPTIONAL ResponseFile ASSIGN TO cics-response-file
000087       ORGANIZATION IS LINE SEQUENTIAL.
000088 DATA DIVISION.
000089 FILE SECTION.
000090 	FD ResponseFile.
000091 	01 ResponseRecord.
000092 	  05 RS-command PIC X(8).
000093 	  05 RS-resource PIC X(8).
000094 	  05 RS-occurrence PIC 9(3).
000095 	  05 RS-resp PIC S9(8) SIGN IS LEADING SEPARATE.
000096 	  05 RS-resp2 PIC S9(8) SIGN IS LEADING SEPARATE.
000097 	  05 RS-data PIC X(200).
000098 WORKING-STORAGE SECTION.
000099  77 ResponseEOF PIC 9(1).
000100  77 response-found PIC 9(1).
000101  77 occurrence PIC 9(3).
000102  77 e PIC 9(3).
000103  77 d-len PIC 9(5).
000104  77 pb PIC 9(3).
000105  77 pb-digit-x PIC X(1).
000106  77 pb-digit REDEFINES pb-digit-x PIC 9(1).
000107  01 best-record.
000108    05 BR-resp PIC S9(8).
000109    05 BR-resp2 PIC S9(8).
000110    05 BR-data PIC X(200).
000111  COPY CBUC0003.
000112 LINKAGE SECTION.
000113  77 CicsStmt PIC 9(4).
000114  77 CicsCommand PIC X(8).
000115  77 Resource PIC X(8).
000116  COPY CBUC0005.
000117  77 RespVar PIC S9(8) COMP.
000118  77 Resp2Var PIC S9(8) COMP.
000119  77 RespGiven PIC X(1).
000120  77 InLen PIC S9(9) COMP-5.
000121  01 InArea PIC X(200).
000122  77 OutLen PIC S9(9) COMP-5.
000123  01 OutArea PIC X(200).
000124 PROCEDURE DIVISION USING CicsStmt CicsCommand Resource
000125      DFHEIBLK RespVar Resp2Var RespGiven
000126      InLen InArea OutLen OutArea.
000127* which time this command is issued against this resource
000128  MOVE 1 TO occurrence.
000129  PERFORM VARYING e FROM 1 BY 1
000130     UNTIL e > cics-exec-count OR e > 100
000131     IF CX-command(e) = CicsCommand AND CX-resource(e) = Resource
000132        ADD 1 TO occurrence
000133     END-IF
000134  END-PERFORM.
000135  PERFORM 1000-FIND-RESPONSE.
000136  IF response-found = 0
000137     MOVE 0 TO BR-resp
000138     MOVE 0 TO BR-resp2
000139     EVALUATE CicsCommand
000140     WHEN "READ"
000141        MOVE 13 TO BR-resp
000142     WHEN "READNEXT"
000143     WHEN "READPREV"
000144        MOVE 20 TO BR-resp
000145     WHEN "READQ"
000146        MOVE 26 TO BR-resp
000147     END-EVALUATE
000148  END-IF.
000149  MOVE BR-resp TO RespVar EIBRESP.
000150  MOVE BR-resp2 TO Resp2Var EIBRESP2.
000151  MOVE Resource TO EIBRSRCE.
000152  IF CicsCommand(1:4) = "READ" OR CicsCommand = "WRITE"
000153     OR CicsCommand = "REWRITE" OR CicsCommand = "DELETE"
000154     OR CicsCommand = "STARTBR" OR CicsCommand = "ENDBR"
000155     MOVE Resource TO EIBDS
000156  END-IF.
000157  IF response-found = 1 AND OutLen > 0
000158     AND (BR-data <> SPACES OR CicsCommand <> "LINK")
000159     MOVE OutLen TO d-len
000160     IF d-len > 200
000161        MOVE 200 TO d-len
000162     END-IF
000163     MOVE BR-data(1:d-len) TO OutArea(1:d-len)
000164  END-IF.
000165  IF BR-resp <> 0 AND RespGiven <> "Y"
000166     DISPLAY "COBOLUnit: CICS " CicsCommand " " Resource
000167        " (statement " CicsStmt ") raised RESP " BR-resp
000168        " with no RESP option - the task would abend"
000169  END-IF.
000170  PERFORM 2000-LOG-COMMAND.
000171  MOVE 0 TO RETURN-CODE.
000172  EXIT PROGRAM.
000173
000174* the record for exactly this execution wins over the
000175* command's 000 default
000176 1000-FIND-RESPONSE.
000177  MOVE 0 TO response-found.
000178  IF cics-response-file = SPACES
000179     EXIT PARAGRAPH
000180  END-IF.
000181  MOVE 0 TO ResponseEOF.
000182  OPEN INPUT ResponseFile.
000183  PERFORM UNTIL ResponseEOF = 1 OR response-found = 2
000184     READ ResponseFile
000185        AT END MOVE 1 TO ResponseEOF
000186        NOT AT END
000187           IF RS-command = CicsCommand
000188              AND (RS-resource = SPACES OR RS-resource = Resource)
000189              IF RS-occurrence = occurrence
000190                 OR (RS-occurrence = 0 AND response-found = 0)
000191                 MOVE RS-resp TO BR-resp
000192                 MOVE RS-resp2 TO BR-resp2
000193                 MOVE RS-data TO BR-data
000194                 IF RS-occurrence = occurrence
000195                    MOVE 2 TO response-found
000196                 ELSE
000197                    MOVE 1 TO response-found
000198                 END-IF
000199              END-IF
000200           END-IF
000201     END-READ
000202  END-PERFORM.
000203  CLOSE ResponseFile.
000204  IF response-found = 2
000205     MOVE 1 TO response-found
000206  END-IF.
000207  IF response-found = 1 AND stub-perturb-mode = 1
000208     PERFORM VARYING pb FROM 1 BY 1 UNTIL pb > 200
000209        IF BR-data(pb:1) >= "0" AND BR-data(pb:1) <= "9"
000210           MOVE BR-data(pb:1) TO pb-digit-x
000211           COMPUTE pb-digit = FUNCTION MOD(
000212              pb-digit + stub-perturb-seed 10)
000213           MOVE pb-digit-x TO BR-data(pb:1)
000214        END-IF
000215     END-PERFORM
000216  END-IF.
000217
000218 2000-LOG-COMMAND.
000219  ADD 1 TO cics-exec-count.
000220  IF cics-exec-count > 100
000221     EXIT PARAGRAPH
000222  END-IF.
000223  MOVE CicsStmt TO CX-stmt(cics-exec-count).
000224  MOVE CicsCommand TO CX-command(cics-exec-count).
000225  MOVE Resource TO CX-resource(cics-exec-count).
000226  MOVE BR-resp TO CX-resp(cics-exec-count).
000227  MOVE BR-resp2 TO CX-resp2(cics-exec-count).
000228  MOVE SPACES TO CX-data(cics-exec-count).
000229  IF InLen > 0
000230     MOVE InLen TO d-len
000231     IF d-len > 200
000232        MOVE 200 TO d-len
000233     END-IF
000234     MOVE InArea(1:d-len) TO CX-data(cics-exec-count)(1:d-len)
000235  END-IF.
000236 END PROGRAM CBU00313.
