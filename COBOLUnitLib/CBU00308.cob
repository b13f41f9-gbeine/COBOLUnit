000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-sql-stub
000013*	source name: CBU00308.cob
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

000044*>EXEC SQL stub engine. A unit precompiled for test with
000045*>CBU-precompile-sql calls this in place of each executable
000046*>SQL statement, passing the statement number the precompile
000047*>listing gave it, the statement verb, the cursor (OPEN, FETCH,
000048*>CLOSE), its SQLCA and, per host variable, whether it is an
000049*>input or an INTO target, its length and the variable itself.
000050*>The answer comes from the response file set with
000051*>CBU-set-sql-file, one record per statement execution:
000052*>  col  1-4   statement number
000053*>  col  5-22  cursor name (blank matches any)
000054*>  col 23-25  occurrence - the nth execution of the statement
000055*>             in the test; 000 answers every execution that
000056*>             has no record of its own
000057*>  col 26-35  SQLCODE, sign first ("-000000100")
000058*>  col 36-40  SQLSTATE
000059*>  col 41-49  rows affected, returned in SQLERRD(3)
000060*>  col 50-249 values for the INTO host variables, laid end to
000061*>             end, each as many bytes as the variable is long
000062*>A statement with no record gets SQLCODE 0 - or +100 for a
000063*>FETCH, which is how a scripted cursor ends - and one with
000064*>INTO targets is reported, as the script is likely short.
000065*>Every execution is logged with its input host-variable
000066*>values for CBU-assert-sql-ran and CBU-assert-sql-input.
000067*>Like the CALL stub's player, the effectiveness audit
000068*>rotates the digits of the scripted values.
000069* arg1: SqlStmt - statement number from the precompile listing
000070* arg2: SqlKind - statement verb (SELECT, FETCH, UPDATE, ...)
000071* arg3: SqlCursor - cursor name, SPACES when none
000072* arg4: SqlHvCount - number of host variables passed (0-10)
000073* arg5: SQLCA - the unit's SQL communication area
000074* arg6-: per host variable: direction (I/O), length, variable
000075 IDENTIFICATION DIVISION.
000076 PROGRAM-ID.   CBU00308.
000077 ENVIRONMENT    DIVISION.
000078 INPUT-OUTPUT SECTION.
000079 FILE-CONTROL.
000080    SELECT OPTIONAL ResponseFile ASSIGN TO sql-response-file
000081       ORGANIZATION IS LINE SEQUENTIAL.
000082 DATA DIVISION.
000083 FILE SECTION.
000084 	FD ResponseFile.
000085 	01 ResponseRecord.
000086 	  05 RS-stmt PIC 9(4).
000087 	  05 RS-cursor PIC X(18).
000088 	  05 RS-occurrence PIC 9(3).
000089 	  05 RS-sqlcode PIC S9(9) SIGN IS LEADING SEPARATE.
000090 	  05 RS-sqlstate PIC X(5).
000091 	  05 RS-rows PIC 9(9).
000092 	  05 RS-values PIC X(200).
000093 WORKING-STORAGE SECTION.
000094  77 ResponseEOF PIC 9(1).
000095  77 response-found PIC 9(1).
000096  77 occurrence PIC 9(3).
000097  77 h PIC 9(2).
000098  77 e PIC 9(3).
000099  77 v-pos PIC 9(3).
000100  77 i-pos PIC 9(3).
000101  77 v-len PIC 9(5).
000102  77 pb PIC 9(3).
000103  77 pb-digit-x PIC X(1).
000104  77 pb-digit REDEFINES pb-digit-x PIC 9(1).
000105  01 best-record.
000106    05 BR-sqlcode PIC S9(9).
000107    05 BR-sqlstate PIC X(5).
000108    05 BR-rows PIC 9(9).
000109    05 BR-values PIC X(200).
000110  01 ListeHostVars.
000111    05 HostVarEntry OCCURS 10 TIMES.
000112      10 hv-dir PIC X(1).
000113      10 hv-len PIC 9(5).
000114      10 hv-ptr USAGE POINTER.
000115  COPY CBUC0003.
000116 LINKAGE SECTION.
000117  77 SqlStmt PIC 9(4).
000118  77 SqlKind PIC X(8).
000119  77 SqlCursor PIC X(18).
000120  77 SqlHvCount PIC 9(2).
000121  01 SQLCA.
000122    05 SQLCAID PIC X(8).
000123    05 SQLCABC PIC S9(9) COMP-5.
000124    05 SQLCODE PIC S9(9) COMP-5.
000125    05 SQLERRM.
000126      49 SQLERRML PIC S9(4) COMP-5.
000127      49 SQLERRMC PIC X(70).
000128    05 SQLERRP PIC X(8).
000129    05 SQLERRD PIC S9(9) COMP-5 OCCURS 6 TIMES.
000130    05 SQLWARN PIC X(11).
000131    05 SQLSTATE PIC X(5).
000132  77 HvDir1 PIC X(1).
000133  77 HvLen1 PIC S9(9) COMP-5.
000134  01 HvArea1 PIC X(200).
000135  77 HvDir2 PIC X(1).
000136  77 HvLen2 PIC S9(9) COMP-5.
000137  01 HvArea2 PIC X(200).
000138  77 HvDir3 PIC X(1).
000139  77 HvLen3 PIC S9(9) COMP-5.
000140  01 HvArea3 PIC X(200).
000141  77 HvDir4 PIC X(1).
000142  77 HvLen4 PIC S9(9) COMP-5.
000143  01 HvArea4 PIC X(200).
000144  77 HvDir5 PIC X(1).
000145  77 HvLen5 PIC S9(9) COMP-5.
000146  01 HvArea5 PIC X(200).
000147  77 HvDir6 PIC X(1).
000148  77 HvLen6 PIC S9(9) COMP-5.
000149  01 HvArea6 PIC X(200).
000150  77 HvDir7 PIC X(1).
000151  77 HvLen7 PIC S9(9) COMP-5.
000152  01 HvArea7 PIC X(200).
000153  77 HvDir8 PIC X(1).
000154  77 HvLen8 PIC S9(9) COMP-5.
000155  01 HvArea8 PIC X(200).
000156  77 HvDir9 PIC X(1).
000157  77 HvLen9 PIC S9(9) COMP-5.
000158  01 HvArea9 PIC X(200).
000159  77 HvDir10 PIC X(1).
000160  77 HvLen10 PIC S9(9) COMP-5.
000161  01 HvArea10 PIC X(200).
000162  01 host-var PIC X(200).
000163 PROCEDURE DIVISION USING SqlStmt SqlKind SqlCursor SqlHvCount
000164      SQLCA HvDir1 HvLen1 HvArea1 HvDir2 HvLen2 HvArea2
000165      HvDir3 HvLen3 HvArea3 HvDir4 HvLen4 HvArea4
000166      HvDir5 HvLen5 HvArea5 HvDir6 HvLen6 HvArea6
000167      HvDir7 HvLen7 HvArea7 HvDir8 HvLen8 HvArea8
000168      HvDir9 HvLen9 HvArea9 HvDir10 HvLen10 HvArea10.
000169  PERFORM 1000-COLLECT-HOST-VARS.
000170* which execution of this statement this is
000171  MOVE 1 TO occurrence.
000172  PERFORM VARYING e FROM 1 BY 1
000173     UNTIL e > sql-exec-count OR e > 100
000174     IF SX-stmt(e) = SqlStmt
000175        ADD 1 TO occurrence
000176     END-IF
000177  END-PERFORM.
000178  PERFORM 2000-FIND-RESPONSE.
000179  MOVE "SQLCA   " TO SQLCAID.
000180  MOVE 136 TO SQLCABC.
000181  MOVE 0 TO SQLERRML.
000182  MOVE SPACES TO SQLERRMC.
000183  MOVE SPACES TO SQLERRP.
000184  MOVE SPACES TO SQLWARN.
000185  PERFORM VARYING e FROM 1 BY 1 UNTIL e > 6
000186     MOVE 0 TO SQLERRD(e)
000187  END-PERFORM.
000188  IF response-found = 1
000189     MOVE BR-sqlcode TO SQLCODE
000190     MOVE BR-sqlstate TO SQLSTATE
000191     MOVE BR-rows TO SQLERRD(3)
000192     PERFORM 3000-FILL-INTO
000193  ELSE
000194     IF SqlKind = "FETCH"
000195        MOVE 100 TO SQLCODE
000196        MOVE "02000" TO SQLSTATE
000197     ELSE
000198        MOVE 0 TO SQLCODE
000199        MOVE "00000" TO SQLSTATE
000200        PERFORM VARYING h FROM 1 BY 1
000201           UNTIL h > SqlHvCount OR h > 10
000202           IF hv-dir(h) = "O"
000203              MOVE 11 TO h
000204              DISPLAY "COBOLUnit: no scripted SQL response for "
000205                 "statement " SqlStmt " (" SqlKind ") execution "
000206                 occurrence " - INTO variables left unchanged"
000207           END-IF
000208        END-PERFORM
000209     END-IF
000210  END-IF.
000211  PERFORM 4000-LOG-EXECUTION.
000212  MOVE 0 TO RETURN-CODE.
000213  EXIT PROGRAM.
000214
000215* only the host variables actually passed are addressable
000216 1000-COLLECT-HOST-VARS.
000217  IF SqlHvCount >= 1
000218     MOVE HvDir1 TO hv-dir(1)
000219     MOVE HvLen1 TO hv-len(1)
000220     SET hv-ptr(1) TO ADDRESS OF HvArea1
000221  END-IF.
000222  IF SqlHvCount >= 2
000223     MOVE HvDir2 TO hv-dir(2)
000224     MOVE HvLen2 TO hv-len(2)
000225     SET hv-ptr(2) TO ADDRESS OF HvArea2
000226  END-IF.
000227  IF SqlHvCount >= 3
000228     MOVE HvDir3 TO hv-dir(3)
000229     MOVE HvLen3 TO hv-len(3)
000230     SET hv-ptr(3) TO ADDRESS OF HvArea3
000231  END-IF.
000232  IF SqlHvCount >= 4
000233     MOVE HvDir4 TO hv-dir(4)
000234     MOVE HvLen4 TO hv-len(4)
000235     SET hv-ptr(4) TO ADDRESS OF HvArea4
000236  END-IF.
000237  IF SqlHvCount >= 5
000238     MOVE HvDir5 TO hv-dir(5)
000239     MOVE HvLen5 TO hv-len(5)
000240     SET hv-ptr(5) TO ADDRESS OF HvArea5
000241  END-IF.
000242  IF SqlHvCount >= 6
000243     MOVE HvDir6 TO hv-dir(6)
000244     MOVE HvLen6 TO hv-len(6)
000245     SET hv-ptr(6) TO ADDRESS OF HvArea6
000246  END-IF.
000247  IF SqlHvCount >= 7
000248     MOVE HvDir7 TO hv-dir(7)
000249     MOVE HvLen7 TO hv-len(7)
000250     SET hv-ptr(7) TO ADDRESS OF HvArea7
000251  END-IF.
000252  IF SqlHvCount >= 8
000253     MOVE HvDir8 TO hv-dir(8)
000254     MOVE HvLen8 TO hv-len(8)
000255     SET hv-ptr(8) TO ADDRESS OF HvArea8
000256  END-IF.
000257  IF SqlHvCount >= 9
000258     MOVE HvDir9 TO hv-dir(9)
000259     MOVE HvLen9 TO hv-len(9)
000260     SET hv-ptr(9) TO ADDRESS OF HvArea9
000261  END-IF.
000262  IF SqlHvCount >= 10
000263     MOVE HvDir10 TO hv-dir(10)
000264     MOVE HvLen10 TO hv-len(10)
000265     SET hv-ptr(10) TO ADDRESS OF HvArea10
000266  END-IF.
000267  PERFORM VARYING h FROM 1 BY 1 UNTIL h > SqlHvCount OR h > 10
000268     IF hv-len(h) > 200
000269        MOVE 200 TO hv-len(h)
000270     END-IF
000271  END-PERFORM.
000272
000273* the record for exactly this execution wins over the
000274* statement's 000 default
000275 2000-FIND-RESPONSE.
000276  MOVE 0 TO response-found.
000277  IF sql-response-file = SPACES
000278     EXIT PARAGRAPH
000279  END-IF.
000280  MOVE 0 TO ResponseEOF.
000281  OPEN INPUT ResponseFile.
000282  PERFORM UNTIL ResponseEOF = 1 OR response-found = 2
000283     READ ResponseFile
000284        AT END MOVE 1 TO ResponseEOF
000285        NOT AT END
000286           IF RS-stmt = SqlStmt
000287              AND (RS-cursor = SPACES OR RS-cursor = SqlCursor)
000288              IF RS-occurrence = occurrence
000289                 OR (RS-occurrence = 0 AND response-found = 0)
000290                 MOVE RS-sqlcode TO BR-sqlcode
000291                 MOVE RS-sqlstate TO BR-sqlstate
000292                 MOVE RS-rows TO BR-rows
000293                 MOVE RS-values TO BR-values
000294                 IF RS-occurrence = occurrence
000295                    MOVE 2 TO response-found
000296                 ELSE
000297                    MOVE 1 TO response-found
000298                 END-IF
000299              END-IF
000300           END-IF
000301     END-READ
000302  END-PERFORM.
000303  CLOSE ResponseFile.
000304  IF response-found = 2
000305     MOVE 1 TO response-found
000306  END-IF.
000307  IF response-found = 1 AND stub-perturb-mode = 1
000308     PERFORM VARYING pb FROM 1 BY 1 UNTIL pb > 200
000309        IF BR-values(pb:1) >= "0" AND BR-values(pb:1) <= "9"
000310           MOVE BR-values(pb:1) TO pb-digit-x
000311           COMPUTE pb-digit = FUNCTION MOD(
000312              pb-digit + stub-perturb-seed 10)
000313           MOVE pb-digit-x TO BR-values(pb:1)
000314        END-IF
000315     END-PERFORM
000316  END-IF.
000317
000318* the INTO targets take consecutive slices of the values
000319 3000-FILL-INTO.
000320  MOVE 1 TO v-pos.
000321  PERFORM VARYING h FROM 1 BY 1 UNTIL h > SqlHvCount OR h > 10
000322     IF hv-dir(h) = "O" AND v-pos <= 200
000323        MOVE hv-len(h) TO v-len
000324        IF v-pos + v-len > 201
000325           COMPUTE v-len = 201 - v-pos
000326        END-IF
000327        IF v-len > 0
000328           SET ADDRESS OF host-var TO hv-ptr(h)
000329           MOVE BR-values(v-pos:v-len) TO host-var(1:v-len)
000330           ADD v-len TO v-pos
000331        END-IF
000332     END-IF
000333  END-PERFORM.
000334
000335 4000-LOG-EXECUTION.
000336  ADD 1 TO sql-exec-count.
000337  IF sql-exec-count > 100
000338     EXIT PARAGRAPH
000339  END-IF.
000340  MOVE SqlStmt TO SX-stmt(sql-exec-count).
000341  MOVE SqlKind TO SX-kind(sql-exec-count).
000342  MOVE SqlCursor TO SX-cursor(sql-exec-count).
000343  MOVE SQLCODE TO SX-sqlcode(sql-exec-count).
000344  MOVE SPACES TO SX-inputs(sql-exec-count).
000345  MOVE 1 TO i-pos.
000346  PERFORM VARYING h FROM 1 BY 1 UNTIL h > SqlHvCount OR h > 10
000347     IF hv-dir(h) = "I" AND i-pos <= 200
000348        MOVE hv-len(h) TO v-len
000349        IF i-pos + v-len > 201
000350           COMPUTE v-len = 201 - i-pos
000351        END-IF
000352        IF v-len > 0
000353           SET ADDRESS OF host-var TO hv-ptr(h)
000354           MOVE host-var(1:v-len)
000355              TO SX-inputs(sql-exec-count)(i-pos:v-len)
000356           ADD v-len TO i-pos
000357        END-IF
000358     END-IF
000359  END-PERFORM.
000360 END PROGRAM CBU00308.
