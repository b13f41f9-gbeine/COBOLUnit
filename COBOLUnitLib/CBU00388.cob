000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-record-fingerprints
000013*	source name: CBU00388.cob
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

000044*>End-of-run module fingerprints, called by CBU-run when
000045*>CBU-set-fingerprints is in use. The programs of each test
000046*>that ran this run - the test program, its hooks, its harness,
000047*>shadow, harness step and contender programs, and the units
000048*>and stubs it reached through CBU-resolve-call - are recorded
000049*>against the test ("U" records), and each distinct program is
000050*>fingerprinted once ("F" records): its source and its compiled
000051*>module, each with a checksum, size and timestamp. Records go
000052*>to the end of the fingerprint file under the run stamp:
000053*>  cols  1-14 run stamp  16 type  18-25 program
000054*>  F: col 27 S(ource)/M(odule)  29-38 checksum  40-49 size
000055*>     51-64 timestamp YYYYMMDDHHMMSS
000056*>  U: cols 27-46 suite  48-67 test
000057*>With a results store in use each fingerprint is also kept in
000058*>the store as a "*FPRT*" row keyed by program and kind.
000059 IDENTIFICATION DIVISION.
000060 PROGRAM-ID.   CBU00388.
000061 ENVIRONMENT    DIVISION.
000062 INPUT-OUTPUT SECTION.
000063 FILE-CONTROL.
000064    SELECT OPTIONAL FingerprintOut ASSIGN TO fingerprint-file
000065       ORGANIZATION IS LINE SEQUENTIAL
000066       FILE STATUS IS fp-status.
000067    SELECT OPTIONAL CheckFile ASSIGN TO check-file-name
000068       ORGANIZATION IS LINE SEQUENTIAL
000069       FILE STATUS IS check-status.
000070    SELECT StoreFile ASSIGN TO results-store-file
000071       ORGANIZATION IS INDEXED
000072       ACCESS MODE IS DYNAMIC
000073       RECORD KEY IS ST-key
000074       FILE STATUS IS store-status.
000075 DATA DIVISION.
000076 FILE SECTION.
000077 	FD FingerprintOut.
000078 	01 FingerprintRecord.
000079 	  05 FR-stamp PIC 9(14).
000080 	  05 FILLER PIC X(1).
000081 	  05 FR-type PIC X(1).
000082 	  05 FILLER PIC X(1).
000083 	  05 FR-prog PIC X(8).
000084 	  05 FILLER PIC X(1).
000085 	  05 FR-detail PIC X(60).
000086 	  05 FR-fingerprint REDEFINES FR-detail.
000087 	    10 FR-kind PIC X(1).
000088 	    10 FILLER PIC X(1).
000089 	    10 FR-checksum PIC 9(10).
000090 	    10 FILLER PIC X(1).
000091 	    10 FR-size PIC 9(10).
000092 	    10 FILLER PIC X(1).
000093 	    10 FR-time PIC 9(14).
000094 	    10 FILLER PIC X(22).
000095 	  05 FR-usage REDEFINES FR-detail.
000096 	    10 FR-suite PIC X(20).
000097 	    10 FILLER PIC X(1).
000098 	    10 FR-test PIC X(20).
000099 	    10 FILLER PIC X(19).
000100 	FD CheckFile.
000101 	01 CheckLine PIC X(200).
000102 	FD StoreFile.
000103 	01 StoreRecord.
000104 	  05 ST-key.
000105 	    10 ST-suite PIC X(41).
000106 	    10 ST-test PIC X(20).
000107 	  05 ST-assert-run PIC 9(3).
000108 	  05 ST-assert-succeed PIC 9(3).
000109 	  05 ST-assert-failed PIC 9(3).
000110 	  05 ST-status PIC X(1).
000111 	  05 ST-error-prog PIC X(20).
000112 	  05 ST-error-cond PIC X(30).
000113 	  05 ST-elapsed PIC 9(8).
000114 	  05 ST-attempts PIC 9(2).
000115 WORKING-STORAGE SECTION.
000116  01 fp-status PIC X(2).
000117  01 check-file-name PIC X(40) VALUE "CBUFPRT.TMP".
000118  01 check-status PIC X(2).
000119  01 store-status PIC X(2).
000120  01 CheckEOF PIC 9(1).
000121  01 check-command PIC X(400).
000122  01 name-buf PIC X(32000).
000123  01 dir-len PIC 99999.
000124  01 name-len PIC 99999.
000125  01 cmd-len PIC 99999.
000126  01 prog-name PIC X(8).
000127  01 lower-name PIC X(8).
000128  01 fp-kind PIC X(1).
000129  01 fp-found PIC 9(1).
000130  01 fp-checksum PIC 9(10).
000131  01 fp-size PIC 9(10).
000132  01 fp-time PIC 9(14).
000133  01 time-text PIC X(14).
000134  01 i PIC 9(3).
000135  01 j PIC 9(3).
000136  01 k PIC 9(4).
000137  01 p PIC 9(4).
000138  01 UseCount PIC 9(4).
000139  01 ListeUses.
000140    05 UseEntry OCCURS 2000 TIMES.
000141      10 PT-suite PIC 9(3).
000142      10 PT-test PIC 9(3).
000143      10 PT-prog PIC X(8).
000144  01 ProgCount PIC 9(3).
000145  01 ListeProgs.
000146    05 PG-prog PIC X(8) OCCURS 500 TIMES.
000147  COPY CBUC0002.
000148 LINKAGE SECTION.
000149  COPY CBUC0001.
000150 PROCEDURE DIVISION USING CBU-ctx.
000151  IF fingerprint-file = SPACES
000152     EXIT PROGRAM
000153  END-IF.
000154  MOVE 0 TO UseCount.
000155  MOVE 0 TO ProgCount.
000156  PERFORM VARYING i FROM 1 BY 1 UNTIL i >= SuiteIndex
000157     PERFORM VARYING j FROM 1 BY 1 UNTIL j > nb-test-size(i)
000158        IF attempts-used(i,j) > 0
000159           OR nb-assert-run(i,j) > 0
000160           OR TestErrorProgram(i,j) <> SPACES
000161           PERFORM 1000-TEST-PROGRAMS
000162        END-IF
000163     END-PERFORM
000164  END-PERFORM.
000165  OPEN EXTEND FingerprintOut.
000166  IF fp-status <> "00" AND fp-status <> "05"
000167     DISPLAY "COBOLUnit: fingerprint file " fingerprint-file
000168        " cannot be written, status " fp-status
000169     MOVE 0 TO CalledCount
000170     EXIT PROGRAM
000171  END-IF.
000172  IF results-store-mode = 1
000173     OPEN I-O StoreFile
000174  END-IF.
000175  PERFORM VARYING p FROM 1 BY 1 UNTIL p > ProgCount
000176     MOVE PG-prog(p) TO prog-name
000177     MOVE "S" TO fp-kind
000178     PERFORM 2000-FINGERPRINT
000179     MOVE "M" TO fp-kind
000180     PERFORM 2000-FINGERPRINT
000181  END-PERFORM.
000182  PERFORM VARYING k FROM 1 BY 1 UNTIL k > UseCount
000183     MOVE SPACES TO FingerprintRecord
000184     MOVE run-stamp TO FR-stamp
000185     MOVE "U" TO FR-type
000186     MOVE PT-prog(k) TO FR-prog
000187     MOVE SuiteName(PT-suite(k)) TO FR-suite
000188     MOVE TestName(PT-suite(k), PT-test(k)) TO FR-test
000189     WRITE FingerprintRecord
000190  END-PERFORM.
000191  CLOSE FingerprintOut.
000192  IF results-store-mode = 1
000193     CLOSE StoreFile
000194  END-IF.
000195  MOVE 0 TO CalledCount.
000196  EXIT PROGRAM.
000197
000198* the programs one test ran through
000199 1000-TEST-PROGRAMS.
000200  MOVE TestName(i,j) TO prog-name.
000201  PERFORM 1100-ADD-USE.
000202  MOVE TestSetupProg(i,j) TO prog-name.
000203  PERFORM 1100-ADD-USE.
000204  MOVE TestTeardownProg(i,j) TO prog-name.
000205  PERFORM 1100-ADD-USE.
000206  MOVE SuiteSetupProg(i) TO prog-name.
000207  PERFORM 1100-ADD-USE.
000208  MOVE SuiteTeardownProg(i) TO prog-name.
000209  PERFORM 1100-ADD-USE.
000210  MOVE harness-prog(i,j) TO prog-name.
000211  PERFORM 1100-ADD-USE.
000212  MOVE shadow-prog(i,j) TO prog-name.
000213  PERFORM 1100-ADD-USE.
000214  PERFORM VARYING k FROM 1 BY 1 UNTIL k > HarnessStepCount
000215     IF HS-suite(k) = i AND HS-test(k) = j
000216        MOVE HS-prog(k) TO prog-name
000217        PERFORM 1100-ADD-USE
000218     END-IF
000219  END-PERFORM.
000220  PERFORM VARYING k FROM 1 BY 1 UNTIL k > ContenderCount
000221     IF CT-suite(k) = i AND CT-test(k) = j
000222        MOVE CT-prog(k) TO prog-name
000223        PERFORM 1100-ADD-USE
000224     END-IF
000225  END-PERFORM.
000226  PERFORM VARYING k FROM 1 BY 1 UNTIL k > CalledCount
000227     IF CU-suite(k) = i AND CU-test(k) = j
000228        MOVE CU-prog(k) TO prog-name
000229        PERFORM 1100-ADD-USE
000230     END-IF
000231  END-PERFORM.
000232
000233 1100-ADD-USE.
000234  IF prog-name = SPACES
000235     EXIT PARAGRAPH
000236  END-IF.
000237  INSPECT prog-name CONVERTING "abcdefghijklmnopqrstuvwxyz"
000238     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000239  PERFORM VARYING p FROM 1 BY 1 UNTIL p > UseCount
000240     IF PT-suite(p) = i AND PT-test(p) = j
000241        AND PT-prog(p) = prog-name
000242        EXIT PARAGRAPH
000243     END-IF
000244  END-PERFORM.
000245  IF UseCount < 2000
000246     ADD 1 TO UseCount
000247     MOVE i TO PT-suite(UseCount)
000248     MOVE j TO PT-test(UseCount)
000249     MOVE prog-name TO PT-prog(UseCount)
000250  END-IF.
000251  PERFORM VARYING p FROM 1 BY 1 UNTIL p > ProgCount
000252     IF PG-prog(p) = prog-name
000253        EXIT PARAGRAPH
000254     END-IF
000255  END-PERFORM.
000256  IF ProgCount < 500
000257     ADD 1 TO ProgCount
000258     MOVE prog-name TO PG-prog(ProgCount)
000259  END-IF.
000260
000261* checksum, size and timestamp of the program's source or
000262* module, the first name found in its directory; none found,
000263* no record
000264 2000-FINGERPRINT.
000265  MOVE prog-name TO name-buf.
000266  CALL CBU-get-last-index USING CBU-ctx name-buf name-len.
000267  MOVE prog-name TO lower-name.
000268  INSPECT lower-name CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000269     TO "abcdefghijklmnopqrstuvwxyz".
000270  INITIALIZE check-command.
000271  IF fp-kind = "S"
000272     MOVE fingerprint-source-dir TO name-buf
000273  ELSE
000274     MOVE fingerprint-module-dir TO name-buf
000275  END-IF.
000276  CALL CBU-get-last-index USING CBU-ctx name-buf dir-len.
000277  IF dir-len = 0
000278     MOVE "." TO name-buf
000279     MOVE 1 TO dir-len
000280  END-IF.
000281  IF fp-kind = "S"
000282     STRING "(cd " name-buf(1:dir-len) " && for f in "
000283        prog-name(1:name-len) ".cob "
000284        prog-name(1:name-len) ".cbl "
000285        prog-name(1:name-len) ".COB "
000286        prog-name(1:name-len) ".CBL "
000287        lower-name(1:name-len) ".cob "
000288        lower-name(1:name-len) ".cbl"
000289        DELIMITED BY SIZE INTO check-command
000290  ELSE
000291     STRING "(cd " name-buf(1:dir-len) " && for f in "
000292        prog-name(1:name-len) ".so "
000293        prog-name(1:name-len) ".dll "
000294        prog-name(1:name-len) ".dylib "
000295        prog-name(1:name-len)
000296        DELIMITED BY SIZE INTO check-command
000297  END-IF.
000298  MOVE check-command TO name-buf.
000299  CALL CBU-get-last-index USING CBU-ctx name-buf cmd-len.
000300  STRING "; do if [ -f $f ]; then cksum $f;"
000301     " date -r $f +%Y%m%d%H%M%S; break; fi; done)"
000302     " > CBUFPRT.TMP 2>/dev/null"
000303     DELIMITED BY SIZE
000304     INTO check-command(cmd-len + 1:400 - cmd-len).
000305  CALL "SYSTEM" USING check-command.
000306  MOVE 0 TO RETURN-CODE.
000307  MOVE 0 TO fp-found.
000308  MOVE 0 TO fp-checksum fp-size fp-time.
000309  OPEN INPUT CheckFile.
000310  IF check-status = "00"
000311     READ CheckFile
000312        AT END CONTINUE
000313        NOT AT END
000314           UNSTRING CheckLine DELIMITED BY ALL SPACE
000315              INTO fp-checksum fp-size
000316           END-UNSTRING
000317           MOVE 1 TO fp-found
000318     END-READ
000319     READ CheckFile
000320        AT END CONTINUE
000321        NOT AT END
000322           MOVE CheckLine(1:14) TO time-text
000323           IF time-text IS NUMERIC
000324              MOVE time-text TO fp-time
000325           END-IF
000326     END-READ
000327  END-IF.
000328  CLOSE CheckFile.
000329  IF fp-found = 0
000330     EXIT PARAGRAPH
000331  END-IF.
000332  MOVE SPACES TO FingerprintRecord.
000333  MOVE run-stamp TO FR-stamp.
000334  MOVE "F" TO FR-type.
000335  MOVE prog-name TO FR-prog.
000336  MOVE fp-kind TO FR-kind.
000337  MOVE fp-checksum TO FR-checksum.
000338  MOVE fp-size TO FR-size.
000339  MOVE fp-time TO FR-time.
000340  WRITE FingerprintRecord.
000341  IF results-store-mode = 1
000342     MOVE SPACES TO StoreRecord
000343     MOVE "*FPRT*" TO ST-suite
000344     MOVE prog-name TO ST-test(1:8)
000345     MOVE fp-kind TO ST-test(10:1)
000346     MOVE 0 TO ST-assert-run ST-assert-succeed ST-assert-failed
000347     MOVE fp-kind TO ST-status
000348     MOVE prog-name TO ST-error-prog
000349     STRING fp-checksum " " fp-time DELIMITED BY SIZE
000350        INTO ST-error-cond
000351     IF fp-size > 99999999
000352        MOVE 99999999 TO ST-elapsed
000353     ELSE
000354        MOVE fp-size TO ST-elapsed
000355     END-IF
000356     MOVE 0 TO ST-attempts
000357     WRITE StoreRecord
000358        INVALID KEY REWRITE StoreRecord
000359     END-WRITE
000360  END-IF.
000361 END PROGRAM CBU00388.
