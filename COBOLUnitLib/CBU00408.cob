000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-check-promotion
000013*	source name: CBU00408.cob
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

000044*>Promotion check over the release ledger CBU-record-promotion
000045*>keeps: certify ReleaseLabel for TargetEnv only when the
000046*>code has been proven green, environment by environment,
000047*>along the promotion path (PROMOTION-PATH in the profile,
000048*>DEV QA PROD by default). The basis is the latest recorded
000049*>run of the release in the environment before TargetEnv: it
000050*>must have passed its gates and carry module fingerprints,
000051*>and in every environment before that one the latest green
000052*>gated run must be on exactly the same fingerprints - same
000053*>programs, same source and module checksums and sizes. Only
000053*>the latest green run of each environment on the path is
000053*>kept while the ledger is read, with up to 1000 fingerprints.
000054*>The first environment of the path needs no certification.
000054*>The decision is printed with its reason and appended to the
000055*>ledger as a C record (layout in CBU-record-promotion) for the
000056*>change board to sign off. PromoteRC: 0 certified, 2 refused,
000057*>8 TargetEnv not on the promotion path or no ledger file set.
000059* arg1: ReleaseLabel - release label to promote
000060* arg2: TargetEnv - environment the release is to move into
000061* arg3: PromoteRC - 0 certified / 2 refused / 8 invalid
000062 IDENTIFICATION DIVISION.
000063 PROGRAM-ID.   CBU00408.
000064 ENVIRONMENT    DIVISION.
000065 INPUT-OUTPUT SECTION.
000066 FILE-CONTROL.
000067    SELECT OPTIONAL LedgerFile ASSIGN TO ledger-file
000068		ORGANIZATION IS LINE SEQUENTIAL.
000069 DATA DIVISION.
000070 FILE SECTION.
000071 	FD LedgerFile.
000072 	01 LedgerRecord.
000073 	  05 LG-release PIC X(20).
000074 	  05 FILLER PIC X(1).
000075 	  05 LG-stamp PIC 9(14).
000076 	  05 FILLER PIC X(1).
000077 	  05 LG-type PIC X(1).
000078 	  05 FILLER PIC X(1).
000079 	  05 LG-detail PIC X(128).
000080 	  05 LG-run REDEFINES LG-detail.
000081 	    10 LG-env PIC X(10).
000082 	    10 FILLER PIC X(1).
000083 	    10 LG-pack PIC X(20).
000084 	    10 FILLER PIC X(1).
000085 	    10 LG-result PIC X(6).
000086 	    10 FILLER PIC X(1).
000087 	    10 LG-gate-rc PIC 9(2).
000088 	    10 FILLER PIC X(1).
000089 	    10 LG-modules PIC 9(4).
000090 	    10 FILLER PIC X(84).
000091 	  05 LG-module REDEFINES LG-detail.
000092 	    10 LG-prog PIC X(8).
000093 	    10 FILLER PIC X(1).
000094 	    10 LG-kind PIC X(1).
000095 	    10 FILLER PIC X(1).
000096 	    10 LG-checksum PIC 9(10).
000097 	    10 FILLER PIC X(1).
000098 	    10 LG-size PIC 9(10).
000099 	    10 FILLER PIC X(96).
000100 	  05 LG-cert REDEFINES LG-detail.
000101 	    10 LG-target PIC X(10).
000102 	    10 FILLER PIC X(1).
000103 	    10 LG-from PIC X(10).
000104 	    10 FILLER PIC X(1).
000105 	    10 LG-decision PIC X(7).
000106 	    10 FILLER PIC X(1).
000107 	    10 LG-basis PIC 9(14).
000108 	    10 FILLER PIC X(1).
000109 	    10 LG-user PIC X(12).
000110 	    10 FILLER PIC X(1).
000111 	    10 LG-reason PIC X(60).
000112 	    10 FILLER PIC X(10).
000113 WORKING-STORAGE SECTION.
000114  01 LedgerEOF PIC 9(1).
000115  01 path-work PIC X(40).
000116  01 path-count PIC 9(2).
000117  01 path-ptr PIC 9(3).
000118  01 PathTable.
000119    05 path-env PIC X(10) OCCURS 10 TIMES.
000120  01 target-pos PIC 9(2).
000121  01 prev-env PIC X(10).
000122  01 e PIC 9(2).
000123  01 cur-env PIC 9(2).
000124  01 basis-run PIC 9(2).
000125  01 cand-run PIC 9(2).
000127  01 same-prints PIC 9(1).
000128  01 a PIC 9(4).
000129  01 b PIC 9(4).
000130  01 hit PIC 9(1).
000131* one slot per environment of the promotion path: its latest
000131* run, and the fingerprints of its latest green run
000132  01 RunTable.
000133    05 RunEntry OCCURS 10 TIMES.
000134      10 RN-stamp PIC 9(14).
000136      10 RN-result PIC X(6).
000136      10 RN-pass-stamp PIC 9(14).
000138      10 RN-count PIC 9(4).
000138      10 RN-full PIC 9(1).
000141      10 ModEntry OCCURS 1000 TIMES.
000142        15 MD-prog PIC X(8).
000143        15 MD-kind PIC X(1).
000144        15 MD-checksum PIC 9(10).
000145        15 MD-size PIC 9(10).
000146  01 decision PIC X(7).
000147  01 reason PIC X(60).
000148  01 user-id PIC X(12).
000149  01 stamp-date PIC 9(8).
000150  01 stamp-time PIC 9(8).
000151  COPY CBUC0002.
000152 LINKAGE SECTION.
000153  77 ReleaseLabel PIC X(20).
000154  77 TargetEnv PIC X(10).
000155  77 PromoteRC PIC 9(4).
000156  COPY CBUC0001.
000157 PROCEDURE DIVISION USING CBU-ctx ReleaseLabel TargetEnv
000158      PromoteRC.
000159  MOVE 0 TO PromoteRC.
000160  MOVE 0 TO basis-run.
000161  MOVE SPACES TO prev-env.
000162  MOVE SPACES TO reason.
000163  DISPLAY "|--- Promotion of " ReleaseLabel " to " TargetEnv.
000164  IF ledger-file = SPACES
000165     DISPLAY "|   no release ledger file set"
000166     MOVE 8 TO PromoteRC
000167     EXIT PROGRAM
000168  END-IF.
000169  PERFORM 1000-LOAD-PATH.
000170  MOVE 0 TO target-pos.
000171  PERFORM VARYING e FROM 1 BY 1 UNTIL e > path-count
000172     IF path-env(e) = TargetEnv
000173        MOVE e TO target-pos
000174     END-IF
000175  END-PERFORM.
000176  IF target-pos = 0
000177     DISPLAY "|   " TargetEnv " is not on the promotion path "
000178        promotion-path
000179     MOVE 8 TO PromoteRC
000180     EXIT PROGRAM
000181  END-IF.
000182  IF target-pos = 1
000183     MOVE "CERTIFY" TO decision
000184     MOVE "first environment of the promotion path" TO reason
000185     PERFORM 9000-DECIDE
000186     EXIT PROGRAM
000187  END-IF.
000188  MOVE path-env(target-pos - 1) TO prev-env.
000189  PERFORM 2000-LOAD-LEDGER.
000190  PERFORM 3000-CHECK-PATH.
000191  PERFORM 9000-DECIDE.
000192  EXIT PROGRAM.
000193
000194 1000-LOAD-PATH.
000195  MOVE promotion-path TO path-work.
000196  INSPECT path-work REPLACING ALL "," BY SPACE.
000197  MOVE 0 TO path-count.
000198  MOVE 1 TO path-ptr.
000199  PERFORM UNTIL path-ptr > 40 OR path-count >= 10
000200     IF path-work(path-ptr:1) = SPACE
000201        ADD 1 TO path-ptr
000202     ELSE
000203        ADD 1 TO path-count
000204        UNSTRING path-work DELIMITED BY ALL SPACE
000205           INTO path-env(path-count)
000206           WITH POINTER path-ptr
000207        END-UNSTRING
000208     END-IF
000209  END-PERFORM.
000210
000211* runs of the release in ledger order: a later run of an
000212* environment replaces the earlier one, and a later green run
000212* replaces the fingerprints that followed the earlier one's R
000212* record
000213 2000-LOAD-LEDGER.
000214  PERFORM VARYING e FROM 1 BY 1 UNTIL e > 10
000214     MOVE 0 TO RN-stamp(e)
000214     MOVE SPACES TO RN-result(e)
000214     MOVE 0 TO RN-pass-stamp(e)
000214     MOVE 0 TO RN-count(e)
000214     MOVE 0 TO RN-full(e)
000214  END-PERFORM.
000215  MOVE 0 TO cur-env.
000216  MOVE 0 TO LedgerEOF.
000217  OPEN INPUT LedgerFile.
000218  PERFORM UNTIL LedgerEOF = 1
000219     READ LedgerFile
000220        AT END MOVE 1 TO LedgerEOF
000221        NOT AT END
000222           IF LG-release = ReleaseLabel
000223              PERFORM 2100-POST-RECORD
000224           END-IF
000225     END-READ
000226  END-PERFORM.
000227  CLOSE LedgerFile.
000227  PERFORM VARYING e FROM 1 BY 1 UNTIL e > path-count
000227     IF RN-full(e) = 1
000227        DISPLAY "|   latest green run in " path-env(e)
000227           " has more than 1000 fingerprints - list cut"
000227     END-IF
000227  END-PERFORM.
000228
000229 2100-POST-RECORD.
000230  EVALUATE LG-type
000231  WHEN "R"
000231     MOVE 0 TO cur-env
000231     PERFORM VARYING e FROM 1 BY 1 UNTIL e > path-count
000231        IF path-env(e) = LG-env
000231           MOVE e TO cur-env
000231        END-IF
000231     END-PERFORM
000232     IF cur-env > 0
000234        MOVE LG-stamp TO RN-stamp(cur-env)
000236        MOVE LG-result TO RN-result(cur-env)
000236        IF LG-result = "PASS"
000236           MOVE LG-stamp TO RN-pass-stamp(cur-env)
000238           MOVE 0 TO RN-count(cur-env)
000238           MOVE 0 TO RN-full(cur-env)
000236        ELSE
000236           MOVE 0 TO cur-env
000236        END-IF
000239     END-IF
000240  WHEN "M"
000241     IF cur-env > 0
000242        AND RN-pass-stamp(cur-env) = LG-stamp
000242        IF RN-count(cur-env) < 1000
000243           ADD 1 TO RN-count(cur-env)
000243           MOVE RN-count(cur-env) TO a
000244           MOVE LG-prog TO MD-prog(cur-env, a)
000245           MOVE LG-kind TO MD-kind(cur-env, a)
000246           MOVE LG-checksum TO MD-checksum(cur-env, a)
000247           MOVE LG-size TO MD-size(cur-env, a)
000248        ELSE
000248           MOVE 1 TO RN-full(cur-env)
000248        END-IF
000249     END-IF
000250  END-EVALUATE.
000251
000252 3000-CHECK-PATH.
000253  MOVE "REFUSE" TO decision.
000254  IF RN-stamp(target-pos - 1) > 0
000256     COMPUTE basis-run = target-pos - 1
000258  END-IF.
000259  IF basis-run = 0
000260     STRING "no gated run recorded in " DELIMITED BY SIZE
000261        prev-env DELIMITED BY SPACE INTO reason
000262     EXIT PARAGRAPH
000263  END-IF.
000264  IF RN-result(basis-run) <> "PASS"
000265     STRING "latest gated run in " DELIMITED BY SIZE
000266        prev-env DELIMITED BY SPACE
000267        " failed its gates" DELIMITED BY SIZE INTO reason
000268     EXIT PARAGRAPH
000269  END-IF.
000270  IF RN-count(basis-run) = 0
000271     STRING "latest run in " DELIMITED BY SIZE
000272        prev-env DELIMITED BY SPACE
000273        " has no module fingerprints" DELIMITED BY SIZE
000274        INTO reason
000275     EXIT PARAGRAPH
000276  END-IF.
000277  PERFORM VARYING e FROM 1 BY 1 UNTIL e > target-pos - 2
000278     MOVE e TO cand-run
000278     MOVE 0 TO same-prints
000281     IF RN-pass-stamp(cand-run) > 0
000283        PERFORM 3100-COMPARE-PRINTS
000287     END-IF
000289     IF same-prints = 0
000290        STRING "no green run in " DELIMITED BY SIZE
000291           path-env(e) DELIMITED BY SPACE
000292           " on the same fingerprints" DELIMITED BY SIZE
000293           INTO reason
000294        EXIT PARAGRAPH
000295     END-IF
000296  END-PERFORM.
000297  MOVE "CERTIFY" TO decision.
000298  STRING "green gated run in " DELIMITED BY SIZE
000299     prev-env DELIMITED BY SPACE INTO reason.
000300
000301* the candidate run must fingerprint the same programs as the
000302* basis run, each with the same checksum and size
000303 3100-COMPARE-PRINTS.
000304  MOVE 0 TO same-prints.
000305  IF RN-count(cand-run) <> RN-count(basis-run)
000306     EXIT PARAGRAPH
000307  END-IF.
000308  PERFORM VARYING a FROM 1 BY 1
000309     UNTIL a > RN-count(basis-run)
000310     MOVE 0 TO hit
000311     PERFORM VARYING b FROM 1 BY 1
000312        UNTIL b > RN-count(cand-run)
000313        OR hit = 1
000314        IF MD-prog(cand-run, b) = MD-prog(basis-run, a)
000314           AND MD-kind(cand-run, b) = MD-kind(basis-run, a)
000315           AND MD-checksum(cand-run, b)
000315              = MD-checksum(basis-run, a)
000316           AND MD-size(cand-run, b) = MD-size(basis-run, a)
000317           MOVE 1 TO hit
000318        END-IF
000319     END-PERFORM
000320     IF hit = 0
000321        EXIT PARAGRAPH
000322     END-IF
000323  END-PERFORM.
000324  MOVE 1 TO same-prints.
000325
000326 9000-DECIDE.
000327  IF decision = "CERTIFY"
000328     MOVE 0 TO PromoteRC
000329  ELSE
000330     MOVE 2 TO PromoteRC
000331  END-IF.
000332  DISPLAY "|   " decision " " ReleaseLabel " for " TargetEnv
000333     " - " reason.
000334  INITIALIZE user-id.
000335  ACCEPT user-id FROM ENVIRONMENT "USER".
000336  IF user-id = SPACES
000337     ACCEPT user-id FROM ENVIRONMENT "LOGNAME"
000338  END-IF.
000339  ACCEPT stamp-date FROM DATE YYYYMMDD.
000340  ACCEPT stamp-time FROM TIME.
000341  OPEN EXTEND LedgerFile.
000342  MOVE SPACES TO LedgerRecord.
000343  MOVE ReleaseLabel TO LG-release.
000344  COMPUTE LG-stamp = stamp-date * 1000000 + stamp-time / 100.
000345  MOVE "C" TO LG-type.
000346  MOVE TargetEnv TO LG-target.
000347  MOVE prev-env TO LG-from.
000348  MOVE decision TO LG-decision.
000349  IF basis-run > 0
000350     MOVE RN-stamp(basis-run) TO LG-basis
000351  ELSE
000352     MOVE 0 TO LG-basis
000353  END-IF.
000354  MOVE user-id TO LG-user.
000355  MOVE reason TO LG-reason.
000356  INSPECT LedgerRecord REPLACING ALL LOW-VALUE BY SPACE.
000357  WRITE LedgerRecord.
000358  CLOSE LedgerFile.
000359 END PROGRAM CBU00408.
