000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-record-promotion
000013*	source name: CBU00407.cob
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

000044*>Append this run to the release promotion ledger, called by
000045*>CBU-run after the quality gates when a release label and a
000046*>ledger file are set (CBU-set-release, or RELEASE, RELEASE-ENV
000047*>and LEDGER-FILE in the profile). Only a gated run - one with
000048*>at least one GATE- keyword armed - is recorded. The ledger is
000049*>opened EXTEND and never truncated; every record starts with
000050*>the release label and the run stamp:
000051*>  cols  1-20 release  22-35 run stamp  37 type
000052*>  R (run):    39-48 environment  50-69 pack  71-76 gate
000053*>              result PASS/FAIL  78-79 gate return code
000054*>              81-84 module fingerprints that follow
000055*>              86-105 host  107-166 manifest reference
000056*>              (audit file @ run stamp)
000057*>  M (module): 39-46 program  48 S(ource)/M(odule)
000058*>              50-59 checksum  61-70 size
000059*>  C (certification, written by CBU-check-promotion, stamped
000060*>     with the time of the decision):
000061*>              39-48 target environment  50-59 from
000062*>              environment  61-67 CERTIFY/REFUSE  69-82 basis
000063*>              run stamp  84-95 user  97-156 reason
000064*>The M records are the run's fingerprints as
000065*>CBU-record-fingerprints left them in the fingerprint file, so
000066*>CBU-set-fingerprints must be in use for the run to count
000067*>towards a promotion. A run with more fingerprints than the
000067*>ledger can take is recorded as FAIL: GateRC comes back
000067*>raised to 2, so a partial set never certifies a promotion.
000068* arg1: GateRC - result of CBU-check-gates for this run
000069 IDENTIFICATION DIVISION.
000070 PROGRAM-ID.   CBU00407.
000071 ENVIRONMENT    DIVISION.
000072 INPUT-OUTPUT SECTION.
000073 FILE-CONTROL.
000074    SELECT OPTIONAL LedgerFile ASSIGN TO ledger-file
000075		ORGANIZATION IS LINE SEQUENTIAL.
000076    SELECT OPTIONAL FingerprintIn ASSIGN TO fingerprint-file
000077		ORGANIZATION IS LINE SEQUENTIAL.
000078 DATA DIVISION.
000079 FILE SECTION.
000080 	FD LedgerFile.
000081 	01 LedgerRecord.
000082 	  05 LG-release PIC X(20).
000083 	  05 FILLER PIC X(1).
000084 	  05 LG-stamp PIC 9(14).
000085 	  05 FILLER PIC X(1).
000086 	  05 LG-type PIC X(1).
000087 	  05 FILLER PIC X(1).
000088 	  05 LG-detail PIC X(128).
000089 	  05 LG-run REDEFINES LG-detail.
000090 	    10 LG-env PIC X(10).
000091 	    10 FILLER PIC X(1).
000092 	    10 LG-pack PIC X(20).
000093 	    10 FILLER PIC X(1).
000094 	    10 LG-result PIC X(6).
000095 	    10 FILLER PIC X(1).
000096 	    10 LG-gate-rc PIC 9(2).
000097 	    10 FILLER PIC X(1).
000098 	    10 LG-modules PIC 9(4).
000099 	    10 FILLER PIC X(1).
000100 	    10 LG-host PIC X(20).
000101 	    10 FILLER PIC X(1).
000102 	    10 LG-manifest PIC X(60).
000103 	  05 LG-module REDEFINES LG-detail.
000104 	    10 LG-prog PIC X(8).
000105 	    10 FILLER PIC X(1).
000106 	    10 LG-kind PIC X(1).
000107 	    10 FILLER PIC X(1).
000108 	    10 LG-checksum PIC 9(10).
000109 	    10 FILLER PIC X(1).
000110 	    10 LG-size PIC 9(10).
000111 	    10 FILLER PIC X(96).
000112 	FD FingerprintIn.
000113 	01 FingerprintRecord.
000114 	  05 FR-stamp PIC 9(14).
000115 	  05 FILLER PIC X(1).
000116 	  05 FR-type PIC X(1).
000117 	  05 FILLER PIC X(1).
000118 	  05 FR-prog PIC X(8).
000119 	  05 FILLER PIC X(1).
000120 	  05 FR-kind PIC X(1).
000121 	  05 FILLER PIC X(1).
000122 	  05 FR-checksum PIC 9(10).
000123 	  05 FILLER PIC X(1).
000124 	  05 FR-size PIC 9(10).
000125 	  05 FILLER PIC X(1).
000126 	  05 FR-time PIC 9(14).
000127 	  05 FILLER PIC X(22).
000128 WORKING-STORAGE SECTION.
000129  01 FingerprintEOF PIC 9(1).
000130  01 module-count PIC 9(4).
000130  01 module-overflow PIC 9(1).
000131  01 m PIC 9(4).
000132  01 gate-word PIC X(4).
000133  01 ModuleTable.
000134    05 ModuleEntry OCCURS 1000 TIMES.
000135      10 MT-prog PIC X(8).
000136      10 MT-kind PIC X(1).
000137      10 MT-checksum PIC 9(10).
000138      10 MT-size PIC 9(10).
000139  COPY CBUC0002.
000140 LINKAGE SECTION.
000141  77 GateRC PIC 9(4).
000142  COPY CBUC0001.
000143 PROCEDURE DIVISION USING CBU-ctx GateRC.
000144  IF ledger-file = SPACES OR release-label = SPACES
000145     EXIT PROGRAM
000146  END-IF.
000147  IF gate-pass-rate = 0 AND gate-new-failures = 0
000148     AND gate-coverage = 0
000149     DISPLAY "Release ledger: no quality gate armed - run of "
000150        release-label " not recorded"
000151     EXIT PROGRAM
000152  END-IF.
000153  MOVE 0 TO module-count.
000153  MOVE 0 TO module-overflow.
000154  IF fingerprint-file <> SPACES
000155     PERFORM 1000-LOAD-FINGERPRINTS
000156  END-IF.
000156  IF module-overflow = 1
000156     DISPLAY "Release ledger: more than 1000 module fingerprints"
000156        " for this run - list cut, run recorded as FAIL"
000156     IF GateRC < 2
000156        MOVE 2 TO GateRC
000156     END-IF
000156  END-IF.
000157  IF module-count = 0
000158     DISPLAY "Release ledger: no module fingerprints for this"
000159        " run - it cannot certify a promotion"
000160  END-IF.
000161  OPEN EXTEND LedgerFile.
000162  MOVE SPACES TO LedgerRecord.
000163  MOVE release-label TO LG-release.
000164  MOVE run-stamp TO LG-stamp.
000165  MOVE "R" TO LG-type.
000166  MOVE release-env TO LG-env.
000167  IF filter-pack-name = SPACES
000168     OR filter-pack-name(1:1) = LOW-VALUE
000169     MOVE "ALL" TO LG-pack
000170  ELSE
000171     MOVE filter-pack-name TO LG-pack
000172  END-IF.
000173  IF GateRC = 0
000174     MOVE "PASS" TO gate-word
000175  ELSE
000176     MOVE "FAIL" TO gate-word
000177  END-IF.
000178  MOVE gate-word TO LG-result.
000179  MOVE GateRC TO LG-gate-rc.
000180  MOVE module-count TO LG-modules.
000181  MOVE prov-host TO LG-host.
000182  IF audit-file-name <> SPACES
000183     STRING audit-file-name DELIMITED BY SPACE
000184        "@" run-stamp DELIMITED BY SIZE INTO LG-manifest
000185  ELSE
000186     MOVE "(no audit file)" TO LG-manifest
000187  END-IF.
000188  INSPECT LedgerRecord REPLACING ALL LOW-VALUE BY SPACE.
000189  WRITE LedgerRecord.
000190  PERFORM VARYING m FROM 1 BY 1 UNTIL m > module-count
000191     MOVE SPACES TO LedgerRecord
000192     MOVE release-label TO LG-release
000193     MOVE run-stamp TO LG-stamp
000194     MOVE "M" TO LG-type
000195     MOVE MT-prog(m) TO LG-prog
000196     MOVE MT-kind(m) TO LG-kind
000197     MOVE MT-checksum(m) TO LG-checksum
000198     MOVE MT-size(m) TO LG-size
000199     WRITE LedgerRecord
000200  END-PERFORM.
000201  CLOSE LedgerFile.
000202  DISPLAY "Release ledger: " release-label " " release-env
000203     " gates " gate-word " - " module-count " fingerprint(s)"
000204     " recorded in " ledger-file.
000205  EXIT PROGRAM.
000206
000207 1000-LOAD-FINGERPRINTS.
000208  MOVE 0 TO FingerprintEOF.
000209  OPEN INPUT FingerprintIn.
000210  PERFORM UNTIL FingerprintEOF = 1
000211     READ FingerprintIn
000212        AT END MOVE 1 TO FingerprintEOF
000213        NOT AT END
000214           IF FR-stamp = run-stamp AND FR-type = "F"
000215              IF module-count < 1000
000216                 ADD 1 TO module-count
000217                 MOVE FR-prog TO MT-prog(module-count)
000218                 MOVE FR-kind TO MT-kind(module-count)
000219                 MOVE FR-checksum TO MT-checksum(module-count)
000220                 MOVE FR-size TO MT-size(module-count)
000220              ELSE
000220                 MOVE 1 TO module-overflow
000220              END-IF
000221           END-IF
000222     END-READ
000223  END-PERFORM.
000224  CLOSE FingerprintIn.
000225 END PROGRAM CBU00407.
