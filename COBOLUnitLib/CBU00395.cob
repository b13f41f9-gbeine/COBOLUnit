000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-preflight
000013*	source name: CBU00395.cob
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

000044*>Environment preflight: before a pack is started, check that
000045*>the environment it needs is in place and print a PASS/FAIL
000046*>readiness report. Catalog validation (CBU-validate-catalog)
000047*>proves the programs and names; this proves the machine. The
000048*>requirement list (CBU-set-preflight or PREFLIGHT-FILE in the
000049*>profile) has one requirement per record:
000050*>  col 1-10  kind   col 11-50 target   col 51-59 amount
000051*>  DIR      directory that must exist and be writable
000052*>  SPACE    file system of the target directory must have at
000053*>           least <amount> MB free
000054*>  HOLIDAY  holiday file (CBU-set-holiday-file layout) must
000055*>           cover the run date plus <amount> days - a file
000056*>           covers to the end of the year of its last date
000057*>  FISCAL   fiscal calendar (CBU-set-fiscal-file layout)
000058*>           whose last period must end on or after the run
000059*>           date plus <amount> days
000060*>  ENV      environment variable that must be set
000061*>  FILE     file that must be present
000062*>'*' in col 1 marks a comment. Whenever a profile was loaded,
000063*>the input files it names (coverage map, owner, access,
000064*>schedule and currency files) must be present and its work
000065*>directory writable too. The report goes to the console and,
000066*>when named, to the preflight report file. Any failed check
000067*>ends with RETURN-CODE 12 - a code of its own, so the
000068*>scheduler can hold the pack and page the environment team;
000069*>CBU-run calls this first and abandons the run the same way.
000070* arg1: FailCount - number of failed checks
000071 IDENTIFICATION DIVISION.
000072 PROGRAM-ID.   CBU00395.
000073 ENVIRONMENT    DIVISION.
000074 INPUT-OUTPUT SECTION.
000075 FILE-CONTROL.
000076    SELECT RequirementFile ASSIGN TO preflight-file-name
000077		ORGANIZATION IS LINE SEQUENTIAL
000078		FILE STATUS IS req-status.
000079    SELECT ProbeFile ASSIGN TO probe-name
000080		ORGANIZATION IS LINE SEQUENTIAL
000081		FILE STATUS IS probe-status.
000082    SELECT ReportOut ASSIGN TO preflight-report-file
000083		ORGANIZATION IS LINE SEQUENTIAL.
000084 DATA DIVISION.
000085 FILE SECTION.
000086 	FD RequirementFile.
000087 	01 RequirementRecord.
000088	  05 PF-kind PIC X(10).
000089	  05 PF-target PIC X(40).
000090	  05 PF-amount PIC X(9).
000091	  05 FILLER PIC X(21).
000092 	FD ProbeFile.
000093 	01 ProbeLine PIC X(255).
000094 	FD ReportOut.
000095 	01 ReportLine PIC X(120).
000096 WORKING-STORAGE SECTION.
000097  01 req-status PIC X(2).
000098  01 probe-name PIC X(40).
000099  01 probe-status PIC X(2).
000100  01 ProbeEOF PIC 9(1).
000101  01 RequirementEOF PIC 9(1).
000102  01 report-open PIC 9(1).
000103  01 nb-checked PIC 9(3).
000104  01 nb-failed PIC 9(3).
000105  01 check-kind PIC X(10).
000106  01 check-target PIC X(40).
000107  01 check-amount PIC 9(9).
000108  01 check-ok PIC 9(1).
000109  01 check-detail PIC X(50).
000110  01 target-buf PIC X(32000).
000111  01 target-len PIC 99999.
000112  01 check-command PIC X(255).
000113  01 c PIC 9(2).
000114  01 col-digit-x PIC X(1).
000115  01 col-digit REDEFINES col-digit-x PIC 9(1).
000116  01 free-kb PIC 9(12).
000117  01 free-mb PIC 9(9).
000118  01 free-digits PIC 9(1).
000119  01 today PIC 9(8).
000120  01 now-time PIC 9(8).
000121  01 needed-date PIC 9(8).
000122  01 covered-date PIC 9(8).
000123  01 last-date PIC 9(8).
000124  01 last-year PIC 9(4).
000125  01 env-value PIC X(64).
000126  01 tmp-name PIC X(40) VALUE "CBUPFLT.TMP".
000127  COPY CBUC0002.
000128 LINKAGE SECTION.
000129  77 FailCount PIC 9(3).
000130  COPY CBUC0001.
000131 PROCEDURE DIVISION USING CBU-ctx FailCount.
000132  MOVE 0 TO nb-checked.
000133  MOVE 0 TO nb-failed.
000134  MOVE 0 TO report-open.
000135  ACCEPT today FROM DATE YYYYMMDD.
000136  ACCEPT now-time FROM TIME.
000137  IF preflight-report-file <> SPACES
000138     OPEN OUTPUT ReportOut
000139     MOVE 1 TO report-open
000140  END-IF.
000141  MOVE SPACES TO ReportLine.
000142  STRING "Environment preflight " today " " now-time(1:4)
000143     DELIMITED BY SIZE INTO ReportLine.
000144  PERFORM 9100-PUT-LINE.
000145  IF preflight-file-name <> SPACES
000146     PERFORM 1000-READ-REQUIREMENTS
000147  END-IF.
000148  IF profile-file-used <> SPACES
000149     PERFORM 2000-PROFILE-FILES
000150  END-IF.
000151  MOVE SPACES TO ReportLine.
000152  IF nb-failed = 0
000153     STRING "READINESS: PASS - " nb-checked " check(s)"
000154        DELIMITED BY SIZE INTO ReportLine
000155  ELSE
000156     STRING "READINESS: FAIL - " nb-failed " of " nb-checked
000157        " check(s) failed" DELIMITED BY SIZE INTO ReportLine
000158  END-IF.
000159  PERFORM 9100-PUT-LINE.
000160  IF report-open = 1
000161     CLOSE ReportOut
000162  END-IF.
000163  MOVE nb-failed TO FailCount.
000164  IF nb-failed > 0
000165     MOVE 12 TO RETURN-CODE
000166  ELSE
000167     MOVE 0 TO RETURN-CODE
000168  END-IF.
000169  EXIT PROGRAM.
000170
000171 1000-READ-REQUIREMENTS.
000172  OPEN INPUT RequirementFile.
000173  IF req-status <> "00"
000174     MOVE "LIST" TO check-kind
000175     MOVE preflight-file-name TO check-target
000176     MOVE 0 TO check-ok
000177     MOVE "requirement list not found" TO check-detail
000178     PERFORM 9000-RECORD-CHECK
000179     EXIT PARAGRAPH
000180  END-IF.
000181  MOVE 0 TO RequirementEOF.
000182  PERFORM UNTIL RequirementEOF = 1
000183     READ RequirementFile
000184        AT END MOVE 1 TO RequirementEOF
000185        NOT AT END
000186           IF PF-kind <> SPACES AND PF-kind(1:1) <> "*"
000187              PERFORM 1100-CHECK-REQUIREMENT
000188           END-IF
000189     END-READ
000190  END-PERFORM.
000191  CLOSE RequirementFile.
000192
000193 1100-CHECK-REQUIREMENT.
000194  MOVE PF-kind TO check-kind.
000195  INSPECT check-kind CONVERTING "acdefhilnoprsvy"
000196     TO "ACDEFHILNOPRSVY".
000197  MOVE PF-target TO check-target.
000198  MOVE 0 TO check-amount.
000199  PERFORM VARYING c FROM 1 BY 1 UNTIL c > 9
000200     IF PF-amount(c:1) >= "0" AND PF-amount(c:1) <= "9"
000201        MOVE PF-amount(c:1) TO col-digit-x
000202        COMPUTE check-amount = check-amount * 10 + col-digit
000203     END-IF
000204  END-PERFORM.
000205  MOVE 1 TO check-ok.
000206  MOVE SPACES TO check-detail.
000207  EVALUATE check-kind
000208  WHEN "DIR"
000209     PERFORM 3000-CHECK-DIR
000210  WHEN "SPACE"
000211     PERFORM 3100-CHECK-SPACE
000212  WHEN "HOLIDAY"
000213     PERFORM 3200-CHECK-HOLIDAY
000214  WHEN "FISCAL"
000215     PERFORM 3300-CHECK-FISCAL
000216  WHEN "ENV"
000217     PERFORM 3400-CHECK-ENV
000218  WHEN "FILE"
000219     PERFORM 3500-CHECK-FILE
000220  WHEN OTHER
000221     MOVE 0 TO check-ok
000222     MOVE "unknown requirement kind" TO check-detail
000223  END-EVALUATE.
000224  PERFORM 9000-RECORD-CHECK.
000225
000226* the input files the profile names, and its work directory
000227 2000-PROFILE-FILES.
000228  MOVE "PROFILE" TO check-kind.
000229  MOVE coverage-map-file TO check-target.
000230  PERFORM 2100-PROFILE-FILE.
000231  MOVE owner-file-name TO check-target.
000232  PERFORM 2100-PROFILE-FILE.
000233  MOVE access-file-name TO check-target.
000234  PERFORM 2100-PROFILE-FILE.
000235  MOVE schedule-file-name TO check-target.
000236  PERFORM 2100-PROFILE-FILE.
000237  MOVE currency-file-name TO check-target.
000238  PERFORM 2100-PROFILE-FILE.
000239  IF work-dir-base <> SPACES
000240     MOVE work-dir-base TO check-target
000241     MOVE 1 TO check-ok
000242     MOVE SPACES TO check-detail
000243     PERFORM 3000-CHECK-DIR
000244     PERFORM 9000-RECORD-CHECK
000245  END-IF.
000246
000247 2100-PROFILE-FILE.
000248  IF check-target = SPACES
000249     EXIT PARAGRAPH
000250  END-IF.
000251  MOVE 1 TO check-ok.
000252  MOVE SPACES TO check-detail.
000253  PERFORM 3500-CHECK-FILE.
000254  PERFORM 9000-RECORD-CHECK.
000255
000256 3000-CHECK-DIR.
000257  PERFORM 8000-TARGET-LENGTH.
000258  INITIALIZE check-command.
000259  STRING "test -d '" check-target(1:target-len)
000260     "' && test -w '" check-target(1:target-len) "'"
000261     DELIMITED BY SIZE INTO check-command.
000262  MOVE 0 TO RETURN-CODE.
000263  CALL "SYSTEM" USING check-command.
000264  IF RETURN-CODE <> 0
000265     MOVE 0 TO check-ok
000266     MOVE "directory missing or not writable" TO check-detail
000267  END-IF.
000268  MOVE 0 TO RETURN-CODE.
000269
000270* free space of the file system holding the target, from df
000271 3100-CHECK-SPACE.
000272  PERFORM 8000-TARGET-LENGTH.
000273  INITIALIZE check-command.
000274  STRING "df -Pk '" check-target(1:target-len)
000275     "' 2>/dev/null | tail -1 | awk '{print $4}' > "
000276     tmp-name DELIMITED BY SIZE INTO check-command.
000277  MOVE 0 TO RETURN-CODE.
000278  CALL "SYSTEM" USING check-command.
000279  MOVE 0 TO RETURN-CODE.
000280  MOVE 0 TO free-kb.
000281  MOVE 0 TO free-digits.
000282  MOVE tmp-name TO probe-name.
000283  OPEN INPUT ProbeFile.
000284  IF probe-status = "00"
000285     READ ProbeFile
000286        NOT AT END
000287           PERFORM VARYING c FROM 1 BY 1 UNTIL c > 12
000288              IF ProbeLine(c:1) >= "0" AND ProbeLine(c:1) <= "9"
000289                 MOVE ProbeLine(c:1) TO col-digit-x
000290                 COMPUTE free-kb = free-kb * 10 + col-digit
000291                 MOVE 1 TO free-digits
000292              END-IF
000293           END-PERFORM
000294     END-READ
000295     CLOSE ProbeFile
000296  END-IF.
000297  INITIALIZE check-command.
000298  STRING "rm -f " tmp-name DELIMITED BY SIZE INTO check-command.
000299  CALL "SYSTEM" USING check-command.
000300  MOVE 0 TO RETURN-CODE.
000301  IF free-digits = 0
000302     MOVE 0 TO check-ok
000303     MOVE "free space unknown - no such file system"
000304        TO check-detail
000305     EXIT PARAGRAPH
000306  END-IF.
000307  COMPUTE free-mb = free-kb / 1024.
000308  IF free-mb < check-amount
000309     MOVE 0 TO check-ok
000310     STRING free-mb " MB free, " check-amount " MB required"
000311        DELIMITED BY SIZE INTO check-detail
000312  ELSE
000313     STRING free-mb " MB free" DELIMITED BY SIZE
000314        INTO check-detail
000315  END-IF.
000316
000317* a holiday file covers to the end of its last date's year
000318 3200-CHECK-HOLIDAY.
000319  PERFORM 8100-NEEDED-DATE.
000320  MOVE 0 TO last-date.
000321  MOVE check-target TO probe-name.
000322  OPEN INPUT ProbeFile.
000323  IF probe-status <> "00"
000324     MOVE 0 TO check-ok
000325     MOVE "file not found" TO check-detail
000326     EXIT PARAGRAPH
000327  END-IF.
000328  MOVE 0 TO ProbeEOF.
000329  PERFORM UNTIL ProbeEOF = 1
000330     READ ProbeFile
000331        AT END MOVE 1 TO ProbeEOF
000332        NOT AT END
000333           IF ProbeLine(1:8) IS NUMERIC
000334              AND ProbeLine(1:8) > last-date
000335              MOVE ProbeLine(1:8) TO last-date
000336           END-IF
000337     END-READ
000338  END-PERFORM.
000339  CLOSE ProbeFile.
000340  IF last-date = 0
000341     MOVE 0 TO covered-date
000342  ELSE
000343     DIVIDE last-date BY 10000 GIVING last-year
000344     COMPUTE covered-date = last-year * 10000 + 1231
000345  END-IF.
000346  PERFORM 8200-COVERAGE-RESULT.
000347
000348 3300-CHECK-FISCAL.
000349  PERFORM 8100-NEEDED-DATE.
000350  MOVE 0 TO covered-date.
000351  MOVE check-target TO probe-name.
000352  OPEN INPUT ProbeFile.
000353  IF probe-status <> "00"
000354     MOVE 0 TO check-ok
000355     MOVE "file not found" TO check-detail
000356     EXIT PARAGRAPH
000357  END-IF.
000358  MOVE 0 TO ProbeEOF.
000359  PERFORM UNTIL ProbeEOF = 1
000360     READ ProbeFile
000361        AT END MOVE 1 TO ProbeEOF
000362        NOT AT END
000363           IF ProbeLine(1:22) IS NUMERIC
000364              AND ProbeLine(15:8) > covered-date
000365              MOVE ProbeLine(15:8) TO covered-date
000366           END-IF
000367     END-READ
000368  END-PERFORM.
000369  CLOSE ProbeFile.
000370  PERFORM 8200-COVERAGE-RESULT.
000371
000372 3400-CHECK-ENV.
000373  MOVE SPACES TO env-value.
000374  DISPLAY check-target UPON ENVIRONMENT-NAME.
000375  ACCEPT env-value FROM ENVIRONMENT-VALUE.
000376  IF env-value = SPACES
000377     MOVE 0 TO check-ok
000378     MOVE "variable not set" TO check-detail
000379  END-IF.
000380
000381 3500-CHECK-FILE.
000382  MOVE check-target TO probe-name.
000383  OPEN INPUT ProbeFile.
000384  IF probe-status = "00"
000385     CLOSE ProbeFile
000386  ELSE
000387     MOVE 0 TO check-ok
000388     MOVE "file not found" TO check-detail
000389  END-IF.
000390
000391 8000-TARGET-LENGTH.
000392  MOVE check-target TO target-buf.
000393  CALL CBU-get-last-index USING CBU-ctx target-buf target-len.
000394  IF target-len = 0
000395     MOVE 1 TO target-len
000396  END-IF.
000397
000398* the run date plus the requirement's days ahead
000399 8100-NEEDED-DATE.
000400  COMPUTE needed-date = FUNCTION DATE-OF-INTEGER(
000401     FUNCTION INTEGER-OF-DATE(today) + check-amount).
000402
000403 8200-COVERAGE-RESULT.
000404  IF covered-date < needed-date
000405     MOVE 0 TO check-ok
000406     STRING "covers to " covered-date ", needed to " needed-date
000407        DELIMITED BY SIZE INTO check-detail
000408  ELSE
000409     STRING "covers to " covered-date DELIMITED BY SIZE
000410        INTO check-detail
000411  END-IF.
000412
000413 9000-RECORD-CHECK.
000414  ADD 1 TO nb-checked.
000415  MOVE SPACES TO ReportLine.
000416  IF check-ok = 1
000417     MOVE "PASS" TO ReportLine(1:4)
000418  ELSE
000419     MOVE "FAIL" TO ReportLine(1:4)
000420     ADD 1 TO nb-failed
000421  END-IF.
000422  MOVE check-kind TO ReportLine(7:10).
000423  MOVE check-target TO ReportLine(18:40).
000424  MOVE check-detail TO ReportLine(59:50).
000425  PERFORM 9100-PUT-LINE.
000426
000427 9100-PUT-LINE.
000428  DISPLAY ReportLine.
000429  IF report-open = 1
000430     WRITE ReportLine
000431  END-IF.
000432 END PROGRAM CBU00395.
