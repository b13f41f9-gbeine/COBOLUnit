000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-run-restart
000013*	source name: CBU00366.cob
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

000044*>Run a restartability check declared with CBU-add-restart
000045*>(called by CBU-call-test). Each leg is a separate process:
000046*>  reference  the program runs to the end; its RETURN-CODE is
000047*>             asserted against the harness's expected code and
000048*>             each declared output is parked under its
000049*>             'expected' name
000050*>  abend      for each point N: fixtures staged again, the
000051*>             program run with CBUABENDAT=N so CBU-restart-point
000052*>             ends it after record N (a leg that ends before
000053*>             record N fails "restart-N")
000054*>  restart    the program run again with the declared restart
000055*>             setting; its RETURN-CODE must equal the reference
000056*>             run's and every output must equal the parked copy
000057*>             (assertions "restart-N")
000057*>A check declared without a launcher takes STEP-LAUNCHER from
000057*>the profile; with neither it is refused as a test error.
000058 IDENTIFICATION DIVISION.
000059 PROGRAM-ID.   CBU00366.
000060 ENVIRONMENT    DIVISION.
000061 INPUT-OUTPUT SECTION.
000062 FILE-CONTROL.
000063    SELECT ProbeFile ASSIGN TO probe-name
000064		ORGANIZATION IS LINE SEQUENTIAL
000065		FILE STATUS IS probe-status.
000066 DATA DIVISION.
000067 FILE SECTION.
000068 	FD ProbeFile.
000069 	01 ProbeRecord PIC X(80).
000070 WORKING-STORAGE SECTION.
000071  01 r PIC 9(2).
000072  01 rs PIC 9(2).
000073  01 h PIC 9(2).
000074  01 p PIC 9(2).
000075  01 c PIC 9(2).
000076  01 batch-prog PIC X(8).
000077  01 point-count PIC 9(2).
000078  01 ListePoints.
000079    05 abend-point OCCURS 10 TIMES PIC 9(9).
000080  01 point-char PIC X(1).
000081  01 point-digit-x PIC X(1).
000082  01 point-digit REDEFINES point-digit-x PIC 9(1).
000083  01 in-number PIC 9(1).
000084  01 leg-command PIC X(255).
000085  01 leg-env PIC X(100).
000086  01 leg-rc PIC S9(9).
000087  01 ref-rc PIC S9(9).
000088  01 edit-rc PIC -(8)9.
000089  01 edit-point PIC Z(8)9.
000090  01 lead-count PIC 9(2).
000091  01 point-text PIC X(9).
000092  01 copy-command PIC X(200).
000093  01 exp-buf PIC X(32000).
000094  01 exp-len PIC 99999.
000095  01 act-buf PIC X(32000).
000096  01 act-len PIC 99999.
000097  01 stage-action PIC X(1).
000098  01 probe-name PIC X(40) VALUE "CBUABEND.MRK".
000099  01 probe-status PIC X(2).
000100  01 assert-name PIC X(20).
000101  01 expected-str PIC X(32000).
000102  01 actual-str PIC X(32000).
000102  01 error-prog PIC X(20).
000102  01 error-text PIC X(30).
000103  COPY CBUC0002.
000104 LINKAGE SECTION.
000105  COPY CBUC0001.
000106 PROCEDURE DIVISION USING CBU-ctx.
000107  MOVE 0 TO rs.
000108  PERFORM VARYING r FROM 1 BY 1 UNTIL r > RestartCount
000109     IF RV-suite(r) = index-current-suite
000110        AND RV-test(r) = index-current-test
000111        MOVE r TO rs
000112     END-IF
000113  END-PERFORM.
000114  IF rs = 0
000115     EXIT PROGRAM
000116  END-IF.
000117  MOVE harness-prog(index-current-suite,index-current-test)
000118     TO batch-prog.
000118  IF RV-launcher(rs) = SPACES
000118     MOVE step-launcher TO RV-launcher(rs)
000118  END-IF.
000118  IF RV-launcher(rs) = SPACES
000118     DISPLAY "COBOLUnit: restart check of " batch-prog
000118        " refused - no launcher given and no STEP-LAUNCHER"
000118        " in the profile"
000118     MOVE batch-prog TO error-prog
000118     MOVE "no step launcher set" TO error-text
000118     CALL CBU-add-error USING CBU-ctx error-prog error-text
000118     EXIT PROGRAM
000118  END-IF.
000119  PERFORM 1000-SPLIT-POINTS.
000120* reference leg: the uninterrupted run
000121  MOVE "CBUABENDAT=0" TO leg-env.
000122  PERFORM 8000-RUN-LEG.
000123  MOVE leg-rc TO ref-rc.
000124  MOVE "return-code" TO assert-name.
000125  CALL CBU-add-assert-run USING CBU-ctx assert-name.
000126  IF ref-rc = harness-rc(index-current-suite,index-current-test)
000127     CALL CBU-add-assert-succeed USING CBU-ctx assert-name
000128     CALL CBU-log-assert-succeed USING CBU-ctx assert-name
000129  ELSE
000130     INITIALIZE expected-str
000131     INITIALIZE actual-str
000132     STRING "RETURN-CODE " harness-rc(index-current-suite,
000133        index-current-test) INTO expected-str
000134     MOVE ref-rc TO edit-rc
000135     STRING "RETURN-CODE " edit-rc INTO actual-str
000136     PERFORM 9000-REPORT-FAILED
000137  END-IF.
000138  PERFORM VARYING h FROM 1 BY 1 UNTIL h > HarnessOutCount
000139     IF HO-suite(h) = index-current-suite
000140        AND HO-test(h) = index-current-test
000141        MOVE HO-actual(h) TO act-buf
000142        CALL CBU-get-last-index USING CBU-ctx act-buf
000143           act-len
000144        MOVE HO-expected(h) TO exp-buf
000145        CALL CBU-get-last-index USING CBU-ctx exp-buf
000146           exp-len
000147        INITIALIZE copy-command
000148        STRING "mv " HO-actual(h)(1:act-len) " "
000149           HO-expected(h)(1:exp-len) INTO copy-command
000150        CALL "SYSTEM" USING copy-command
000151     END-IF
000152  END-PERFORM.
000153  PERFORM VARYING p FROM 1 BY 1 UNTIL p > point-count
000154     PERFORM 2000-RESTART-AT-POINT
000155  END-PERFORM.
000156  EXIT PROGRAM.
000157
000158* record numbers of the abend points, separated by spaces
000159 1000-SPLIT-POINTS.
000160  MOVE 0 TO point-count.
000161  MOVE 0 TO in-number.
000162  PERFORM VARYING c FROM 1 BY 1 UNTIL c > 61
000163     IF c > 60
000164        MOVE SPACE TO point-char
000165     ELSE
000166        MOVE RV-points(rs)(c:1) TO point-char
000167     END-IF
000168     IF point-char IS NUMERIC
000169        IF in-number = 0 AND point-count < 10
000170           ADD 1 TO point-count
000171           MOVE 0 TO abend-point(point-count)
000172           MOVE 1 TO in-number
000173        END-IF
000174        IF in-number = 1
000175           MOVE point-char TO point-digit-x
000176           COMPUTE abend-point(point-count) =
000177              abend-point(point-count) * 10 + point-digit
000178        END-IF
000179     ELSE
000180        MOVE 0 TO in-number
000181     END-IF
000182  END-PERFORM.
000183
000184* abend after record abend-point(p), restart, compare
000185 2000-RESTART-AT-POINT.
000186  MOVE abend-point(p) TO edit-point.
000187  MOVE 0 TO lead-count.
000188  INSPECT edit-point TALLYING lead-count FOR LEADING SPACE.
000189  MOVE SPACES TO point-text.
000190  MOVE edit-point(lead-count + 1:) TO point-text.
000191  MOVE SPACES TO assert-name.
000192  STRING "restart-" point-text DELIMITED BY SPACE
000193     INTO assert-name.
000194  MOVE "S" TO stage-action.
000195  CALL CBU-stage-fixtures USING CBU-ctx stage-action.
000196  INITIALIZE copy-command.
000197  STRING "rm -f " probe-name DELIMITED BY SIZE
000198     INTO copy-command.
000199  CALL "SYSTEM" USING copy-command.
000200  MOVE SPACES TO leg-env.
000201  STRING "CBUABENDAT=" point-text DELIMITED BY SPACE
000202     " CBUABENDMARK=" probe-name DELIMITED BY SIZE
000203     INTO leg-env.
000204  PERFORM 8000-RUN-LEG.
000205  OPEN INPUT ProbeFile.
000206  IF probe-status <> "00"
000207     CALL CBU-add-assert-run USING CBU-ctx assert-name
000208     INITIALIZE expected-str
000209     INITIALIZE actual-str
000210     STRING "abend after record " point-text
000211        DELIMITED BY SIZE INTO expected-str
000212     MOVE leg-rc TO edit-rc
000213     STRING "run ended before record " DELIMITED BY SIZE
000214        point-text DELIMITED BY SPACE
000215        " (RETURN-CODE " edit-rc ")" DELIMITED BY SIZE
000216        INTO actual-str
000217     PERFORM 9000-REPORT-FAILED
000218     EXIT PARAGRAPH
000219  END-IF.
000220  CLOSE ProbeFile.
000221  MOVE SPACES TO leg-env.
000222  STRING "CBUABENDAT=0 " RV-restart-env(rs)
000223     DELIMITED BY SIZE INTO leg-env.
000224  PERFORM 8000-RUN-LEG.
000225  CALL CBU-add-assert-run USING CBU-ctx assert-name.
000226  IF leg-rc = ref-rc
000227     CALL CBU-add-assert-succeed USING CBU-ctx assert-name
000228     CALL CBU-log-assert-succeed USING CBU-ctx assert-name
000229  ELSE
000230     INITIALIZE expected-str
000231     INITIALIZE actual-str
000232     MOVE ref-rc TO edit-rc
000233     STRING "RETURN-CODE " edit-rc " after restart"
000234        DELIMITED BY SIZE INTO expected-str
000235     MOVE leg-rc TO edit-rc
000236     STRING "RETURN-CODE " edit-rc " after restart"
000237        DELIMITED BY SIZE INTO actual-str
000238     PERFORM 9000-REPORT-FAILED
000239  END-IF.
000240  PERFORM VARYING h FROM 1 BY 1 UNTIL h > HarnessOutCount
000241     IF HO-suite(h) = index-current-suite
000242        AND HO-test(h) = index-current-test
000243        CALL CBU-assert-file-equals USING CBU-ctx
000244           assert-name HO-expected(h) HO-actual(h)
000245     END-IF
000246  END-PERFORM.
000247
000248* one leg as its own process: leg-env, then launcher and
000249* program; the shell's wait status carries the exit code in
000250* its high byte
000251 8000-RUN-LEG.
000252  INITIALIZE leg-command.
000253  STRING leg-env DELIMITED BY "  "
000254     " " DELIMITED BY SIZE
000255     RV-launcher(rs) DELIMITED BY "  "
000256     " " DELIMITED BY SIZE
000257     batch-prog DELIMITED BY SPACE
000258     INTO leg-command.
000259  MOVE 0 TO RETURN-CODE.
000260  CALL "SYSTEM" USING leg-command.
000261  COMPUTE leg-rc = RETURN-CODE / 256.
000262  MOVE 0 TO RETURN-CODE.
000263
000264 9000-REPORT-FAILED.
000265  CALL CBU-log-assert-failed
000266     USING CBU-ctx assert-name expected-str actual-str.
000267  CALL CBU-add-assert-failed
000268     USING CBU-ctx assert-name expected-str actual-str.
000269 END PROGRAM CBU00366.
