000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-run-entries
000013*	source name: CBU00423.cob
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

000044*>Run the ENTRY-point calls declared with CBU-add-entry-call for
000045*>the current test, in declaration order and without a CANCEL
000046*>between them, so the working storage the entries share
000047*>carries from one call to the next. The load module is brought
000048*>in (SET ... TO ENTRY) before its entries are called, without
000049*>running its main entry. Every call gets the same parameter
000050*>area and records a RETURN-CODE assertion (entry-nn-rc) and,
000051*>when an area was declared to come back, an area assertion
000052*>(entry-nn-area). A module that cannot be loaded or an entry
000053*>the CALL cannot resolve is a test error and ends the
000054*>sequence - the calls after it would only see the wrong state.
000055*>The declared output pairs are compared at the end like the
000056*>one-step harness does. Called by CBU-call-test for tests with
000057*>declared entry calls.
000058 IDENTIFICATION DIVISION.
000059 PROGRAM-ID.   CBU00423.
000060 ENVIRONMENT    DIVISION.
000061 DATA DIVISION.
000062 WORKING-STORAGE SECTION.
000063  01 k PIC 9(2).
000064  01 h PIC 9(2).
000065  01 call-number PIC 9(2).
000066  01 sequence-broken PIC 9(1).
000067  01 got-rc PIC S9(9).
000068  01 module-ptr USAGE PROCEDURE-POINTER.
000069  01 entry-area PIC X(1000).
000070  01 assert-name PIC X(20).
000071  01 exception-text PIC X(30).
000072  01 error-prog PIC X(20).
000073  01 expected-str PIC X(32000).
000074  01 actual-str PIC X(32000).
000075  COPY CBUC0002.
000076 LINKAGE SECTION.
000077  COPY CBUC0001.
000078 PROCEDURE DIVISION USING CBU-ctx.
000079  MOVE 0 TO call-number.
000080  MOVE 0 TO sequence-broken.
000081  MOVE SPACES TO entry-area.
000082  PERFORM VARYING k FROM 1 BY 1
000083     UNTIL k > EntryCallCount OR sequence-broken = 1
000084     IF EP-suite(k) = index-current-suite
000085        AND EP-test(k) = index-current-test
000086        ADD 1 TO call-number
000087        MOVE 0 TO EP-called(k)
000088        MOVE 0 TO EP-got-rc(k)
000089        PERFORM 1000-LOAD-MODULE
000090        IF sequence-broken = 0
000091           PERFORM 2000-CALL-ENTRY
000092        END-IF
000093        IF EP-called(k) = 1
000094           PERFORM 3000-ASSERT-RC
000095           IF EP-area-out(k) NOT = SPACES
000096              PERFORM 3100-ASSERT-AREA
000097           END-IF
000098        END-IF
000099     END-IF
000100  END-PERFORM.
000101* the sequence's final files, same as the one-step harness
000102  PERFORM VARYING h FROM 1 BY 1 UNTIL h > HarnessOutCount
000103     IF HO-suite(h) = index-current-suite
000104        AND HO-test(h) = index-current-test
000105        MOVE "output-file" TO assert-name
000106        CALL CBU-assert-file-equals USING CBU-ctx
000107           assert-name HO-expected(h) HO-actual(h)
000108     END-IF
000109  END-PERFORM.
000110  EXIT PROGRAM.
000111
000112* an already loaded module is not reloaded, so its working
000113* storage is the one the previous call left
000114 1000-LOAD-MODULE.
000115  IF EP-module(k) = SPACES
000116     EXIT PARAGRAPH
000117  END-IF.
000118  SET module-ptr TO ENTRY EP-module(k).
000119  IF module-ptr = NULL
000120     MOVE EP-module(k) TO error-prog
000121     MOVE "load module not found" TO exception-text
000122     CALL CBU-add-error USING CBU-ctx error-prog exception-text
000123     MOVE 1 TO sequence-broken
000124  END-IF.
000125
000126 2000-CALL-ENTRY.
000127  IF EP-area-in(k) NOT = SPACES
000128     MOVE SPACES TO entry-area
000129     MOVE EP-area-in(k) TO entry-area(1:100)
000130  END-IF.
000131  MOVE 0 TO RETURN-CODE.
000132  CALL EP-entry(k) USING entry-area
000133     ON EXCEPTION
000134        MOVE EP-entry(k) TO error-prog
000135        MOVE FUNCTION EXCEPTION-STATUS TO exception-text
000136        CALL CBU-add-error
000137           USING CBU-ctx error-prog exception-text
000138        MOVE 1 TO sequence-broken
000139  END-CALL.
000140  MOVE RETURN-CODE TO got-rc.
000141  IF sequence-broken = 0
000142     MOVE 0 TO RETURN-CODE
000143     MOVE 1 TO EP-called(k)
000144     IF got-rc < 0
000145        MOVE 0 TO EP-got-rc(k)
000146     ELSE
000147        MOVE got-rc TO EP-got-rc(k)
000148     END-IF
000149  END-IF.
000150
000151 3000-ASSERT-RC.
000152  INITIALIZE assert-name.
000153  STRING "entry-" call-number "-rc" INTO assert-name.
000154  CALL CBU-add-assert-run USING CBU-ctx assert-name.
000155  IF EP-got-rc(k) = EP-exp-rc(k)
000156     CALL CBU-add-assert-succeed USING CBU-ctx assert-name
000157     CALL CBU-log-assert-succeed USING CBU-ctx assert-name
000158  ELSE
000159     INITIALIZE expected-str
000160     INITIALIZE actual-str
000161     STRING EP-entry(k) DELIMITED BY SPACE
000162        " RETURN-CODE " EP-exp-rc(k) DELIMITED BY SIZE
000163        INTO expected-str
000164     STRING EP-entry(k) DELIMITED BY SPACE
000165        " RETURN-CODE " EP-got-rc(k) DELIMITED BY SIZE
000166        INTO actual-str
000167     CALL CBU-log-assert-failed
000168        USING CBU-ctx assert-name expected-str actual-str
000169     CALL CBU-add-assert-failed
000170        USING CBU-ctx assert-name expected-str actual-str
000171  END-IF.
000172
000173 3100-ASSERT-AREA.
000174  INITIALIZE assert-name.
000175  STRING "entry-" call-number "-area" INTO assert-name.
000176  CALL CBU-add-assert-run USING CBU-ctx assert-name.
000177  IF entry-area(1:100) = EP-area-out(k)
000178     CALL CBU-add-assert-succeed USING CBU-ctx assert-name
000179     CALL CBU-log-assert-succeed USING CBU-ctx assert-name
000180  ELSE
000181     INITIALIZE expected-str
000182     INITIALIZE actual-str
000183     MOVE EP-area-out(k) TO expected-str
000184     MOVE entry-area(1:100) TO actual-str
000185     CALL CBU-log-assert-failed
000186        USING CBU-ctx assert-name expected-str actual-str
000187     CALL CBU-add-assert-failed
000188        USING CBU-ctx assert-name expected-str actual-str
000189  END-IF.
000190 END PROGRAM CBU00423.
