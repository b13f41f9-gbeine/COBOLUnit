000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-assert-cics-sequence
000013*	source name: CBU00316.cob
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

000044*>Assert the CICS commands the unit issued, in order. Expected
000045*>lists the steps separated by ";", each a command and
000046*>optionally its resource, e.g. "LINK ACCTVAL;RETURN X" for
000047*>"LINKed to ACCTVAL then RETURNed with TRANSID X". The steps
000048*>must appear in the command log in that order; commands in
000049*>between (ASKTIME, a FORMATTIME, ...) are allowed.
000050* arg1: AssertName - Assertion name
000051* arg2: Expected - expected steps
000052 IDENTIFICATION DIVISION.
000053 PROGRAM-ID.   CBU00316.
000054 ENVIRONMENT    DIVISION.
000055 DATA DIVISION.
000056 WORKING-STORAGE SECTION.
000057  77 str-res-expected PIC X(32000) VALUE SPACE.
000058  77 str-res-actual PIC X(32000) VALUE SPACE.
000059  01 e PIC 9(3).
000060  01 exp-ptr PIC 9(5).
000061  01 act-ptr PIC 9(5).
000062  01 exp-len PIC 99999.
000063  01 step-text PIC X(40).
000064  01 step-command PIC X(8).
000065  01 step-resource PIC X(8).
000066  01 step-found PIC 9(1).
000067  01 all-found PIC 9(1).
000068  COPY CBUC0003.
000069  COPY CBUC0002.
000070 LINKAGE SECTION.
000071  77 AssertName PIC X(20).
000072  77 Expected PIC X(32000).
000073  COPY CBUC0001.
000074 PROCEDURE DIVISION USING CBU-ctx AssertName Expected.
000075  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000076  MOVE Expected TO str-res-expected.
000077  CALL CBU-get-last-index USING CBU-ctx str-res-expected exp-len.
000078* the log as the same kind of list, for the failure report
000079  MOVE SPACES TO str-res-actual.
000080  MOVE 1 TO act-ptr.
000081  PERFORM VARYING e FROM 1 BY 1
000082     UNTIL e > cics-exec-count OR e > 100
000083     IF e > 1
000084        STRING ";" DELIMITED BY SIZE INTO str-res-actual
000085           WITH POINTER act-ptr
000086     END-IF
000087     STRING CX-command(e) DELIMITED BY SPACE
000088        INTO str-res-actual WITH POINTER act-ptr
000089     IF CX-resource(e) <> SPACES
000090        STRING " " DELIMITED BY SIZE
000091           CX-resource(e) DELIMITED BY SPACE
000092           INTO str-res-actual WITH POINTER act-ptr
000093     END-IF
000094  END-PERFORM.
000095  MOVE 1 TO exp-ptr.
000096  MOVE 1 TO all-found.
000097  MOVE 1 TO e.
000098  PERFORM UNTIL exp-ptr > exp-len OR all-found = 0
000099     MOVE SPACES TO step-text
000100     UNSTRING Expected(1:exp-len) DELIMITED BY ";"
000101        INTO step-text WITH POINTER exp-ptr
000102     END-UNSTRING
000103     MOVE SPACES TO step-command
000104     MOVE SPACES TO step-resource
000105     UNSTRING step-text DELIMITED BY ALL SPACE
000106        INTO step-command step-resource
000107     END-UNSTRING
000108     IF step-command = SPACES
000109        UNSTRING step-text(2:39) DELIMITED BY ALL SPACE
000110           INTO step-command step-resource
000111        END-UNSTRING
000112     END-IF
000113     IF step-command <> SPACES
000114        MOVE 0 TO step-found
000115        PERFORM UNTIL e > cics-exec-count OR e > 100
000116           OR step-found = 1
000117           IF CX-command(e) = step-command
000118              AND (step-resource = SPACES
000119                 OR CX-resource(e) = step-resource)
000120              MOVE 1 TO step-found
000121           END-IF
000122           ADD 1 TO e
000123        END-PERFORM
000124        IF step-found = 0
000125           MOVE 0 TO all-found
000126        END-IF
000127     END-IF
000128  END-PERFORM.
000129  IF all-found = 0
000130     CALL CBU-add-assert-failed
000131        USING CBU-ctx AssertName str-res-expected str-res-actual
000132     CALL CBU-log-assert-failed
000133        USING CBU-ctx AssertName str-res-expected str-res-actual
000134  ELSE
000135     CALL CBU-add-assert-succeed USING CBU-ctx AssertName
000136     CALL CBU-log-assert-succeed USING CBU-ctx AssertName
000137  END-IF.
000138  EXIT PROGRAM.
000139 END PROGRAM CBU00316.
