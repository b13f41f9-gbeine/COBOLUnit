000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-assert-file-fault-hit
000013*	source name: CBU00363.cob
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

000044*>Assert that the file-status faults scripted with
000045*>CBU-file-fault for LogicalName were all injected - the unit
000046*>reached the scripted I/O and was handed the scripted status.
000047*>A blank Verb covers every fault on the file. A fault that
000048*>never fired means the test did not exercise the error path
000049*>it was written for; the failure message lists the verb, the
000050*>call number and how many such calls the unit made.
000051* arg1: AssertName - Assertion name
000052* arg2: LogicalName - external file name of the faults
000053* arg3: Verb - verb of the faults, SPACES for all
000054 IDENTIFICATION DIVISION.
000055 PROGRAM-ID.   CBU00363.
000056 ENVIRONMENT    DIVISION.
000057 DATA DIVISION.
000058 WORKING-STORAGE SECTION.
000059  01 diff-expected PIC X(32000) VALUE SPACES.
000060  01 diff-actual PIC X(32000) VALUE SPACES.
000061  01 f PIC 9(2).
000062  01 fault-total PIC 9(2).
000063  01 missed-count PIC 9(2).
000064  01 verb-upper PIC X(8).
000065  01 miss-text PIC X(60).
000066  01 act-ptr PIC 9(5).
000067  COPY CBUC0003.
000068  COPY CBUC0002.
000069 LINKAGE SECTION.
000070  77 AssertName PIC X(20).
000071  77 LogicalName PIC X(30).
000072  77 Verb PIC X(8).
000073  COPY CBUC0001.
000074 PROCEDURE DIVISION USING CBU-ctx AssertName LogicalName Verb.
000075  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000076  INITIALIZE diff-expected.
000077  INITIALIZE diff-actual.
000078  MOVE Verb TO verb-upper.
000079  INSPECT verb-upper
000080     CONVERTING "acdeiloprstw" TO "ACDEILOPRSTW".
000081  MOVE 0 TO fault-total.
000082  MOVE 0 TO missed-count.
000083  MOVE 1 TO act-ptr.
000084  PERFORM VARYING f FROM 1 BY 1 UNTIL f > file-fault-count
000085     IF FF-file(f) = LogicalName
000086        AND (verb-upper = SPACES OR FF-verb(f) = verb-upper)
000087        ADD 1 TO fault-total
000088        IF FF-hits(f) = 0
000089           ADD 1 TO missed-count
000090           MOVE SPACES TO miss-text
000091           STRING FF-verb(f) DELIMITED BY SPACE
000092              " #" FF-at(f) " status " FF-status(f)
000093              " not reached (" FF-seen(f) " made) "
000094              DELIMITED BY SIZE INTO miss-text
000095           IF missed-count > 1
000096              STRING "; " DELIMITED BY SIZE
000097                 INTO diff-actual WITH POINTER act-ptr
000098           END-IF
000099           STRING miss-text DELIMITED BY "  "
000100              INTO diff-actual WITH POINTER act-ptr
000101        END-IF
000102     END-IF
000103  END-PERFORM.
000104  IF fault-total = 0
000105     STRING "fault scripted on " LogicalName
000106        DELIMITED BY "  " INTO diff-expected
000107     MOVE "no fault scripted for this file and verb"
000108        TO diff-actual
000109  ELSE
000110     IF missed-count > 0
000111        STRING fault-total " fault(s) on " DELIMITED BY SIZE
000112           LogicalName DELIMITED BY "  "
000113           " injected" DELIMITED BY SIZE INTO diff-expected
000114     END-IF
000115  END-IF.
000116  IF diff-expected <> SPACES
000117     CALL CBU-log-assert-failed
000118        USING CBU-ctx AssertName diff-expected diff-actual
000119     CALL CBU-add-assert-failed
000120        USING CBU-ctx AssertName diff-expected diff-actual
000121  ELSE
000122     CALL CBU-add-assert-succeed USING CBU-ctx AssertName
000123     CALL CBU-log-assert-succeed USING CBU-ctx AssertName
000124  END-IF.
000125  EXIT PROGRAM.
000126 END PROGRAM CBU00363.
