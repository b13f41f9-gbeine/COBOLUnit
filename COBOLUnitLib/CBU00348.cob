000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-assert-check-digit
000013*	source name: CBU00348.cob
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

000044*>Assert a value carries a valid check digit under a named
000045*>scheme - LUHN, MOD10 (in-house), MOD11 or MOD97 / IBAN, see
000046*>CBU-check-digit. A failure shows the check digit the scheme
000047*>computes next to the one present, or that the value cannot
000048*>carry a check digit under the scheme at all.
000049* arg1: AssertName - Assertion name
000050* arg2: Scheme - LUHN, MOD10, MOD11, MOD97 or IBAN
000051* arg3: CheckValue - value with its check digit
000052 IDENTIFICATION DIVISION.
000053 PROGRAM-ID.   CBU00348.
000054 ENVIRONMENT    DIVISION.
000055 DATA DIVISION.
000056 WORKING-STORAGE SECTION.
000057  01 check-state PIC 9(1).
000058  01 check-computed PIC X(2).
000059  01 check-present PIC X(2).
000060  01 diff-expected PIC X(32000) VALUE SPACES.
000061  01 diff-actual PIC X(32000) VALUE SPACES.
000062  COPY CBUC0002.
000063 LINKAGE SECTION.
000064  77 AssertName PIC X(20).
000065  77 Scheme PIC X(8).
000066  77 CheckValue PIC X(40).
000067  COPY CBUC0001.
000068 PROCEDURE DIVISION USING CBU-ctx AssertName Scheme CheckValue.
000069  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000069  INITIALIZE diff-expected.
000069  INITIALIZE diff-actual.
000070  CALL CBU-check-digit USING Scheme CheckValue check-state
000071     check-computed check-present.
000072  IF check-state = 1
000073     CALL CBU-add-assert-succeed USING CBU-ctx AssertName
000074     CALL CBU-log-assert-succeed USING CBU-ctx AssertName
000075     EXIT PROGRAM
000076  END-IF.
000077  IF check-state = 2
000078     STRING Scheme DELIMITED BY SPACE
000079        " value with a check digit" DELIMITED BY SIZE
000080        INTO diff-expected
000081     STRING CheckValue DELIMITED BY "  "
000082        " cannot carry a " DELIMITED BY SIZE
000083        Scheme DELIMITED BY SPACE
000084        " check digit" DELIMITED BY SIZE INTO diff-actual
000085  ELSE
000086     STRING Scheme DELIMITED BY SPACE
000087        " check digit " DELIMITED BY SIZE
000088        check-computed DELIMITED BY SPACE
000089        " for " DELIMITED BY SIZE
000090        CheckValue DELIMITED BY "  " INTO diff-expected
000091     STRING "check digit " DELIMITED BY SIZE
000092        check-present DELIMITED BY SPACE
000093        " present in " DELIMITED BY SIZE
000094        CheckValue DELIMITED BY "  " INTO diff-actual
000095  END-IF.
000096  CALL CBU-log-assert-failed
000097     USING CBU-ctx AssertName diff-expected diff-actual.
000098  CALL CBU-add-assert-failed
000099     USING CBU-ctx AssertName diff-expected diff-actual.
000100  EXIT PROGRAM.
000101 END PROGRAM CBU00348.
