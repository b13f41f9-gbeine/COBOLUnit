000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-assert-file-check-digit
000013*	source name: CBU00350.cob
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

000044*>Check-digit assertion over a column of every record of a
000045*>produced file, under one of the CBU-check-digit schemes
000046*>(LUHN, MOD10, MOD11, MOD97 / IBAN). The invalid values are
000047*>counted; the first five are listed with their record number,
000048*>the check digit computed and the one present. Blank columns
000049*>are skipped. Honors CBU-set-file-org (INDEXED or RELATIVE).
000050* arg1: AssertName - Assertion name
000051* arg2: file-name - file to check
000052* arg3: Scheme - LUHN, MOD10, MOD11, MOD97 or IBAN
000053* arg4: ColPos - first column of the value
000054* arg5: ColLen - length of the value (up to 40)
000055 IDENTIFICATION DIVISION.
000056 PROGRAM-ID.   CBU00350.
000057 ENVIRONMENT    DIVISION.
000058 INPUT-OUTPUT SECTION.
000059 FILE-CONTROL.
000060    SELECT CheckFile ASSIGN TO file-name
000061		ORGANIZATION IS LINE SEQUENTIAL.
000062    SELECT IdxCheckFile ASSIGN TO file-name
000063       ORGANIZATION IS INDEXED
000064       ACCESS MODE IS SEQUENTIAL
000065       RECORD KEY IS IdxChkKey.
000066    SELECT RelCheckFile ASSIGN TO file-name
000067       ORGANIZATION IS RELATIVE
000068       ACCESS MODE IS SEQUENTIAL.
000069 DATA DIVISION.
000070 FILE SECTION.
000071 	FD CheckFile.
000072 	01 CheckLine PIC X(255).
000073 	FD IdxCheckFile.
000074 	01 IdxChkRecord.
000075	  05 IdxChkKey PIC X(64).
000076	  05 IdxChkRest PIC X(191).
000077 	FD RelCheckFile.
000078 	01 RelChkRecord PIC X(255).
000079 WORKING-STORAGE SECTION.
000079  01 file-name PIC X(40).
000080  01 CheckEOF PIC 9(1).
000081  01 RecordNumber PIC 9(9).
000082  01 nb-checked PIC 9(9).
000083  01 nb-invalid PIC 9(9).
000084  01 check-value PIC X(40).
000085  01 check-state PIC 9(1).
000086  01 check-computed PIC X(2).
000087  01 check-present PIC X(2).
000088  01 act-ptr PIC 9(5).
000089  01 diff-expected PIC X(32000) VALUE SPACES.
000090  01 diff-actual PIC X(32000) VALUE SPACES.
000091  COPY CBUC0002.
000092 LINKAGE SECTION.
000093  77 AssertName PIC X(20).
000094  77 file-ref PIC X(40).
000095  77 Scheme PIC X(8).
000096  77 ColPos PIC 9(3).
000097  77 ColLen PIC 9(2).
000098  COPY CBUC0001.
000099 PROCEDURE DIVISION USING CBU-ctx AssertName file-ref Scheme
000100      ColPos ColLen.
000100  CALL CBU-resolve-gdg USING CBU-ctx file-ref file-name.
000101  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000101  INITIALIZE diff-expected.
000101  INITIALIZE diff-actual.
000102  MOVE 0 TO CheckEOF RecordNumber nb-checked nb-invalid.
000103  MOVE 1 TO act-ptr.
000104  EVALUATE file-assert-org
000105  WHEN 1
000106     OPEN INPUT IdxCheckFile
000107  WHEN 2
000108     OPEN INPUT RelCheckFile
000109  WHEN OTHER
000110     OPEN INPUT CheckFile
000111  END-EVALUATE.
000112  PERFORM UNTIL CheckEOF = 1
000113     PERFORM 1000-READ-CHECK
000114     IF CheckEOF = 0
000115        ADD 1 TO RecordNumber
000116        MOVE SPACES TO check-value
000117        IF ColLen > 0 AND ColLen <= 40
000118           AND ColPos + ColLen <= 256
000119           MOVE CheckLine(ColPos:ColLen) TO check-value
000120        END-IF
000121        IF check-value <> SPACES
000122           ADD 1 TO nb-checked
000123           PERFORM 2000-CHECK-VALUE
000124        END-IF
000125     END-IF
000126  END-PERFORM.
000127  EVALUATE file-assert-org
000128  WHEN 1
000129     CLOSE IdxCheckFile
000130  WHEN 2
000131     CLOSE RelCheckFile
000132  WHEN OTHER
000133     CLOSE CheckFile
000134  END-EVALUATE.
000135  DISPLAY "|   " nb-checked " " Scheme " values checked, "
000136     nb-invalid " invalid".
000137  IF nb-invalid > 0
000138     STRING "0 invalid " DELIMITED BY SIZE
000139        Scheme DELIMITED BY SPACE
000140        " check digits" DELIMITED BY SIZE INTO diff-expected
000141     CALL CBU-log-assert-failed
000142        USING CBU-ctx AssertName diff-expected diff-actual
000143     CALL CBU-add-assert-failed
000144        USING CBU-ctx AssertName diff-expected diff-actual
000145  ELSE
000146     CALL CBU-add-assert-succeed USING CBU-ctx AssertName
000147     CALL CBU-log-assert-succeed USING CBU-ctx AssertName
000148  END-IF.
000149  EXIT PROGRAM.
000150
000151 1000-READ-CHECK.
000152  EVALUATE file-assert-org
000153  WHEN 1
000154     READ IdxCheckFile
000155        AT END MOVE 1 TO CheckEOF
000156        NOT AT END MOVE IdxChkRecord TO CheckLine
000157     END-READ
000158  WHEN 2
000159     READ RelCheckFile
000160        AT END MOVE 1 TO CheckEOF
000161        NOT AT END MOVE RelChkRecord TO CheckLine
000162     END-READ
000163  WHEN OTHER
000164     READ CheckFile
000165        AT END MOVE 1 TO CheckEOF
000166     END-READ
000167  END-EVALUATE.
000168
000169 2000-CHECK-VALUE.
000170  CALL CBU-check-digit USING Scheme check-value check-state
000171     check-computed check-present.
000172  IF check-state = 1
000173     EXIT PARAGRAPH
000174  END-IF.
000175  ADD 1 TO nb-invalid.
000176  IF nb-invalid > 5
000177     EXIT PARAGRAPH
000178  END-IF.
000179  IF nb-invalid = 1
000180     STRING nb-invalid " invalid, first at" DELIMITED BY SIZE
000181        INTO diff-actual WITH POINTER act-ptr
000182  ELSE
000183     STRING ";" DELIMITED BY SIZE
000184        INTO diff-actual WITH POINTER act-ptr
000185  END-IF.
000186  IF check-state = 2
000187     STRING " record " RecordNumber " " DELIMITED BY SIZE
000188        check-value DELIMITED BY "  "
000189        " cannot carry one" DELIMITED BY SIZE
000190        INTO diff-actual WITH POINTER act-ptr
000191     DISPLAY "|   record " RecordNumber " " check-value(1:ColLen)
000192        " cannot carry a check digit"
000193  ELSE
000194     STRING " record " RecordNumber " " DELIMITED BY SIZE
000195        check-value DELIMITED BY "  "
000196        " computed " DELIMITED BY SIZE
000197        check-computed DELIMITED BY SPACE
000198        " present " DELIMITED BY SIZE
000199        check-present DELIMITED BY SPACE
000200        INTO diff-actual WITH POINTER act-ptr
000201     DISPLAY "|   record " RecordNumber " " check-value(1:ColLen)
000202        " computed " check-computed " present " check-present
000203  END-IF.
000204 END PROGRAM CBU00350.
