000053*>anywhere making the record negative; pass a column length of
000054*>0 for a record-count-only balance, and a blank reject file
000055*>name when the step has no reject file. Honors
000056*>CBU-set-file-org for INDEXED and RELATIVE files.
000057* arg1: AssertName - Assertion name
000058* arg2: in-file-name - the step's input file
000059* arg3: InColPos - first column of the input amount field
000074       ORGANIZATION IS INDEXED
000075       ACCESS MODE IS SEQUENTIAL
000076       RECORD KEY IS IdxBalKey.
000073    SELECT RelBalFile ASSIGN TO bal-file-name
000073       ORGANIZATION IS RELATIVE
000073       ACCESS MODE IS SEQUENTIAL.
000077 DATA DIVISION.
000078 FILE SECTION.
000079 	FD BalFile.
000082 	01 IdxBalRecord.
000083	  05 IdxBalKey PIC X(64).
000084	  05 IdxBalRest PIC X(191).
000081 	FD RelBalFile.
000081 	01 RelBalRecord PIC X(255).
000090 WORKING-STORAGE SECTION.
000091  01 bal-file-name PIC X(40).
000092  01 BalEOF PIC 9(1).
000156  IF InColLen > 0 OR OutColLen > 0 OR RejColLen > 0
000157     MOVE 1 TO with-amounts
000158  END-IF.
000159  CALL CBU-resolve-gdg USING CBU-ctx in-file-name
000159     bal-file-name.
000160  MOVE InColPos TO cur-colpos.
000161  MOVE InColLen TO cur-collen.
000162  MOVE InColDec TO cur-coldec.
000163  PERFORM 1000-TOTAL-ONE.
000164  MOVE cur-count TO in-count.
000165  MOVE cur-total TO in-total.
000166  CALL CBU-resolve-gdg USING CBU-ctx out-file-name
000166     bal-file-name.
000167  MOVE OutColPos TO cur-colpos.
000168  MOVE OutColLen TO cur-collen.
000169  MOVE OutColDec TO cur-coldec.
000173  MOVE 0 TO rej-count.
000174  MOVE 0 TO rej-total.
000175  IF rej-file-name <> SPACES
000176     CALL CBU-resolve-gdg USING CBU-ctx rej-file-name
000176        bal-file-name
000177     MOVE RejColPos TO cur-colpos
000178     MOVE RejColLen TO cur-collen
000179     MOVE RejColDec TO cur-coldec
000210  MOVE 0 TO BalEOF.
000211  MOVE 0 TO cur-count.
000212  MOVE 0 TO total-raw.
000213  EVALUATE file-assert-org
000213  WHEN 1
000214     OPEN INPUT IdxBalFile
000213  WHEN 2
000214     OPEN INPUT RelBalFile
000213  WHEN OTHER
000216     OPEN INPUT BalFile
000217  END-EVALUATE.
000218  PERFORM UNTIL BalEOF = 1
000219     PERFORM 1100-READ-BAL
000220     IF BalEOF = 0
000240        END-IF
000241     END-IF
000242  END-PERFORM.
000243  EVALUATE file-assert-org
000243  WHEN 1
000244     CLOSE IdxBalFile
000243  WHEN 2
000244     CLOSE RelBalFile
000243  WHEN OTHER
000246     CLOSE BalFile
000247  END-EVALUATE.
000248  MOVE 1 TO divisor.
000249  IF cur-coldec = 1 MOVE 10 TO divisor END-IF.
000250  IF cur-coldec = 2 MOVE 100 TO divisor END-IF.
000251  COMPUTE cur-total = total-raw / divisor.
000252
000253 1100-READ-BAL.
000254  EVALUATE file-assert-org
000254  WHEN 1
000255     READ IdxBalFile
000256        AT END MOVE 1 TO BalEOF
000257        NOT AT END MOVE IdxBalRecord TO BalLine
000258     END-READ
000254  WHEN 2
000255     READ RelBalFile
000256        AT END MOVE 1 TO BalEOF
000257        NOT AT END MOVE RelBalRecord TO BalLine
000258     END-READ
000254  WHEN OTHER
000260     READ BalFile
000261        AT END MOVE 1 TO BalEOF
000262     END-READ
000263  END-EVALUATE.
000264 END PROGRAM CBU00238.
