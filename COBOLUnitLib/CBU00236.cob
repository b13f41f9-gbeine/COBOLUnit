000050*>key is one column range, optionally extended by a second
000051*>range (pass KeyLen2 = 0 for a single-part key); the two
000052*>parts are compared as one concatenated string, major part
000053*>first. Honors CBU-set-file-org for INDEXED and RELATIVE
000053*>files.
000054* arg1: AssertName - Assertion name
000055* arg2: file-name - produced file to sequence-check
000056* arg3: KeyPos - first column of the major key part (1-based)
000068       ORGANIZATION IS INDEXED
000069       ACCESS MODE IS SEQUENTIAL
000070       RECORD KEY IS IdxChkKey.
000067    SELECT RelCheckFile ASSIGN TO file-name
000067       ORGANIZATION IS RELATIVE
000067       ACCESS MODE IS SEQUENTIAL.
000071 DATA DIVISION.
000072 FILE SECTION.
000073 	FD CheckFile.
000076 	01 IdxChkRecord.
000077	  05 IdxChkKey PIC X(64).
000078	  05 IdxChkRest PIC X(191).
000075 	FD RelCheckFile.
000075 	01 RelChkRecord PIC X(255).
000080 WORKING-STORAGE SECTION.
000080  01 file-name PIC X(40).
000081  01 CheckEOF PIC 9(1).
000082  01 RecordNumber PIC 9(9).
000083  01 this-key PIC X(128).
000089  COPY CBUC0002.
000100 LINKAGE SECTION.
000101  77 AssertName PIC X(20).
000102  77 file-ref PIC X(40).
000103  77 KeyPos PIC 9(3).
000104  77 KeyLen PIC 9(3).
000105  77 KeyPos2 PIC 9(3).
000106  77 KeyLen2 PIC 9(3).
000107  COPY CBUC0001.
000110 PROCEDURE DIVISION USING CBU-ctx AssertName file-ref
000111      KeyPos KeyLen KeyPos2 KeyLen2.
000111  CALL CBU-resolve-gdg USING CBU-ctx file-ref file-name.
000112  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000113  MOVE 0 TO CheckEOF.
000114  MOVE 0 TO RecordNumber.
000115  MOVE 0 TO have-prev.
000116  MOVE 0 TO seq-broken.
000117  EVALUATE file-assert-org
000117  WHEN 1
000118     OPEN INPUT IdxCheckFile
000117  WHEN 2
000118     OPEN INPUT RelCheckFile
000117  WHEN OTHER
000120     OPEN INPUT CheckFile
000121  END-EVALUATE.
000122  PERFORM UNTIL CheckEOF = 1 OR seq-broken = 1
000123     PERFORM 1000-READ-CHECK
000124     IF CheckEOF = 0
000153        MOVE 1 TO have-prev
000154     END-IF
000155  END-PERFORM.
000156  EVALUATE file-assert-org
000156  WHEN 1
000157     CLOSE IdxCheckFile
000156  WHEN 2
000157     CLOSE RelCheckFile
000156  WHEN OTHER
000159     CLOSE CheckFile
000160  END-EVALUATE.
000161  IF seq-broken = 1
000162     CALL CBU-log-assert-failed
000163        USING CBU-ctx AssertName diff-expected diff-actual
000170  EXIT PROGRAM.
000171
000172 1000-READ-CHECK.
000173  EVALUATE file-assert-org
000173  WHEN 1
000174     READ IdxCheckFile
000175        AT END MOVE 1 TO CheckEOF
000176        NOT AT END MOVE IdxChkRecord TO CheckLine
000177     END-READ
000173  WHEN 2
000174     READ RelCheckFile
000175        AT END MOVE 1 TO CheckEOF
000176        NOT AT END MOVE RelChkRecord TO CheckLine
000177     END-READ
000173  WHEN OTHER
000179     READ CheckFile
000180        AT END MOVE 1 TO CheckEOF
000181     END-READ
000182  END-EVALUATE.
000183 END PROGRAM CBU00236.
