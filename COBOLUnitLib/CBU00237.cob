000052*>its expected file; a bigger master is reported as an
000053*>assertion failure rather than checked short. The two key
000054*>lengths may differ; the shorter is compared space-padded.
000055*>Honors CBU-set-file-org (both files) for INDEXED and
000055*>RELATIVE masters.
000056* arg1: AssertName - Assertion name
000057* arg2: detail-file-name - file whose keys must all resolve
000058* arg3: DetKeyPos - first column of the detail key (1-based)
000077       ORGANIZATION IS INDEXED
000078       ACCESS MODE IS SEQUENTIAL
000079       RECORD KEY IS IdxMstKey.
000072    SELECT RelDetailFile ASSIGN TO detail-file-name
000072       ORGANIZATION IS RELATIVE
000072       ACCESS MODE IS SEQUENTIAL.
000076    SELECT RelMasterFile ASSIGN TO master-file-name
000076       ORGANIZATION IS RELATIVE
000076       ACCESS MODE IS SEQUENTIAL.
000080 DATA DIVISION.
000081 FILE SECTION.
000082 	FD DetailFile.
000091 	01 IdxMstRecord.
000092	  05 IdxMstKey PIC X(64).
000093	  05 IdxMstRest PIC X(191).
000086 	FD RelDetailFile.
000086 	01 RelDetRecord PIC X(255).
000090 	FD RelMasterFile.
000090 	01 RelMstRecord PIC X(255).
000100 WORKING-STORAGE SECTION.
000100  01 detail-file-name PIC X(40).
000100  01 master-file-name PIC X(40).
000101  01 DetailEOF PIC 9(1).
000102  01 MasterEOF PIC 9(1).
000103  01 mst-count PIC 9(5).
000115  COPY CBUC0002.
000120 LINKAGE SECTION.
000121  77 AssertName PIC X(20).
000122  77 detail-file-ref PIC X(40).
000123  77 DetKeyPos PIC 9(3).
000124  77 DetKeyLen PIC 9(3).
000125  77 master-file-ref PIC X(40).
000126  77 MstKeyPos PIC 9(3).
000127  77 MstKeyLen PIC 9(3).
000128  COPY CBUC0001.
000130 PROCEDURE DIVISION USING CBU-ctx AssertName
000131      detail-file-ref DetKeyPos DetKeyLen
000132      master-file-ref MstKeyPos MstKeyLen.
000132  CALL CBU-resolve-gdg USING CBU-ctx detail-file-ref
000132     detail-file-name.
000132  CALL CBU-resolve-gdg USING CBU-ctx master-file-ref
000132     master-file-name.
000133  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000134  MOVE 0 TO DetailEOF.
000135  MOVE 0 TO MasterEOF.
000137  MOVE 0 TO mst-overflow.
000138  MOVE 0 TO orphan-found.
000139  MOVE 0 TO RecordNumber.
000140  EVALUATE file-assert-org
000140  WHEN 1
000141     OPEN INPUT IdxMasterFile
000140  WHEN 2
000141     OPEN INPUT RelMasterFile
000140  WHEN OTHER
000143     OPEN INPUT MasterFile
000144  END-EVALUATE.
000145  PERFORM UNTIL MasterEOF = 1
000146     PERFORM 1000-READ-MASTER
000147     IF MasterEOF = 0
000155        END-IF
000156     END-IF
000157  END-PERFORM.
000158  EVALUATE file-assert-org
000158  WHEN 1
000159     CLOSE IdxMasterFile
000158  WHEN 2
000159     CLOSE RelMasterFile
000158  WHEN OTHER
000161     CLOSE MasterFile
000162  END-EVALUATE.
000163  IF mst-overflow = 1
000164     MOVE "master within the 500 record key table"
000165        TO diff-expected
000171        USING CBU-ctx AssertName diff-expected diff-actual
000172     EXIT PROGRAM
000173  END-IF.
000174  EVALUATE file-assert-org
000174  WHEN 1
000175     OPEN INPUT IdxDetailFile
000174  WHEN 2
000175     OPEN INPUT RelDetailFile
000174  WHEN OTHER
000177     OPEN INPUT DetailFile
000178  END-EVALUATE.
000179  PERFORM UNTIL DetailEOF = 1 OR orphan-found = 1
000180     PERFORM 1100-READ-DETAIL
000181     IF DetailEOF = 0
000199        END-IF
000200     END-IF
000201  END-PERFORM.
000202  EVALUATE file-assert-org
000202  WHEN 1
000203     CLOSE IdxDetailFile
000202  WHEN 2
000203     CLOSE RelDetailFile
000202  WHEN OTHER
000205     CLOSE DetailFile
000206  END-EVALUATE.
000207  IF orphan-found = 1
000208     CALL CBU-log-assert-failed
000209        USING CBU-ctx AssertName diff-expected diff-actual
000216  EXIT PROGRAM.
000217
000218 1000-READ-MASTER.
000219  EVALUATE file-assert-org
000219  WHEN 1
000220     READ IdxMasterFile
000221        AT END MOVE 1 TO MasterEOF
000222        NOT AT END MOVE IdxMstRecord TO MasterLine
000223     END-READ
000219  WHEN 2
000220     READ RelMasterFile
000221        AT END MOVE 1 TO MasterEOF
000222        NOT AT END MOVE RelMstRecord TO MasterLine
000223     END-READ
000219  WHEN OTHER
000225     READ MasterFile
000226        AT END MOVE 1 TO MasterEOF
000227     END-READ
000228  END-EVALUATE.
000229
000230 1100-READ-DETAIL.
000231  EVALUATE file-assert-org
000231  WHEN 1
000232     READ IdxDetailFile
000233        AT END MOVE 1 TO DetailEOF
000234        NOT AT END MOVE IdxDetRecord TO DetailLine
000235     END-READ
000231  WHEN 2
000232     READ RelDetailFile
000233        AT END MOVE 1 TO DetailEOF
000234        NOT AT END MOVE RelDetRecord TO DetailLine
000235     END-READ
000231  WHEN OTHER
000237     READ DetailFile
000238        AT END MOVE 1 TO DetailEOF
000239     END-READ
000240  END-EVALUATE.
000241 END PROGRAM CBU00237.
