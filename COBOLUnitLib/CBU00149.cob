000045*>Keyed reconciliation compare between two files (LINE
000046*>SEQUENTIAL by default; after CBU-set-file-org 1 both sides
000047*>are read as INDEXED files with the leading 64-byte key
000048*>convention, no unload step needed; after CBU-set-file-org 2
000048*>both are read as RELATIVE files, where slot position is
000048*>checked: records are matched by their slot number and
000048*>KeyPos/KeyLen are not used, so a record written to the wrong
000048*>slot is reported missing from its own slot and unexpected in
000048*>the other)
000049*>whose record order is not deterministic - records are
000047*>matched by the declared key instead of by position, the way a
000048*>manual reconciliation spreadsheet does it. The failure report
000069       ORGANIZATION IS INDEXED
000069       ACCESS MODE IS SEQUENTIAL
000069       RECORD KEY IS IdxActKey.
000069    SELECT RelExpectedFile ASSIGN TO expected-file-name
000069       ORGANIZATION IS RELATIVE
000069       ACCESS MODE IS SEQUENTIAL
000069       RELATIVE KEY IS rel-exp-slot.
000069    SELECT RelActualFile ASSIGN TO actual-file-name
000069       ORGANIZATION IS RELATIVE
000069       ACCESS MODE IS SEQUENTIAL
000069       RELATIVE KEY IS rel-act-slot.
000070 DATA DIVISION.
000071 FILE SECTION.
000072 	FD ExpectedFile.
000077 	01 IdxActRecord.
000077	  05 IdxActKey PIC X(64).
000077	  05 IdxActRest PIC X(191).
000076 	FD RelExpectedFile.
000076 	01 RelExpRecord PIC X(255).
000077 	FD RelActualFile.
000077 	01 RelActRecord PIC X(255).
000080 WORKING-STORAGE SECTION.
000080  01 expected-file-name PIC X(40).
000080  01 actual-file-name PIC X(40).
000080  01 rel-exp-slot PIC 9(9) VALUE 0.
000080  01 rel-act-slot PIC 9(9) VALUE 0.
000081  01 ExpectedEOF PIC 9(1).
000082  01 ActualEOF PIC 9(1).
000083  01 exp-count PIC 9(5).
000093    05 ExpEntry OCCURS 500 TIMES.
000094      10 ExpRecord PIC X(255).
000095      10 ExpMatched PIC 9(1).
000095      10 ExpSlot PIC 9(9).
000096  COPY CBUC0002.
000100 LINKAGE SECTION.
000101  77 AssertName PIC X(20).
000102  77 expected-file-ref PIC X(40).
000103  77 actual-file-ref PIC X(40).
000104  77 KeyPos PIC 9(3).
000105  77 KeyLen PIC 9(3).
000106  COPY CBUC0001.
000110 PROCEDURE DIVISION USING CBU-ctx AssertName
000111      expected-file-ref actual-file-ref KeyPos KeyLen.
000111  CALL CBU-resolve-gdg USING CBU-ctx expected-file-ref
000111     expected-file-name.
000111  CALL CBU-resolve-gdg USING CBU-ctx actual-file-ref
000111     actual-file-name.
000112  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000113  MOVE 0 TO ExpectedEOF.
000114  MOVE 0 TO ActualEOF.
000117  MOVE 0 TO nb-missing.
000118  MOVE 0 TO nb-unexpected.
000119  MOVE 0 TO nb-differ.
000120  EVALUATE file-assert-org
000120  WHEN 1
000120     OPEN INPUT IdxExpectedFile
000120  WHEN 2
000120     OPEN INPUT RelExpectedFile
000120  WHEN OTHER
000120     OPEN INPUT ExpectedFile
000120  END-EVALUATE.
000121  PERFORM UNTIL ExpectedEOF = 1
000122     PERFORM 1000-READ-EXPECTED
000123     IF ExpectedEOF = 0
000126           ADD 1 TO exp-count
000127           MOVE ExpectedLine TO ExpRecord(exp-count)
000128           MOVE 0 TO ExpMatched(exp-count)
000128           MOVE rel-exp-slot TO ExpSlot(exp-count)
000129        ELSE
000130           MOVE 1 TO exp-overflow
000131        END-IF
000132     END-IF
000133  END-PERFORM.
000134  EVALUATE file-assert-org
000134  WHEN 1
000134     CLOSE IdxExpectedFile
000134  WHEN 2
000134     CLOSE RelExpectedFile
000134  WHEN OTHER
000134     CLOSE ExpectedFile
000134  END-EVALUATE.
000135  EVALUATE file-assert-org
000135  WHEN 1
000135     OPEN INPUT IdxActualFile
000135  WHEN 2
000135     OPEN INPUT RelActualFile
000135  WHEN OTHER
000135     OPEN INPUT ActualFile
000135  END-EVALUATE.
000136  PERFORM UNTIL ActualEOF = 1
000137     PERFORM 1100-READ-ACTUAL
000138     IF ActualEOF = 0
000140           MOVE 0 TO rec-found
000141           PERFORM VARYING i FROM 1 BY 1
000142              UNTIL i > exp-count OR rec-found = 1
000143              IF file-assert-org = 2
000143                 IF ExpMatched(i) = 0
000143                    AND ExpSlot(i) = rel-act-slot
000143                    MOVE 1 TO rec-found
000143                    MOVE 1 TO ExpMatched(i)
000143                    IF ExpRecord(i) <> ActualLine
000143                       ADD 1 TO nb-differ
000143                       DISPLAY "|   slot " rel-act-slot
000143                          " differs"
000143                    END-IF
000143                 END-IF
000143              ELSE
000143                 IF ExpMatched(i) = 0
000144                    AND ExpRecord(i)(KeyPos:KeyLen)
000145                      = ActualLine(KeyPos:KeyLen)
000146                    MOVE 1 TO rec-found
000147                    MOVE 1 TO ExpMatched(i)
000148                    IF ExpRecord(i) <> ActualLine
000149                       ADD 1 TO nb-differ
000150                       DISPLAY "|   key '"
000151                          ActualLine(KeyPos:KeyLen)
000152                          "' differs outside the key"
000153                    END-IF
000154                 END-IF
000154              END-IF
000155           END-PERFORM
000156           IF rec-found = 0
000157              ADD 1 TO nb-unexpected
000157              IF file-assert-org = 2
000157                 DISPLAY "|   slot " rel-act-slot
000157                    " unexpectedly filled in actual"
000157              ELSE
000158                 DISPLAY "|   key '"
000159                    ActualLine(KeyPos:KeyLen)
000160                    "' unexpectedly present in actual"
000160              END-IF
000161           END-IF
000162     END-IF
000163  END-PERFORM.
000164  EVALUATE file-assert-org
000164  WHEN 1
000164     CLOSE IdxActualFile
000164  WHEN 2
000164     CLOSE RelActualFile
000164  WHEN OTHER
000164     CLOSE ActualFile
000164  END-EVALUATE.
000165  PERFORM VARYING i FROM 1 BY 1 UNTIL i > exp-count
000166     IF ExpMatched(i) = 0
000167        ADD 1 TO nb-missing
000167        IF file-assert-org = 2
000167           DISPLAY "|   slot " ExpSlot(i)
000167              " missing from actual"
000167        ELSE
000168           DISPLAY "|   key '"
000169              ExpRecord(i)(KeyPos:KeyLen)
000170              "' missing from actual"
000170        END-IF
000171     END-IF
000172  END-PERFORM.
000173  IF nb-missing > 0 OR nb-unexpected > 0 OR nb-differ > 0
000200  EXIT PROGRAM.
000201
000202 1000-READ-EXPECTED.
000203  EVALUATE file-assert-org
000203  WHEN 1
000204     READ IdxExpectedFile
000205        AT END MOVE 1 TO ExpectedEOF
000206        NOT AT END MOVE IdxExpRecord TO ExpectedLine
000207     END-READ
000203  WHEN 2
000204     READ RelExpectedFile
000205        AT END MOVE 1 TO ExpectedEOF
000206        NOT AT END MOVE RelExpRecord TO ExpectedLine
000207     END-READ
000203  WHEN OTHER
000209     READ ExpectedFile
000210        AT END MOVE 1 TO ExpectedEOF
000211     END-READ
000212  END-EVALUATE.
000213
000214 1100-READ-ACTUAL.
000215  EVALUATE file-assert-org
000215  WHEN 1
000216     READ IdxActualFile
000217        AT END MOVE 1 TO ActualEOF
000218        NOT AT END MOVE IdxActRecord TO ActualLine
000219     END-READ
000215  WHEN 2
000216     READ RelActualFile
000217        AT END MOVE 1 TO ActualEOF
000218        NOT AT END MOVE RelActRecord TO ActualLine
000219     END-READ
000215  WHEN OTHER
000221     READ ActualFile
000222        AT END MOVE 1 TO ActualEOF
000223     END-READ
000224  END-EVALUATE.
000225 END PROGRAM CBU00149.
