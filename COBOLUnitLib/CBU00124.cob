000050*>plus the previous record's checksum - editing a failure
000051*>into a pass after the fact breaks the chain, and
000052*>CBU-verify-chain reports the first broken link. SOAK
000053*>records (CBU-run-soak) and PERT records (CBU-run-perturb)
000053*>are outside the chain.
000054* no args other than CBU-ctx
000060 IDENTIFICATION DIVISION.
000061 PROGRAM-ID.   CBU00124.
000103* dispatched children append here concurrently - serialize
000104  MOVE history-file-name TO lock-name.
000105  CALL CBU-acquire-lock USING CBU-ctx lock-name lock-rc.
000104* the chain seed is the last record's checksum - SOAK and
000105* PERT records are outside the chain
000106  MOVE 0 TO prev-checksum.
000107  MOVE 0 TO HistoryEOF.
000108  OPEN EXTEND HistoryFile.
000113        AT END MOVE 1 TO HistoryEOF
000114        NOT AT END
000115           IF HistoryLine(1:4) <> "SOAK"
000115              AND HistoryLine(1:4) <> "PERT"
000116              AND HL-checksum IS NUMERIC
000117              MOVE HL-checksum TO prev-checksum
000118           END-IF
