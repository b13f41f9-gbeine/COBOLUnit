000173        AT END MOVE 1 TO AEof
000174     END-READ
000175     IF AEof = 0 AND SA-suite <> "*PROV*"
000175        AND SA-suite <> "*FPRT*"
000176        MOVE SA-suite TO SB-suite
000177        MOVE SA-test TO SB-test
000178        MOVE 0 TO b-found
000194        AT END MOVE 1 TO BEof
000195     END-READ
000196     IF BEof = 0 AND SB-suite <> "*PROV*"
000196        AND SB-suite <> "*FPRT*"
000197        MOVE SB-suite TO SA-suite
000198        MOVE SB-test TO SA-test
000199        READ StoreA
