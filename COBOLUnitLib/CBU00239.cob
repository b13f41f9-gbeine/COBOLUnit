000097  MOVE TypeChar TO RT-type(RecLayoutCount).
000098  MOVE NbFields TO RT-fields(RecLayoutCount).
000099  MOVE TypeLayout TO RT-layout(RecLayoutCount).
000099  MOVE 0 TO RT-odo-counter(RecLayoutCount).
000140  EXIT PROGRAM.
000150 END PROGRAM CBU00239.
