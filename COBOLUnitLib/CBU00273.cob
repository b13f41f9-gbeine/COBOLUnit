000254     READ BoardStore NEXT RECORD
000255        AT END MOVE 1 TO StoreEOF
000256     END-READ
000257     IF StoreEOF = 0 AND BS-suite <> "*FPRT*"
000258        IF BS-suite = "*PROV*"
000259           MOVE BS-error-prog TO BR-host(row-count)
000260           MOVE BS-error-cond TO BR-prov(row-count)
