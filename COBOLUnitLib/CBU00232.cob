000052*>failure rate, first failing iteration, and min/avg/max
000053*>elapsed per test. One SOAK record goes to the history file
000054*>(CBU-report-trend skips it) so the trend cannot mistake the
000055*>soak for hundreds of ordinary runs; it carries the run stamp
000055*>and the soak's elapsed seconds for CBU-report-chargeback.
000060 IDENTIFICATION DIVISION.
000061 PROGRAM-ID.   CBU00232.
000062 ENVIRONMENT    DIVISION.
000076	  05 SK-iterations PIC 9(5).
000077	  05 SK-failures PIC 9(5).
000078	  05 SK-first-fail PIC 9(5).
000078	  05 SK-stamp PIC 9(14).
000078	  05 SK-elapsed PIC 9(7).
000080 WORKING-STORAGE SECTION.
000081  01 s PIC 9(3).
000082  01 k PIC 9(3).
000215     MOVE iterations-run TO SK-iterations
000216     MOVE soak-failures TO SK-failures
000217     MOVE first-fail TO SK-first-fail
000217     MOVE run-stamp TO SK-stamp
000217     ACCEPT now-time FROM TIME
000217     COMPUTE now-sec =
000217        nt-hh * 3600 + nt-mm * 60 + nt-ss
000217     COMPUTE elapsed-sec = now-sec - run-start-sec
000217     IF elapsed-sec < 0
000217        ADD 86400 TO elapsed-sec
000217     END-IF
000217     MOVE elapsed-sec TO SK-elapsed
000218     OPEN EXTEND HistoryFile
000219     WRITE SoakRecord
000220     CLOSE HistoryFile
