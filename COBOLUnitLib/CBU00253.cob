000057*>expected perturbed failures neither redden the pack nor
000058*>leak into the rerun file, exports or breakdown; CBU-run
000059*>additionally keeps an audit out of the history, archive
000060*>and triage baselines the way it keeps a soak out. Like a
000060*>soak, the audit leaves one PERT record in the history file
000060*>(suite, runs including the baseline, toothless count, run
000060*>stamp, elapsed seconds) for CBU-report-chargeback.
000060 IDENTIFICATION DIVISION.
000061 PROGRAM-ID.   CBU00253.
000062 ENVIRONMENT    DIVISION.
000062 INPUT-OUTPUT SECTION.
000062 FILE-CONTROL.
000062    SELECT OPTIONAL HistoryFile ASSIGN TO history-file-name
000062		ORGANIZATION IS LINE SEQUENTIAL.
000063 DATA DIVISION.
000063 FILE SECTION.
000063 	FD HistoryFile.
000063 	01 PerturbRecord.
000063	  05 PT-tag PIC X(4).
000063	  05 PT-suite PIC X(20).
000063	  05 PT-iterations PIC 9(5).
000063	  05 PT-toothless PIC 9(5).
000063	  05 PT-first-fail PIC 9(5).
000063	  05 PT-stamp PIC 9(14).
000063	  05 PT-elapsed PIC 9(7).
000070 WORKING-STORAGE SECTION.
000071  01 s PIC 9(3).
000072  01 k PIC 9(3).
000094      10 sv-error-cond PIC X(30).
000095      10 sv-elapsed PIC 9(8).
000096      10 sv-attempts PIC 9(2).
000096  01 now-time.
000096    05 nt-hh PIC 99.
000096    05 nt-mm PIC 99.
000096    05 nt-ss PIC 99.
000096    05 nt-cc PIC 99.
000096  01 now-sec PIC 9(5).
000096  01 elapsed-sec PIC S9(6).
000084  COPY CBUC0002.
000085  COPY CBUC0003.
000090 LINKAGE SECTION.
000173     DISPLAY "|   " nb-toothless " test(s) need stronger"
000174        " assertions"
000175  END-IF.
000175  IF history-file-name NOT = SPACES
000175     MOVE "PERT" TO PT-tag
000175     MOVE perturb-suite TO PT-suite
000175     COMPUTE PT-iterations = perturb-iterations + 1
000175     MOVE nb-toothless TO PT-toothless
000175     MOVE 0 TO PT-first-fail
000175     MOVE run-stamp TO PT-stamp
000175     ACCEPT now-time FROM TIME
000175     COMPUTE now-sec =
000175        nt-hh * 3600 + nt-mm * 60 + nt-ss
000175     COMPUTE elapsed-sec = now-sec - run-start-sec
000175     IF elapsed-sec < 0
000175        ADD 86400 TO elapsed-sec
000175     END-IF
000175     MOVE elapsed-sec TO PT-elapsed
000175     OPEN EXTEND HistoryFile
000175     WRITE PerturbRecord
000175     CLOSE HistoryFile
000175  END-IF.
000176  EXIT PROGRAM.
000177
000178* the same between-iteration reset the soak runner does
