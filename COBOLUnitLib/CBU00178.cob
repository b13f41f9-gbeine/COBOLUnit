000048*>stable - the report that replaces diffing two run logs by
000049*>hand in the morning. Stable tests are only counted, not
000050*>listed. No-op when fewer than two runs are on file.
000050*>Results other tools produced (CBU-import-junit) are judged
000050*>the same way, each source system's last run against its
000050*>own previous run, the source system shown after the test.
000051*>This run's failures are additionally clustered by a
000052*>signature built from the failing assertion's name and the
000053*>position of the first expected/actual difference: when one
000077	  05 RD-status PIC X(1).
000078	  05 RD-attempts PIC 9(2).
000079	  05 RD-elapsed PIC 9(8).
000079	  05 RD-checksum PIC 9(9).
000079	  05 RD-source PIC X(8).
000080 	FD AnnotationFile.
000081 	01 AnnotationRecord.
000082	  05 AN-suite PIC X(20).
000091      10 TG-test PIC X(20).
000092      10 TG-prev PIC X(1).
000093      10 TG-last PIC X(1).
000093      10 TG-source PIC X(8).
000093  01 sr PIC 9(2).
000093  01 SourceCount PIC 9(2).
000093  01 ListeSources.
000093    05 SourceEntry OCCURS 20 TIMES.
000093      10 SR-source PIC X(8).
000093      10 SR-last PIC 9(14).
000093      10 SR-prev PIC 9(14).
000094  01 si PIC 9(3).
000095  01 sj PIC 9(3).
000096  01 sk PIC 9(3).
000111  IF detail-history-file = SPACES
000112     EXIT PROGRAM
000113  END-IF.
000114* each source system's last run is held against that
000114* system's previous run - an imported run between two of
000114* our own does not become the "previous run" of either
000114  MOVE 0 TO SourceCount.
000115  MOVE 0 TO stamp-prev.
000116  MOVE 0 TO DetailEOF.
000117  OPEN INPUT DetailFile.
000119     READ DetailFile
000120        AT END MOVE 1 TO DetailEOF
000121        NOT AT END
000121           PERFORM 1700-FIND-SOURCE
000121           IF sr > 0
000122              IF RD-stamp > SR-last(sr)
000123                 MOVE SR-last(sr) TO SR-prev(sr)
000124                 MOVE RD-stamp TO SR-last(sr)
000125              ELSE
000126                 IF RD-stamp > SR-prev(sr)
000127                    AND RD-stamp < SR-last(sr)
000128                    MOVE RD-stamp TO SR-prev(sr)
000129                 END-IF
000130              END-IF
000130           END-IF
000131     END-READ
000132  END-PERFORM.
000133  CLOSE DetailFile.
000133  PERFORM VARYING sr FROM 1 BY 1 UNTIL sr > SourceCount
000133     IF SR-prev(sr) > stamp-prev
000133        MOVE SR-prev(sr) TO stamp-prev
000133     END-IF
000133  END-PERFORM.
000134  IF stamp-prev = 0
000135     DISPLAY "Triage: fewer than two runs on file"
000136     EXIT PROGRAM
000142     READ DetailFile
000143        AT END MOVE 1 TO DetailEOF
000144        NOT AT END
000144           PERFORM 1700-FIND-SOURCE
000144           IF sr > 0
000144              MOVE SR-last(sr) TO stamp-last
000144              MOVE SR-prev(sr) TO stamp-prev
000145              IF RD-stamp = stamp-prev
000146                 OR RD-stamp = stamp-last
000147                 PERFORM 1000-POST-ENTRY
000148              END-IF
000148           END-IF
000149     END-READ
000150  END-PERFORM.
000157        AND TG-last(t) <> " "
000158        ADD 1 TO triage-new-broken
000158        DISPLAY "|   NEWLY BROKEN : " TG-suite(t)
000159           " " TG-test(t) " " TG-source(t)
000160     WHEN TG-prev(t) <> "S" AND TG-prev(t) <> " "
000161        AND TG-last(t) = "S"
000162        DISPLAY "|   NEWLY FIXED  : " TG-suite(t)
000163           " " TG-test(t) " " TG-source(t)
000164     WHEN TG-prev(t) <> "S" AND TG-prev(t) <> " "
000165        AND TG-last(t) <> "S" AND TG-last(t) <> " "
000166        DISPLAY "|   STILL FAILING: " TG-suite(t)
000167           " " TG-test(t) " " TG-source(t)
000167        PERFORM 1600-SHOW-ANNOT
000168     WHEN OTHER
000169        ADD 1 TO nb-stable
000177  PERFORM VARYING t FROM 1 BY 1
000178     UNTIL t > entry-count OR entry-found = 1
000179     IF TG-suite(t) = RD-suite AND TG-test(t) = RD-test
000179        AND TG-source(t) = RD-source
000180        MOVE 1 TO entry-found
000181        IF RD-stamp = stamp-prev
000182           MOVE RD-status TO TG-prev(t)
000189     ADD 1 TO entry-count
000190     MOVE RD-suite TO TG-suite(entry-count)
000191     MOVE RD-test TO TG-test(entry-count)
000191     MOVE RD-source TO TG-source(entry-count)
000192     MOVE SPACE TO TG-prev(entry-count)
000193     MOVE SPACE TO TG-last(entry-count)
000194     IF RD-stamp = stamp-prev
000198     END-IF
000199  END-IF.
000199
000199* sr = the entry of RD-source's system, added on first sight
000199* (0 when the table is full)
000199 1700-FIND-SOURCE.
000199  MOVE 0 TO sr.
000199  PERFORM VARYING t FROM 1 BY 1
000199     UNTIL t > SourceCount OR sr > 0
000199     IF SR-source(t) = RD-source
000199        MOVE t TO sr
000199     END-IF
000199  END-PERFORM.
000199  IF sr = 0 AND SourceCount < 20
000199     ADD 1 TO SourceCount
000199     MOVE SourceCount TO sr
000199     MOVE RD-source TO SR-source(sr)
000199     MOVE 0 TO SR-last(sr)
000199     MOVE 0 TO SR-prev(sr)
000199  END-IF.
000199
000199* later records for the same test replace the earlier ones -
000199* the report carries the latest disposition
000199 1500-POST-ANNOT.
