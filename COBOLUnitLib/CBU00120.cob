000071  01 i PIC 9(3).
000072  01 stub-found PIC 9(1) VALUE 0.
000073  01 allow-found PIC 9(1).
000073  01 called-found PIC 9(1).
000074  01 error-prog-name PIC X(20).
000075  01 error-condition PIC X(30).
000073  COPY CBUC0002.
000116        MOVE "CBUNOPGM" TO ResolvedName
000117     END-IF
000118  END-IF.
000119* with fingerprints on, the program the test really reaches is
000119* kept for the run's suspect-change report; the library
000119* watcher keeps it to know which suites a changed module reaches
000119  IF (fingerprint-file <> SPACES OR watch-mode = 1)
000119     AND ResolvedName <> "CBUNOPGM" AND ResolvedName <> "CBU00148"
000119     MOVE 0 TO called-found
000119     PERFORM VARYING i FROM 1 BY 1
000119        UNTIL i > CalledCount OR called-found = 1
000119        IF CU-suite(i) = index-current-suite
000119           AND CU-test(i) = index-current-test
000119           AND CU-prog(i) = ResolvedName
000119           MOVE 1 TO called-found
000119        END-IF
000119     END-PERFORM
000119     IF called-found = 0 AND CalledCount < 500
000119        ADD 1 TO CalledCount
000119        MOVE index-current-suite TO CU-suite(CalledCount)
000119        MOVE index-current-test TO CU-test(CalledCount)
000119        MOVE ResolvedName TO CU-prog(CalledCount)
000119     END-IF
000119  END-IF.
000140  EXIT PROGRAM.
000150 END PROGRAM CBU00120.
