000047*>command-line filters CBU-run received, catalog file used,
000048*>registered suite and test counts, switch summary), action
000049*>'E' the signed-off completion record with the final
000050*>counters, action 'W' the reason the library watcher
000050*>(CBU-run-watch) started a run - the members that changed and
000050*>the suites they reach. The file is opened EXTEND - it is
000050*>never truncated.
000051* arg1: ManifestAction - 'S' manifest at start, 'E' complete
000052*        at end, 'W' watcher run started
000060 IDENTIFICATION DIVISION.
000061 PROGRAM-ID.   CBU00210.
000062 ENVIRONMENT    DIVISION.
000135        " failfast=" fail-fast-mode
000136        " isolate=" isolate-mode INTO AuditLine
000137     WRITE AuditLine
000137* suites the dispatcher held back for a resource
000137     PERFORM VARYING i FROM 1 BY 1 UNTIL i > ResWaitCount
000137        INITIALIZE AuditLine
000137        STRING "MANIFEST-WAIT suite=" SuiteName(RW-suite(i))
000137           " resource=" RW-resource(i)
000137           " waited=" RW-seconds(i) "s" INTO AuditLine
000137        WRITE AuditLine
000137     END-PERFORM
000138  END-IF.
000138* why the library watcher started a run
000138  IF ManifestAction = "W"
000138     INITIALIZE AuditLine
000138     STRING "WATCH " stamp-date " " stamp-time " "
000138        watch-reason INTO AuditLine
000138     WRITE AuditLine
000138  END-IF.
000138  IF ManifestAction = "E"
000139     INITIALIZE AuditLine
000140     STRING "COMPLETE " stamp-date " " stamp-time
000141        " run=" TestRunCount
