000047*>references that name no registered suite, and - when
000048*>CBU-set-validate named a module directory - registered test,
000049*>setup and teardown programs whose compiled module
000050*>(<dir>/<name>.so) is not on disk, and declared ENTRY-point
000050*>calls (CBU-add-entry-call) whose load module is missing or
000050*>does not export the entry. Every defect is printed;
000051*>the count comes back so CBU-run can abandon the run up
000052*>front.
000053* arg1: DefectCount - number of defects found
000090  01 prog-buf PIC X(32000).
000091  01 prog-len PIC 99999.
000092  01 probe-prog PIC X(8).
000092  01 stub-defects PIC 9(3).
000092  01 e PIC 9(2).
000092  01 has-entries PIC 9(1).
000092  01 module-ptr USAGE PROCEDURE-POINTER.
000092  01 entry-ptr USAGE PROCEDURE-POINTER.
000093  COPY CBUC0002.
000100 LINKAGE SECTION.
000101  77 DefectCount PIC 9(3).
000152           END-IF
000153        END-PERFORM
000154        IF validate-lib-dir <> SPACES
000155* a test made of entry calls has no program of its own
000155           PERFORM 1100-TEST-HAS-ENTRIES
000155           IF has-entries = 0
000155              MOVE TestName(i,j)(1:8) TO probe-prog
000155              PERFORM 1000-PROBE-MODULE
000155           END-IF
000157           MOVE TestSetupProg(i,j) TO probe-prog
000158           PERFORM 1000-PROBE-MODULE
000159           MOVE TestTeardownProg(i,j) TO probe-prog
000167        PERFORM 1000-PROBE-MODULE
000168     END-IF
000169  END-PERFORM.
000169  IF validate-lib-dir <> SPACES
000169     PERFORM VARYING e FROM 1 BY 1 UNTIL e > EntryCallCount
000169        PERFORM 2000-PROBE-ENTRY
000169     END-PERFORM
000169  END-IF.
000169* a scripted stub that no longer matches the real program's
000169* linkage keeps its tests green against a retired interface
000169  IF StubContractCount > 0
000169     CALL CBU-check-stub-contracts USING CBU-ctx stub-defects
000169     ADD stub-defects TO nb-defects
000169  END-IF.
000170  IF nb-defects = 0
000171     DISPLAY "|   catalog is clean"
000172  END-IF.
000196     DISPLAY "|   program '" probe-prog
000197        "' has no module in " validate-lib-dir
000198  END-IF.
000198
000198 1100-TEST-HAS-ENTRIES.
000198  MOVE 0 TO has-entries.
000198  PERFORM VARYING e FROM 1 BY 1 UNTIL e > EntryCallCount
000198     IF EP-suite(e) = i AND EP-test(e) = j
000198        MOVE 1 TO has-entries
000198     END-IF
000198  END-PERFORM.
000198
000198*>an entry the module no longer exports (renamed, or dropped
000198*>with the paragraph that held it) fails every call of the
000198*>sequence; the module is loaded without running it and the
000198*>entry resolved the way the entry-call harness resolves it
000198 2000-PROBE-ENTRY.
000198  IF EP-module(e) = SPACES
000198     MOVE EP-entry(e)(1:8) TO probe-prog
000198  ELSE
000198     MOVE EP-module(e) TO probe-prog
000198  END-IF.
000198  PERFORM 1000-PROBE-MODULE.
000198  IF open-status <> "00" OR EP-module(e) = SPACES
000198     EXIT PARAGRAPH
000198  END-IF.
000198  SET module-ptr TO ENTRY EP-module(e).
000198  IF module-ptr = NULL
000198     ADD 1 TO nb-defects
000198     DISPLAY "|   module " probe-name " cannot be loaded"
000198     EXIT PARAGRAPH
000198  END-IF.
000198  SET entry-ptr TO ENTRY EP-entry(e).
000198  IF entry-ptr = NULL
000198     ADD 1 TO nb-defects
000198     DISPLAY "|   entry '" EP-entry(e)
000198        "' is not exported by module " probe-name
000198  END-IF.
000199 END PROGRAM CBU00198.
