000072* that suite's hooks, tag or log file, and an 'F' after a
000073* 'T' row adds a fixture to that test - so a templated suite
000074* can still deviate where it needs to.
000074*   'P' col 2-21 - after an 'S' row: the suite runs only
000074*       after the named prerequisite suite succeeded
000074*       (CBU-add-suite-prereq)
000074*   'X' col 2-21 - after an 'S' row: a resource outside the
000074*       sandbox the suite uses, held exclusively unless
000074*       col 22 is 'S' (shared) (CBU-add-suite-resource)
000074*   'J' col 2-41 - after a 'T' row: the test's steps come from
000074*       this JCL member (CBU-import-jcl)
000074*   'E' after a 'T' row: the test calls an ENTRY point
000074*       (CBU-add-entry-call) - col 2-9 load module, col 10-39
000074*       entry name, col 40-43 expected RETURN-CODE; the 'E'
000074*       rows of a test are called in the order they appear
000074*   'I' col 2-71 - after an 'E' row: parameter area the call
000074*       is passed
000074*   'O' col 2-71 - after an 'E' row: parameter area the call
000074*       should hand back
000054 IDENTIFICATION DIVISION.
000055 PROGRAM-ID.   CBU00015.
000056 ENVIRONMENT    DIVISION.
000078   77 fx PIC 9(1).
000079   77 fixture-source PIC X(40).
000080   77 fixture-target PIC X(40).
000080   77 resource-mode PIC X(1).
000080   77 jcl-member PIC X(40).
000080   77 import-rc PIC 9(1).
000080   77 entry-module PIC X(8).
000080   77 entry-name PIC X(30).
000080   77 entry-area-in PIC X(100).
000080   77 entry-area-out PIC X(100).
000080   77 entry-rc PIC 9(4).
000080   77 entry-pos PIC 9(3).
000081   01 ListeTemplates.
000082     05 TemplateEntry OCCURS 10 TIMES.
000083       10 TP-name PIC X(20).
000103           IF CatalogRecType = "U"
000103              PERFORM 2000-APPLY-TEMPLATE
000103           END-IF
000103           IF CatalogRecType = "P"
000103              PERFORM 3400-SUITE-PREREQ
000103           END-IF
000103           IF CatalogRecType = "X"
000103              PERFORM 3500-SUITE-RESOURCE
000103           END-IF
000103           IF CatalogRecType = "J"
000103              PERFORM 3600-TEST-JCL
000103           END-IF
000103           IF CatalogRecType = "E"
000103              PERFORM 3700-TEST-ENTRY
000103           END-IF
000103           IF CatalogRecType = "I" OR CatalogRecType = "O"
000103              PERFORM 3800-ENTRY-AREA
000103           END-IF
000104     END-READ
000105  END-PERFORM.
000106  CLOSE CatalogFile.
000200  MOVE CatalogRecord(42:30) TO fixture-target.
000201  CALL CBU-add-test-fixture
000202     USING CBU-ctx fixture-source fixture-target.
000202
000202 3400-SUITE-PREREQ.
000202  IF SuiteIndex < 2
000202     DISPLAY "COBOLUnit: catalog 'P' row before any suite"
000202        " - ignored"
000202     EXIT PARAGRAPH
000202  END-IF.
000202  CALL CBU-add-suite-prereq USING CBU-ctx CatalogName.
000202
000202 3500-SUITE-RESOURCE.
000202  IF SuiteIndex < 2
000202     DISPLAY "COBOLUnit: catalog 'X' row before any suite"
000202        " - ignored"
000202     EXIT PARAGRAPH
000202  END-IF.
000202  MOVE CatalogDesc(1:1) TO resource-mode.
000202  CALL CBU-add-suite-resource
000202     USING CBU-ctx CatalogName resource-mode.
000202
000202 3600-TEST-JCL.
000202  IF TestIndex < 2
000202     DISPLAY "COBOLUnit: catalog 'J' row before any test"
000202        " - ignored"
000202     EXIT PARAGRAPH
000202  END-IF.
000202  MOVE CatalogRecord(2:40) TO jcl-member.
000202  CALL CBU-import-jcl USING CBU-ctx jcl-member import-rc.
000202
000202 3700-TEST-ENTRY.
000202  IF TestIndex < 2
000202     DISPLAY "COBOLUnit: catalog 'E' row before any test"
000202        " - ignored"
000202     EXIT PARAGRAPH
000202  END-IF.
000202  MOVE CatalogRecord(2:8) TO entry-module.
000202  MOVE CatalogRecord(10:30) TO entry-name.
000202  IF CatalogRecord(40:4) IS NUMERIC
000202     MOVE CatalogRecord(40:4) TO entry-rc
000202  ELSE
000202     MOVE 0 TO entry-rc
000202  END-IF.
000202  MOVE SPACES TO entry-area-in.
000202  MOVE SPACES TO entry-area-out.
000202  CALL CBU-add-entry-call USING CBU-ctx entry-module
000202     entry-name entry-area-in entry-rc entry-area-out.
000202
000202* an 'I' or 'O' row completes the entry call the 'E' row just
000202* above it registered for the current test
000202 3800-ENTRY-AREA.
000202  COMPUTE nb-suite-pos = SuiteIndex - 1.
000202  COMPUTE nb-test-pos = TestIndex - 1.
000202  MOVE EntryCallCount TO entry-pos.
000202  IF entry-pos = 0
000202     DISPLAY "COBOLUnit: catalog '" CatalogRecType
000202        "' row before any 'E' row - ignored"
000202     EXIT PARAGRAPH
000202  END-IF.
000202  IF EP-suite(entry-pos) NOT = nb-suite-pos
000202     OR EP-test(entry-pos) NOT = nb-test-pos
000202     DISPLAY "COBOLUnit: catalog '" CatalogRecType
000202        "' row before any 'E' row - ignored"
000202     EXIT PARAGRAPH
000202  END-IF.
000202  IF CatalogRecType = "I"
000202     MOVE CatalogRecord(2:70) TO EP-area-in(entry-pos)
000202  ELSE
000202     MOVE CatalogRecord(2:70) TO EP-area-out(entry-pos)
000202  END-IF.
000203 END PROGRAM CBU00015.
