000048*><fixture-lib-dir>/<source> to the declared working name; a
000049*>source missing from the library raises a test error through
000050*>CBU-add-error instead of surfacing later as a mystery
000051*>"file not found" inside the unit under test. A working
000051*>name may be a generation reference such as "MASTER(+1)" on
000051*>a base the suite declared with CBU-add-gdg: the fixture is
000051*>copied to that generation, a "(+n)" one is rolled in as the
000051*>new (0), and removal empties the suite's bases again.
000052* arg1: StageAction - 'S' stage before the test, 'R' remove
000053*        after it
000060 IDENTIFICATION DIVISION.
000090  01 perturb-name PIC X(40).
000090  01 aging-name PIC X(40).
000090  01 ag-idx PIC 9(2).
000090  01 target-name PIC X(40).
000090  01 target-gdg PIC 9(1).
000090  01 target-rel PIC S9(3).
000090  01 gdg-action PIC X(1).
000091  COPY CBUC0002.
000100 LINKAGE SECTION.
000101  77 StageAction PIC X(1).
000119        MOVE FX-source(f) TO src-buf
000120        CALL CBU-get-last-index USING CBU-ctx src-buf
000121           src-len
000121        CALL CBU-resolve-gdg USING CBU-ctx FX-target(f)
000121           target-name
000121        MOVE gdg-last-hit TO target-gdg
000121        MOVE gdg-last-rel TO target-rel
000122        INITIALIZE probe-name
000123        IF lib-len > 0
000124           STRING fixture-lib-dir(1:lib-len) "/"
000140                 error-condition
000141           ELSE
000142              INITIALIZE copy-command
000143              STRING "cp " probe-name " " target-name
000144                 INTO copy-command
000145              CALL "SYSTEM" USING copy-command
000145* declared date fields age relative to the run date so the
000145              PERFORM VARYING ag-idx FROM 1 BY 1
000145                 UNTIL ag-idx > AgingCount
000145                 IF AG-source(ag-idx) = FX-source(f)
000145                    MOVE target-name TO aging-name
000145                    CALL CBU-age-fixture
000145                       USING CBU-ctx aging-name ag-idx
000145                 END-IF
000145* the effectiveness audit perturbs the staged copy so a
000145* test blind to its data shows up green-through-anything
000145              IF perturb-active = 1
000145                 MOVE target-name TO perturb-name
000145                 CALL CBU-perturb-file
000145                    USING CBU-ctx perturb-name
000145              END-IF
000145              IF target-gdg > 0 AND target-rel > 0
000145                 MOVE "R" TO gdg-action
000145                 CALL CBU-roll-gdg USING CBU-ctx
000145                    index-current-suite gdg-action
000145              END-IF
000146           END-IF
000147        ELSE
000147           IF target-gdg > 0
000147              MOVE "C" TO gdg-action
000147              CALL CBU-roll-gdg USING CBU-ctx
000147                 index-current-suite gdg-action
000147           ELSE
000148              INITIALIZE copy-command
000149              STRING "rm -f " target-name INTO copy-command
000150              CALL "SYSTEM" USING copy-command
000147           END-IF
000151        END-IF
000152     END-IF
000153  END-PERFORM.
