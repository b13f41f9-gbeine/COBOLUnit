000106        READ HistoryFile
000107           AT END MOVE 1 TO eof-flag
000108           NOT AT END
000108* a soak leaves one SOAK record and a perturb audit one PERT
000108* record - neither is an ordinary run
000108              IF HistoryLine(1:4) NOT = "SOAK"
000108                 AND HistoryLine(1:4) NOT = "PERT"
000108                 ADD 1 TO total-lines
000108              END-IF
000109        END-READ
000122           AT END MOVE 1 TO eof-flag
000122           NOT AT END
000122              IF HistoryLine(1:4) NOT = "SOAK"
000122                 AND HistoryLine(1:4) NOT = "PERT"
000122                 ADD 1 TO line-count
000122                 IF line-count > skip-count
000122                    DISPLAY HL-TestRunCount " "
