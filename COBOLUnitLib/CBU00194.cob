000048*>current DD_<name> value and sets the mapped path, logging
000049*>"file map" lines so the run log always shows which file a
000050*>test really read; restoring puts the saved values back.
000050*>A generation reference as the mapped path ("MASTER(+1)" on
000050*>a base declared with CBU-add-gdg) is resolved to the
000050*>generation's file name, and 'G' re-resolves just those
000050*>mappings after the bases rolled between job steps.
000051* arg1: MapAction - 'A' apply before the CALL, 'R' restore
000052*        after it, 'G' re-resolve generation references
000060 IDENTIFICATION DIVISION.
000061 PROGRAM-ID.   CBU00194.
000062 ENVIRONMENT    DIVISION.
000073  01 name-buf PIC X(32000).
000074  01 name-len PIC 99999.
000075  01 lineToLog PIC X(255).
000075  01 map-target PIC X(64).
000075  01 gdg-name-in PIC X(40).
000075  01 gdg-name-out PIC X(40).
000076  COPY CBUC0002.
000080 LINKAGE SECTION.
000081  77 MapAction PIC X(1).
000095     INITIALIZE env-name
000096     STRING "DD_" MapLogical(m)(1:name-len)
000097        INTO env-name
000097     MOVE MapActual(m) TO map-target
000097     MOVE 0 TO gdg-last-hit
000097     IF MapAction <> "R" AND GdgCount > 0
000097        AND MapActual(m)(41:24) = SPACES
000097        MOVE MapActual(m) TO gdg-name-in
000097        CALL CBU-resolve-gdg USING CBU-ctx gdg-name-in
000097           gdg-name-out
000097        IF gdg-last-hit > 0
000097           MOVE gdg-name-out TO map-target
000097        END-IF
000097     END-IF
000098     EVALUATE MapAction
000098     WHEN "A"
000099        ACCEPT MapSaved(m) FROM ENVIRONMENT env-name
000100        END-ACCEPT
000101        SET ENVIRONMENT env-name TO map-target
000102        PERFORM 1000-LOG-MAP
000098     WHEN "G"
000098        IF gdg-last-hit > 0
000098           SET ENVIRONMENT env-name TO map-target
000098           PERFORM 1000-LOG-MAP
000098        END-IF
000106     WHEN OTHER
000107        SET ENVIRONMENT env-name TO MapSaved(m)
000108     END-EVALUATE
000109  END-PERFORM.
000140  EXIT PROGRAM.
000140
000140 1000-LOG-MAP.
000140  INITIALIZE lineToLog.
000140  IF gdg-last-hit > 0
000140     STRING "file map: " MapLogical(m)(1:name-len)
000140        " -> " DELIMITED BY SIZE gdg-name-in DELIMITED BY SPACE
000140        " = " map-target DELIMITED BY SIZE INTO lineToLog
000140  ELSE
000140     STRING "file map: " MapLogical(m)(1:name-len)
000140        " -> " MapActual(m) INTO lineToLog
000140  END-IF.
000140  CALL CBU-write-log-line USING CBU-ctx lineToLog.
000150 END PROGRAM CBU00194.
