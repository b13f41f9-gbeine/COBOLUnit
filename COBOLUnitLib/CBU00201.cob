000063*>  CONTROL-FILE <name>     ANNOTATION-FILE <name>
000063*>  ACCESS-FILE <name>      DRIFT-FILE <name>
000063*>  DRIFT-GATE 0/1/2        SCHEDULE-FILE <name>
000063*>  MUTATE-COMPILE <command> CURRENCY-FILE <name>
000063*>  MUTATE-RUN <command>    STEP-LAUNCHER <command>
000063*>  LOCALE POINT/COMMA      PREFLIGHT-FILE <name>
000063*>  PREFLIGHT-REPORT <name> DEFECT-EXPORT <name>
000063*>  LISTING-FILE <name>     HOST-EXTRACT <name>
000063*>  HOST-EXTRACT-PACKED Y/N IO-VOLUME-FILE <name>
000063*>  IO-GROWTH-PCT <pct>     LEDGER-FILE <name>
000063*>  RELEASE <label>         RELEASE-ENV <env>
000063*>  PROMOTION-PATH <env> <env> ...
000064*>The GATE- keywords arm the release quality gates evaluated
000065*>by CBU-check-gates after the run: minimum pass rate, no new
000066*>failures versus the previous run, and a paragraph coverage
000186     MOVE num-value TO drift-gate
000186  WHEN "SCHEDULE-FILE"
000186     MOVE PR-value TO schedule-file-name
000186  WHEN "MUTATE-COMPILE"
000186     MOVE PR-value TO mutate-compile-cmd
000186  WHEN "MUTATE-RUN"
000186     MOVE PR-value TO mutate-run-cmd
000186  WHEN "STEP-LAUNCHER"
000186     MOVE PR-value TO step-launcher
000186  WHEN "CURRENCY-FILE"
000186     MOVE PR-value TO currency-file-name
000186  WHEN "PREFLIGHT-FILE"
000186     MOVE PR-value TO preflight-file-name
000186  WHEN "PREFLIGHT-REPORT"
000186     MOVE PR-value TO preflight-report-file
000186  WHEN "DEFECT-EXPORT"
000186     MOVE PR-value TO defect-export-file
000186  WHEN "LISTING-FILE"
000186     MOVE PR-value TO listing-file-name
000186  WHEN "HOST-EXTRACT"
000186     MOVE PR-value TO host-extract-file
000186  WHEN "HOST-EXTRACT-PACKED"
000186     IF PR-value(1:1) = "Y" OR PR-value(1:1) = "y"
000186        MOVE 1 TO host-extract-packed
000186     ELSE
000186        MOVE 0 TO host-extract-packed
000186     END-IF
000186  WHEN "IO-VOLUME-FILE"
000186     MOVE PR-value TO io-volume-file
000186  WHEN "IO-GROWTH-PCT"
000186     MOVE num-value TO io-growth-pct
000186  WHEN "LEDGER-FILE"
000186     MOVE PR-value TO ledger-file
000186  WHEN "RELEASE"
000186     MOVE PR-value TO release-label
000186  WHEN "RELEASE-ENV"
000186     MOVE PR-value TO release-env
000186  WHEN "PROMOTION-PATH"
000186     MOVE PR-value TO promotion-path
000186  WHEN "LOCALE"
000186     MOVE PR-value TO decimal-locale
000186     INSPECT decimal-locale
000186        CONVERTING "acimnopt" TO "ACIMNOPT"
000187  WHEN OTHER
000188     DISPLAY "Profile: unknown keyword '" PR-key "'"
000189     EXIT PARAGRAPH
