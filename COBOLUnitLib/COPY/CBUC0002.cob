000276 01 CBU-subset-fixture         PIC X(8) VALUE "CBU00298".
000277 01 CBU-resolve-schedule       PIC X(8) VALUE "CBU00299".
000278 01 CBU-build-repro            PIC X(8) VALUE "CBU00302".
000279 01 CBU-set-mutate             PIC X(8) VALUE "CBU00303".
000280 01 CBU-run-mutate             PIC X(8) VALUE "CBU00304".
000281 01 CBU-gen-skeleton           PIC X(8) VALUE "CBU00305".
000282 01 CBU-add-test-property      PIC X(8) VALUE "CBU00306".
000283 01 CBU-run-property           PIC X(8) VALUE "CBU00307".
000284 01 CBU-sql-stub               PIC X(8) VALUE "CBU00308".
000285 01 CBU-set-sql-file           PIC X(8) VALUE "CBU00309".
000286 01 CBU-assert-sql-ran         PIC X(8) VALUE "CBU00310".
000287 01 CBU-assert-sql-input       PIC X(8) VALUE "CBU00311".
000288 01 CBU-precompile-sql         PIC X(8) VALUE "CBU00312".
000289 01 CBU-cics-stub              PIC X(8) VALUE "CBU00313".
000290 01 CBU-set-cics-file          PIC X(8) VALUE "CBU00314".
000291 01 CBU-run-cics               PIC X(8) VALUE "CBU00315".
000292 01 CBU-assert-cics-sequence   PIC X(8) VALUE "CBU00316".
000293 01 CBU-assert-cics-data       PIC X(8) VALUE "CBU00317".
000294 01 CBU-precompile-cics        PIC X(8) VALUE "CBU00318".
000295 01 CBU-set-mq-sim             PIC X(8) VALUE "CBU00319".
000296 01 CBU-mq-preload             PIC X(8) VALUE "CBU00320".
000297 01 CBU-mq-fault               PIC X(8) VALUE "CBU00321".
000298 01 CBU-assert-mq-count        PIC X(8) VALUE "CBU00322".
000299 01 CBU-assert-mq-message      PIC X(8) VALUE "CBU00323".
000300 01 CBU-mq-sim-conn            PIC X(8) VALUE "CBU00324".
000301 01 CBU-mq-sim-open            PIC X(8) VALUE "CBU00325".
000302 01 CBU-mq-sim-put             PIC X(8) VALUE "CBU00326".
000303 01 CBU-mq-sim-get             PIC X(8) VALUE "CBU00327".
000304 01 CBU-mq-sim-close           PIC X(8) VALUE "CBU00328".
000305 01 CBU-mq-sim-disc            PIC X(8) VALUE "CBU00329".
000306 01 CBU-screen-show            PIC X(8) VALUE "CBU00330".
000307 01 CBU-screen-field           PIC X(8) VALUE "CBU00331".
000308 01 CBU-screen-accept          PIC X(8) VALUE "CBU00332".
000309 01 CBU-set-screen-file        PIC X(8) VALUE "CBU00333".
000310 01 CBU-assert-screen-text     PIC X(8) VALUE "CBU00334".
000311 01 CBU-assert-screen-attr     PIC X(8) VALUE "CBU00335".
000312 01 CBU-assert-screen-cursor   PIC X(8) VALUE "CBU00336".
000313 01 CBU-assert-screen-order    PIC X(8) VALUE "CBU00337".
000314 01 CBU-precompile-screen      PIC X(8) VALUE "CBU00338".
000315 01 CBU-assert-report-totals   PIC X(8) VALUE "CBU00339".
000316 01 CBU-assert-file-group-totals PIC X(8) VALUE "CBU00340".
000317 01 CBU-assert-file-rules      PIC X(8) VALUE "CBU00341".
000318 01 CBU-assert-master-changes  PIC X(8) VALUE "CBU00342".
000319 01 CBU-set-rec-odo            PIC X(8) VALUE "CBU00343".
000320 01 CBU-assert-file-odo        PIC X(8) VALUE "CBU00344".
000321 01 CBU-assert-rel-slot        PIC X(8) VALUE "CBU00345".
000322 01 CBU-assert-rel-slot-empty  PIC X(8) VALUE "CBU00346".
000323 01 CBU-assert-rel-high-slot   PIC X(8) VALUE "CBU00347".
000324 01 CBU-assert-check-digit     PIC X(8) VALUE "CBU00348".
000325 01 CBU-check-digit            PIC X(8) VALUE "CBU00349".
000326 01 CBU-assert-file-check-digit PIC X(8) VALUE "CBU00350".
000327 01 CBU-assert-currency-amount PIC X(8) VALUE "CBU00351".
000328 01 CBU-set-currency-file      PIC X(8) VALUE "CBU00352".
000329 01 CBU-set-suite-locale       PIC X(8) VALUE "CBU00353".
000330 01 CBU-get-locale             PIC X(8) VALUE "CBU00354".
000331 01 CBU-utf8-scan              PIC X(8) VALUE "CBU00355".
000332 01 CBU-assert-utf8-equals     PIC X(8) VALUE "CBU00356".
000333 01 CBU-assert-utf8-valid      PIC X(8) VALUE "CBU00357".
000334 01 CBU-assert-utf8-fits       PIC X(8) VALUE "CBU00358".
000335 01 CBU-assert-national-equals PIC X(8) VALUE "CBU00359".
000336 01 CBU-assert-national-fits   PIC X(8) VALUE "CBU00360".
000337 01 CBU-file-fault             PIC X(8) VALUE "CBU00361".
000338 01 CBU-file-io                PIC X(8) VALUE "CBU00362".
000339 01 CBU-assert-file-fault-hit  PIC X(8) VALUE "CBU00363".
000340 01 CBU-assert-return-code     PIC X(8) VALUE "CBU00364".
000341 01 CBU-add-restart            PIC X(8) VALUE "CBU00365".
000342 01 CBU-run-restart            PIC X(8) VALUE "CBU00366".
000343 01 CBU-restart-point          PIC X(8) VALUE "CBU00367".
000344 01 CBU-add-rerun              PIC X(8) VALUE "CBU00368".
000345 01 CBU-run-rerun              PIC X(8) VALUE "CBU00369".
000346 01 CBU-add-contender          PIC X(8) VALUE "CBU00370".
000347 01 CBU-set-contention-check   PIC X(8) VALUE "CBU00371".
000348 01 CBU-run-contention         PIC X(8) VALUE "CBU00372".
000349 01 CBU-assert-transitions     PIC X(8) VALUE "CBU00374".
000350 01 CBU-add-test-decision-table PIC X(8) VALUE "CBU00375".
000351 01 CBU-decision-table         PIC X(8) VALUE "CBU00376".
000352 01 CBU-assert-decision-action PIC X(8) VALUE "CBU00377".
000353 01 CBU-add-scenarios          PIC X(8) VALUE "CBU00378".
000354 01 CBU-run-scenario           PIC X(8) VALUE "CBU00379".
000355 01 CBU-add-stub-contract      PIC X(8) VALUE "CBU00380".
000356 01 CBU-check-stub-contracts   PIC X(8) VALUE "CBU00381".
000357 01 CBU-lint-tests             PIC X(8) VALUE "CBU00382".
000358 01 CBU-report-estate          PIC X(8) VALUE "CBU00383".
000359 01 CBU-copybook-impact        PIC X(8) VALUE "CBU00384".
000360 01 CBU-migrate-fixtures       PIC X(8) VALUE "CBU00385".
000361 01 CBU-inventory-fixtures     PIC X(8) VALUE "CBU00386".
000362 01 CBU-set-fingerprints       PIC X(8) VALUE "CBU00387".
000363 01 CBU-record-fingerprints    PIC X(8) VALUE "CBU00388".
000364 01 CBU-report-suspects        PIC X(8) VALUE "CBU00389".
000365 01 CBU-minimize-pack          PIC X(8) VALUE "CBU00390".
000366 01 CBU-report-lifecycle       PIC X(8) VALUE "CBU00391".
000367 01 CBU-report-dead-weight     PIC X(8) VALUE "CBU00392".
000368 01 CBU-plan-lanes             PIC X(8) VALUE "CBU00393".
000369 01 CBU-add-suite-resource     PIC X(8) VALUE "CBU00394".
000370 01 CBU-preflight              PIC X(8) VALUE "CBU00395".
000371 01 CBU-set-preflight          PIC X(8) VALUE "CBU00396".
000372 01 CBU-export-defects         PIC X(8) VALUE "CBU00397".
000373 01 CBU-reconcile-tickets      PIC X(8) VALUE "CBU00398".
000374 01 CBU-set-defect-export      PIC X(8) VALUE "CBU00399".
000375 01 CBU-report-chargeback      PIC X(8) VALUE "CBU00400".
000376 01 CBU-print-listing          PIC X(8) VALUE "CBU00401".
000377 01 CBU-set-listing            PIC X(8) VALUE "CBU00402".
000378 01 CBU-export-host-extract    PIC X(8) VALUE "CBU00403".
000379 01 CBU-set-host-extract       PIC X(8) VALUE "CBU00404".
000380 01 CBU-report-io-volume       PIC X(8) VALUE "CBU00405".
000381 01 CBU-set-io-volume          PIC X(8) VALUE "CBU00406".
000382 01 CBU-record-promotion       PIC X(8) VALUE "CBU00407".
000383 01 CBU-check-promotion        PIC X(8) VALUE "CBU00408".
000384 01 CBU-set-release            PIC X(8) VALUE "CBU00409".
000385 01 CBU-add-gdg                PIC X(8) VALUE "CBU00410".
000386 01 CBU-resolve-gdg            PIC X(8) VALUE "CBU00411".
000387 01 CBU-roll-gdg               PIC X(8) VALUE "CBU00412".
000388 01 CBU-import-jcl             PIC X(8) VALUE "CBU00413".
000389 01 CBU-apply-step-dds         PIC X(8) VALUE "CBU00414".
000390 01 CBU-set-step-expect        PIC X(8) VALUE "CBU00415".
000391 01 CBU-run-watch              PIC X(8) VALUE "CBU00416".
000392 01 CBU-set-watch              PIC X(8) VALUE "CBU00417".
000393 01 CBU-import-junit           PIC X(8) VALUE "CBU00418".
000394 01 CBU-add-step-file          PIC X(8) VALUE "CBU00419".
000395 01 CBU-add-trace-key          PIC X(8) VALUE "CBU00420".
000396 01 CBU-trace-keys             PIC X(8) VALUE "CBU00421".
000397 01 CBU-add-entry-call         PIC X(8) VALUE "CBU00422".
000398 01 CBU-run-entries            PIC X(8) VALUE "CBU00423".
000399 01 CBU-day-count              PIC X(8) VALUE "CBU00424".
000400 01 CBU-assert-accrual         PIC X(8) VALUE "CBU00425".
000401 01 CBU-record-run             PIC X(8) VALUE "CBU00426".
000402 01 CBU-count-harness-io       PIC X(8) VALUE "CBU00427".
000403 01 CBU-set-mutate-run         PIC X(8) VALUE "CBU00428".
000404 01 CBU-precompile-io          PIC X(8) VALUE "CBU00429".
