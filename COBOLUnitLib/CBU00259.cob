000057*>and tests which simulated day is running; failures on any
000058*>day accumulate into the run's counters like any other
000059*>failures.
000059*>The suite's generation data group bases (CBU-add-gdg)
000059*>roll forward after every day, so what a day created as
000059*>(+1) is (0) the next day and (-1) the day after.
000060 IDENTIFICATION DIVISION.
000061 PROGRAM-ID.   CBU00259.
000062 ENVIRONMENT    DIVISION.
000077  01 is-business PIC 9(1).
000078  01 h PIC 9(3).
000079  01 save-keep PIC 9(1).
000079  01 gdg-action PIC X(1).
000080  COPY CBUC0002.
000090 LINKAGE SECTION.
000091  COPY CBUC0001.
000132     MOVE 0 TO fail-fast-tripped
000133     MOVE 0 TO suite-deferred(s)
000134     CALL CBU-suites-run USING CBU-ctx
000134* the day's new generations are (0) for the next day
000134     MOVE "R" TO gdg-action
000134     CALL CBU-roll-gdg USING CBU-ctx s gdg-action
000135     CALL CBU-next-business-day USING CBU-ctx
000136        work-date next-date
000137     MOVE next-date TO work-date
