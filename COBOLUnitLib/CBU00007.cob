000075   01 lineToLog PIC X(255).
000076   01 exception-text PIC X(30).
000076   01 error-prog-name PIC X(20).
000076   01 gdg-action PIC X(1).
000089	COPY CBUC0002.
000090   LINKAGE SECTION.
000091   	COPY CBUC0001.
000096	      PERFORM 8000-RESTORE-HANDOFF
000096	   END-IF
000096	END-PERFORM
000096* generation bases start empty - except from the second day of
000096* a cycle on, when yesterday's generations are the carryover
000096	IF TestIsRunning NOT = 1
000096	   AND (cycle-mode = 0 OR cycle-day <= 1)
000096	   MOVE "C" TO gdg-action
000096	   CALL CBU-roll-gdg USING CBU-ctx i gdg-action
000096	END-IF
000097	IF TestIsRunning NOT = 1 AND SuiteSetupProg(i) <> SPACES THEN
000098	   CALL SuiteSetupProg(i) USING CBU-ctx
000099	      ON EXCEPTION
