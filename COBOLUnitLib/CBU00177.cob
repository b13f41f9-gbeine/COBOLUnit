000049*>digits; taken here only when no one stamped), carrying the
000049*>outcome (S succeeded / F failed / E errored), the attempts
000050*>CBU-call-test needed, and test-time-elapsed. No-op when no
000051*>detail file is configured. Cols 75-82 name the source
000051*>system of a test imported by CBU-import-junit and are
000051*>blank here.
000060 IDENTIFICATION DIVISION.
000061 PROGRAM-ID.   CBU00177.
000062 ENVIRONMENT    DIVISION.
000078	  05 RD-attempts PIC 9(2).
000079	  05 RD-elapsed PIC 9(8).
000079	  05 RD-checksum PIC 9(9).
000079	  05 RD-source PIC X(8).
000080 WORKING-STORAGE SECTION.
000081  01 i PIC 9(3).
000082  01 j PIC 9(3).
000126           END-PERFORM
000126           MOVE chain-work TO RD-checksum
000126           MOVE RD-checksum TO prev-checksum
000126* the source system is left blank for COBOLUnit's own tests;
000126* CBU-import-junit tags the tests other tools ran
000126           MOVE SPACES TO RD-source
000127           WRITE DetailRecord
000127           END-IF
000128        END-PERFORM
