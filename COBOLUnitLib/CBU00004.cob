000228      MOVE SPACES TO SuiteTag(SuiteIndex).
000229      MOVE 0 TO SuiteIndependent(SuiteIndex).
000229      MOVE SPACES TO SuiteLogFile(SuiteIndex).
000229      MOVE SPACES TO SuiteLocale(SuiteIndex).
000229      MOVE SPACES TO SuitePrereq(SuiteIndex).
000229      MOVE SPACES TO SuitePack(SuiteIndex).
000229      MOVE 0 TO suite-deferred(SuiteIndex).
