000053*>mapping registered mid-test only applies from the next data
000054*>row on); the registry is cleared at the start of every test
000055*>and each applied mapping is recorded in the run log. Up to
000056*>10 mappings per test. ActualPath may be a generation
000056*>reference such as "MASTER(-1)" on a base the suite declared
000056*>with CBU-add-gdg; it is resolved each time it is applied.
000055* arg1: LogicalName - external file name the unit ASSIGNs
000056* arg2: ActualPath - file the test wants it to really read
000060 IDENTIFICATION DIVISION.
