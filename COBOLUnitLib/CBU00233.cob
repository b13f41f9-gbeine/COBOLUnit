000047*>CBU-assert-file-totals) reads on its next calls, so an
000048*>indexed batch master can be asserted on directly instead of
000049*>through a separate unload step. 0 = LINE SEQUENTIAL (the
000050*>default), 1 = INDEXED, 2 = RELATIVE. Indexed files are read
000051*>in key order under the framework convention that the primary
000052*>key is the leading 64 bytes of the record (shorter keys
000053*>space-padded) - the same convention CBU-assert-isam-record
000054*>uses for its keyed read. Relative files are read in slot
000054*>order, empty slots skipped, as 255-byte records - the record
000054*>length the CBU-assert-rel-slot family also reads them with -
000054*>and each record's slot number is checked along with its
000054*>bytes. The switch is reset to 0 by CBU-test-run at the
000055*>start of every test so one test's setting cannot leak into
000056*>the next.
000057* arg1: OrgCode - 0 line sequential, 1 indexed, 2 relative
000060 IDENTIFICATION DIVISION.
000061 PROGRAM-ID.   CBU00233.
000062 ENVIRONMENT    DIVISION.
