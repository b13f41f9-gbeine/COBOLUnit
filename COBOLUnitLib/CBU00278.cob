000057*>        "<!-- CBUCHK nnnnnnnnn -->" trailer the exporters
000058*>        append - an edited line (or a missing trailer) is
000059*>        reported as a broken chain
000060*>SOAK and PERT records and records written before the chain
000060*>existed
000061*>(no numeric checksum) are outside the chain and reported as
000062*>UNCHAINED without advancing the seed, the same rule the
000063*>appenders follow.
000128           ADD 1 TO RecordNumber
000129           MOVE ChainLine(chk-pos:9) TO stored-chk-x
000130           IF ChainLine(1:4) = "SOAK"
000130              OR ChainLine(1:4) = "PERT"
000131              OR stored-chk-x IS NOT NUMERIC
000132              ADD 1 TO nb-unchained
000133           ELSE
