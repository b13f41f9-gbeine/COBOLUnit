000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-migrate-fixtures
000013*	source name: CBU00385.cob
000023*
000028*  Copyright (C) 2009 Hervé Vaujour
000029*
000030*  This program is free software; you can redistribute it and/or modify
000031*  it under the terms of the GNU General Public License as published by
000032*  the Free Software Foundation; either version 2 of the License, or
000033*  (at your option) any later version.
000034*
000035*  This program is distributed in the hope that it will be useful,
000036*  but WITHOUT ANY WARRANTY; without even the implied warranty of
000037*  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the
000038*  GNU General Public License for more details.
000039*
000040*  You should have received a copy of the GNU General Public License
000041*  along with this program; see the file COPYING. If not, write to the
000042*  Free Software Foundation, Inc., 675 Mass Ave, Cambridge, MA 02139, USA.
000043

000044*>Migrate the fixtures of fixture-lib-dir from an old record
000045*>layout to a new one, both given as the 30-byte name / 20-byte
000046*>PIC tables of CBU-assert-copybook-layout. Fields are mapped by
000047*>name: alphanumeric values are carried left-justified and
000048*>blank-padded, numeric values (PIC S, 9, V) are aligned on the
000049*>decimal point, zero-filled, their sign kept. A field only in
000050*>the new layout takes the first value of its domain when one
000051*>was declared with CBU-add-test-domain, zeros or spaces
000052*>otherwise. A value that does not fit its new width is cut and
000053*>flagged; a field only in the old layout is dropped, flagged
000054*>per file when it held data. A file is migrated when its
000055*>records fit the old layout (none longer, none ending before
000056*>its last numeric field); the others are left alone and listed.
000057*>Migrated files are written under the same name to VersionDir,
000058*>created if needed, with a migration report in ReportFile
000059*>(SPACES = MIGRATION.RPT in VersionDir).
000060* arg1: OldCount - number of fields in the old layout
000061* arg2: OldLayout - field name/PIC description, old layout
000062* arg3: NewCount - number of fields in the new layout
000063* arg4: NewLayout - field name/PIC description, new layout
000064* arg5: VersionDir - directory the migrated files go to
000065* arg6: ReportFile - migration report (SPACES = default)
000066* arg7: MigratedCount - number of files migrated
000067 IDENTIFICATION DIVISION.
000068 PROGRAM-ID.   CBU00385.
000069 ENVIRONMENT    DIVISION.
000070 INPUT-OUTPUT SECTION.
000071 FILE-CONTROL.
000072    SELECT OPTIONAL ListFile ASSIGN TO list-file-name
000073       ORGANIZATION IS LINE SEQUENTIAL
000074       FILE STATUS IS list-status.
000075    SELECT OPTIONAL OldFile ASSIGN TO old-path
000076       ORGANIZATION IS LINE SEQUENTIAL
000077       FILE STATUS IS old-status.
000078    SELECT NewFile ASSIGN TO new-path
000079       ORGANIZATION IS LINE SEQUENTIAL
000080       FILE STATUS IS new-status.
000081    SELECT ReportOut ASSIGN TO report-path
000082       ORGANIZATION IS LINE SEQUENTIAL
000083       FILE STATUS IS report-status.
000084 DATA DIVISION.
000085 FILE SECTION.
000086 	FD ListFile.
000087 	01 ListLine PIC X(200).
000088 	FD OldFile.
000089 	01 OldRecord PIC X(2000).
000090 	FD NewFile.
000091 	01 NewRecord PIC X(2000).
000092 	FD ReportOut.
000093 	01 ReportLine PIC X(132).
000094 WORKING-STORAGE SECTION.
000095  01 list-file-name PIC X(40) VALUE "CBUMIGR.TMP".
000096  01 list-status PIC X(2).
000097  01 old-path PIC X(140).
000098  01 old-status PIC X(2).
000099  01 new-path PIC X(140).
000100  01 new-status PIC X(2).
000101  01 report-path PIC X(140).
000102  01 report-status PIC X(2).
000103  01 ListEOF PIC 9(1).
000104  01 OldEOF PIC 9(1).
000105  01 dir-command PIC X(250).
000106  01 name-buf PIC X(32000).
000107  01 lib-len PIC 99999.
000108  01 ver-len PIC 99999.
000109  01 member-name PIC X(100).
000110  01 member-len PIC 99999.
000111  01 rec-len PIC 99999.
000112  01 longest PIC 9(5).
000113  01 nb-records PIC 9(5).
000114  01 skip-reason PIC X(40).
000115  01 files-migrated PIC 9(4).
000116  01 files-skipped PIC 9(4).
000117  01 total-cuts PIC 9(7).
000118  01 old-rec-len PIC 9(5).
000119  01 new-rec-len PIC 9(5).
000120  01 min-len PIC 9(5).
000121  01 layout-offset PIC 9(5).
000122  01 field-name PIC X(30).
000123  01 pic-text PIC X(20).
000124  01 pic-len PIC 9(5).
000125  01 pic-pos PIC 9(2).
000126  01 pic-byte PIC X(1).
000127  01 last-byte PIC X(1).
000128  01 rep-count PIC 9(5).
000129  01 rep-digit-x PIC X(1).
000130  01 rep-digit REDEFINES rep-digit-x PIC 9(1).
000131  01 field-numeric PIC 9(1).
000132  01 int-digits PIC 9(2).
000133  01 dec-digits PIC 9(2).
000134  01 after-point PIC 9(1).
000135  01 pic-signed PIC 9(1).
000136  01 n PIC 9(3).
000137  01 o PIC 9(3).
000138  01 b PIC 9(5).
000139  01 d PIC 9(2).
000140  01 domain-pos PIC 9(2).
000141  01 val-start PIC 9(2).
000142  01 val-count PIC 9(2).
000143  01 val-len PIC 9(2).
000144  01 domain-value PIC X(20).
000145  01 value-index PIC 9(2) VALUE 0.
000146  01 field-cut PIC 9(1).
000147  01 num-old PIC X(40).
000148  01 num-new PIC X(40).
000149  01 num-pos PIC 9(2).
000150  01 num-len PIC 9(2).
000151  01 drop-len PIC 9(2).
000152  01 minus-value PIC 9(1).
000153  01 sign-byte PIC X(1).
000154  01 digit-byte PIC X(1).
000155  01 neg-byte PIC X(1).
000156  01 sign-style PIC X(1).
000157  01 edit-count PIC Z(4)9.
000158  01 edit-len PIC Z(4)9.
000159  01 edit-fields PIC ZZ9.
000160  01 edit-cuts PIC Z(6)9.
000161  01 old-field-count PIC 9(3).
000162  01 ListeOldFields.
000163    05 OldField OCCURS 200 TIMES.
000164      10 of-name PIC X(30).
000165      10 of-pic PIC X(20).
000166      10 of-offset PIC 9(5).
000167      10 of-len PIC 9(5).
000168      10 of-numeric PIC 9(1).
000169      10 of-int PIC 9(2).
000170      10 of-dec PIC 9(2).
000171      10 of-signed PIC 9(1).
000172      10 of-new PIC 9(3).
000173      10 of-lost PIC 9(5).
000174  01 new-field-count PIC 9(3).
000175  01 ListeNewFields.
000176    05 NewField OCCURS 200 TIMES.
000177      10 nf-name PIC X(30).
000178      10 nf-pic PIC X(20).
000179      10 nf-offset PIC 9(5).
000180      10 nf-len PIC 9(5).
000181      10 nf-numeric PIC 9(1).
000182      10 nf-int PIC 9(2).
000183      10 nf-dec PIC 9(2).
000184      10 nf-signed PIC 9(1).
000185      10 nf-old PIC 9(3).
000186      10 nf-default PIC X(20).
000187      10 nf-default-len PIC 9(2).
000188      10 nf-cut PIC 9(5).
000189  COPY CBUC0002.
000190 LINKAGE SECTION.
000191  77 OldCount PIC 9(5).
000192  77 OldLayout PIC X(32000).
000193  77 NewCount PIC 9(5).
000194  77 NewLayout PIC X(32000).
000195  77 VersionDir PIC X(40).
000196  77 ReportFile PIC X(40).
000197  77 MigratedCount PIC 9(4).
000198  COPY CBUC0001.
000199 PROCEDURE DIVISION USING CBU-ctx OldCount OldLayout NewCount
000200      NewLayout VersionDir ReportFile MigratedCount.
000201  MOVE 0 TO MigratedCount.
000202  MOVE 0 TO files-migrated.
000203  MOVE 0 TO files-skipped.
000204  MOVE 0 TO total-cuts.
000205  PERFORM 1000-OLD-FIELDS.
000206  PERFORM 1100-NEW-FIELDS.
000207  IF old-rec-len = 0 OR old-rec-len > 2000
000208     OR new-rec-len = 0 OR new-rec-len > 2000
000209     DISPLAY "COBOLUnit: fixture migration needs old and new"
000210        " layouts of 1 to 2000 bytes"
000211     EXIT PROGRAM
000212  END-IF.
000213  MOVE fixture-lib-dir TO name-buf.
000214  CALL CBU-get-last-index USING CBU-ctx name-buf lib-len.
000215  MOVE VersionDir TO name-buf.
000216  CALL CBU-get-last-index USING CBU-ctx name-buf ver-len.
000217  IF ver-len = 0 OR VersionDir = fixture-lib-dir
000218     DISPLAY "COBOLUnit: fixture migration needs a version"
000219        " directory other than the fixture library"
000220     EXIT PROGRAM
000221  END-IF.
000222  INITIALIZE dir-command.
000223  STRING "mkdir -p " VersionDir(1:ver-len)
000224     DELIMITED BY SIZE INTO dir-command.
000225  CALL "SYSTEM" USING dir-command.
000226  MOVE 0 TO RETURN-CODE.
000227  INITIALIZE report-path.
000228  IF ReportFile = SPACES
000229     STRING VersionDir(1:ver-len) "/MIGRATION.RPT"
000230        DELIMITED BY SIZE INTO report-path
000231  ELSE
000232     MOVE ReportFile TO report-path
000233  END-IF.
000234  OPEN OUTPUT ReportOut.
000235  IF report-status <> "00"
000236     DISPLAY "COBOLUnit: migration report " report-path(1:60)
000237        " cannot be opened, status " report-status
000238     EXIT PROGRAM
000239  END-IF.
000240  PERFORM 2000-REPORT-LAYOUT.
000241  INITIALIZE dir-command.
000242  IF lib-len > 0
000243     STRING "ls " fixture-lib-dir(1:lib-len) " > CBUMIGR.TMP"
000244        DELIMITED BY SIZE INTO dir-command
000245  ELSE
000246     MOVE "ls > CBUMIGR.TMP" TO dir-command
000247  END-IF.
000248  CALL "SYSTEM" USING dir-command.
000249  MOVE 0 TO RETURN-CODE.
000250  MOVE 0 TO ListEOF.
000251  OPEN INPUT ListFile.
000252  PERFORM UNTIL ListEOF = 1
000253     READ ListFile
000254        AT END MOVE 1 TO ListEOF
000255        NOT AT END
000256           IF ListLine <> SPACES
000257              PERFORM 3000-MIGRATE-FILE
000258           END-IF
000259     END-READ
000260  END-PERFORM.
000261  CLOSE ListFile.
000262  MOVE SPACES TO ReportLine.
000263  MOVE files-migrated TO edit-count.
000264  MOVE files-skipped TO edit-len.
000265  MOVE total-cuts TO edit-cuts.
000266  STRING "*" edit-count " file(s) migrated," edit-len
000267     " left alone," edit-cuts " value(s) cut"
000268     DELIMITED BY SIZE INTO ReportLine.
000269  WRITE ReportLine.
000270  CLOSE ReportOut.
000271  MOVE files-migrated TO MigratedCount.
000272  DISPLAY "|--- Fixture migration: " files-migrated
000273     " file(s) migrated to " VersionDir(1:ver-len) ", "
000274     files-skipped " left alone, " total-cuts " value(s) cut".
000275  EXIT PROGRAM.
000276
000277 1000-OLD-FIELDS.
000278  MOVE 0 TO old-field-count.
000279  MOVE 0 TO old-rec-len.
000280  MOVE 0 TO min-len.
000281  PERFORM VARYING o FROM 1 BY 1
000282     UNTIL o > OldCount OR o > 200
000283     COMPUTE layout-offset = (o - 1) * 50 + 1
000284     MOVE OldLayout(layout-offset:30) TO field-name
000285     MOVE OldLayout(layout-offset + 30:20) TO pic-text
000286     INSPECT field-name CONVERTING "abcdefghijklmnopqrstuvwxyz"
000287        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000288     PERFORM 1200-PIC-LENGTH
000289     ADD 1 TO old-field-count
000290     MOVE field-name TO of-name(o)
000291     MOVE pic-text TO of-pic(o)
000292     COMPUTE of-offset(o) = old-rec-len + 1
000293     MOVE pic-len TO of-len(o)
000294     MOVE field-numeric TO of-numeric(o)
000295     MOVE int-digits TO of-int(o)
000296     MOVE dec-digits TO of-dec(o)
000297     MOVE pic-signed TO of-signed(o)
000298     MOVE 0 TO of-new(o)
000299     ADD pic-len TO old-rec-len
000300     IF field-numeric = 1 AND pic-len > 0
000301        MOVE old-rec-len TO min-len
000302     END-IF
000303  END-PERFORM.
000304
000305* new fields are mapped by name to the old ones; the others get
000306* their default from the declared domains
000307 1100-NEW-FIELDS.
000308  MOVE 0 TO new-field-count.
000309  MOVE 0 TO new-rec-len.
000310  PERFORM VARYING n FROM 1 BY 1
000311     UNTIL n > NewCount OR n > 200
000312     COMPUTE layout-offset = (n - 1) * 50 + 1
000313     MOVE NewLayout(layout-offset:30) TO field-name
000314     MOVE NewLayout(layout-offset + 30:20) TO pic-text
000315     INSPECT field-name CONVERTING "abcdefghijklmnopqrstuvwxyz"
000316        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000317     PERFORM 1200-PIC-LENGTH
000318     ADD 1 TO new-field-count
000319     MOVE field-name TO nf-name(n)
000320     MOVE pic-text TO nf-pic(n)
000321     COMPUTE nf-offset(n) = new-rec-len + 1
000322     MOVE pic-len TO nf-len(n)
000323     MOVE field-numeric TO nf-numeric(n)
000324     MOVE int-digits TO nf-int(n)
000325     MOVE dec-digits TO nf-dec(n)
000326     MOVE pic-signed TO nf-signed(n)
000327     MOVE 0 TO nf-old(n)
000328     MOVE SPACES TO nf-default(n)
000329     MOVE 0 TO nf-default-len(n)
000330     ADD pic-len TO new-rec-len
000331     PERFORM VARYING o FROM 1 BY 1 UNTIL o > old-field-count
000332        IF of-name(o) = field-name AND field-name <> "FILLER"
000333           AND nf-old(n) = 0
000334           MOVE o TO nf-old(n)
000335           MOVE n TO of-new(o)
000336        END-IF
000337     END-PERFORM
000338     IF nf-old(n) = 0
000339        PERFORM 1300-FIELD-DEFAULT
000340     END-IF
000341  END-PERFORM.
000342
000343* length, digits before and after the point, and sign of a
000344* PIC text; numeric when only S, 9, V and P appear in it
000345 1200-PIC-LENGTH.
000346  MOVE 0 TO pic-len.
000347  MOVE 0 TO int-digits.
000348  MOVE 0 TO dec-digits.
000349  MOVE 0 TO after-point.
000350  MOVE 0 TO pic-signed.
000351  MOVE 1 TO field-numeric.
000352  MOVE SPACE TO last-byte.
000353  MOVE 1 TO pic-pos.
000354  PERFORM UNTIL pic-pos > 20
000355     MOVE pic-text(pic-pos:1) TO pic-byte
000356     EVALUATE TRUE
000357     WHEN pic-byte = "("
000358        MOVE 0 TO rep-count
000359        ADD 1 TO pic-pos
000360        PERFORM UNTIL pic-pos > 20
000361           OR pic-text(pic-pos:1) = ")"
000362           IF pic-text(pic-pos:1) >= "0"
000363              AND pic-text(pic-pos:1) <= "9"
000364              MOVE pic-text(pic-pos:1) TO rep-digit-x
000365              COMPUTE rep-count = rep-count * 10 + rep-digit
000366           END-IF
000367           ADD 1 TO pic-pos
000368        END-PERFORM
000369        IF rep-count > 1 AND last-byte <> "S"
000370           AND last-byte <> "V" AND last-byte <> "P"
000371           ADD rep-count TO pic-len
000372           SUBTRACT 1 FROM pic-len
000373           IF last-byte = "9"
000374              IF after-point = 1
000375                 COMPUTE dec-digits = dec-digits + rep-count - 1
000376              ELSE
000377                 COMPUTE int-digits = int-digits + rep-count - 1
000378              END-IF
000379           END-IF
000380        END-IF
000381     WHEN pic-byte = "9"
000382        ADD 1 TO pic-len
000383        IF after-point = 1
000384           ADD 1 TO dec-digits
000385        ELSE
000386           ADD 1 TO int-digits
000387        END-IF
000388     WHEN pic-byte = "S" OR pic-byte = "s"
000389        MOVE 1 TO pic-signed
000390     WHEN pic-byte = "V" OR pic-byte = "v"
000391        MOVE 1 TO after-point
000392     WHEN pic-byte = "P" OR pic-byte = "p" OR pic-byte = SPACE
000393        CONTINUE
000394     WHEN OTHER
000395        ADD 1 TO pic-len
000396        MOVE 0 TO field-numeric
000397     END-EVALUATE
000398     IF pic-byte <> "(" AND pic-byte <> ")"
000399        MOVE pic-byte TO last-byte
000400        INSPECT last-byte CONVERTING "svpx" TO "SVPX"
000401     END-IF
000402     ADD 1 TO pic-pos
000403  END-PERFORM.
000404  IF pic-len > 36
000405     MOVE 0 TO field-numeric
000406  END-IF.
000407
000408* the first value of the domain declared for the field
000409 1300-FIELD-DEFAULT.
000410  MOVE 0 TO domain-pos.
000411  PERFORM VARYING d FROM 1 BY 1 UNTIL d > DomainCount
000412     IF DM-field(d) = field-name(1:20)
000413        MOVE d TO domain-pos
000414     END-IF
000415  END-PERFORM.
000416  IF domain-pos = 0
000417     EXIT PARAGRAPH
000418  END-IF.
000419  PERFORM 1400-EXTRACT-VALUE.
000420  MOVE domain-value TO nf-default(n).
000421  MOVE domain-value TO name-buf.
000422  CALL CBU-get-last-index USING CBU-ctx name-buf rec-len.
000423  MOVE rec-len TO nf-default-len(n).
000424
000425* the value-index'th comma-separated value of the domain
000426 1400-EXTRACT-VALUE.
000427  MOVE SPACES TO domain-value.
000428  MOVE 1 TO val-start.
000429  MOVE 0 TO val-count.
000430  PERFORM VARYING b FROM 1 BY 1 UNTIL b > 61
000431     IF b > 60 OR DM-values(domain-pos)(b:1) = ","
000432        IF val-count = value-index
000433           COMPUTE val-len = b - val-start
000434           IF val-len > 20 MOVE 20 TO val-len END-IF
000435           IF val-len > 0
000436              MOVE DM-values(domain-pos)
000437                 (val-start:val-len) TO domain-value
000438           END-IF
000439           MOVE 99 TO b
000440        ELSE
000441           ADD 1 TO val-count
000442           COMPUTE val-start = b + 1
000443        END-IF
000444     END-IF
000445  END-PERFORM.
000446
000447* how each new field is filled, and the old fields dropped
000448 2000-REPORT-LAYOUT.
000449  MOVE SPACES TO ReportLine.
000450  STRING "* fixture migration " DELIMITED BY SIZE
000451     fixture-lib-dir DELIMITED BY SPACE
000452     " -> " DELIMITED BY SIZE
000453     VersionDir DELIMITED BY SPACE INTO ReportLine.
000454  WRITE ReportLine.
000455  MOVE SPACES TO ReportLine.
000456  MOVE old-field-count TO edit-fields.
000457  MOVE old-rec-len TO edit-len.
000458  STRING "* old layout " edit-fields " field(s)" edit-len
000459     " byte(s)" DELIMITED BY SIZE INTO ReportLine.
000460  MOVE new-field-count TO edit-fields.
000461  MOVE new-rec-len TO edit-len.
000462  STRING ", new layout " edit-fields " field(s)" edit-len
000463     " byte(s)" DELIMITED BY SIZE INTO ReportLine(42:60).
000464  WRITE ReportLine.
000465  PERFORM VARYING n FROM 1 BY 1 UNTIL n > new-field-count
000466     MOVE SPACES TO ReportLine
000467     MOVE "FIELD" TO ReportLine(1:8)
000468     MOVE nf-name(n) TO ReportLine(10:30)
000469     MOVE nf-old(n) TO o
000470     IF o = 0
000471        MOVE "(new)" TO ReportLine(41:20)
000472        MOVE nf-pic(n) TO ReportLine(65:20)
000473        MOVE "NEW" TO ReportLine(86:9)
000474        IF nf-default-len(n) > 0
000475           STRING "default '" nf-default(n)(1:nf-default-len(n))
000476              "'" DELIMITED BY SIZE INTO ReportLine(95:38)
000477        END-IF
000478     ELSE
000479        MOVE of-pic(o) TO ReportLine(41:20)
000480        MOVE "->" TO ReportLine(62:2)
000481        MOVE nf-pic(n) TO ReportLine(65:20)
000482        EVALUATE TRUE
000483        WHEN nf-numeric(n) <> of-numeric(o)
000484           MOVE "RETYPED" TO ReportLine(86:9)
000485        WHEN nf-len(n) > of-len(o) OR nf-int(n) > of-int(o)
000486           OR nf-dec(n) > of-dec(o)
000487           MOVE "WIDENED" TO ReportLine(86:9)
000488        WHEN nf-len(n) < of-len(o) OR nf-int(n) < of-int(o)
000489           OR nf-dec(n) < of-dec(o)
000490           MOVE "NARROWED" TO ReportLine(86:9)
000491        WHEN OTHER
000492           MOVE "MAPPED" TO ReportLine(86:9)
000493        END-EVALUATE
000494     END-IF
000495     WRITE ReportLine
000496  END-PERFORM.
000497  PERFORM VARYING o FROM 1 BY 1 UNTIL o > old-field-count
000498     IF of-new(o) = 0 AND of-name(o) <> "FILLER"
000499        MOVE SPACES TO ReportLine
000500        MOVE "FIELD" TO ReportLine(1:8)
000501        MOVE of-name(o) TO ReportLine(10:30)
000502        MOVE of-pic(o) TO ReportLine(41:20)
000503        MOVE "->" TO ReportLine(62:2)
000504        MOVE "(dropped)" TO ReportLine(65:20)
000505        MOVE "DROPPED" TO ReportLine(86:9)
000506        WRITE ReportLine
000507        DISPLAY "|   field " of-name(o) " is dropped"
000508     END-IF
000509  END-PERFORM.
000510
000511* a first pass checks the records fit the old layout, a second
000512* writes them in the new one
000513 3000-MIGRATE-FILE.
000514  MOVE ListLine TO member-name.
000515  MOVE member-name TO name-buf.
000516  CALL CBU-get-last-index USING CBU-ctx name-buf member-len.
000517  INITIALIZE old-path.
000518  IF lib-len > 0
000519     STRING fixture-lib-dir(1:lib-len) "/"
000520        member-name(1:member-len)
000521        DELIMITED BY SIZE INTO old-path
000522  ELSE
000523     MOVE member-name TO old-path
000524  END-IF.
000525  IF old-path = report-path OR member-name = list-file-name
000526     EXIT PARAGRAPH
000527  END-IF.
000528  MOVE 0 TO longest.
000529  MOVE 0 TO nb-records.
000530  MOVE SPACES TO skip-reason.
000531  OPEN INPUT OldFile.
000532  IF old-status <> "00"
000533     EXIT PARAGRAPH
000534  END-IF.
000535  MOVE 0 TO OldEOF.
000536  PERFORM UNTIL OldEOF = 1
000537     READ OldFile
000538        AT END MOVE 1 TO OldEOF
000539        NOT AT END
000540           ADD 1 TO nb-records
000541           MOVE OldRecord TO name-buf
000542           CALL CBU-get-last-index USING CBU-ctx name-buf rec-len
000543           IF rec-len > longest
000544              MOVE rec-len TO longest
000545           END-IF
000546     END-READ
000547     IF old-status <> "00" AND old-status <> "10"
000548        AND old-status <> "04"
000549        MOVE 1 TO OldEOF
000550        MOVE "not a readable file" TO skip-reason
000551     END-IF
000552  END-PERFORM.
000553  CLOSE OldFile.
000554  EVALUATE TRUE
000555  WHEN skip-reason <> SPACES
000556     EXIT PARAGRAPH
000557  WHEN nb-records = 0
000558     MOVE "empty" TO skip-reason
000559  WHEN longest > old-rec-len
000560     MOVE "records longer than the old layout" TO skip-reason
000561  WHEN longest < min-len
000562     MOVE "records shorter than the old layout" TO skip-reason
000563  END-EVALUATE.
000564  MOVE SPACES TO ReportLine.
000565  MOVE "FILE" TO ReportLine(1:8).
000566  MOVE member-name TO ReportLine(10:30).
000567  IF skip-reason <> SPACES
000568     ADD 1 TO files-skipped
000569     STRING "left alone - " skip-reason DELIMITED BY SIZE
000570        INTO ReportLine(41:60)
000571     WRITE ReportLine
000572     EXIT PARAGRAPH
000573  END-IF.
000574  PERFORM VARYING n FROM 1 BY 1 UNTIL n > new-field-count
000575     MOVE 0 TO nf-cut(n)
000576  END-PERFORM.
000577  PERFORM VARYING o FROM 1 BY 1 UNTIL o > old-field-count
000578     MOVE 0 TO of-lost(o)
000579  END-PERFORM.
000580  INITIALIZE new-path.
000581  STRING VersionDir(1:ver-len) "/" member-name(1:member-len)
000582     DELIMITED BY SIZE INTO new-path.
000583  OPEN INPUT OldFile.
000584  OPEN OUTPUT NewFile.
000585  IF new-status <> "00"
000586     CLOSE OldFile
000587     ADD 1 TO files-skipped
000588     STRING "left alone - " new-path DELIMITED BY SPACE
000589        " cannot be written" DELIMITED BY SIZE
000590        INTO ReportLine(41:90)
000591     WRITE ReportLine
000592     EXIT PARAGRAPH
000593  END-IF.
000594  MOVE 0 TO OldEOF.
000595  PERFORM UNTIL OldEOF = 1
000596     READ OldFile
000597        AT END MOVE 1 TO OldEOF
000598        NOT AT END
000599           PERFORM 3100-MIGRATE-RECORD
000600           WRITE NewRecord
000601     END-READ
000602  END-PERFORM.
000603  CLOSE OldFile.
000604  CLOSE NewFile.
000605  ADD 1 TO files-migrated.
000606  MOVE nb-records TO edit-count.
000607  STRING "migrated" edit-count " record(s)" DELIMITED BY SIZE
000608     INTO ReportLine(41:60).
000609  WRITE ReportLine.
000610  DISPLAY "|   " member-name(1:member-len) " migrated,"
000611     edit-count " record(s)".
000612  PERFORM VARYING n FROM 1 BY 1 UNTIL n > new-field-count
000613     IF nf-cut(n) > 0
000614        MOVE SPACES TO ReportLine
000615        MOVE "  CUT" TO ReportLine(1:8)
000616        MOVE nf-name(n) TO ReportLine(10:30)
000617        MOVE nf-cut(n) TO edit-count
000618        STRING "value cut in" edit-count " record(s)"
000619           DELIMITED BY SIZE INTO ReportLine(41:60)
000620        WRITE ReportLine
000621        DISPLAY "|     " nf-name(n) " cut in" edit-count
000622           " record(s)"
000623     END-IF
000624  END-PERFORM.
000625  PERFORM VARYING o FROM 1 BY 1 UNTIL o > old-field-count
000626     IF of-lost(o) > 0
000627        MOVE SPACES TO ReportLine
000628        MOVE "  LOST" TO ReportLine(1:8)
000629        MOVE of-name(o) TO ReportLine(10:30)
000630        MOVE of-lost(o) TO edit-count
000631        STRING "dropped, held data in" edit-count " record(s)"
000632           DELIMITED BY SIZE INTO ReportLine(41:60)
000633        WRITE ReportLine
000634        DISPLAY "|     " of-name(o) " dropped with data in"
000635           edit-count " record(s)"
000636     END-IF
000637  END-PERFORM.
000638
000639 3100-MIGRATE-RECORD.
000640  MOVE SPACES TO NewRecord.
000641  PERFORM VARYING n FROM 1 BY 1 UNTIL n > new-field-count
000642     IF nf-len(n) > 0
000643        MOVE 0 TO field-cut
000644        MOVE nf-old(n) TO o
000645        EVALUATE TRUE
000646        WHEN o = 0
000647           PERFORM 4000-DEFAULT-FIELD
000648        WHEN of-len(o) = 0
000649           PERFORM 4000-DEFAULT-FIELD
000650        WHEN nf-numeric(n) = 1 AND of-numeric(o) = 1
000651           PERFORM 4100-ALIGN-NUMERIC
000652        WHEN nf-numeric(n) = 1
000653           PERFORM 4200-TEXT-TO-NUMERIC
000654        WHEN OTHER
000655           PERFORM 4300-CARRY-TEXT
000656        END-EVALUATE
000657        IF field-cut = 1
000658           ADD 1 TO nf-cut(n)
000659           ADD 1 TO total-cuts
000660        END-IF
000661     END-IF
000662  END-PERFORM.
000663  PERFORM VARYING o FROM 1 BY 1 UNTIL o > old-field-count
000664     IF of-new(o) = 0 AND of-name(o) <> "FILLER"
000665        AND of-len(o) > 0
000666        IF OldRecord(of-offset(o):of-len(o)) <> SPACES
000667           AND OldRecord(of-offset(o):of-len(o)) <> ALL "0"
000668           ADD 1 TO of-lost(o)
000669        END-IF
000670     END-IF
000671  END-PERFORM.
000672
000673* a new field: its domain default, or zeros / spaces
000674 4000-DEFAULT-FIELD.
000675  IF nf-numeric(n) = 0
000676     IF nf-default-len(n) > 0
000677        IF nf-len(n) > 20
000678           MOVE nf-default(n)
000679              TO NewRecord(nf-offset(n):20)
000680        ELSE
000681           MOVE nf-default(n)(1:nf-len(n))
000682              TO NewRecord(nf-offset(n):nf-len(n))
000683        END-IF
000684     END-IF
000685     EXIT PARAGRAPH
000686  END-IF.
000687  MOVE ALL "0" TO NewRecord(nf-offset(n):nf-len(n)).
000688  MOVE nf-default-len(n) TO num-len.
000689  IF num-len = 0
000690     EXIT PARAGRAPH
000691  END-IF.
000692  IF num-len > nf-len(n)
000693     MOVE nf-default(n)(num-len - nf-len(n) + 1:nf-len(n))
000694        TO NewRecord(nf-offset(n):nf-len(n))
000695  ELSE
000696     MOVE nf-default(n)(1:num-len)
000697        TO NewRecord(nf-offset(n) + nf-len(n) - num-len:num-len)
000698  END-IF.
000699
000700* digits before the point right-aligned, after it left-aligned;
000701* an overpunched sign is read off the last byte and put back
000702* on the new last byte in the same style
000703 4100-ALIGN-NUMERIC.
000704  MOVE SPACES TO num-old.
000705  MOVE OldRecord(of-offset(o):of-len(o)) TO num-old(1:of-len(o)).
000706  INSPECT num-old(1:of-len(o)) REPLACING ALL SPACE BY "0".
000707  MOVE 0 TO minus-value.
000708  MOVE SPACE TO sign-style.
000709  MOVE num-old(of-len(o):1) TO sign-byte.
000710  MOVE sign-byte TO digit-byte.
000711  INSPECT digit-byte CONVERTING "}JKLMNOPQRpqrstuvwxy{ABCDEFGHI"
000712     TO "012345678901234567890123456789".
000713  IF digit-byte <> sign-byte
000714     MOVE digit-byte TO num-old(of-len(o):1)
000715     MOVE sign-byte TO neg-byte
000716     INSPECT neg-byte CONVERTING "}JKLMNOPQR" TO "EEEEEEEEEE"
000717     INSPECT neg-byte CONVERTING "pqrstuvwxy" TO "AAAAAAAAAA"
000718     IF neg-byte = "E" OR neg-byte = "A"
000719        MOVE 1 TO minus-value
000720        MOVE neg-byte TO sign-style
000721     END-IF
000722  END-IF.
000723  MOVE ALL "0" TO num-new.
000724  IF nf-int(n) >= of-int(o)
000725     IF of-int(o) > 0
000726        MOVE num-old(1:of-int(o))
000727           TO num-new(nf-int(n) - of-int(o) + 1:of-int(o))
000728     END-IF
000729  ELSE
000730     COMPUTE drop-len = of-int(o) - nf-int(n)
000731     IF num-old(1:drop-len) <> ALL "0"
000732        MOVE 1 TO field-cut
000733     END-IF
000734     IF nf-int(n) > 0
000735        MOVE num-old(drop-len + 1:nf-int(n))
000736           TO num-new(1:nf-int(n))
000737     END-IF
000738  END-IF.
000739  IF nf-dec(n) >= of-dec(o)
000740     IF of-dec(o) > 0
000741        MOVE num-old(of-int(o) + 1:of-dec(o))
000742           TO num-new(nf-int(n) + 1:of-dec(o))
000743     END-IF
000744  ELSE
000745     COMPUTE drop-len = of-dec(o) - nf-dec(n)
000746     IF num-old(of-int(o) + nf-dec(n) + 1:drop-len) <> ALL "0"
000747        MOVE 1 TO field-cut
000748     END-IF
000749     IF nf-dec(n) > 0
000750        MOVE num-old(of-int(o) + 1:nf-dec(n))
000751           TO num-new(nf-int(n) + 1:nf-dec(n))
000752     END-IF
000753  END-IF.
000754  IF minus-value = 1
000755     IF nf-signed(n) = 1
000756        IF sign-style = "A"
000757           INSPECT num-new(nf-len(n):1) CONVERTING "0123456789"
000758              TO "pqrstuvwxy"
000759        ELSE
000760           INSPECT num-new(nf-len(n):1) CONVERTING "0123456789"
000761              TO "}JKLMNOPQR"
000762        END-IF
000763     ELSE
000764        MOVE 1 TO field-cut
000765     END-IF
000766  END-IF.
000767  MOVE num-new(1:nf-len(n)) TO NewRecord(nf-offset(n):nf-len(n)).
000768
000769* text becoming a number: right-aligned when it is all digits
000770 4200-TEXT-TO-NUMERIC.
000771  MOVE ALL "0" TO NewRecord(nf-offset(n):nf-len(n)).
000772  MOVE OldRecord(of-offset(o):of-len(o)) TO name-buf.
000773  CALL CBU-get-last-index USING CBU-ctx name-buf rec-len.
000774  IF rec-len = 0
000775     EXIT PARAGRAPH
000776  END-IF.
000777  IF name-buf(1:rec-len) IS NOT NUMERIC
000778     MOVE 1 TO field-cut
000779     EXIT PARAGRAPH
000780  END-IF.
000781  IF rec-len > nf-len(n)
000782     COMPUTE drop-len = rec-len - nf-len(n)
000783     IF name-buf(1:drop-len) <> ALL "0"
000784        MOVE 1 TO field-cut
000785     END-IF
000786     MOVE name-buf(drop-len + 1:nf-len(n))
000787        TO NewRecord(nf-offset(n):nf-len(n))
000788  ELSE
000789     MOVE name-buf(1:rec-len)
000790        TO NewRecord(nf-offset(n) + nf-len(n) - rec-len:rec-len)
000791  END-IF.
000792
000793* text (or a number becoming text) left-justified, blank-padded
000794 4300-CARRY-TEXT.
000795  IF nf-len(n) >= of-len(o)
000796     MOVE OldRecord(of-offset(o):of-len(o))
000797        TO NewRecord(nf-offset(n):of-len(o))
000798  ELSE
000799     MOVE OldRecord(of-offset(o):nf-len(n))
000800        TO NewRecord(nf-offset(n):nf-len(n))
000801     IF OldRecord(of-offset(o) + nf-len(n):
000802        of-len(o) - nf-len(n)) <> SPACES
000803        MOVE 1 TO field-cut
000804     END-IF
000805  END-IF.
000806 END PROGRAM CBU00385.
