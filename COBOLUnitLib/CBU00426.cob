000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-record-run
000013*	source name: CBU00426.cob
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

000044*>Record one finished run: the CSV, JUnit XML and print listing
000045*>exports next to the run log, the host extract when one is
000046*>named and - when HistoryWanted is 1 - the run's history: the
000047*>run and detail history records, fingerprints, archive,
000048*>triage, performance and I/O volume reports, suspects and the
000049*>defect export. CBU-run calls it once at end of run; the
000050*>library watcher calls it at the end of every triggered run,
000051*>each with its own run stamp, so a watch session leaves one
000052*>history record per run instead of one for the whole session.
000053* arg1: HistoryWanted - 1 records the history, 0 exports only
000054 IDENTIFICATION DIVISION.
000055 PROGRAM-ID.   CBU00426.
000056 ENVIRONMENT    DIVISION.
000057 DATA DIVISION.
000058 WORKING-STORAGE SECTION.
000059  01 csv-file-name PIC X(40).
000060  01 xml-file-name PIC X(40).
000061  01 lst-file-name PIC X(40).
000062  01 log-name-buf PIC X(32000).
000063  01 log-name-len PIC 99999.
000064  01 perf-warn-count PIC 9(3).
000065  01 io-warn-count PIC 9(3).
000066  COPY CBUC0002.
000067 LINKAGE SECTION.
000068  77 HistoryWanted PIC 9(1).
000069  COPY CBUC0001.
000070 PROCEDURE DIVISION USING CBU-ctx HistoryWanted.
000071  MOVE currentLogFile TO log-name-buf.
000072  CALL CBU-get-last-index USING CBU-ctx log-name-buf log-name-len.
000073  INITIALIZE csv-file-name.
000074  STRING currentLogFile(1:log-name-len) ".CSV" INTO csv-file-name.
000075  CALL CBU-export-csv-report USING CBU-ctx csv-file-name.
000076  INITIALIZE xml-file-name.
000077  STRING currentLogFile(1:log-name-len) ".XML" INTO xml-file-name.
000078  CALL CBU-export-junit-xml USING CBU-ctx xml-file-name.
000079* the paginated print listing for the job output archive
000080  IF listing-file-name <> SPACES
000081     MOVE listing-file-name TO lst-file-name
000082  ELSE
000083     INITIALIZE lst-file-name
000084     STRING currentLogFile(1:log-name-len) ".LST"
000085        INTO lst-file-name
000086  END-IF.
000087  CALL CBU-print-listing USING CBU-ctx lst-file-name.
000088* the fixed-length extract for the host, when one is named
000089  IF host-extract-file <> SPACES
000090     CALL CBU-export-host-extract USING CBU-ctx
000091  END-IF.
000092  IF HistoryWanted <> 1
000093     EXIT PROGRAM
000094  END-IF.
000095  CALL CBU-append-run-history USING CBU-ctx.
000096  IF fingerprint-file <> SPACES
000097     CALL CBU-record-fingerprints USING CBU-ctx
000098  END-IF.
000099  CALL CBU-append-run-detail USING CBU-ctx.
000100  IF archive-file-name <> SPACES
000101     CALL CBU-archive-results USING CBU-ctx
000102  END-IF.
000103  IF detail-history-file <> SPACES
000104     CALL CBU-report-triage USING CBU-ctx
000105     CALL CBU-report-perf USING CBU-ctx perf-warn-count
000106     IF perf-warn-count > 0
000107        DISPLAY "*  WARNING: " perf-warn-count
000108           " test(s) slower than baseline  *"
000109     END-IF
000110  END-IF.
000111  IF io-volume-file <> SPACES
000112     CALL CBU-report-io-volume USING CBU-ctx io-warn-count
000113     IF io-warn-count > 0
000114        DISPLAY "*  WARNING: " io-warn-count
000115           " test file(s) with I/O growth  *"
000116     END-IF
000117  END-IF.
000118  IF fingerprint-file <> SPACES
000119     CALL CBU-report-suspects USING CBU-ctx
000120  END-IF.
000121  IF defect-export-file <> SPACES
000122     CALL CBU-export-defects USING CBU-ctx
000123  END-IF.
000124  EXIT PROGRAM.
000125 END PROGRAM CBU00426.
