000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-set-watch
000013*	source name: CBU00417.cob
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

000044*>Arm the library change watcher: CBU-run hands the execution
000045*>to CBU-run-watch, which polls the compiled-module library and
000046*>the fixture library every PollSeconds and, once a batch of
000047*>changes has been quiet for SettleSeconds, runs just the suites
000048*>those changes reach. ModuleDir SPACES watches the current
000049*>directory; FixtureDir SPACES falls back to the fixture library
000050*>(CBU-set-fixture-lib). PollSeconds 0 polls every 30 seconds,
000051*>SettleSeconds 0 waits one poll interval, WatchLimit 0 keeps
000052*>watching until the operator ABORTs through the control file or
000053*>the run budget is spent.
000054* arg1: ModuleDir - compiled-module library to watch
000055* arg2: FixtureDir - fixture library to watch
000056* arg3: PollSeconds - seconds between two looks at the libraries
000057* arg4: SettleSeconds - quiet time that closes a batch of changes
000058* arg5: WatchLimit - triggered runs before the watch ends
000059 IDENTIFICATION DIVISION.
000060 PROGRAM-ID.   CBU00417.
000061 ENVIRONMENT    DIVISION.
000062 DATA DIVISION.
000063 WORKING-STORAGE SECTION.
000064  COPY CBUC0002.
000065 LINKAGE SECTION.
000066  77 ModuleDir PIC X(40).
000067  77 FixtureDir PIC X(40).
000068  77 PollSeconds PIC 9(5).
000069  77 SettleSeconds PIC 9(5).
000070  77 WatchLimit PIC 9(3).
000071  COPY CBUC0001.
000072 PROCEDURE DIVISION USING CBU-ctx ModuleDir FixtureDir
000073      PollSeconds SettleSeconds WatchLimit.
000074  MOVE 1 TO watch-mode.
000075  MOVE ModuleDir TO watch-module-dir.
000076  MOVE FixtureDir TO watch-fixture-dir.
000077  MOVE PollSeconds TO watch-poll-sec.
000078  IF watch-poll-sec = 0
000079     MOVE 30 TO watch-poll-sec
000080  END-IF.
000081  MOVE SettleSeconds TO watch-settle-sec.
000082  IF watch-settle-sec = 0
000083     MOVE watch-poll-sec TO watch-settle-sec
000084  END-IF.
000085  MOVE WatchLimit TO watch-limit.
000086  MOVE SPACES TO watch-reason.
000087  EXIT PROGRAM.
000088 END PROGRAM CBU00417.
