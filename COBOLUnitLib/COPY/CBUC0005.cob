000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012*	source name: CBUC0005.cob
000013*
000014*  Copyright (C) 2009 Hervé Vaujour
000015*
000016*  This program is free software; you can redistribute it and/or modify
000017*  it under the terms of the GNU General Public License as published by
000018*  the Free Software Foundation; either version 2 of the License, or
000019*  (at your option) any later version.
000020*
000021*  This program is distributed in the hope that it will be useful,
000022*  but WITHOUT ANY WARRANTY; without even the implied warranty of
000023*  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the
000024*  GNU General Public License for more details.
000025*
000026*  You should have received a copy of the GNU General Public License
000027*  along with this program; see the file COPYING. If not, write to the
000028*  Free Software Foundation, Inc., 675 Mass Ave, Cambridge, MA 02139, USA.
000029
000030* EXEC interface block for a unit translated by
000031* CBU-precompile-cics - laid out as the CICS DFHEIBLK, filled
000032* by CBU-run-cics before the unit is CALLed and by
000033* CBU-cics-stub after each command.
000034
000040 01 DFHEIBLK.
000041   05 EIBTIME PIC S9(7) COMP-3.
000042   05 EIBDATE PIC S9(7) COMP-3.
000043   05 EIBTRNID PIC X(4).
000044   05 EIBTASKN PIC S9(7) COMP-3.
000045   05 EIBTRMID PIC X(4).
000046   05 DFHEIGDI PIC S9(4) COMP.
000047   05 EIBCPOSN PIC S9(4) COMP.
000048   05 EIBCALEN PIC S9(4) COMP.
000049   05 EIBAID PIC X(1).
000050   05 EIBFN PIC X(2).
000051   05 EIBRCODE PIC X(6).
000052   05 EIBDS PIC X(8).
000053   05 EIBREQID PIC X(8).
000054   05 EIBRSRCE PIC X(8).
000055   05 EIBSYNC PIC X(1).
000056   05 EIBFREE PIC X(1).
000057   05 EIBRECV PIC X(1).
000058   05 EIBSEND PIC X(1).
000059   05 EIBATT PIC X(1).
000060   05 EIBEOC PIC X(1).
000061   05 EIBFMH PIC X(1).
000062   05 EIBCOMPL PIC X(1).
000063   05 EIBSIG PIC X(1).
000064   05 EIBCONF PIC X(1).
000065   05 EIBERR PIC X(1).
000066   05 EIBERRCD PIC X(4).
000067   05 EIBSYNRB PIC X(1).
000068   05 EIBNODAT PIC X(1).
000069   05 EIBRESP PIC S9(8) COMP.
000070   05 EIBRESP2 PIC S9(8) COMP.
000071   05 EIBRLDBK PIC X(1).
