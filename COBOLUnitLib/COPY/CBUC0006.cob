000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012*	source name: CBUC0006.cob
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
000030* Working storage a unit translated by CBU-precompile-screen
000031* gets for its screen statements: the operator's reply to an
000032* ACCEPT (key, then the input fields end to end), the cursor
000033* position and the length of the item being painted.
000034
000040 01 CBU-SCREEN-REPLY PIC X(1920).
000041 01 CBU-SCREEN-KEY PIC X(4).
000042 01 CBU-SCREEN-CURSOR PIC X(6).
000043 01 CBU-SCREEN-LEN PIC S9(9) COMP-5.
000044 01 CBU-SCREEN-EMPTY PIC X(80) VALUE SPACES.
