000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012*	source name: CBUC0004.cob
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
000030* Working storage a unit translated by CBU-precompile-cics
000031* gets in place of the translator's own DFHEIVn fields: the
000032* resource name handed to CBU-cics-stub and the areas passed
000033* for the options a command does not carry.
000034
000040 01 DFHEIV-RESOURCE PIC X(8).
000041 01 DFHEIV-RESP PIC S9(8) COMP.
000042 01 DFHEIV-RESP2 PIC S9(8) COMP.
000043 01 DFHEIV-NULL PIC X(1).
000044 01 DFHEIV-NULL-LEN PIC S9(9) COMP-5 VALUE 0.
