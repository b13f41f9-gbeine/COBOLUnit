000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012*	source name: CBUC0007.cob
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
000030* Parameters CBU-run-scenario passes to a step program along
000031* with CBU-ctx: the step line as written in the scenario
000032* (keyword included), and the values the step's {placeholders}
000033* matched, in the order they appear in the step library
000034* pattern. Step programs COPY this in their LINKAGE SECTION.
000035
000040 01 CBU-step.
000041   05 step-keyword PIC X(5).
000042   05 step-text PIC X(200).
000043   05 step-param-count PIC 9(2).
000044   05 step-param OCCURS 10 TIMES PIC X(40).
