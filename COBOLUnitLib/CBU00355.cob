000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-utf8-scan
000013*	source name: CBU00355.cob
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

000044*>UTF-8 scan shared by the UTF-8 string assertions: walks the
000045*>first Utf8Len bytes of the value character by character and
000046*>counts the characters. A lead byte announces a sequence of 1
000047*>(X"00"-X"7F"), 2 (X"C2"-X"DF"), 3 (X"E0"-X"EF") or 4
000048*>(X"F0"-X"F4") bytes whose followers must all be X"80"-X"BF".
000049*>The scan stops at the first fault: BadKind 1 is a sequence cut
000050*>short (by the end of the value or by a byte that does not
000051*>continue it - what a field truncated in the middle of a
000052*>character looks like), BadKind 2 a byte that cannot start a
000053*>character. BadByte and BadChar give the byte and character
000054*>position of the faulty sequence; CharCount then counts the
000055*>characters before it.
000056* arg1: Utf8Value - value to scan
000057* arg2: Utf8Len - number of bytes to scan
000058* arg3: CharCount - characters found
000059* arg4: BadByte - byte position of the first fault, 0 if none
000060* arg5: BadChar - character position of the first fault
000061* arg6: BadKind - 0 valid, 1 split sequence, 2 invalid byte
000062 IDENTIFICATION DIVISION.
000063 PROGRAM-ID.   CBU00355.
000064 ENVIRONMENT    DIVISION.
000065 DATA DIVISION.
000066 WORKING-STORAGE SECTION.
000067  01 byte-pos PIC 9(5).
000068  01 seq-len PIC 9(1).
000069  01 k PIC 9(1).
000070  01 lead-byte PIC X(1).
000071  01 follow-byte PIC X(1).
000072  COPY CBUC0002.
000073 LINKAGE SECTION.
000074  77 Utf8Value PIC X(32000).
000075  77 Utf8Len PIC 9(5).
000076  77 CharCount PIC 9(5).
000077  77 BadByte PIC 9(5).
000078  77 BadChar PIC 9(5).
000079  77 BadKind PIC 9(1).
000080 PROCEDURE DIVISION USING Utf8Value Utf8Len CharCount BadByte
000081      BadChar BadKind.
000082  MOVE 0 TO CharCount.
000083  MOVE 0 TO BadByte.
000084  MOVE 0 TO BadChar.
000085  MOVE 0 TO BadKind.
000086  MOVE 1 TO byte-pos.
000087  PERFORM UNTIL byte-pos > Utf8Len OR BadKind > 0
000088     MOVE Utf8Value(byte-pos:1) TO lead-byte
000089     PERFORM 1000-SEQ-LEN
000090     IF seq-len = 0
000091        MOVE 2 TO BadKind
000092     ELSE
000093        PERFORM VARYING k FROM 1 BY 1
000094           UNTIL k >= seq-len OR BadKind > 0
000095           IF byte-pos + k > Utf8Len
000096              MOVE 1 TO BadKind
000097           ELSE
000098              MOVE Utf8Value(byte-pos + k:1) TO follow-byte
000099              IF follow-byte < X"80" OR follow-byte > X"BF"
000100                 MOVE 1 TO BadKind
000101              END-IF
000102           END-IF
000103        END-PERFORM
000104     END-IF
000105     IF BadKind > 0
000106        MOVE byte-pos TO BadByte
000107        COMPUTE BadChar = CharCount + 1
000108     ELSE
000109        ADD 1 TO CharCount
000110        ADD seq-len TO byte-pos
000111     END-IF
000112  END-PERFORM.
000113  EXIT PROGRAM.
000114
000115* length of the sequence lead-byte starts, 0 when it cannot
000116* start one
000117 1000-SEQ-LEN.
000118  EVALUATE TRUE
000119  WHEN lead-byte < X"80"
000120     MOVE 1 TO seq-len
000121  WHEN lead-byte >= X"C2" AND lead-byte <= X"DF"
000122     MOVE 2 TO seq-len
000123  WHEN lead-byte >= X"E0" AND lead-byte <= X"EF"
000124     MOVE 3 TO seq-len
000125  WHEN lead-byte >= X"F0" AND lead-byte <= X"F4"
000126     MOVE 4 TO seq-len
000127  WHEN OTHER
000128     MOVE 0 TO seq-len
000129  END-EVALUATE.
000130 END PROGRAM CBU00355.
