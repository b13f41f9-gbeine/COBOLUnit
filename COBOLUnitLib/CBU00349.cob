000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-check-digit
000013*	source name: CBU00349.cob
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

000044*>Check-digit computation shared by the check-digit
000045*>assertions. Blanks in the value are ignored. Schemes:
000046*>  LUHN   card numbers: every second digit from the right
000047*>         doubled, check digit brings the sum to a multiple
000048*>         of 10
000049*>  MOD10  in-house mod-10: weights 3 and 1 alternating from
000050*>         the right, check digit brings the sum to a multiple
000051*>         of 10
000052*>  MOD11  weights 2 to 7 repeating from the right, check digit
000053*>         11 - (sum mod 11), 11 giving 0 and 10 giving X
000054*>  MOD97  ISO 7064 mod 97-10 as used by IBAN: country code and
000055*>         check digits moved to the end, letters as 10 to 35,
000056*>         the number mod 97 must be 1 (IBAN is a synonym)
000057*>The check digit is the last character (the third and fourth
000058*>for MOD97). CheckState is 1 when the value is valid, 0 when
000059*>its check digit is wrong and 2 when it cannot carry one
000060*>(a character the scheme does not allow, too short, or an
000061*>unknown scheme); CheckComputed holds the check digit the
000062*>value should carry, CheckPresent the one it carries.
000063* arg1: Scheme - LUHN, MOD10, MOD11, MOD97 or IBAN
000064* arg2: CheckValue - value with its check digit
000065* arg3: CheckState - 1 valid, 0 wrong check digit, 2 malformed
000066* arg4: CheckComputed - check digit computed
000067* arg5: CheckPresent - check digit present
000068 IDENTIFICATION DIVISION.
000069 PROGRAM-ID.   CBU00349.
000070 ENVIRONMENT    DIVISION.
000071 DATA DIVISION.
000072 WORKING-STORAGE SECTION.
000073  01 packed-value PIC X(40).
000074  01 value-len PIC 9(2).
000075  01 i PIC 9(2).
000076  01 body-len PIC 9(2).
000077  01 value-char PIC X(1).
000078  01 digit-x PIC X(1).
000079  01 digit REDEFINES digit-x PIC 9(1).
000080  01 weight PIC 9(1).
000081  01 product PIC 9(2).
000082  01 check-sum PIC 9(5).
000083  01 check-rest PIC 9(5).
000084  01 check-quot PIC 9(5).
000085  01 check-value PIC 9(2).
000086  01 check-edit PIC 99.
000087  01 rearranged PIC X(40).
000088  01 letter-pos PIC 9(2).
000089  01 letters PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000090  01 mod-rest PIC 9(4).
000091  01 step-value PIC 9(4).
000092  01 scheme-name PIC X(8).
000093  COPY CBUC0002.
000094 LINKAGE SECTION.
000095  77 Scheme PIC X(8).
000096  77 CheckValue PIC X(40).
000097  77 CheckState PIC 9(1).
000098  77 CheckComputed PIC X(2).
000099  77 CheckPresent PIC X(2).
000100 PROCEDURE DIVISION USING Scheme CheckValue CheckState
000101      CheckComputed CheckPresent.
000102  MOVE 2 TO CheckState.
000103  MOVE SPACES TO CheckComputed CheckPresent.
000104  MOVE SPACES TO packed-value.
000105  MOVE 0 TO value-len.
000106  PERFORM VARYING i FROM 1 BY 1 UNTIL i > 40
000107     IF CheckValue(i:1) <> SPACE
000108        ADD 1 TO value-len
000109        MOVE CheckValue(i:1) TO packed-value(value-len:1)
000110     END-IF
000111  END-PERFORM.
000112  MOVE Scheme TO scheme-name.
000113  INSPECT scheme-name CONVERTING "abcdefghijklmnopqrstuvwxyz"
000114     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000115  INSPECT packed-value CONVERTING "abcdefghijklmnopqrstuvwxyz"
000116     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000117  EVALUATE scheme-name
000118  WHEN "LUHN"
000119     PERFORM 1000-LUHN
000120  WHEN "MOD10"
000121     PERFORM 2000-MOD10
000122  WHEN "MOD11"
000123     PERFORM 3000-MOD11
000124  WHEN "MOD97"
000125  WHEN "IBAN"
000126     PERFORM 4000-MOD97
000127  WHEN OTHER
000128     CONTINUE
000129  END-EVALUATE.
000130  EXIT PROGRAM.
000131
000132* doubling every second digit from the right of the body
000133 1000-LUHN.
000134  IF value-len < 2 OR packed-value(1:value-len) IS NOT NUMERIC
000135     EXIT PARAGRAPH
000136  END-IF.
000137  MOVE packed-value(value-len:1) TO CheckPresent.
000138  COMPUTE body-len = value-len - 1.
000139  MOVE 0 TO check-sum.
000140  MOVE 2 TO weight.
000141  PERFORM VARYING i FROM body-len BY -1 UNTIL i < 1
000142     MOVE packed-value(i:1) TO digit-x
000143     COMPUTE product = digit * weight
000144     IF product > 9
000145        SUBTRACT 9 FROM product
000146     END-IF
000147     ADD product TO check-sum
000148     COMPUTE weight = 3 - weight
000149  END-PERFORM.
000150  PERFORM 8000-TO-TEN.
000151
000152* weights 3 and 1 alternating from the right of the body
000153 2000-MOD10.
000154  IF value-len < 2 OR packed-value(1:value-len) IS NOT NUMERIC
000155     EXIT PARAGRAPH
000156  END-IF.
000157  MOVE packed-value(value-len:1) TO CheckPresent.
000158  COMPUTE body-len = value-len - 1.
000159  MOVE 0 TO check-sum.
000160  MOVE 3 TO weight.
000161  PERFORM VARYING i FROM body-len BY -1 UNTIL i < 1
000162     MOVE packed-value(i:1) TO digit-x
000163     COMPUTE check-sum = check-sum + digit * weight
000164     COMPUTE weight = 4 - weight
000165  END-PERFORM.
000166  PERFORM 8000-TO-TEN.
000167
000168* check digit bringing check-sum to a multiple of 10
000169 8000-TO-TEN.
000170  DIVIDE check-sum BY 10 GIVING check-quot REMAINDER check-rest.
000171  IF check-rest = 0
000172     MOVE 0 TO check-value
000173  ELSE
000174     COMPUTE check-value = 10 - check-rest
000175  END-IF.
000176  MOVE check-value TO check-edit.
000177  MOVE check-edit(2:1) TO CheckComputed.
000178  PERFORM 8100-STATE.
000179
000180 8100-STATE.
000181  IF CheckComputed = CheckPresent
000182     MOVE 1 TO CheckState
000183  ELSE
000184     MOVE 0 TO CheckState
000185  END-IF.
000186
000187* weights 2 to 7 repeating from the right of the body
000188 3000-MOD11.
000189  IF value-len < 2
000190     EXIT PARAGRAPH
000191  END-IF.
000192  COMPUTE body-len = value-len - 1.
000193  IF packed-value(1:body-len) IS NOT NUMERIC
000194     EXIT PARAGRAPH
000195  END-IF.
000196  MOVE packed-value(value-len:1) TO value-char.
000197  IF value-char IS NOT NUMERIC AND value-char <> "X"
000198     EXIT PARAGRAPH
000199  END-IF.
000200  MOVE value-char TO CheckPresent.
000201  MOVE 0 TO check-sum.
000202  MOVE 2 TO weight.
000203  PERFORM VARYING i FROM body-len BY -1 UNTIL i < 1
000204     MOVE packed-value(i:1) TO digit-x
000205     COMPUTE check-sum = check-sum + digit * weight
000206     IF weight = 7
000207        MOVE 2 TO weight
000208     ELSE
000209        ADD 1 TO weight
000210     END-IF
000211  END-PERFORM.
000212  DIVIDE check-sum BY 11 GIVING check-quot REMAINDER check-rest.
000213  COMPUTE check-value = 11 - check-rest.
000214  EVALUATE check-value
000215  WHEN 11
000216     MOVE "0" TO CheckComputed
000217  WHEN 10
000218     MOVE "X" TO CheckComputed
000219  WHEN OTHER
000220     MOVE check-value TO check-edit
000221     MOVE check-edit(2:1) TO CheckComputed
000222  END-EVALUATE.
000223  PERFORM 8100-STATE.
000224
000225* ISO 7064 mod 97-10: the check digits are recomputed from the
000226* value with "00" in their place
000227 4000-MOD97.
000228  IF value-len < 5 OR value-len > 34
000229     EXIT PARAGRAPH
000230  END-IF.
000231  MOVE packed-value(3:2) TO CheckPresent.
000232  IF CheckPresent IS NOT NUMERIC
000233     EXIT PARAGRAPH
000234  END-IF.
000235  MOVE SPACES TO rearranged.
000236  MOVE packed-value(5:value-len - 4) TO rearranged.
000237  MOVE packed-value(1:2) TO rearranged(value-len - 3:2).
000238  MOVE "00" TO rearranged(value-len - 1:2).
000239  MOVE 0 TO mod-rest.
000240  PERFORM VARYING i FROM 1 BY 1 UNTIL i > value-len
000241     MOVE rearranged(i:1) TO value-char
000242     EVALUATE TRUE
000243     WHEN value-char IS NUMERIC
000244        MOVE value-char TO digit-x
000245        COMPUTE step-value = mod-rest * 10 + digit
000246        DIVIDE step-value BY 97 GIVING check-quot
000247           REMAINDER mod-rest
000248     WHEN value-char IS ALPHABETIC AND value-char <> SPACE
000249        MOVE 0 TO letter-pos
000250        INSPECT letters TALLYING letter-pos FOR CHARACTERS
000251           BEFORE INITIAL value-char
000252        COMPUTE step-value = mod-rest * 100 + letter-pos + 10
000253        DIVIDE step-value BY 97 GIVING check-quot
000254           REMAINDER mod-rest
000255     WHEN OTHER
000256        MOVE SPACES TO CheckPresent
000257        EXIT PARAGRAPH
000258     END-EVALUATE
000259  END-PERFORM.
000260  COMPUTE check-value = 98 - mod-rest.
000261  MOVE check-value TO check-edit.
000262  MOVE check-edit TO CheckComputed.
000263  PERFORM 8100-STATE.
000264 END PROGRAM CBU00349.
