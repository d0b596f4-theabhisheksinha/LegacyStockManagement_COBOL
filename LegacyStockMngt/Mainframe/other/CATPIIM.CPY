000001* PDX    - CATPIIM  C0369806 10/15/26 13:12:33 TBTIKUO            00000100
000001* ****************************************************************00000200
000001* CATPIIM - PII MASKING MODULE PARAMETER AREA.                    00000300
000001* PASS THE PIIMASK FIELD CODE ('SSN ', 'NAME', 'ADDR'), THE RUN'S 00000400
000001* MASK KEY, THE VALUE AND ITS LENGTH (1-256); THE VALUE COMES     00000500
000001* BACK MASKED IN PLACE.  THE RESULT DEPENDS ONLY ON THE KEY AND   00000600
000001* THE VALUE (TRAILING SPACES IGNORED), SO THE SAME CUSTOMER       00000700
000001* MASKS THE SAME WAY IN EVERY TABLE AND FILE OF A RUN.  LENGTH,   00000800
000001* SPACING, PUNCTUATION AND CHARACTER CLASS ARE KEPT, SO A MASKED  00000900
000001* SSN IS STILL NINE DIGITS AND A MASKED NAME STILL EDITS CLEAN.   00001000
000001* A BAD LENGTH OR FIELD CODE RETURNS '08', VALUE UNTOUCHED.       00001100
000001* ****************************************************************00001200
       01  :PIIM:-PARAMETERS.                                           00001300
           05  :PIIM:-RETURN-CD         PIC  X(02).                     00001400
               88  :PIIM:-NORMAL                     VALUE '00'.        00001500
               88  :PIIM:-BAD-REQUEST                VALUE '08'.        00001600
           05  :PIIM:-FIELD-CODE        PIC  X(04).                     00001700
           05  :PIIM:-MASK-KEY          PIC  X(16).                     00001800
           05  :PIIM:-VALUE-LEN         PIC S9(04) COMP.                00001900
           05  :PIIM:-VALUE             PIC  X(256).                    00002000
           05  FILLER                   PIC  X(10).                     00002100
