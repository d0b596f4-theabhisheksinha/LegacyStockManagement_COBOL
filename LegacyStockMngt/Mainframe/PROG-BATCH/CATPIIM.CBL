000001* PDX    - CATPIIM  C0369806 10/15/26 13:18:50 TBTIKUO            00000100
000001* CREATED FOR SSR 114477.  PII MASKING MODULE.  THE MASKED        00000200
000001* TEST-REGION EXTRACT (CAT809 FOR THE CATFR FILE, CAT810 FOR THE  00000300
000001* DB2 UNLOADS) MUST SCRAMBLE A CUSTOMER'S SSN, NAME AND ADDRESS   00000400
000001* THE SAME WAY WHEREVER THEY APPEAR, OR THE TEST DATA NO LONGER   00000500
000001* JOINS UP.  EVERY PII COLUMN NAMED IN PIIMASK IS PASSED THROUGH  00000600
000001* THIS ONE MODULE, WHOSE RESULT DEPENDS ONLY ON THE RUN'S MASK    00000700
000001* KEY AND THE VALUE ITSELF.                                       00000800
       IDENTIFICATION DIVISION.                                         00000900
       PROGRAM-ID.  CATPIIM.                                            00001000
       AUTHOR.      LARRY MUREY.                                        00001100
       DATE-WRITTEN.  OCT 2026.                                         00001200
      *---------------------------------------------------------------* 00001300
      *                         REMARKS                               * 00001400
      * CALLED USING THE CATPIIM-PARAMETERS AREA (COPY CATPIIM).      * 00001500
      * A SEED IS BUILT FROM THE MASK KEY AND EVERY CHARACTER OF THE  * 00001600
      * VALUE (TRAILING SPACES EXCLUDED).  EACH CHARACTER IS THEN     * 00001700
      * SHIFTED WITHIN ITS OWN CLASS BY AN AMOUNT TAKEN FROM THE      * 00001800
      * SEED, ITS POSITION AND THE KEY:                               * 00001900
      *   'SSN '  DIGITS ONLY                                         * 00002000
      *   'NAME'  LETTERS ONLY (UPPER AND LOWER CASE)                 * 00002100
      *   'ADDR'  LETTERS AND DIGITS                                  * 00002200
      * SPACES AND PUNCTUATION ARE LEFT WHERE THEY ARE.  WITHOUT THE  * 00002300
      * KEY THE ORIGINAL CANNOT BE RECOVERED FROM THE MASKED VALUE.   * 00002400
      *---------------------------------------------------------------* 00002500
           EJECT                                                        00002600
      ***************************************************************** 00002700
       ENVIRONMENT DIVISION.                                            00002800
      ***************************************************************** 00002900
      ***************************************************************** 00003000
       DATA DIVISION.                                                   00003100
      ***************************************************************** 00003200
       WORKING-STORAGE SECTION.                                         00003300
                                                                        00003400
      *  CHARACTER CLASSES: 1-26 UPPER, 27-52 LOWER, 53-62 DIGITS.      00003500
       01  WS-CHAR-SET.                                                 00003600
           05  FILLER                   PIC  X(26)  VALUE               00003700
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                            00003800
           05  FILLER                   PIC  X(26)  VALUE               00003900
               'abcdefghijklmnopqrstuvwxyz'.                            00004000
           05  FILLER                   PIC  X(10)  VALUE               00004100
               '0123456789'.                                            00004200
       01  FILLER REDEFINES WS-CHAR-SET.                                00004300
           05  WS-CS-CHAR               OCCURS 62 TIMES                 00004400
                   INDEXED BY WS-CS-IX                                  00004500
                                        PIC  X(01).                     00004600
                                                                        00004700
       01  WS-LAST-KEY                  PIC  X(16)  VALUE LOW-VALUES.   00004800
       01  WS-KEY-AREA.                                                 00004900
           05  WS-KEY-CHAR              OCCURS 16 TIMES                 00005000
                                        PIC  X(01).                     00005100
       01  WS-KEY-IDX-TABLE.                                            00005200
           05  WS-KEY-IDX               OCCURS 16 TIMES                 00005300
                                        PIC S9(04) COMP.                00005400
                                                                        00005500
       01  WS-VALUE-AREA.                                               00005600
           05  WS-VALUE-CHAR            OCCURS 256 TIMES                00005700
                                        PIC  X(01).                     00005800
                                                                        00005900
       01  WS-MASK-LETTERS-SW           PIC  X(01)  VALUE 'N'.          00006000
           88  WS-MASK-LETTERS                     VALUE 'Y'.           00006100
       01  WS-MASK-DIGITS-SW            PIC  X(01)  VALUE 'N'.          00006200
           88  WS-MASK-DIGITS                      VALUE 'Y'.           00006300
       01  WS-TRIM-DONE-SW              PIC  X(01)  VALUE 'N'.          00006400
           88  WS-TRIM-DONE                        VALUE 'Y'.           00006500
                                                                        00006600
       77  WS-MODULUS                   PIC S9(09) COMP  VALUE +999983. 00006700
       01  WS-SUB                       PIC S9(04) COMP  VALUE +0.      00006800
       01  WS-KEY-SUB                   PIC S9(04) COMP  VALUE +0.      00006900
       01  WS-TRIM-LEN                  PIC S9(04) COMP  VALUE +0.      00007000
       01  WS-CHAR                      PIC  X(01)  VALUE SPACE.        00007100
       01  WS-CHAR-IDX                  PIC S9(04) COMP  VALUE +0.      00007200
       01  WS-KEY-SEED                  PIC S9(09) COMP  VALUE +0.      00007300
       01  WS-SEED                      PIC S9(09) COMP  VALUE +0.      00007400
       01  WS-SHIFT                     PIC S9(09) COMP  VALUE +0.      00007500
       01  WS-WORK                      PIC S9(09) COMP  VALUE +0.      00007600
       01  WS-QUOT                      PIC S9(09) COMP  VALUE +0.      00007700
       01  WS-CLASS-BASE                PIC S9(04) COMP  VALUE +0.      00007800
       01  WS-CLASS-SIZE                PIC S9(04) COMP  VALUE +0.      00007900
       01  WS-OFFSET                    PIC S9(09) COMP  VALUE +0.      00008000
                                                                        00008100
           EJECT                                                        00008200
       LINKAGE SECTION.                                                 00008300
           COPY CATPIIM REPLACING ==:PIIM:== BY ==CATPIIM==.            00008400
                                                                        00008500
           EJECT                                                        00008600
      ***************************************************************** 00008700
       PROCEDURE DIVISION USING CATPIIM-PARAMETERS.                     00008800
      ***************************************************************** 00008900
                                                                        00009000
           SET CATPIIM-NORMAL               TO  TRUE.                   00009100
                                                                        00009200
           PERFORM 1000-EDIT-RTN THRU 1000-EXIT.                        00009300
           IF CATPIIM-NORMAL                                            00009400
              PERFORM 2000-MASK-RTN THRU 2000-EXIT                      00009500
           END-IF.                                                      00009600
                                                                        00009700
           GOBACK.                                                      00009800
                                                                        00009900
           EJECT                                                        00010000
      *--------------------------------------------------------------*  00010100
      *  1000-EDIT-RTN: CHECK THE REQUEST AND SET UP THE KEY.        *  00010200
      *--------------------------------------------------------------*  00010300
      ***************                                                   00010400
       1000-EDIT-RTN.                                                   00010500
      ***************                                                   00010600
                                                                        00010700
           IF CATPIIM-VALUE-LEN < +1                                    00010800
           OR CATPIIM-VALUE-LEN > +256                                  00010900
              SET CATPIIM-BAD-REQUEST       TO  TRUE                    00011000
              GO TO 1000-EXIT                                           00011100
           END-IF.                                                      00011200
                                                                        00011300
           MOVE 'N'                         TO  WS-MASK-LETTERS-SW      00011400
                                                WS-MASK-DIGITS-SW.      00011500
           EVALUATE CATPIIM-FIELD-CODE                                  00011600
              WHEN 'SSN '                                               00011700
                 SET WS-MASK-DIGITS         TO  TRUE                    00011800
              WHEN 'NAME'                                               00011900
                 SET WS-MASK-LETTERS        TO  TRUE                    00012000
              WHEN 'ADDR'                                               00012100
                 SET WS-MASK-LETTERS        TO  TRUE                    00012200
                 SET WS-MASK-DIGITS         TO  TRUE                    00012300
              WHEN OTHER                                                00012400
                 SET CATPIIM-BAD-REQUEST    TO  TRUE                    00012500
                 GO TO 1000-EXIT                                        00012600
           END-EVALUATE.                                                00012700
                                                                        00012800
      *    THE KEY IS THE SAME FOR A WHOLE RUN - ONLY WORK IT OUT WHEN  00012900
      *    IT CHANGES.                                                  00013000
           IF CATPIIM-MASK-KEY NOT = WS-LAST-KEY                        00013100
              MOVE CATPIIM-MASK-KEY         TO  WS-LAST-KEY             00013200
                                                WS-KEY-AREA             00013300
              MOVE +0                       TO  WS-KEY-SEED             00013400
              PERFORM 1100-KEY-CHAR-RTN                                 00013500
                 VARYING WS-KEY-SUB FROM 1 BY 1                         00013600
                   UNTIL WS-KEY-SUB > 16                                00013700
           END-IF.                                                      00013800
                                                                        00013900
       1000-EXIT.                                                       00014000
           EXIT.                                                        00014100
                                                                        00014200
      *******************                                               00014300
       1100-KEY-CHAR-RTN.                                               00014400
      *******************                                               00014500
                                                                        00014600
           MOVE WS-KEY-CHAR (WS-KEY-SUB)    TO  WS-CHAR.                00014700
           PERFORM 8000-CHAR-INDEX-RTN.                                 00014800
           MOVE WS-CHAR-IDX                 TO  WS-KEY-IDX (WS-KEY-SUB).00014900
           COMPUTE WS-WORK = WS-KEY-SEED                                00015000
                           + (WS-CHAR-IDX + 1) * (WS-KEY-SUB + 30).     00015100
           DIVIDE WS-WORK BY WS-MODULUS                                 00015200
              GIVING WS-QUOT REMAINDER WS-KEY-SEED.                     00015300
                                                                        00015400
           EJECT                                                        00015500
      *--------------------------------------------------------------*  00015600
      *  2000-MASK-RTN: SEED FROM THE WHOLE VALUE, THEN SHIFT EACH   *  00015700
      *  MASKABLE CHARACTER WITHIN ITS CLASS.                        *  00015800
      *--------------------------------------------------------------*  00015900
      ***************                                                   00016000
       2000-MASK-RTN.                                                   00016100
      ***************                                                   00016200
                                                                        00016300
           MOVE SPACES                      TO  WS-VALUE-AREA.          00016400
           MOVE CATPIIM-VALUE (1 : CATPIIM-VALUE-LEN)                   00016500
                                            TO  WS-VALUE-AREA.          00016600
                                                                        00016700
           MOVE CATPIIM-VALUE-LEN           TO  WS-TRIM-LEN.            00016800
           MOVE 'N'                         TO  WS-TRIM-DONE-SW.        00016900
           PERFORM 2100-TRIM-RTN                                        00017000
              UNTIL WS-TRIM-DONE.                                       00017100
           IF WS-TRIM-LEN < +1                                          00017200
              GO TO 2000-EXIT                                           00017300
           END-IF.                                                      00017400
                                                                        00017500
           MOVE WS-KEY-SEED                 TO  WS-SEED.                00017600
           PERFORM 2200-SEED-CHAR-RTN                                   00017700
              VARYING WS-SUB FROM 1 BY 1                                00017800
                UNTIL WS-SUB > WS-TRIM-LEN.                             00017900
                                                                        00018000
           PERFORM 2300-MASK-CHAR-RTN THRU 2300-EXIT                    00018100
              VARYING WS-SUB FROM 1 BY 1                                00018200
                UNTIL WS-SUB > WS-TRIM-LEN.                             00018300
                                                                        00018400
           MOVE WS-VALUE-AREA (1 : CATPIIM-VALUE-LEN)                   00018500
                                            TO  CATPIIM-VALUE           00018600
                                                (1 : CATPIIM-VALUE-LEN).00018700
                                                                        00018800
       2000-EXIT.                                                       00018900
           EXIT.                                                        00019000
                                                                        00019100
      ***************                                                   00019200
       2100-TRIM-RTN.                                                   00019300
      ***************                                                   00019400
                                                                        00019500
           IF WS-TRIM-LEN < +1                                          00019600
              SET WS-TRIM-DONE              TO  TRUE                    00019700
           ELSE                                                         00019800
              IF WS-VALUE-CHAR (WS-TRIM-LEN) NOT = SPACE                00019900
                 SET WS-TRIM-DONE           TO  TRUE                    00020000
              ELSE                                                      00020100
                 SUBTRACT 1                 FROM WS-TRIM-LEN            00020200
              END-IF                                                    00020300
           END-IF.                                                      00020400
                                                                        00020500
      ********************                                              00020600
       2200-SEED-CHAR-RTN.                                              00020700
      ********************                                              00020800
                                                                        00020900
           MOVE WS-VALUE-CHAR (WS-SUB)      TO  WS-CHAR.                00021000
           PERFORM 8000-CHAR-INDEX-RTN.                                 00021100
           COMPUTE WS-WORK = WS-SEED                                    00021200
                           + (WS-CHAR-IDX + 1) * (WS-SUB + 16).         00021300
           DIVIDE WS-WORK BY WS-MODULUS                                 00021400
              GIVING WS-QUOT REMAINDER WS-SEED.                         00021500
                                                                        00021600
      ********************                                              00021700
       2300-MASK-CHAR-RTN.                                              00021800
      ********************                                              00021900
                                                                        00022000
           MOVE WS-VALUE-CHAR (WS-SUB)      TO  WS-CHAR.                00022100
           PERFORM 8000-CHAR-INDEX-RTN.                                 00022200
                                                                        00022300
           EVALUATE TRUE                                                00022400
              WHEN WS-CHAR-IDX = +0                                     00022500
                 GO TO 2300-EXIT                                        00022600
              WHEN WS-CHAR-IDX < +27                                    00022700
                 IF NOT WS-MASK-LETTERS                                 00022800
                    GO TO 2300-EXIT                                     00022900
                 END-IF                                                 00023000
                 MOVE +0                    TO  WS-CLASS-BASE           00023100
                 MOVE +26                   TO  WS-CLASS-SIZE           00023200
              WHEN WS-CHAR-IDX < +53                                    00023300
                 IF NOT WS-MASK-LETTERS                                 00023400
                    GO TO 2300-EXIT                                     00023500
                 END-IF                                                 00023600
                 MOVE +26                   TO  WS-CLASS-BASE           00023700
                 MOVE +26                   TO  WS-CLASS-SIZE           00023800
              WHEN OTHER                                                00023900
                 IF NOT WS-MASK-DIGITS                                  00024000
                    GO TO 2300-EXIT                                     00024100
                 END-IF                                                 00024200
                 MOVE +52                   TO  WS-CLASS-BASE           00024300
                 MOVE +10                   TO  WS-CLASS-SIZE           00024400
           END-EVALUATE.                                                00024500
                                                                        00024600
           DIVIDE WS-SUB BY 16                                          00024700
              GIVING WS-QUOT REMAINDER WS-KEY-SUB.                      00024800
           ADD 1                            TO  WS-KEY-SUB.             00024900
           COMPUTE WS-SHIFT = WS-SEED                                   00025000
                            + WS-SUB * 7                                00025100
                            + WS-KEY-IDX (WS-KEY-SUB) * 13.             00025200
           COMPUTE WS-WORK = WS-CHAR-IDX - WS-CLASS-BASE - 1            00025300
                           + WS-SHIFT.                                  00025400
           DIVIDE WS-WORK BY WS-CLASS-SIZE                              00025500
              GIVING WS-QUOT REMAINDER WS-OFFSET.                       00025600
           COMPUTE WS-CHAR-IDX = WS-CLASS-BASE + WS-OFFSET + 1.         00025700
           MOVE WS-CS-CHAR (WS-CHAR-IDX)    TO  WS-VALUE-CHAR (WS-SUB). 00025800
                                                                        00025900
       2300-EXIT.                                                       00026000
           EXIT.                                                        00026100
                                                                        00026200
           EJECT                                                        00026300
      *--------------------------------------------------------------*  00026400
      *  8000-CHAR-INDEX-RTN: POSITION OF WS-CHAR IN THE CHARACTER   *  00026500
      *  SET, ZERO FOR A SPACE OR PUNCTUATION.                       *  00026600
      *--------------------------------------------------------------*  00026700
      *********************                                             00026800
       8000-CHAR-INDEX-RTN.                                             00026900
      *********************                                             00027000
                                                                        00027100
           MOVE +0                          TO  WS-CHAR-IDX.            00027200
           SET WS-CS-IX                     TO  1.                      00027300
           SEARCH WS-CS-CHAR                                            00027400
              AT END                                                    00027500
                 CONTINUE                                               00027600
              WHEN WS-CS-CHAR (WS-CS-IX) = WS-CHAR                      00027700
                 SET WS-CHAR-IDX            TO  WS-CS-IX                00027800
           END-SEARCH.                                                  00027900
