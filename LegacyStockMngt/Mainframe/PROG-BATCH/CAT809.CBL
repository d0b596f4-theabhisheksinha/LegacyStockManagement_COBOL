000001* PDX    - CAT809   C0369806 10/15/26 13:34:20 TBTIKUO            00000100
000001* CREATED FOR SSR 114477.  MASKED TEST-REGION EXTRACT - SUBSET    00000200
000001* SELECTION.  TESTING AN SSR AGAINST REAL DATA MEANT COPYING      00000300
000001* PRODUCTION VTRNFR/VASSET/VCLNTPRO ROWS AND CATFR FILES INTO     00000400
000001* TEST UNMASKED, OR HAND-BUILDING DATA THAT MISSED THE REAL EDGE  00000500
000001* CASES.  THIS STEP READS THE SELECTION CARDS (CLIENTS, CONTROL   00000600
000001* NUMBER RANGES, A PERCENTAGE SAMPLE), RECORDS THE CHOSEN         00000700
000001* TRANSFERS IN THE VTSTSEL WORK TABLE, WRITES THE DSNTIAUL        00000800
000001* UNLOAD STATEMENTS THAT PULL EVERY ACATS TABLE ROW FOR THOSE     00000900
000001* TRANSFERS AND CLIENTS (SO THE SUBSET IS REFERENTIALLY WHOLE),   00001000
000001* AND COPIES THE MATCHING CATFR RECORDS WITH THEIR PII MASKED     00001100
000001* THROUGH CATPIIM UNDER THE PIIMASK RULES.  CAT810 MASKS THE      00001200
000001* DB2 UNLOADS WITH THE SAME KEY AND READIES THEM FOR THE TEST     00001300
000001* SUBSYSTEM LOAD.                                                 00001400
       IDENTIFICATION DIVISION.                                         00001500
       PROGRAM-ID.  CAT809.                                             00001600
       AUTHOR.      LARRY MUREY.                                        00001700
       DATE-WRITTEN.  OCT 2026.                                         00001800
      *---------------------------------------------------------------* 00001900
      *                         REMARKS                               * 00002000
      * INPUT:  SELCARD - SELECTION CARDS (80 BYTES, '*' = COMMENT)   * 00002100
      *           CLIENT CCCC                  - UP TO 50 CLIENTS     * 00002200
      *           CNTL   LOW-CNTL-NBR   HIGH-CNTL-NBR                 * 00002300
      *                                        - UP TO 50 RANGES      * 00002400
      *           SAMPLE NNN                   - PERCENT (001-100)    * 00002500
      *           KEY    XXXXXXXXXXXXXXXX      - MASK KEY (REQUIRED)  * 00002600
      *         A TRANSFER IS TAKEN WHEN ITS CLIENT IS LISTED (OR NO  * 00002700
      *         CLIENTS ARE) AND ITS CONTROL NUMBER IS IN A RANGE (OR * 00002800
      *         NO RANGES ARE); SAMPLE THEN KEEPS AN EVEN SPREAD OF   * 00002900
      *         NNN PERCENT OF THOSE.  AT LEAST ONE CLIENT, RANGE OR  * 00003000
      *         SAMPLE CARD IS REQUIRED.                              * 00003100
      *         VTRNFR                                                * 00003200
      *         FRIN    - CATFR TRANSFER FILE                         * 00003300
      * OUTPUT: VTSTSEL - SELECTED CLIENT/CONTROL NUMBERS (REPLACED   * 00003400
      *                   EACH RUN)                                   * 00003500
      *         TIAULIN - DSNTIAUL SQL FOR VTRNFR, VASSET, ACATPEND,  * 00003600
      *                   VFNDRGST (SYSREC00-03) AND VCLNTPRO         * 00003700
      *                   (SYSREC04)                                  * 00003800
      *         FROUT   - CATFR RECORDS FOR THE SUBSET, PII MASKED    * 00003900
      *---------------------------------------------------------------* 00004000
           EJECT                                                        00004100
      ***************************************************************** 00004200
       ENVIRONMENT DIVISION.                                            00004300
      ***************************************************************** 00004400
       INPUT-OUTPUT SECTION.                                            00004500
       FILE-CONTROL.                                                    00004600
           SELECT SELCARD-FILE         ASSIGN  TO  SELCARD.             00004700
           SELECT TIAULIN-FILE         ASSIGN  TO  TIAULIN.             00004800
           SELECT FRIN-FILE            ASSIGN  TO  FRIN.                00004900
           SELECT FROUT-FILE           ASSIGN  TO  FROUT.               00005000
                                                                        00005100
      ***************************************************************** 00005200
       DATA DIVISION.                                                   00005300
      ***************************************************************** 00005400
                                                                        00005500
       FILE SECTION.                                                    00005600
                                                                        00005700
       FD  SELCARD-FILE                                                 00005800
           RECORDING MODE F                                             00005900
           BLOCK CONTAINS 0 RECORDS                                     00006000
           LABEL RECORDS ARE STANDARD                                   00006100
           RECORD CONTAINS 80 CHARACTERS.                               00006200
                                                                        00006300
       01  SEL-CARD.                                                    00006400
           05  SEL-KEYWORD              PIC  X(06).                     00006500
               88  SEL-CLIENT-CARD                VALUE 'CLIENT'.       00006600
               88  SEL-CNTL-CARD                  VALUE 'CNTL  '.       00006700
               88  SEL-SAMPLE-CARD                VALUE 'SAMPLE'.       00006800
               88  SEL-KEY-CARD                   VALUE 'KEY   '.       00006900
           05  FILLER                   PIC  X(01).                     00007000
           05  SEL-DATA                 PIC  X(73).                     00007100
           05  SEL-CLIENT-DATA REDEFINES SEL-DATA.                      00007200
               10  SEL-CLIENT           PIC  X(04).                     00007300
               10  FILLER               PIC  X(69).                     00007400
           05  SEL-CNTL-DATA REDEFINES SEL-DATA.                        00007500
               10  SEL-CNTL-LOW         PIC  X(14).                     00007600
               10  FILLER               PIC  X(01).                     00007700
               10  SEL-CNTL-HIGH        PIC  X(14).                     00007800
               10  FILLER               PIC  X(44).                     00007900
           05  SEL-SAMPLE-DATA REDEFINES SEL-DATA.                      00008000
               10  SEL-SAMPLE-PCT       PIC  9(03).                     00008100
               10  FILLER               PIC  X(70).                     00008200
           05  SEL-KEY-DATA REDEFINES SEL-DATA.                         00008300
               10  SEL-MASK-KEY         PIC  X(16).                     00008400
               10  FILLER               PIC  X(57).                     00008500
                                                                        00008600
       FD  TIAULIN-FILE                                                 00008700
           RECORDING MODE F                                             00008800
           BLOCK CONTAINS 0 RECORDS                                     00008900
           LABEL RECORDS ARE STANDARD                                   00009000
           RECORD CONTAINS 80 CHARACTERS.                               00009100
                                                                        00009200
       01  TIAULIN-RECORD               PIC  X(80).                     00009300
                                                                        00009400
       FD  FRIN-FILE                                                    00009500
           RECORDING MODE F                                             00009600
           BLOCK CONTAINS 0 RECORDS                                     00009700
           LABEL RECORDS ARE STANDARD                                   00009800
           RECORD CONTAINS 750 CHARACTERS.                              00009900
                                                                        00010000
           COPY CATFR.                                                  00010100
                                                                        00010200
       FD  FROUT-FILE                                                   00010300
           RECORDING MODE F                                             00010400
           BLOCK CONTAINS 0 RECORDS                                     00010500
           LABEL RECORDS ARE STANDARD                                   00010600
           RECORD CONTAINS 750 CHARACTERS.                              00010700
                                                                        00010800
       01  FROUT-RECORD                 PIC  X(750).                    00010900
                                                                        00011000
           EJECT                                                        00011100
      ***************************************************************** 00011200
       WORKING-STORAGE SECTION.                                         00011300
      ***************************************************************** 00011400
                                                                        00011500
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00011600
                                                                        00011700
       01  CALL-MODULES.                                                00011800
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00011900
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00012000
           05  WS-CATPIIM               PIC  X(08) VALUE 'CATPIIM '.    00012100
                                                                        00012200
           COPY PIIMASK.                                                00012300
                                                                        00012400
           COPY CATPIIM REPLACING ==:PIIM:== BY ==PIM==.                00012500
                                                                        00012600
       01  WS-SWITCHES.                                                 00012700
           05  WS-END-OF-CARDS-SW       PIC  X(01)  VALUE 'N'.          00012800
               88  WS-END-OF-CARDS                 VALUE 'Y'.           00012900
           05  WS-END-OF-TRNFR-SW       PIC  X(01)  VALUE 'N'.          00013000
               88  WS-END-OF-TRNFR                 VALUE 'Y'.           00013100
           05  WS-END-OF-FR-SW          PIC  X(01)  VALUE 'N'.          00013200
               88  WS-END-OF-FR                    VALUE 'Y'.           00013300
           05  WS-CARD-ERROR-SW         PIC  X(01)  VALUE 'N'.          00013400
               88  WS-CARD-ERROR                   VALUE 'Y'.           00013500
           05  WS-ELIGIBLE-SW           PIC  X(01)  VALUE 'N'.          00013600
               88  WS-ELIGIBLE                     VALUE 'Y'.           00013700
                                                                        00013800
      *  CATFR FIELDS TO MASK, SET FROM THE PIIMASK COLUMN RULES.       00013900
       01  WS-FR-MASK-SWITCHES.                                         00014000
           05  WS-MASK-CUST-NM-SW       PIC  X(01)  VALUE 'N'.          00014100
               88  WS-MASK-CUST-NM                 VALUE 'Y'.           00014200
           05  WS-MASK-RR-NM-SW         PIC  X(01)  VALUE 'N'.          00014300
               88  WS-MASK-RR-NM                   VALUE 'Y'.           00014400
           05  WS-MASK-NA-LINE-SW       PIC  X(01)  VALUE 'N'.          00014500
               88  WS-MASK-NA-LINE                 VALUE 'Y'.           00014600
           05  WS-MASK-SS-TIN-SW        PIC  X(01)  VALUE 'N'.          00014700
               88  WS-MASK-SS-TIN                  VALUE 'Y'.           00014800
       01  WS-FR-FIELD-CODES.                                           00014900
           05  WS-CUST-NM-CODE          PIC  X(04)  VALUE SPACES.       00015000
           05  WS-RR-NM-CODE            PIC  X(04)  VALUE SPACES.       00015100
           05  WS-NA-LINE-CODE          PIC  X(04)  VALUE SPACES.       00015200
           05  WS-SS-TIN-CODE           PIC  X(04)  VALUE SPACES.       00015300
       01  WS-RULE-ACTIVE-SW            PIC  X(01)  VALUE 'N'.          00015400
           88  WS-RULE-ACTIVE                      VALUE 'Y'.           00015500
                                                                        00015600
       01  WS-SELECTION-AREA.                                           00015700
           05  WS-CLIENT-CNT            PIC S9(04) COMP  VALUE +0.      00015800
           05  WS-SEL-CLIENT            OCCURS 50 TIMES                 00015900
                   INDEXED BY WS-CL-IX                                  00016000
                                        PIC  X(04).                     00016100
           05  WS-RANGE-CNT             PIC S9(04) COMP  VALUE +0.      00016200
           05  WS-SEL-RANGE             OCCURS 50 TIMES                 00016300
                   INDEXED BY WS-RG-IX.                                 00016400
               10  WS-SEL-CNTL-LOW      PIC  X(14).                     00016500
               10  WS-SEL-CNTL-HIGH     PIC  X(14).                     00016600
           05  WS-SAMPLE-PCT            PIC S9(04) COMP  VALUE +100.    00016700
           05  WS-SAMPLE-ACCUM          PIC S9(04) COMP  VALUE +0.      00016800
           05  WS-MASK-KEY              PIC  X(16)  VALUE SPACES.       00016900
                                                                        00017000
       01  WS-SUB                       PIC S9(04) COMP  VALUE +0.      00017100
                                                                        00017200
       77  WS-COMMIT-FREQ               PIC S9(05) COMP-3  VALUE +500.  00017300
       01  WS-COMMIT-CNT                PIC S9(05) COMP-3  VALUE ZERO.  00017400
                                                                        00017500
      *  HOST VARIABLES.                                                00017600
       01  WS-CLIENT                    PIC  X(04)  VALUE SPACES.       00017700
       01  WS-ACAT-CNTL                 PIC  X(14)  VALUE SPACES.       00017800
       01  WS-FOUND-IND                 PIC S9(04) COMP  VALUE +0.      00017900
                                                                        00018000
       01  WS-CNT-CARDS                 PIC S9(09) COMP-3  VALUE ZERO.  00018100
       01  WS-CNT-TRNFR-READ            PIC S9(09) COMP-3  VALUE ZERO.  00018200
       01  WS-CNT-ELIGIBLE              PIC S9(09) COMP-3  VALUE ZERO.  00018300
       01  WS-CNT-SELECTED              PIC S9(09) COMP-3  VALUE ZERO.  00018400
       01  WS-CNT-FR-READ               PIC S9(09) COMP-3  VALUE ZERO.  00018500
       01  WS-CNT-FR-WRITTEN            PIC S9(09) COMP-3  VALUE ZERO.  00018600
                                                                        00018700
      *  DSNTIAUL UNLOAD STATEMENTS, ONE SYSREC PER STATEMENT IN THIS   00018800
      *  ORDER.  CAT810 EXPECTS THE SAME ORDER.                         00018900
       01  WS-TIAUL-SQL.                                                00019000
           05  FILLER                   PIC  X(60)  VALUE               00019100
               'SELECT T.* FROM VTRNFR T WHERE EXISTS'.                 00019200
           05  FILLER                   PIC  X(60)  VALUE               00019300
               '  (SELECT 1 FROM VTSTSEL K'.                            00019400
           05  FILLER                   PIC  X(60)  VALUE               00019500
               '    WHERE K.CLIENT_NBR       = T.CLIENT_NBR'.           00019600
           05  FILLER                   PIC  X(60)  VALUE               00019700
               '      AND K.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR);'.   00019800
           05  FILLER                   PIC  X(60)  VALUE               00019900
               'SELECT T.* FROM VASSET T WHERE EXISTS'.                 00020000
           05  FILLER                   PIC  X(60)  VALUE               00020100
               '  (SELECT 1 FROM VTSTSEL K'.                            00020200
           05  FILLER                   PIC  X(60)  VALUE               00020300
               '    WHERE K.CLIENT_NBR       = T.CLIENT_NBR'.           00020400
           05  FILLER                   PIC  X(60)  VALUE               00020500
               '      AND K.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR);'.   00020600
           05  FILLER                   PIC  X(60)  VALUE               00020700
               'SELECT T.* FROM ACATPEND T WHERE EXISTS'.               00020800
           05  FILLER                   PIC  X(60)  VALUE               00020900
               '  (SELECT 1 FROM VTSTSEL K'.                            00021000
           05  FILLER                   PIC  X(60)  VALUE               00021100
               '    WHERE K.CLIENT_NBR       = T.CLIENT_NBR'.           00021200
           05  FILLER                   PIC  X(60)  VALUE               00021300
               '      AND K.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR);'.   00021400
           05  FILLER                   PIC  X(60)  VALUE               00021500
               'SELECT T.* FROM VFNDRGST T WHERE EXISTS'.               00021600
           05  FILLER                   PIC  X(60)  VALUE               00021700
               '  (SELECT 1 FROM VTSTSEL K'.                            00021800
           05  FILLER                   PIC  X(60)  VALUE               00021900
               '    WHERE K.CLIENT_NBR       = T.CLIENT_NBR'.           00022000
           05  FILLER                   PIC  X(60)  VALUE               00022100
               '      AND K.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR);'.   00022200
           05  FILLER                   PIC  X(60)  VALUE               00022300
               'SELECT T.* FROM VCLNTPRO T WHERE EXISTS'.               00022400
           05  FILLER                   PIC  X(60)  VALUE               00022500
               '  (SELECT 1 FROM VTSTSEL K'.                            00022600
           05  FILLER                   PIC  X(60)  VALUE               00022700
               '    WHERE K.CLIENT_NBR       = T.CLIENT_NBR);'.         00022800
       01  FILLER REDEFINES WS-TIAUL-SQL.                               00022900
           05  WS-TIAUL-LINE            OCCURS 19 TIMES                 00023000
                                        PIC  X(60).                     00023100
                                                                        00023200
       01  WS-DB2-MESSAGE-AREA.                                         00023300
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00023400
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00023500
               INDEXED BY WS-ERROR-INDEX.                               00023600
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00023700
                                                                        00023800
           EJECT                                                        00023900
      *DB2 COMMUNICATION AREA                                           00024000
           EXEC SQL                                                     00024100
              INCLUDE SQLCA                                             00024200
           END-EXEC.                                                    00024300
                                                                        00024400
           EXEC SQL                                                     00024500
              DECLARE SEL_TRNFR_CSR CURSOR WITH HOLD FOR                00024600
              SELECT  CLIENT_NBR                                        00024700
                     ,ACAT_CONTROL_NBR                                  00024800
                FROM  VTRNFR                                            00024900
               ORDER BY CLIENT_NBR, ACAT_CONTROL_NBR                    00025000
               WITH UR                                                  00025100
           END-EXEC.                                                    00025200
                                                                        00025300
           EJECT                                                        00025400
      ***************************************************************** 00025500
       PROCEDURE DIVISION.                                              00025600
      ***************************************************************** 00025700
                                                                        00025800
           DISPLAY '*** CAT809 - MASKED TEST EXTRACT SELECTION ***'.    00025900
                                                                        00026000
           PERFORM 1000-INITIAL-RTN.                                    00026100
                                                                        00026200
           PERFORM 2000-SELECT-RTN THRU 2000-EXIT                       00026300
              UNTIL WS-END-OF-TRNFR.                                    00026400
                                                                        00026500
           EXEC SQL                                                     00026600
              CLOSE SEL_TRNFR_CSR                                       00026700
           END-EXEC.                                                    00026800
           EXEC SQL                                                     00026900
              COMMIT                                                    00027000
           END-EXEC.                                                    00027100
                                                                        00027200
           PERFORM 3000-WRITE-SQL-RTN                                   00027300
              VARYING WS-SUB FROM 1 BY 1                                00027400
                UNTIL WS-SUB > 19.                                      00027500
                                                                        00027600
           PERFORM 4000-CATFR-RTN THRU 4000-EXIT                        00027700
              UNTIL WS-END-OF-FR.                                       00027800
                                                                        00027900
           PERFORM 9000-EOJ-RTN.                                        00028000
                                                                        00028100
           GOBACK.                                                      00028200
                                                                        00028300
           EJECT                                                        00028400
      *--------------------------------------------------------------*  00028500
      *  1000-INITIAL-RTN: SELECTION CARDS, MASK RULES, CLEAR THE    *  00028600
      *  WORK TABLE AND OPEN THE TRANSFER CURSOR.                    *  00028700
      *--------------------------------------------------------------*  00028800
      *****************                                                 00028900
       1000-INITIAL-RTN.                                                00029000
      *****************                                                 00029100
                                                                        00029200
           OPEN INPUT  SELCARD-FILE                                     00029300
                       FRIN-FILE                                        00029400
                OUTPUT TIAULIN-FILE                                     00029500
                       FROUT-FILE.                                      00029600
                                                                        00029700
           PERFORM 1100-READ-CARD-RTN THRU 1100-EXIT                    00029800
              UNTIL WS-END-OF-CARDS.                                    00029900
                                                                        00030000
           IF WS-MASK-KEY = SPACES                                      00030100
              DISPLAY 'CAT809 - NO KEY CARD - MASK KEY IS REQUIRED'     00030200
              SET WS-CARD-ERROR             TO  TRUE                    00030300
           END-IF.                                                      00030400
           IF WS-CLIENT-CNT = +0                                        00030500
           AND WS-RANGE-CNT = +0                                        00030600
           AND WS-SAMPLE-PCT = +100                                     00030700
              DISPLAY 'CAT809 - NO CLIENT, CNTL OR SAMPLE CARD - '      00030800
                      'WOULD EXTRACT ALL OF PRODUCTION'                 00030900
              SET WS-CARD-ERROR             TO  TRUE                    00031000
           END-IF.                                                      00031100
           IF WS-CARD-ERROR                                             00031200
              DISPLAY 'CAT809 ABENDED'                                  00031300
              CALL ABEND               USING  ABEND-CODE                00031400
           END-IF.                                                      00031500
                                                                        00031600
           DISPLAY 'CAT809 - CLIENTS ' WS-CLIENT-CNT                    00031700
                   '  RANGES ' WS-RANGE-CNT                             00031800
                   '  SAMPLE PCT ' WS-SAMPLE-PCT.                       00031900
                                                                        00032000
           PERFORM 1200-FR-RULES-RTN                                    00032100
              VARYING PIIMASK-CX FROM 1 BY 1                            00032200
                UNTIL PIIMASK-CX > PIIMASK-COL-CNT.                     00032300
                                                                        00032400
           EXEC SQL                                                     00032500
              DELETE FROM VTSTSEL                                       00032600
           END-EXEC.                                                    00032700
           IF SQLCODE NOT = +0                                          00032800
           AND SQLCODE NOT = +100                                       00032900
              PERFORM 8000-DB2-ERROR-RTN                                00033000
           END-IF.                                                      00033100
           EXEC SQL                                                     00033200
              COMMIT                                                    00033300
           END-EXEC.                                                    00033400
                                                                        00033500
           EXEC SQL                                                     00033600
              OPEN SEL_TRNFR_CSR                                        00033700
           END-EXEC.                                                    00033800
           IF SQLCODE NOT = +0                                          00033900
              PERFORM 8000-DB2-ERROR-RTN                                00034000
           END-IF.                                                      00034100
                                                                        00034200
      ********************                                              00034300
       1100-READ-CARD-RTN.                                              00034400
      ********************                                              00034500
                                                                        00034600
           READ SELCARD-FILE                                            00034700
              AT END                                                    00034800
                 SET WS-END-OF-CARDS        TO  TRUE                    00034900
                 GO TO 1100-EXIT                                        00035000
           END-READ.                                                    00035100
                                                                        00035200
           ADD 1                            TO  WS-CNT-CARDS.           00035300
           IF SEL-CARD (1 : 1) = '*'                                    00035400
              GO TO 1100-EXIT                                           00035500
           END-IF.                                                      00035600
           DISPLAY 'CAT809 - CARD: ' SEL-CARD.                          00035700
                                                                        00035800
           EVALUATE TRUE                                                00035900
              WHEN SEL-CLIENT-CARD                                      00036000
                 IF WS-CLIENT-CNT < +50                                 00036100
                    ADD 1                   TO  WS-CLIENT-CNT           00036200
                    MOVE SEL-CLIENT         TO  WS-SEL-CLIENT           00036300
                                                (WS-CLIENT-CNT)         00036400
                 ELSE                                                   00036500
                    DISPLAY 'CAT809 - MORE THAN 50 CLIENT CARDS'        00036600
                    SET WS-CARD-ERROR       TO  TRUE                    00036700
                 END-IF                                                 00036800
              WHEN SEL-CNTL-CARD                                        00036900
                 IF WS-RANGE-CNT < +50                                  00037000
                 AND SEL-CNTL-LOW NOT > SEL-CNTL-HIGH                   00037100
                    ADD 1                   TO  WS-RANGE-CNT            00037200
                    MOVE SEL-CNTL-LOW       TO  WS-SEL-CNTL-LOW         00037300
                                                (WS-RANGE-CNT)          00037400
                    MOVE SEL-CNTL-HIGH      TO  WS-SEL-CNTL-HIGH        00037500
                                                (WS-RANGE-CNT)          00037600
                 ELSE                                                   00037700
                    DISPLAY 'CAT809 - BAD CNTL CARD OR MORE THAN 50'    00037800
                    SET WS-CARD-ERROR       TO  TRUE                    00037900
                 END-IF                                                 00038000
              WHEN SEL-SAMPLE-CARD                                      00038100
                 IF SEL-SAMPLE-PCT NUMERIC                              00038200
                 AND SEL-SAMPLE-PCT > 0                                 00038300
                 AND SEL-SAMPLE-PCT NOT > 100                           00038400
                    MOVE SEL-SAMPLE-PCT     TO  WS-SAMPLE-PCT           00038500
                 ELSE                                                   00038600
                    DISPLAY 'CAT809 - SAMPLE MUST BE 001-100'           00038700
                    SET WS-CARD-ERROR       TO  TRUE                    00038800
                 END-IF                                                 00038900
              WHEN SEL-KEY-CARD                                         00039000
                 MOVE SEL-MASK-KEY          TO  WS-MASK-KEY             00039100
              WHEN OTHER                                                00039200
                 DISPLAY 'CAT809 - UNKNOWN CARD KEYWORD'                00039300
                 SET WS-CARD-ERROR          TO  TRUE                    00039400
           END-EVALUATE.                                                00039500
                                                                        00039600
       1100-EXIT.                                                       00039700
           EXIT.                                                        00039800
                                                                        00039900
      *--------------------------------------------------------------*  00040000
      *  1200-FR-RULES-RTN: A CATFR COLUMN IS MASKED WHEN ITS COLUMN *  00040100
      *  RULE IS ACTIVE AND CAT809'S RULE FOR ITS FIELD CODE IS TOO. *  00040200
      *--------------------------------------------------------------*  00040300
      *******************                                               00040400
       1200-FR-RULES-RTN.                                               00040500
      *******************                                               00040600
                                                                        00040700
           IF PIIMASK-COL-OBJECT (PIIMASK-CX) = 'CATFR   '              00040800
           AND PIIMASK-COL-ACTIVE (PIIMASK-CX)                          00040900
              MOVE 'N'                      TO  WS-RULE-ACTIVE-SW       00041000
              SET PIIMASK-X                 TO  1                       00041100
              SEARCH PIIMASK-RULE                                       00041200
                 AT END                                                 00041300
                    CONTINUE                                            00041400
                 WHEN PIIMASK-PROGRAM-ID (PIIMASK-X) = 'CAT809  '       00041500
                  AND PIIMASK-FIELD-CODE (PIIMASK-X) =                  00041600
                      PIIMASK-COL-FIELD-CODE (PIIMASK-CX)               00041700
                  AND PIIMASK-COPY-ALL   (PIIMASK-X)                    00041800
                  AND PIIMASK-RULE-ACTIVE (PIIMASK-X)                   00041900
                    SET WS-RULE-ACTIVE      TO  TRUE                    00042000
              END-SEARCH                                                00042100
              IF WS-RULE-ACTIVE                                         00042200
                 EVALUATE PIIMASK-COL-NAME (PIIMASK-CX)                 00042300
                    WHEN 'FR-CUST-NM'                                   00042400
                       SET WS-MASK-CUST-NM  TO  TRUE                    00042500
                       MOVE PIIMASK-COL-FIELD-CODE (PIIMASK-CX)         00042600
                                            TO  WS-CUST-NM-CODE         00042700
                    WHEN 'FR-ACCT-RR-NM'                                00042800
                       SET WS-MASK-RR-NM    TO  TRUE                    00042900
                       MOVE PIIMASK-COL-FIELD-CODE (PIIMASK-CX)         00043000
                                            TO  WS-RR-NM-CODE           00043100
                    WHEN 'FR-NA-LINE'                                   00043200
                       SET WS-MASK-NA-LINE  TO  TRUE                    00043300
                       MOVE PIIMASK-COL-FIELD-CODE (PIIMASK-CX)         00043400
                                            TO  WS-NA-LINE-CODE         00043500
                    WHEN 'FR-SS-TIN-NBR'                                00043600
                       SET WS-MASK-SS-TIN   TO  TRUE                    00043700
                       MOVE PIIMASK-COL-FIELD-CODE (PIIMASK-CX)         00043800
                                            TO  WS-SS-TIN-CODE          00043900
                    WHEN OTHER                                          00044000
                       DISPLAY 'CAT809 - PIIMASK NAMES UNKNOWN CATFR '  00044100
                               'FIELD ' PIIMASK-COL-NAME (PIIMASK-CX)   00044200
                       DISPLAY 'CAT809 ABENDED'                         00044300
                       CALL ABEND      USING  ABEND-CODE                00044400
                 END-EVALUATE                                           00044500
              END-IF                                                    00044600
           END-IF.                                                      00044700
                                                                        00044800
           EJECT                                                        00044900
      *--------------------------------------------------------------*  00045000
      *  2000-SELECT-RTN: APPLY THE CLIENT/RANGE TESTS AND THE       *  00045100
      *  SAMPLE TO ONE TRANSFER, RECORDING IT IN VTSTSEL IF TAKEN.   *  00045200
      *--------------------------------------------------------------*  00045300
      ****************                                                  00045400
       2000-SELECT-RTN.                                                 00045500
      ****************                                                  00045600
                                                                        00045700
           EXEC SQL                                                     00045800
              FETCH SEL_TRNFR_CSR                                       00045900
               INTO :WS-CLIENT                                          00046000
                   ,:WS-ACAT-CNTL                                       00046100
           END-EXEC.                                                    00046200
           EVALUATE SQLCODE                                             00046300
              WHEN +0                                                   00046400
                 ADD 1                      TO  WS-CNT-TRNFR-READ       00046500
              WHEN +100                                                 00046600
                 SET WS-END-OF-TRNFR        TO  TRUE                    00046700
                 GO TO 2000-EXIT                                        00046800
              WHEN OTHER                                                00046900
                 PERFORM 8000-DB2-ERROR-RTN                             00047000
           END-EVALUATE.                                                00047100
                                                                        00047200
           IF WS-CLIENT-CNT > +0                                        00047300
              MOVE 'N'                      TO  WS-ELIGIBLE-SW          00047400
              SET WS-CL-IX                  TO  1                       00047500
              SEARCH WS-SEL-CLIENT                                      00047600
                 AT END                                                 00047700
                    CONTINUE                                            00047800
                 WHEN WS-CL-IX > WS-CLIENT-CNT                          00047900
                    CONTINUE                                            00048000
                 WHEN WS-SEL-CLIENT (WS-CL-IX) = WS-CLIENT              00048100
                    SET WS-ELIGIBLE         TO  TRUE                    00048200
              END-SEARCH                                                00048300
              IF NOT WS-ELIGIBLE                                        00048400
                 GO TO 2000-EXIT                                        00048500
              END-IF                                                    00048600
           END-IF.                                                      00048700
                                                                        00048800
           IF WS-RANGE-CNT > +0                                         00048900
              MOVE 'N'                      TO  WS-ELIGIBLE-SW          00049000
              SET WS-RG-IX                  TO  1                       00049100
              SEARCH WS-SEL-RANGE                                       00049200
                 AT END                                                 00049300
                    CONTINUE                                            00049400
                 WHEN WS-RG-IX > WS-RANGE-CNT                           00049500
                    CONTINUE                                            00049600
                 WHEN WS-ACAT-CNTL NOT < WS-SEL-CNTL-LOW (WS-RG-IX)     00049700
                  AND WS-ACAT-CNTL NOT > WS-SEL-CNTL-HIGH (WS-RG-IX)    00049800
                    SET WS-ELIGIBLE         TO  TRUE                    00049900
              END-SEARCH                                                00050000
              IF NOT WS-ELIGIBLE                                        00050100
                 GO TO 2000-EXIT                                        00050200
              END-IF                                                    00050300
           END-IF.                                                      00050400
                                                                        00050500
           ADD 1                            TO  WS-CNT-ELIGIBLE.        00050600
                                                                        00050700
      *    SYSTEMATIC SAMPLE - EVERY TIME THE RUNNING PERCENTAGE        00050800
      *    PASSES 100 THE TRANSFER IS TAKEN.                            00050900
           ADD WS-SAMPLE-PCT                TO  WS-SAMPLE-ACCUM.        00051000
           IF WS-SAMPLE-ACCUM < +100                                    00051100
              GO TO 2000-EXIT                                           00051200
           END-IF.                                                      00051300
           SUBTRACT 100                     FROM WS-SAMPLE-ACCUM.       00051400
                                                                        00051500
           EXEC SQL                                                     00051600
              INSERT INTO VTSTSEL                                       00051700
                     (CLIENT_NBR                                        00051800
                     ,ACAT_CONTROL_NBR                                  00051900
                     ,CRT_TMSTP                                         00052000
                     ,PRGM_NM)                                          00052100
              VALUES (:WS-CLIENT                                        00052200
                     ,:WS-ACAT-CNTL                                     00052300
                     ,CURRENT TIMESTAMP                                 00052400
                     ,'CAT809  ')                                       00052500
           END-EXEC.                                                    00052600
           IF SQLCODE NOT = +0                                          00052700
              PERFORM 8000-DB2-ERROR-RTN                                00052800
           END-IF.                                                      00052900
                                                                        00053000
           ADD 1                            TO  WS-CNT-SELECTED.        00053100
           ADD 1                            TO  WS-COMMIT-CNT.          00053200
           IF WS-COMMIT-CNT NOT < WS-COMMIT-FREQ                        00053300
              EXEC SQL                                                  00053400
                 COMMIT                                                 00053500
              END-EXEC                                                  00053600
              MOVE ZERO                     TO  WS-COMMIT-CNT           00053700
           END-IF.                                                      00053800
                                                                        00053900
       2000-EXIT.                                                       00054000
           EXIT.                                                        00054100
                                                                        00054200
      ********************                                              00054300
       3000-WRITE-SQL-RTN.                                              00054400
      ********************                                              00054500
                                                                        00054600
           MOVE SPACES                      TO  TIAULIN-RECORD.         00054700
           MOVE WS-TIAUL-LINE (WS-SUB)      TO  TIAULIN-RECORD.         00054800
           WRITE TIAULIN-RECORD.                                        00054900
                                                                        00055000
           EJECT                                                        00055100
      *--------------------------------------------------------------*  00055200
      *  4000-CATFR-RTN: KEEP THE HEADER AND THE RECORDS OF SELECTED *  00055300
      *  TRANSFERS, MASKING THE PII FIELDS.                          *  00055400
      *--------------------------------------------------------------*  00055500
      ***************                                                   00055600
       4000-CATFR-RTN.                                                  00055700
      ***************                                                   00055800
                                                                        00055900
           READ FRIN-FILE                                               00056000
              AT END                                                    00056100
                 SET WS-END-OF-FR           TO  TRUE                    00056200
                 GO TO 4000-EXIT                                        00056300
           END-READ.                                                    00056400
                                                                        00056500
           ADD 1                            TO  WS-CNT-FR-READ.         00056600
                                                                        00056700
           IF FR-DATE-LIT = 'DATE='                                     00056800
              WRITE FROUT-RECORD          FROM  FR-RECORD               00056900
              ADD 1                         TO  WS-CNT-FR-WRITTEN       00057000
              GO TO 4000-EXIT                                           00057100
           END-IF.                                                      00057200
                                                                        00057300
           MOVE FR-CLIENT-NBR               TO  WS-CLIENT.              00057400
           MOVE FR-ACAT-CONTROL-NBR         TO  WS-ACAT-CNTL.           00057500
           EXEC SQL                                                     00057600
              SELECT  1                                                 00057700
                INTO :WS-FOUND-IND                                      00057800
                FROM  VTSTSEL                                           00057900
               WHERE  CLIENT_NBR       = :WS-CLIENT                     00058000
                 AND  ACAT_CONTROL_NBR = :WS-ACAT-CNTL                  00058100
           END-EXEC.                                                    00058200
           EVALUATE SQLCODE                                             00058300
              WHEN +0                                                   00058400
                 CONTINUE                                               00058500
              WHEN +100                                                 00058600
                 GO TO 4000-EXIT                                        00058700
              WHEN OTHER                                                00058800
                 PERFORM 8000-DB2-ERROR-RTN                             00058900
           END-EVALUATE.                                                00059000
                                                                        00059100
           MOVE WS-MASK-KEY                 TO  PIM-MASK-KEY.           00059200
           IF WS-MASK-CUST-NM                                           00059300
              MOVE WS-CUST-NM-CODE          TO  PIM-FIELD-CODE          00059400
              MOVE LENGTH OF FR-CUST-NM     TO  PIM-VALUE-LEN           00059500
              MOVE FR-CUST-NM               TO  PIM-VALUE               00059600
              PERFORM 4100-CALL-MASK-RTN                                00059700
              MOVE PIM-VALUE                TO  FR-CUST-NM              00059800
           END-IF.                                                      00059900
           IF WS-MASK-RR-NM                                             00060000
              MOVE WS-RR-NM-CODE            TO  PIM-FIELD-CODE          00060100
              MOVE LENGTH OF FR-ACCT-RR-NM  TO  PIM-VALUE-LEN           00060200
              MOVE FR-ACCT-RR-NM            TO  PIM-VALUE               00060300
              PERFORM 4100-CALL-MASK-RTN                                00060400
              MOVE PIM-VALUE                TO  FR-ACCT-RR-NM           00060500
           END-IF.                                                      00060600
           IF WS-MASK-SS-TIN                                            00060700
              MOVE WS-SS-TIN-CODE           TO  PIM-FIELD-CODE          00060800
              MOVE LENGTH OF FR-SS-TIN-NBR  TO  PIM-VALUE-LEN           00060900
              MOVE FR-SS-TIN-NBR            TO  PIM-VALUE               00061000
              PERFORM 4100-CALL-MASK-RTN                                00061100
              MOVE PIM-VALUE                TO  FR-SS-TIN-NBR           00061200
           END-IF.                                                      00061300
           IF WS-MASK-NA-LINE                                           00061400
              PERFORM 4200-MASK-NA-LINE-RTN                             00061500
                 VARYING WS-SUB FROM 1 BY 1                             00061600
                   UNTIL WS-SUB > 6                                     00061700
           END-IF.                                                      00061800
                                                                        00061900
           WRITE FROUT-RECORD             FROM  FR-RECORD.              00062000
           ADD 1                            TO  WS-CNT-FR-WRITTEN.      00062100
                                                                        00062200
       4000-EXIT.                                                       00062300
           EXIT.                                                        00062400
                                                                        00062500
      ********************                                              00062600
       4100-CALL-MASK-RTN.                                              00062700
      ********************                                              00062800
                                                                        00062900
           CALL WS-CATPIIM               USING  PIM-PARAMETERS.         00063000
           IF NOT PIM-NORMAL                                            00063100
              DISPLAY 'CAT809 - CATPIIM REJECTED FIELD CODE '           00063200
                      PIM-FIELD-CODE                                    00063300
              DISPLAY 'CAT809 ABENDED'                                  00063400
              CALL ABEND               USING  ABEND-CODE                00063500
           END-IF.                                                      00063600
                                                                        00063700
      ***********************                                           00063800
       4200-MASK-NA-LINE-RTN.                                           00063900
      ***********************                                           00064000
                                                                        00064100
           IF FR-NA-LINE (WS-SUB) NOT = SPACES                          00064200
              MOVE WS-NA-LINE-CODE          TO  PIM-FIELD-CODE          00064300
              MOVE LENGTH OF FR-NA-LINE (WS-SUB)                        00064400
                                            TO  PIM-VALUE-LEN           00064500
              MOVE FR-NA-LINE (WS-SUB)      TO  PIM-VALUE               00064600
              PERFORM 4100-CALL-MASK-RTN                                00064700
              MOVE PIM-VALUE                TO  FR-NA-LINE (WS-SUB)     00064800
           END-IF.                                                      00064900
                                                                        00065000
           EJECT                                                        00065100
      ******************                                                00065200
       8000-DB2-ERROR-RTN.                                              00065300
      ******************                                                00065400
                                                                        00065500
           DISPLAY 'CAT809 - DB2 ERROR, SQLCODE = ' SQLCODE.            00065600
           DISPLAY 'CAT809 - CLIENT/CONTROL NBR = ' WS-CLIENT ' '       00065700
                   WS-ACAT-CNTL.                                        00065800
           CALL DSNTIAR               USING  SQLCA                      00065900
                                             WS-DB2-MESSAGE-AREA        00066000
                                             WS-ERR-LINE-LEN            00066100
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00066200
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00066300
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00066400
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00066500
                 END-IF                                                 00066600
           END-PERFORM.                                                 00066700
           DISPLAY 'CAT809 ABENDED'.                                    00066800
           EXEC SQL  ROLLBACK  END-EXEC.                                00066900
           CALL ABEND                 USING  ABEND-CODE.                00067000
                                                                        00067100
           EJECT                                                        00067200
      ************                                                      00067300
       9000-EOJ-RTN.                                                    00067400
      ************                                                      00067500
                                                                        00067600
           CLOSE SELCARD-FILE                                           00067700
                 FRIN-FILE                                              00067800
                 TIAULIN-FILE                                           00067900
                 FROUT-FILE.                                            00068000
                                                                        00068100
           DISPLAY ' '                                                  00068200
           DISPLAY 'SELECTION CARDS READ:   ' WS-CNT-CARDS              00068300
           DISPLAY 'TRANSFERS READ:         ' WS-CNT-TRNFR-READ         00068400
           DISPLAY 'TRANSFERS ELIGIBLE:     ' WS-CNT-ELIGIBLE           00068500
           DISPLAY 'TRANSFERS SELECTED:     ' WS-CNT-SELECTED           00068600
           DISPLAY 'CATFR RECORDS READ:     ' WS-CNT-FR-READ            00068700
           DISPLAY 'CATFR RECORDS WRITTEN:  ' WS-CNT-FR-WRITTEN         00068800
           DISPLAY ' '                                                  00068900
           DISPLAY '*************************'                          00069000
           DISPLAY '* END OF CAT809 PROGRAM *'                          00069100
           DISPLAY '*************************'                          00069200
           DISPLAY ' '.                                                 00069300
