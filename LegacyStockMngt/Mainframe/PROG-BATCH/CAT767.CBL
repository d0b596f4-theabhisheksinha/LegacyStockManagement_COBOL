000001* PDX    - CAT767   C0369770 10/10/26 08:20:14 TBTIKUO            00000100
000001* CREATED FOR SSR 114443.  ASSET-TRANSFER PROMOTION LOADER.       00000200
000001* MARKETING'S "TRANSFER IN $X, GET A CASH BONUS" CAMPAIGNS WERE   00000300
000001* WORKED OUT BY THE BRANCHES FROM SPREADSHEETS OF CAT996          00000400
000001* OUTPUT.  THIS JOB APPLIES A FIXED-FORMAT FILE OF CAMPAIGN       00000500
000001* DEFINITIONS TO ACATPRMO (CAMPAIGN CODE, DATE WINDOW, UP TO      00000600
000001* FIVE VALUE TIERS WITH THEIR BONUS AMOUNTS, REQUIRED HOLDING     00000700
000001* PERIOD) AND OF ACCOUNT ENROLLMENTS / WITHDRAWALS TO ACATPREN,   00000800
000001* IN THE CAT750 MOLD - FULL EDIT, REJECT LISTING, CONTROL         00000900
000001* TOTALS.  CAT768 WORKS OUT AND BOOKS THE EARNED BONUSES.         00001000
       IDENTIFICATION DIVISION.                                         00001100
       PROGRAM-ID.  CAT767.                                             00001200
       AUTHOR.      LARRY MUREY.                                        00001300
       DATE-WRITTEN.  OCT 2026.                                         00001400
      *---------------------------------------------------------------* 00001500
      *                         REMARKS                               * 00001600
      * PROMOTRN (FB 200):                                            * 00001700
      *   REC-TYPE(1 P/E) ACTION(1) CAMPAIGN(8), THEN                 * 00001800
      *   P - DESC(30) START 9(8) END 9(8) CCYYMMDD HOLD-DAYS 9(3)    * 00001900
      *       5 X ( TIER-MIN-VALUE 9(11)V99  TIER-BONUS 9(07)V99 )    * 00002000
      *       ACTION A ADD / C CHANGE.  TIERS ASCEND; AN UNUSED TIER  * 00002100
      *       IS ZEROS AND ENDS THE LIST.  A CAMPAIGN THAT HAS PAID   * 00002200
      *       ANY BONUS CANNOT BE CHANGED.                            * 00002300
      *   E - CLIENT(4) BRANCH(3) ACCOUNT(5)                          * 00002400
      *       ACTION A ENROLL (CAMPAIGN MUST NOT HAVE ENDED) /        * 00002500
      *       W WITHDRAW (ONLY WHILE STILL ENROLLED, NOT YET PAID)    * 00002600
      * COMMIT EVERY 100 APPLIED.                                     * 00002700
      *---------------------------------------------------------------* 00002800
           EJECT                                                        00002900
      ***************************************************************** 00003000
       ENVIRONMENT DIVISION.                                            00003100
      ***************************************************************** 00003200
       INPUT-OUTPUT SECTION.                                            00003300
       FILE-CONTROL.                                                    00003400
           SELECT PROMO-TRANS-FILE     ASSIGN  TO  PROMOTRN             00003500
                                       FILE STATUS  IS PROMOTRN-STAT.   00003600
                                                                        00003700
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00003800
                                                                        00003900
      ***************************************************************** 00004000
       DATA DIVISION.                                                   00004100
      ***************************************************************** 00004200
                                                                        00004300
       FILE SECTION.                                                    00004400
                                                                        00004500
       FD  PROMO-TRANS-FILE                                             00004600
           RECORDING MODE F                                             00004700
           BLOCK CONTAINS 0 RECORDS                                     00004800
           LABEL RECORDS ARE STANDARD                                   00004900
           RECORD CONTAINS 200 CHARACTERS.                              00005000
       01  PROMO-TRANS-RECORD.                                          00005100
           05  PTRN-REC-TYPE            PIC  X(01).                     00005200
               88  PTRN-CAMPAIGN                     VALUE 'P'.         00005300
               88  PTRN-ENROLLMENT                   VALUE 'E'.         00005400
           05  PTRN-ACTION-CD           PIC  X(01).                     00005500
               88  PTRN-ADD                          VALUE 'A'.         00005600
               88  PTRN-CHANGE                       VALUE 'C'.         00005700
               88  PTRN-WITHDRAW                     VALUE 'W'.         00005800
           05  PTRN-CMPGN-CD            PIC  X(08).                     00005900
           05  PTRN-DATA                PIC  X(190).                    00006000
           05  PTRN-CMPGN-DATA          REDEFINES  PTRN-DATA.           00006100
               10  PTRN-CMPGN-DESC      PIC  X(30).                     00006200
               10  PTRN-STRT-DT         PIC  9(08).                     00006300
               10  PTRN-END-DT          PIC  9(08).                     00006400
               10  PTRN-HOLD-DAYS       PIC  9(03).                     00006500
               10  PTRN-TIER            OCCURS 5 TIMES.                 00006600
                   15  PTRN-TIER-MIN    PIC  9(11)V99.                  00006700
                   15  PTRN-TIER-BONUS  PIC  9(07)V99.                  00006800
               10  FILLER               PIC  X(31).                     00006900
           05  PTRN-ENRL-DATA           REDEFINES  PTRN-DATA.           00007000
               10  PTRN-CLIENT          PIC  X(04).                     00007100
               10  PTRN-BRANCH          PIC  X(03).                     00007200
               10  PTRN-ACCT            PIC  X(05).                     00007300
               10  FILLER               PIC  X(178).                    00007400
                                                                        00007500
       FD  REPORT-FILE                                                  00007600
           RECORDING MODE F                                             00007700
           BLOCK CONTAINS 0 RECORDS                                     00007800
           LABEL RECORDS ARE STANDARD                                   00007900
           RECORD CONTAINS 132 CHARACTERS.                              00008000
       01  REPORT-RECORD                PIC  X(132).                    00008100
                                                                        00008200
           EJECT                                                        00008300
      ***************************************************************** 00008400
       WORKING-STORAGE SECTION.                                         00008500
      ***************************************************************** 00008600
                                                                        00008700
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00008800
                                                                        00008900
       01  CALL-MODULES.                                                00009000
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00009100
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00009200
                                                                        00009300
       01  PROMOTRN-STAT                PIC  X(02)  VALUE SPACES.       00009400
           88  PROMOTRN-OK                          VALUE '00'.         00009500
           88  PROMOTRN-EOF                         VALUE '10'.         00009600
                                                                        00009700
       01  WS-SWITCHES.                                                 00009800
           05  WS-END-OF-TRANS-SW       PIC  X(01)  VALUE 'N'.          00009900
               88  WS-END-OF-TRANS                  VALUE 'Y'.          00010000
           05  WS-ON-FILE-SW            PIC  X(01)  VALUE 'N'.          00010100
               88  WS-ON-FILE                       VALUE 'Y'.          00010200
           05  WS-TIER-END-SW           PIC  X(01)  VALUE 'N'.          00010300
               88  WS-TIER-END                      VALUE 'Y'.          00010400
           05  WS-DATE-OK-SW            PIC  X(01)  VALUE 'Y'.          00010500
               88  WS-DATE-OK                       VALUE 'Y'.          00010600
                                                                        00010700
       01  WS-COUNTERS.                                                 00010800
           05  WS-CNT-READ              PIC S9(07) COMP-3 VALUE ZERO.   00010900
           05  WS-CNT-CMPGN-ADDED       PIC S9(07) COMP-3 VALUE ZERO.   00011000
           05  WS-CNT-CMPGN-CHANGED     PIC S9(07) COMP-3 VALUE ZERO.   00011100
           05  WS-CNT-ENROLLED          PIC S9(07) COMP-3 VALUE ZERO.   00011200
           05  WS-CNT-WITHDRAWN         PIC S9(07) COMP-3 VALUE ZERO.   00011300
           05  WS-CNT-REJECTED          PIC S9(07) COMP-3 VALUE ZERO.   00011400
           05  WS-COMMIT-CNT            PIC S9(05) COMP-3 VALUE ZERO.   00011500
                                                                        00011600
      *  HOST VARIABLES - ONE CAMPAIGN ROW.                             00011700
       01  WS-PRM-AREA.                                                 00011800
           05  WS-PRM-CMPGN             PIC  X(08).                     00011900
           05  WS-PRM-DESC              PIC  X(30).                     00012000
           05  WS-PRM-STRT-DT           PIC  X(10).                     00012100
           05  WS-PRM-END-DT            PIC  X(10).                     00012200
           05  WS-PRM-HOLD-DAYS         PIC S9(04) COMP.                00012300
           05  WS-PRM-TIERS.                                            00012400
               10  WS-PRM-T1-MIN        PIC S9(11)V99 COMP-3.           00012500
               10  WS-PRM-T1-BONUS      PIC S9(07)V99 COMP-3.           00012600
               10  WS-PRM-T2-MIN        PIC S9(11)V99 COMP-3.           00012700
               10  WS-PRM-T2-BONUS      PIC S9(07)V99 COMP-3.           00012800
               10  WS-PRM-T3-MIN        PIC S9(11)V99 COMP-3.           00012900
               10  WS-PRM-T3-BONUS      PIC S9(07)V99 COMP-3.           00013000
               10  WS-PRM-T4-MIN        PIC S9(11)V99 COMP-3.           00013100
               10  WS-PRM-T4-BONUS      PIC S9(07)V99 COMP-3.           00013200
               10  WS-PRM-T5-MIN        PIC S9(11)V99 COMP-3.           00013300
               10  WS-PRM-T5-BONUS      PIC S9(07)V99 COMP-3.           00013400
           05  WS-PRM-TIER-TBL          REDEFINES  WS-PRM-TIERS.        00013500
               10  WS-PRM-TIER          OCCURS 5 TIMES.                 00013600
                   15  WS-PRM-TIER-MIN  PIC S9(11)V99 COMP-3.           00013700
                   15  WS-PRM-TIER-BONUS                                00013800
                                        PIC S9(07)V99 COMP-3.           00013900
                                                                        00014000
      *  HOST VARIABLES - ONE ENROLLMENT ROW.                           00014100
       01  WS-ENR-AREA.                                                 00014200
           05  WS-ENR-CMPGN             PIC  X(08).                     00014300
           05  WS-ENR-CLIENT            PIC  X(04).                     00014400
           05  WS-ENR-BRANCH            PIC  X(03).                     00014500
           05  WS-ENR-ACCT              PIC  X(05).                     00014600
                                                                        00014700
       01  WS-CMPGN-ENDED               PIC  X(01).                     00014800
           88  WS-CAMPAIGN-ENDED                    VALUE 'Y'.          00014900
       01  WS-PAID-CNT                  PIC S9(09) COMP.                00015000
                                                                        00015100
       01  WS-DATE-CHECK                PIC  9(08).                     00015200
       01  WS-DATE-CHECK-R              REDEFINES  WS-DATE-CHECK.       00015300
           05  WS-DC-CCYY               PIC  9(04).                     00015400
           05  WS-DC-MM                 PIC  9(02).                     00015500
           05  WS-DC-DD                 PIC  9(02).                     00015600
       01  WS-DATE-ISO.                                                 00015700
           05  WS-DI-CCYY               PIC  9(04).                     00015800
           05  FILLER                   PIC  X(01)  VALUE '-'.          00015900
           05  WS-DI-MM                 PIC  9(02).                     00016000
           05  FILLER                   PIC  X(01)  VALUE '-'.          00016100
           05  WS-DI-DD                 PIC  9(02).                     00016200
                                                                        00016300
       01  WS-TX                   COMP  PIC S9(04) VALUE +0.           00016400
       01  WS-REJECT-REASON             PIC  X(30)  VALUE SPACES.       00016500
       01  WS-DISPOSITION               PIC  X(30)  VALUE SPACES.       00016600
                                                                        00016700
       01  WS-ACCEPT-DATE.                                              00016800
           05  WS-ACCEPT-YY             PIC  9(02).                     00016900
           05  WS-ACCEPT-MM             PIC  9(02).                     00017000
           05  WS-ACCEPT-DD             PIC  9(02).                     00017100
                                                                        00017200
       01  WS-DB2-MESSAGE-AREA.                                         00017300
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00017400
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00017500
               INDEXED BY WS-ERROR-INDEX.                               00017600
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00017700
                                                                        00017800
           EJECT                                                        00017900
       01  HDR1-RECORD.                                                 00018000
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00018100
           05  FILLER                   PIC  X(30)  VALUE               00018200
               'CAT767 - TRANSFER PROMOTION CA'.                        00018300
           05  FILLER                   PIC  X(30)  VALUE               00018400
               'MPAIGN / ENROLLMENT LOADER    '.                        00018500
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00018600
           05  FILLER                   PIC  X(06)  VALUE 'DATE: '.     00018700
           05  HDR1-DATE-MM             PIC  X(02).                     00018800
           05  FILLER                   PIC  X(01)  VALUE '/'.          00018900
           05  HDR1-DATE-DD             PIC  X(02).                     00019000
           05  FILLER                   PIC  X(01)  VALUE '/'.          00019100
           05  HDR1-DATE-YY             PIC  X(02).                     00019200
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00019300
                                                                        00019400
       01  HDR2-RECORD.                                                 00019500
           05  HDR2-CC                  PIC  X(01)  VALUE '0'.          00019600
           05  FILLER                   PIC  X(36)  VALUE               00019700
               '  T  A   CAMPAIGN  CLNT BRN ACCT    '.                  00019800
           05  FILLER                   PIC  X(30)  VALUE               00019900
               'DISPOSITION                   '.                        00020000
           05  FILLER                   PIC  X(65)  VALUE SPACES.       00020100
                                                                        00020200
       01  DTL1-RECORD.                                                 00020300
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00020400
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00020500
           05  DTL1-TYPE                PIC  X(01).                     00020600
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00020700
           05  DTL1-ACTION              PIC  X(01).                     00020800
           05  FILLER                   PIC  X(03)  VALUE SPACES.       00020900
           05  DTL1-CMPGN               PIC  X(08).                     00021000
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00021100
           05  DTL1-CLIENT              PIC  X(04).                     00021200
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00021300
           05  DTL1-BRANCH              PIC  X(03).                     00021400
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00021500
           05  DTL1-ACCT                PIC  X(05).                     00021600
           05  FILLER                   PIC  X(03)  VALUE SPACES.       00021700
           05  DTL1-DISP                PIC  X(30).                     00021800
           05  FILLER                   PIC  X(65)  VALUE SPACES.       00021900
                                                                        00022000
       01  TRL1-RECORD.                                                 00022100
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00022200
           05  TRL1-LABEL               PIC  X(32).                     00022300
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00022400
           05  FILLER                   PIC  X(88)  VALUE SPACES.       00022500
                                                                        00022600
           EJECT                                                        00022700
      *DB2 COMMUNICATION AREA                                           00022800
           EXEC SQL                                                     00022900
              INCLUDE SQLCA                                             00023000
           END-EXEC.                                                    00023100
                                                                        00023200
           EJECT                                                        00023300
      ***************************************************************** 00023400
       PROCEDURE DIVISION.                                              00023500
      ***************************************************************** 00023600
                                                                        00023700
           DISPLAY '*** CAT767 - TRANSFER PROMOTION LOADER ***'.        00023800
                                                                        00023900
           PERFORM 1000-INITIAL-RTN    THRU 1000-EXIT.                  00024000
                                                                        00024100
           PERFORM 2000-PROCESS-RTN    THRU 2000-EXIT                   00024200
              UNTIL WS-END-OF-TRANS.                                    00024300
                                                                        00024400
           PERFORM 9000-EOJ-RTN        THRU 9000-EXIT.                  00024500
                                                                        00024600
           GOBACK.                                                      00024700
                                                                        00024800
           EJECT                                                        00024900
      *****************                                                 00025000
       1000-INITIAL-RTN.                                                00025100
      *****************                                                 00025200
                                                                        00025300
           OPEN INPUT  PROMO-TRANS-FILE.                                00025400
           IF NOT PROMOTRN-OK                                           00025500
              DISPLAY 'CAT767 - PROMOTRN OPEN FAILED, STATUS = '        00025600
                       PROMOTRN-STAT                                    00025700
              MOVE 16                  TO ABEND-CODE                    00025800
              CALL ABEND            USING ABEND-CODE                    00025900
           END-IF.                                                      00026000
                                                                        00026100
           OPEN OUTPUT REPORT-FILE.                                     00026200
                                                                        00026300
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00026400
           MOVE WS-ACCEPT-MM           TO HDR1-DATE-MM.                 00026500
           MOVE WS-ACCEPT-DD           TO HDR1-DATE-DD.                 00026600
           MOVE WS-ACCEPT-YY           TO HDR1-DATE-YY.                 00026700
                                                                        00026800
           WRITE REPORT-RECORD       FROM HDR1-RECORD.                  00026900
           WRITE REPORT-RECORD       FROM HDR2-RECORD.                  00027000
           MOVE SPACES                 TO REPORT-RECORD.                00027100
           WRITE REPORT-RECORD.                                         00027200
                                                                        00027300
       1000-EXIT.                                                       00027400
           EXIT.                                                        00027500
                                                                        00027600
           EJECT                                                        00027700
      *---------------------------------------------------------------* 00027800
      * 2000-PROCESS-RTN - ONE CAMPAIGN OR ENROLLMENT TRANSACTION.    * 00027900
      *---------------------------------------------------------------* 00028000
       2000-PROCESS-RTN.                                                00028100
                                                                        00028200
           READ PROMO-TRANS-FILE                                        00028300
               AT END                                                   00028400
                   SET WS-END-OF-TRANS TO TRUE                          00028500
                   GO TO 2000-EXIT                                      00028600
           END-READ.                                                    00028700
                                                                        00028800
           ADD 1                       TO WS-CNT-READ.                  00028900
           MOVE SPACES                 TO WS-REJECT-REASON.             00029000
                                                                        00029100
           IF PTRN-CMPGN-CD = SPACES                                    00029200
           OR PTRN-CMPGN-CD = LOW-VALUES                                00029300
              MOVE 'REJECT - CAMPAIGN CODE MISSING'                     00029400
                                       TO WS-REJECT-REASON              00029500
              PERFORM 2900-REJECT-RTN  THRU 2900-EXIT                   00029600
              GO TO 2000-EXIT                                           00029700
           END-IF.                                                      00029800
                                                                        00029900
           EVALUATE TRUE                                                00030000
              WHEN PTRN-CAMPAIGN                                        00030100
                 PERFORM 3000-CAMPAIGN-RTN                              00030200
                                       THRU 3000-EXIT                   00030300
              WHEN PTRN-ENROLLMENT                                      00030400
                 PERFORM 4000-ENROLLMENT-RTN                            00030500
                                       THRU 4000-EXIT                   00030600
              WHEN OTHER                                                00030700
                 MOVE 'REJECT - RECORD TYPE NOT P/E  '                  00030800
                                       TO WS-REJECT-REASON              00030900
                 PERFORM 2900-REJECT-RTN                                00031000
                                       THRU 2900-EXIT                   00031100
           END-EVALUATE.                                                00031200
                                                                        00031300
       2000-EXIT.                                                       00031400
           EXIT.                                                        00031500
                                                                        00031600
      *---------------------------------------------------------------* 00031700
      * 2900-REJECT-RTN.                                              * 00031800
      *---------------------------------------------------------------* 00031900
       2900-REJECT-RTN.                                                 00032000
                                                                        00032100
           ADD 1                       TO WS-CNT-REJECTED.              00032200
           MOVE WS-REJECT-REASON       TO WS-DISPOSITION.               00032300
           PERFORM 5000-WRITE-DETAIL-RTN                                00032400
                                       THRU 5000-EXIT.                  00032500
                                                                        00032600
       2900-EXIT.                                                       00032700
           EXIT.                                                        00032800
                                                                        00032900
           EJECT                                                        00033000
      *---------------------------------------------------------------* 00033100
      * 3000-CAMPAIGN-RTN - ADD OR CHANGE A CAMPAIGN DEFINITION.      * 00033200
      *---------------------------------------------------------------* 00033300
       3000-CAMPAIGN-RTN.                                               00033400
                                                                        00033500
           PERFORM 3100-EDIT-CAMPAIGN-RTN                               00033600
                                       THRU 3100-EXIT.                  00033700
           IF WS-REJECT-REASON NOT = SPACES                             00033800
              PERFORM 2900-REJECT-RTN  THRU 2900-EXIT                   00033900
              GO TO 3000-EXIT                                           00034000
           END-IF.                                                      00034100
                                                                        00034200
           PERFORM 3300-MOVE-CAMPAIGN-RTN                               00034300
                                       THRU 3300-EXIT.                  00034400
           PERFORM 3400-CHECK-CAMPAIGN-RTN                              00034500
                                       THRU 3400-EXIT.                  00034600
                                                                        00034700
           EVALUATE TRUE                                                00034800
              WHEN PTRN-ADD AND WS-ON-FILE                              00034900
                 MOVE 'REJECT - CAMPAIGN ON FILE     '                  00035000
                                       TO WS-REJECT-REASON              00035100
                 PERFORM 2900-REJECT-RTN THRU 2900-EXIT                 00035200
              WHEN PTRN-CHANGE AND NOT WS-ON-FILE                       00035300
                 MOVE 'REJECT - CAMPAIGN NOT ON FILE '                  00035400
                                       TO WS-REJECT-REASON              00035500
                 PERFORM 2900-REJECT-RTN THRU 2900-EXIT                 00035600
              WHEN PTRN-CHANGE AND WS-PAID-CNT > +0                     00035700
                 MOVE 'REJECT - CAMPAIGN ALREADY PAID'                  00035800
                                       TO WS-REJECT-REASON              00035900
                 PERFORM 2900-REJECT-RTN THRU 2900-EXIT                 00036000
              WHEN PTRN-ADD                                             00036100
                 PERFORM 3500-ADD-CAMPAIGN-RTN                          00036200
                                       THRU 3500-EXIT                   00036300
              WHEN OTHER                                                00036400
                 PERFORM 3600-CHANGE-CAMPAIGN-RTN                       00036500
                                       THRU 3600-EXIT                   00036600
           END-EVALUATE.                                                00036700
                                                                        00036800
       3000-EXIT.                                                       00036900
           EXIT.                                                        00037000
                                                                        00037100
      *---------------------------------------------------------------* 00037200
      * 3100-EDIT-CAMPAIGN-RTN - FULL FIELD VALIDATION.               * 00037300
      *---------------------------------------------------------------* 00037400
       3100-EDIT-CAMPAIGN-RTN.                                          00037500
                                                                        00037600
           IF NOT PTRN-ADD AND NOT PTRN-CHANGE                          00037700
              MOVE 'REJECT - ACTION NOT A OR C    '                     00037800
                                       TO WS-REJECT-REASON              00037900
              GO TO 3100-EXIT                                           00038000
           END-IF.                                                      00038100
                                                                        00038200
           IF PTRN-CMPGN-DESC = SPACES                                  00038300
              MOVE 'REJECT - DESCRIPTION MISSING  '                     00038400
                                       TO WS-REJECT-REASON              00038500
              GO TO 3100-EXIT                                           00038600
           END-IF.                                                      00038700
                                                                        00038800
           MOVE PTRN-STRT-DT           TO WS-DATE-CHECK.                00038900
           PERFORM 3150-CHECK-DATE-RTN THRU 3150-EXIT.                  00039000
           IF NOT WS-DATE-OK                                            00039100
              MOVE 'REJECT - START DATE INVALID   '                     00039200
                                       TO WS-REJECT-REASON              00039300
              GO TO 3100-EXIT                                           00039400
           END-IF.                                                      00039500
                                                                        00039600
           MOVE PTRN-END-DT            TO WS-DATE-CHECK.                00039700
           PERFORM 3150-CHECK-DATE-RTN THRU 3150-EXIT.                  00039800
           IF NOT WS-DATE-OK                                            00039900
              MOVE 'REJECT - END DATE INVALID     '                     00040000
                                       TO WS-REJECT-REASON              00040100
              GO TO 3100-EXIT                                           00040200
           END-IF.                                                      00040300
                                                                        00040400
           IF PTRN-END-DT < PTRN-STRT-DT                                00040500
              MOVE 'REJECT - END DATE BEFORE START'                     00040600
                                       TO WS-REJECT-REASON              00040700
              GO TO 3100-EXIT                                           00040800
           END-IF.                                                      00040900
                                                                        00041000
           IF PTRN-HOLD-DAYS NOT NUMERIC                                00041100
              MOVE 'REJECT - HOLDING DAYS INVALID '                     00041200
                                       TO WS-REJECT-REASON              00041300
              GO TO 3100-EXIT                                           00041400
           END-IF.                                                      00041500
                                                                        00041600
           MOVE 'N'                    TO WS-TIER-END-SW.               00041700
           PERFORM 3200-EDIT-TIER-RTN  THRU 3200-EXIT                   00041800
              VARYING WS-TX FROM 1 BY 1                                 00041900
                UNTIL WS-TX > 5                                         00042000
                   OR WS-REJECT-REASON NOT = SPACES.                    00042100
                                                                        00042200
       3100-EXIT.                                                       00042300
           EXIT.                                                        00042400
                                                                        00042500
      *---------------------------------------------------------------* 00042600
      * 3150-CHECK-DATE-RTN - CCYYMMDD IN WS-DATE-CHECK.              * 00042700
      *---------------------------------------------------------------* 00042800
       3150-CHECK-DATE-RTN.                                             00042900
                                                                        00043000
           MOVE 'Y'                    TO WS-DATE-OK-SW.                00043100
           IF WS-DATE-CHECK NOT NUMERIC                                 00043200
           OR WS-DC-CCYY < 2000                                         00043300
           OR WS-DC-MM < 1 OR WS-DC-MM > 12                             00043400
           OR WS-DC-DD < 1 OR WS-DC-DD > 31                             00043500
              MOVE 'N'                 TO WS-DATE-OK-SW                 00043600
           END-IF.                                                      00043700
                                                                        00043800
       3150-EXIT.                                                       00043900
           EXIT.                                                        00044000
                                                                        00044100
      *---------------------------------------------------------------* 00044200
      * 3200-EDIT-TIER-RTN - TIER 1 IS REQUIRED.  EACH USED TIER      * 00044300
      * NEEDS A HIGHER MINIMUM VALUE AND A BONUS ABOVE THE TIER       * 00044400
      * BELOW IT; THE FIRST ZERO TIER ENDS THE LIST AND ALL TIERS     * 00044500
      * AFTER IT MUST BE ZERO TOO.                                    * 00044600
      *---------------------------------------------------------------* 00044700
       3200-EDIT-TIER-RTN.                                              00044800
                                                                        00044900
           IF PTRN-TIER-MIN (WS-TX) NOT NUMERIC                         00045000
           OR PTRN-TIER-BONUS (WS-TX) NOT NUMERIC                       00045100
              MOVE 'REJECT - TIER AMT NOT NUMERIC '                     00045200
                                       TO WS-REJECT-REASON              00045300
              GO TO 3200-EXIT                                           00045400
           END-IF.                                                      00045500
                                                                        00045600
           IF PTRN-TIER-MIN (WS-TX) = ZERO                              00045700
           AND PTRN-TIER-BONUS (WS-TX) = ZERO                           00045800
              IF WS-TX = 1                                              00045900
                 MOVE 'REJECT - NO TIER 1 DEFINED    '                  00046000
                                       TO WS-REJECT-REASON              00046100
              ELSE                                                      00046200
                 SET WS-TIER-END       TO TRUE                          00046300
              END-IF                                                    00046400
              GO TO 3200-EXIT                                           00046500
           END-IF.                                                      00046600
                                                                        00046700
           IF WS-TIER-END                                               00046800
              MOVE 'REJECT - TIER AFTER EMPTY TIER'                     00046900
                                       TO WS-REJECT-REASON              00047000
              GO TO 3200-EXIT                                           00047100
           END-IF.                                                      00047200
                                                                        00047300
           IF PTRN-TIER-MIN (WS-TX) = ZERO                              00047400
           OR PTRN-TIER-BONUS (WS-TX) = ZERO                            00047500
              MOVE 'REJECT - TIER MIN/BONUS ZERO  '                     00047600
                                       TO WS-REJECT-REASON              00047700
              GO TO 3200-EXIT                                           00047800
           END-IF.                                                      00047900
                                                                        00048000
           IF WS-TX > 1                                                 00048100
              IF PTRN-TIER-MIN (WS-TX) NOT > PTRN-TIER-MIN (WS-TX - 1)  00048200
              OR PTRN-TIER-BONUS (WS-TX)                                00048300
                                NOT > PTRN-TIER-BONUS (WS-TX - 1)       00048400
                 MOVE 'REJECT - TIERS NOT ASCENDING  '                  00048500
                                       TO WS-REJECT-REASON              00048600
              END-IF                                                    00048700
           END-IF.                                                      00048800
                                                                        00048900
       3200-EXIT.                                                       00049000
           EXIT.                                                        00049100
                                                                        00049200
      *---------------------------------------------------------------* 00049300
      * 3300-MOVE-CAMPAIGN-RTN.                                       * 00049400
      *---------------------------------------------------------------* 00049500
       3300-MOVE-CAMPAIGN-RTN.                                          00049600
                                                                        00049700
           MOVE PTRN-CMPGN-CD          TO WS-PRM-CMPGN.                 00049800
           MOVE PTRN-CMPGN-DESC        TO WS-PRM-DESC.                  00049900
           MOVE PTRN-STRT-DT           TO WS-DATE-CHECK.                00050000
           PERFORM 3350-ISO-DATE-RTN   THRU 3350-EXIT.                  00050100
           MOVE WS-DATE-ISO            TO WS-PRM-STRT-DT.               00050200
           MOVE PTRN-END-DT            TO WS-DATE-CHECK.                00050300
           PERFORM 3350-ISO-DATE-RTN   THRU 3350-EXIT.                  00050400
           MOVE WS-DATE-ISO            TO WS-PRM-END-DT.                00050500
           MOVE PTRN-HOLD-DAYS         TO WS-PRM-HOLD-DAYS.             00050600
                                                                        00050700
           PERFORM 3360-MOVE-TIER-RTN  THRU 3360-EXIT                   00050800
              VARYING WS-TX FROM 1 BY 1                                 00050900
                UNTIL WS-TX > 5.                                        00051000
                                                                        00051100
       3300-EXIT.                                                       00051200
           EXIT.                                                        00051300
                                                                        00051400
       3350-ISO-DATE-RTN.                                               00051500
                                                                        00051600
           MOVE WS-DC-CCYY             TO WS-DI-CCYY.                   00051700
           MOVE WS-DC-MM               TO WS-DI-MM.                     00051800
           MOVE WS-DC-DD               TO WS-DI-DD.                     00051900
                                                                        00052000
       3350-EXIT.                                                       00052100
           EXIT.                                                        00052200
                                                                        00052300
       3360-MOVE-TIER-RTN.                                              00052400
                                                                        00052500
           MOVE PTRN-TIER-MIN (WS-TX)  TO WS-PRM-TIER-MIN (WS-TX).      00052600
           MOVE PTRN-TIER-BONUS (WS-TX)                                 00052700
                                       TO WS-PRM-TIER-BONUS (WS-TX).    00052800
                                                                        00052900
       3360-EXIT.                                                       00053000
           EXIT.                                                        00053100
                                                                        00053200
      *---------------------------------------------------------------* 00053300
      * 3400-CHECK-CAMPAIGN-RTN - BEFORE-STATE, AND WHETHER ANY       * 00053400
      * ENROLLMENT HAS ALREADY BEEN PAID UNDER IT.                    * 00053500
      *---------------------------------------------------------------* 00053600
       3400-CHECK-CAMPAIGN-RTN.                                         00053700
                                                                        00053800
           MOVE 'N'                    TO WS-ON-FILE-SW.                00053900
           MOVE +0                     TO WS-PAID-CNT.                  00054000
                                                                        00054100
           EXEC SQL                                                     00054200
              SELECT CMPGN_CD                                           00054300
                INTO :WS-PRM-CMPGN                                      00054400
                FROM ACATPRMO                                           00054500
               WHERE CMPGN_CD = :WS-PRM-CMPGN                           00054600
           END-EXEC.                                                    00054700
                                                                        00054800
           EVALUATE SQLCODE                                             00054900
              WHEN +0                                                   00055000
                 SET WS-ON-FILE        TO TRUE                          00055100
              WHEN +100                                                 00055200
                 GO TO 3400-EXIT                                        00055300
              WHEN OTHER                                                00055400
                 PERFORM 8000-DB2-ERROR-RTN                             00055500
           END-EVALUATE.                                                00055600
                                                                        00055700
           EXEC SQL                                                     00055800
              SELECT COUNT(*)                                           00055900
                INTO :WS-PAID-CNT                                       00056000
                FROM ACATPREN                                           00056100
               WHERE CMPGN_CD     = :WS-PRM-CMPGN                       00056200
                 AND ENRL_STTS_CD NOT IN ('E', 'W')                     00056300
           END-EXEC.                                                    00056400
                                                                        00056500
           IF SQLCODE NOT = +0                                          00056600
              PERFORM 8000-DB2-ERROR-RTN                                00056700
           END-IF.                                                      00056800
                                                                        00056900
       3400-EXIT.                                                       00057000
           EXIT.                                                        00057100
                                                                        00057200
      *---------------------------------------------------------------* 00057300
      * 3500-ADD-CAMPAIGN-RTN.                                        * 00057400
      *---------------------------------------------------------------* 00057500
       3500-ADD-CAMPAIGN-RTN.                                           00057600
                                                                        00057700
           EXEC SQL                                                     00057800
              INSERT INTO ACATPRMO                                      00057900
                 ( CMPGN_CD                                             00058000
                  ,CMPGN_DESC_TXT                                       00058100
                  ,STRT_DT                                              00058200
                  ,END_DT                                               00058300
                  ,HOLD_DAYS_CNT                                        00058400
                  ,TIER1_MIN_AMT                                        00058500
                  ,TIER1_BONUS_AMT                                      00058600
                  ,TIER2_MIN_AMT                                        00058700
                  ,TIER2_BONUS_AMT                                      00058800
                  ,TIER3_MIN_AMT                                        00058900
                  ,TIER3_BONUS_AMT                                      00059000
                  ,TIER4_MIN_AMT                                        00059100
                  ,TIER4_BONUS_AMT                                      00059200
                  ,TIER5_MIN_AMT                                        00059300
                  ,TIER5_BONUS_AMT                                      00059400
                  ,UPDT_TMSTP                                           00059500
                  ,PRGM_NM )                                            00059600
              VALUES                                                    00059700
                 ( :WS-PRM-CMPGN                                        00059800
                  ,:WS-PRM-DESC                                         00059900
                  ,:WS-PRM-STRT-DT                                      00060000
                  ,:WS-PRM-END-DT                                       00060100
                  ,:WS-PRM-HOLD-DAYS                                    00060200
                  ,:WS-PRM-T1-MIN                                       00060300
                  ,:WS-PRM-T1-BONUS                                     00060400
                  ,:WS-PRM-T2-MIN                                       00060500
                  ,:WS-PRM-T2-BONUS                                     00060600
                  ,:WS-PRM-T3-MIN                                       00060700
                  ,:WS-PRM-T3-BONUS                                     00060800
                  ,:WS-PRM-T4-MIN                                       00060900
                  ,:WS-PRM-T4-BONUS                                     00061000
                  ,:WS-PRM-T5-MIN                                       00061100
                  ,:WS-PRM-T5-BONUS                                     00061200
                  ,CURRENT TIMESTAMP                                    00061300
                  ,'CAT767' )                                           00061400
           END-EXEC.                                                    00061500
                                                                        00061600
           IF SQLCODE = +0                                              00061700
              ADD 1                    TO WS-CNT-CMPGN-ADDED            00061800
              MOVE 'CAMPAIGN ADDED                '                     00061900
                                       TO WS-DISPOSITION                00062000
              PERFORM 5000-WRITE-DETAIL-RTN                             00062100
                                       THRU 5000-EXIT                   00062200
              PERFORM 6000-COMMIT-RTN  THRU 6000-EXIT                   00062300
           ELSE                                                         00062400
              PERFORM 8000-DB2-ERROR-RTN                                00062500
           END-IF.                                                      00062600
                                                                        00062700
       3500-EXIT.                                                       00062800
           EXIT.                                                        00062900
                                                                        00063000
      *---------------------------------------------------------------* 00063100
      * 3600-CHANGE-CAMPAIGN-RTN - REPLACE THE WHOLE DEFINITION.      * 00063200
      *---------------------------------------------------------------* 00063300
       3600-CHANGE-CAMPAIGN-RTN.                                        00063400
                                                                        00063500
           EXEC SQL                                                     00063600
              UPDATE ACATPRMO                                           00063700
                 SET CMPGN_DESC_TXT  = :WS-PRM-DESC                     00063800
                    ,STRT_DT         = :WS-PRM-STRT-DT                  00063900
                    ,END_DT          = :WS-PRM-END-DT                   00064000
                    ,HOLD_DAYS_CNT   = :WS-PRM-HOLD-DAYS                00064100
                    ,TIER1_MIN_AMT   = :WS-PRM-T1-MIN                   00064200
                    ,TIER1_BONUS_AMT = :WS-PRM-T1-BONUS                 00064300
                    ,TIER2_MIN_AMT   = :WS-PRM-T2-MIN                   00064400
                    ,TIER2_BONUS_AMT = :WS-PRM-T2-BONUS                 00064500
                    ,TIER3_MIN_AMT   = :WS-PRM-T3-MIN                   00064600
                    ,TIER3_BONUS_AMT = :WS-PRM-T3-BONUS                 00064700
                    ,TIER4_MIN_AMT   = :WS-PRM-T4-MIN                   00064800
                    ,TIER4_BONUS_AMT = :WS-PRM-T4-BONUS                 00064900
                    ,TIER5_MIN_AMT   = :WS-PRM-T5-MIN                   00065000
                    ,TIER5_BONUS_AMT = :WS-PRM-T5-BONUS                 00065100
                    ,UPDT_TMSTP      = CURRENT TIMESTAMP                00065200
                    ,PRGM_NM         = 'CAT767'                         00065300
               WHERE CMPGN_CD        = :WS-PRM-CMPGN                    00065400
           END-EXEC.                                                    00065500
                                                                        00065600
           IF SQLCODE = +0                                              00065700
              ADD 1                    TO WS-CNT-CMPGN-CHANGED          00065800
              MOVE 'CAMPAIGN CHANGED              '                     00065900
                                       TO WS-DISPOSITION                00066000
              PERFORM 5000-WRITE-DETAIL-RTN                             00066100
                                       THRU 5000-EXIT                   00066200
              PERFORM 6000-COMMIT-RTN  THRU 6000-EXIT                   00066300
           ELSE                                                         00066400
              PERFORM 8000-DB2-ERROR-RTN                                00066500
           END-IF.                                                      00066600
                                                                        00066700
       3600-EXIT.                                                       00066800
           EXIT.                                                        00066900
                                                                        00067000
           EJECT                                                        00067100
      *---------------------------------------------------------------* 00067200
      * 4000-ENROLLMENT-RTN - ENROLL AN ACCOUNT IN A CAMPAIGN, OR     * 00067300
      * WITHDRAW IT BEFORE ANY BONUS IS WORKED OUT.                   * 00067400
      *---------------------------------------------------------------* 00067500
       4000-ENROLLMENT-RTN.                                             00067600
                                                                        00067700
           IF NOT PTRN-ADD AND NOT PTRN-WITHDRAW                        00067800
              MOVE 'REJECT - ACTION NOT A OR W    '                     00067900
                                       TO WS-REJECT-REASON              00068000
              PERFORM 2900-REJECT-RTN  THRU 2900-EXIT                   00068100
              GO TO 4000-EXIT                                           00068200
           END-IF.                                                      00068300
                                                                        00068400
           IF PTRN-CLIENT = SPACES                                      00068500
           OR PTRN-BRANCH = SPACES                                      00068600
           OR PTRN-ACCT   = SPACES                                      00068700
              MOVE 'REJECT - ACCOUNT INCOMPLETE   '                     00068800
                                       TO WS-REJECT-REASON              00068900
              PERFORM 2900-REJECT-RTN  THRU 2900-EXIT                   00069000
              GO TO 4000-EXIT                                           00069100
           END-IF.                                                      00069200
                                                                        00069300
           MOVE PTRN-CMPGN-CD          TO WS-ENR-CMPGN.                 00069400
           MOVE PTRN-CLIENT            TO WS-ENR-CLIENT.                00069500
           MOVE PTRN-BRANCH            TO WS-ENR-BRANCH.                00069600
           MOVE PTRN-ACCT              TO WS-ENR-ACCT.                  00069700
                                                                        00069800
           IF PTRN-WITHDRAW                                             00069900
              PERFORM 4200-WITHDRAW-RTN                                 00070000
                                       THRU 4200-EXIT                   00070100
              GO TO 4000-EXIT                                           00070200
           END-IF.                                                      00070300
                                                                        00070400
           EXEC SQL                                                     00070500
              SELECT CASE WHEN END_DT < CURRENT DATE                    00070600
                          THEN 'Y' ELSE 'N' END                         00070700
                INTO :WS-CMPGN-ENDED                                    00070800
                FROM ACATPRMO                                           00070900
               WHERE CMPGN_CD = :WS-ENR-CMPGN                           00071000
           END-EXEC.                                                    00071100
                                                                        00071200
           EVALUATE SQLCODE                                             00071300
              WHEN +0                                                   00071400
                 CONTINUE                                               00071500
              WHEN +100                                                 00071600
                 MOVE 'REJECT - CAMPAIGN NOT ON FILE '                  00071700
                                       TO WS-REJECT-REASON              00071800
                 PERFORM 2900-REJECT-RTN THRU 2900-EXIT                 00071900
                 GO TO 4000-EXIT                                        00072000
              WHEN OTHER                                                00072100
                 PERFORM 8000-DB2-ERROR-RTN                             00072200
           END-EVALUATE.                                                00072300
                                                                        00072400
           IF WS-CAMPAIGN-ENDED                                         00072500
              MOVE 'REJECT - CAMPAIGN HAS ENDED   '                     00072600
                                       TO WS-REJECT-REASON              00072700
              PERFORM 2900-REJECT-RTN  THRU 2900-EXIT                   00072800
              GO TO 4000-EXIT                                           00072900
           END-IF.                                                      00073000
                                                                        00073100
           PERFORM 4100-ENROLL-RTN     THRU 4100-EXIT.                  00073200
                                                                        00073300
       4000-EXIT.                                                       00073400
           EXIT.                                                        00073500
                                                                        00073600
      *---------------------------------------------------------------* 00073700
      * 4100-ENROLL-RTN.                                              * 00073800
      *---------------------------------------------------------------* 00073900
       4100-ENROLL-RTN.                                                 00074000
                                                                        00074100
           EXEC SQL                                                     00074200
              INSERT INTO ACATPREN                                      00074300
                 ( CMPGN_CD                                             00074400
                  ,CLIENT_NBR                                           00074500
                  ,BRANCH_CD                                            00074600
                  ,ACCT_CD                                              00074700
                  ,ENRL_DT                                              00074800
                  ,ENRL_STTS_CD                                         00074900
                  ,INCM_VALUE_AMT                                       00075000
                  ,TIER_NBR                                             00075100
                  ,BONUS_AMT                                            00075200
                  ,CLWBK_CNTL_NBR                                       00075300
                  ,UPDT_TMSTP                                           00075400
                  ,PRGM_NM )                                            00075500
              VALUES                                                    00075600
                 ( :WS-ENR-CMPGN                                        00075700
                  ,:WS-ENR-CLIENT                                       00075800
                  ,:WS-ENR-BRANCH                                       00075900
                  ,:WS-ENR-ACCT                                         00076000
                  ,CURRENT DATE                                         00076100
                  ,'E'                                                  00076200
                  ,0                                                    00076300
                  ,0                                                    00076400
                  ,0                                                    00076500
                  ,' '                                                  00076600
                  ,CURRENT TIMESTAMP                                    00076700
                  ,'CAT767' )                                           00076800
           END-EXEC.                                                    00076900
                                                                        00077000
           EVALUATE SQLCODE                                             00077100
              WHEN +0                                                   00077200
                 ADD 1                 TO WS-CNT-ENROLLED               00077300
                 MOVE 'ENROLLED                      '                  00077400
                                       TO WS-DISPOSITION                00077500
                 PERFORM 5000-WRITE-DETAIL-RTN                          00077600
                                       THRU 5000-EXIT                   00077700
                 PERFORM 6000-COMMIT-RTN                                00077800
                                       THRU 6000-EXIT                   00077900
              WHEN -803                                                 00078000
                 MOVE 'REJECT - ALREADY ENROLLED     '                  00078100
                                       TO WS-REJECT-REASON              00078200
                 PERFORM 2900-REJECT-RTN THRU 2900-EXIT                 00078300
              WHEN OTHER                                                00078400
                 PERFORM 8000-DB2-ERROR-RTN                             00078500
           END-EVALUATE.                                                00078600
                                                                        00078700
       4100-EXIT.                                                       00078800
           EXIT.                                                        00078900
                                                                        00079000
      *---------------------------------------------------------------* 00079100
      * 4200-WITHDRAW-RTN - ONLY AN ENROLLMENT NOT YET WORKED OUT.    * 00079200
      *---------------------------------------------------------------* 00079300
       4200-WITHDRAW-RTN.                                               00079400
                                                                        00079500
           EXEC SQL                                                     00079600
              UPDATE ACATPREN                                           00079700
                 SET ENRL_STTS_CD = 'W'                                 00079800
                    ,UPDT_TMSTP   = CURRENT TIMESTAMP                   00079900
                    ,PRGM_NM      = 'CAT767'                            00080000
               WHERE CMPGN_CD     = :WS-ENR-CMPGN                       00080100
                 AND CLIENT_NBR   = :WS-ENR-CLIENT                      00080200
                 AND BRANCH_CD    = :WS-ENR-BRANCH                      00080300
                 AND ACCT_CD      = :WS-ENR-ACCT                        00080400
                 AND ENRL_STTS_CD = 'E'                                 00080500
           END-EXEC.                                                    00080600
                                                                        00080700
           EVALUATE SQLCODE                                             00080800
              WHEN +0                                                   00080900
                 ADD 1                 TO WS-CNT-WITHDRAWN              00081000
                 MOVE 'WITHDRAWN                     '                  00081100
                                       TO WS-DISPOSITION                00081200
                 PERFORM 5000-WRITE-DETAIL-RTN                          00081300
                                       THRU 5000-EXIT                   00081400
                 PERFORM 6000-COMMIT-RTN                                00081500
                                       THRU 6000-EXIT                   00081600
              WHEN +100                                                 00081700
                 MOVE 'REJECT - NOT ENROLLED OR PAID '                  00081800
                                       TO WS-REJECT-REASON              00081900
                 PERFORM 2900-REJECT-RTN THRU 2900-EXIT                 00082000
              WHEN OTHER                                                00082100
                 PERFORM 8000-DB2-ERROR-RTN                             00082200
           END-EVALUATE.                                                00082300
                                                                        00082400
       4200-EXIT.                                                       00082500
           EXIT.                                                        00082600
                                                                        00082700
           EJECT                                                        00082800
      *---------------------------------------------------------------* 00082900
      * 5000-WRITE-DETAIL-RTN.                                        * 00083000
      *---------------------------------------------------------------* 00083100
       5000-WRITE-DETAIL-RTN.                                           00083200
                                                                        00083300
           MOVE PTRN-REC-TYPE          TO DTL1-TYPE.                    00083400
           MOVE PTRN-ACTION-CD         TO DTL1-ACTION.                  00083500
           MOVE PTRN-CMPGN-CD          TO DTL1-CMPGN.                   00083600
           IF PTRN-ENROLLMENT                                           00083700
              MOVE PTRN-CLIENT         TO DTL1-CLIENT                   00083800
              MOVE PTRN-BRANCH         TO DTL1-BRANCH                   00083900
              MOVE PTRN-ACCT           TO DTL1-ACCT                     00084000
           ELSE                                                         00084100
              MOVE SPACES              TO DTL1-CLIENT                   00084200
                                          DTL1-BRANCH                   00084300
                                          DTL1-ACCT                     00084400
           END-IF.                                                      00084500
           MOVE WS-DISPOSITION         TO DTL1-DISP.                    00084600
           WRITE REPORT-RECORD       FROM DTL1-RECORD.                  00084700
                                                                        00084800
       5000-EXIT.                                                       00084900
           EXIT.                                                        00085000
                                                                        00085100
      *---------------------------------------------------------------* 00085200
      * 6000-COMMIT-RTN - EVERY 100 APPLIED.                          * 00085300
      *---------------------------------------------------------------* 00085400
       6000-COMMIT-RTN.                                                 00085500
                                                                        00085600
           ADD 1                       TO WS-COMMIT-CNT.                00085700
           IF WS-COMMIT-CNT NOT < +100                                  00085800
              EXEC SQL                                                  00085900
                 COMMIT                                                 00086000
              END-EXEC                                                  00086100
              IF SQLCODE NOT = +0                                       00086200
                 PERFORM 8000-DB2-ERROR-RTN                             00086300
              END-IF                                                    00086400
              MOVE +0                  TO WS-COMMIT-CNT                 00086500
           END-IF.                                                      00086600
                                                                        00086700
       6000-EXIT.                                                       00086800
           EXIT.                                                        00086900
                                                                        00087000
           EJECT                                                        00087100
      ***********************                                           00087200
       8000-DB2-ERROR-RTN.                                              00087300
      ***********************                                           00087400
                                                                        00087500
           DISPLAY 'CAT767 - DB2 ERROR, SQLCODE = ' SQLCODE.            00087600
           DISPLAY 'CAT767 - TRANSACTION IN HAND = '                    00087700
                    PTRN-REC-TYPE PTRN-ACTION-CD PTRN-CMPGN-CD.         00087800
                                                                        00087900
           EXEC SQL                                                     00088000
              ROLLBACK                                                  00088100
           END-EXEC.                                                    00088200
                                                                        00088300
           CALL DSNTIAR USING SQLCA WS-DB2-MESSAGE-AREA                 00088400
                              WS-ERR-LINE-LEN.                          00088500
           IF RETURN-CODE = ZERO                                        00088600
              PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                00088700
                UNTIL WS-ERROR-INDEX > 12                               00088800
                 DISPLAY WS-ERROR-MSG (WS-ERROR-INDEX)                  00088900
              END-PERFORM                                               00089000
           END-IF.                                                      00089100
                                                                        00089200
           MOVE 999                    TO ABEND-CODE.                   00089300
           CALL ABEND USING ABEND-CODE.                                 00089400
                                                                        00089500
           EJECT                                                        00089600
      *****************                                                 00089700
       9000-EOJ-RTN.                                                    00089800
      *****************                                                 00089900
                                                                        00090000
           EXEC SQL                                                     00090100
              COMMIT                                                    00090200
           END-EXEC.                                                    00090300
           IF SQLCODE NOT = +0                                          00090400
              PERFORM 8000-DB2-ERROR-RTN                                00090500
           END-IF.                                                      00090600
                                                                        00090700
           MOVE SPACES                 TO REPORT-RECORD.                00090800
           WRITE REPORT-RECORD.                                         00090900
                                                                        00091000
           MOVE 'TRANSACTIONS READ               '                      00091100
                                       TO TRL1-LABEL.                   00091200
           MOVE WS-CNT-READ            TO TRL1-COUNT.                   00091300
           WRITE REPORT-RECORD       FROM TRL1-RECORD.                  00091400
                                                                        00091500
           MOVE 'CAMPAIGNS ADDED                 '                      00091600
                                       TO TRL1-LABEL.                   00091700
           MOVE WS-CNT-CMPGN-ADDED     TO TRL1-COUNT.                   00091800
           WRITE REPORT-RECORD       FROM TRL1-RECORD.                  00091900
                                                                        00092000
           MOVE 'CAMPAIGNS CHANGED               '                      00092100
                                       TO TRL1-LABEL.                   00092200
           MOVE WS-CNT-CMPGN-CHANGED   TO TRL1-COUNT.                   00092300
           WRITE REPORT-RECORD       FROM TRL1-RECORD.                  00092400
                                                                        00092500
           MOVE 'ACCOUNTS ENROLLED               '                      00092600
                                       TO TRL1-LABEL.                   00092700
           MOVE WS-CNT-ENROLLED        TO TRL1-COUNT.                   00092800
           WRITE REPORT-RECORD       FROM TRL1-RECORD.                  00092900
                                                                        00093000
           MOVE 'ACCOUNTS WITHDRAWN              '                      00093100
                                       TO TRL1-LABEL.                   00093200
           MOVE WS-CNT-WITHDRAWN       TO TRL1-COUNT.                   00093300
           WRITE REPORT-RECORD       FROM TRL1-RECORD.                  00093400
                                                                        00093500
           MOVE 'TRANSACTIONS REJECTED           '                      00093600
                                       TO TRL1-LABEL.                   00093700
           MOVE WS-CNT-REJECTED        TO TRL1-COUNT.                   00093800
           WRITE REPORT-RECORD       FROM TRL1-RECORD.                  00093900
                                                                        00094000
           CLOSE PROMO-TRANS-FILE                                       00094100
                 REPORT-FILE.                                           00094200
                                                                        00094300
           DISPLAY 'CAT767 - CAMPAIGNS ADDED   ' WS-CNT-CMPGN-ADDED.    00094400
           DISPLAY 'CAT767 - CAMPAIGNS CHANGED ' WS-CNT-CMPGN-CHANGED.  00094500
           DISPLAY 'CAT767 - ENROLLED          ' WS-CNT-ENROLLED.       00094600
           DISPLAY 'CAT767 - WITHDRAWN         ' WS-CNT-WITHDRAWN.      00094700
           DISPLAY 'CAT767 - REJECTED          ' WS-CNT-REJECTED.       00094800
                                                                        00094900
           IF WS-CNT-REJECTED > +0                                      00095000
              MOVE 4                   TO RETURN-CODE                   00095100
           END-IF.                                                      00095200
                                                                        00095300
       9000-EXIT.                                                       00095400
           EXIT.                                                        00095500
