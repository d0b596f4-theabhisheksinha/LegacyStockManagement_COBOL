000001* PDX    - CAT778   C0369781 10/15/26 19:10:26 TBTIKUO            00000100
000001* CREATED FOR SSR 114453.  WITHHELD-ASSET RELEASE PROCESSOR.      00000200
000001* CAT519/CAT810 WITHHOLD AN ASSET (CATWHLD, NSCC_WTHLD_CD 'W'     00000300
000001* ON ACTIAST) FOR REASONS THAT ARE OFTEN TEMPORARY - WHEN-        00000400
000001* ISSUED (WHIS) UNTIL THE SECURITY GOES REGULAR-WAY, OPEN         00000500
000001* ORDER (OPOR) UNTIL THE ORDER FILLS OR IS CANCELLED, ZERO        00000600
000001* QUANTITY (QTY0) UNTIL THE POSITION IS RESTORED - AND NOTHING    00000700
000001* RE-DROVE THEM ONCE THE CONDITION CLEARED.  THIS NIGHTLY STEP    00000800
000001* REGISTERS EACH TEMPORARY WITHHOLD FROM TONIGHT'S CATWHLD FILE   00000900
000001* ON ACATWHRL (BEFORE CAT723 DROPS THE WITHHELD ACTIAST ROWS),    00001000
000001* RE-TESTS EVERY OPEN ONE AGAINST THE MSD WHEN-ISSUED CODE,       00001100
000001* ACCT_ORDERS_IND ON VTRNFR AND THE STOCK-RECORD POSITION, AND    00001200
000001* RELEASES THE CLEARED ONES BACK INTO THE TRANSFER FLOW.          00001300
       IDENTIFICATION DIVISION.                                         00001400
       PROGRAM-ID.  CAT778.                                             00001500
       AUTHOR.      LARRY MUREY.                                        00001600
       DATE-WRITTEN.  OCT 2026.                                         00001700
      *---------------------------------------------------------------* 00001800
      *                         REMARKS                               * 00001900
      * RUNS NIGHTLY AFTER THE CATWHLD BUILD AND BEFORE CAT723.       * 00002000
      * INPUTS:  WHLDIN   - TONIGHT'S CATWHLD WITHHOLD FILE           * 00002100
      *          STKPOSN  - STOCK-RECORD EXTRACT (OPTIONAL), SORTED   * 00002200
      *                     BRANCH/ACCOUNT/CUSIP (CAT713 LAYOUT)      * 00002300
      *          ACTIAST, VTRNFR, VMSD (DB2)                          * 00002400
      * OUTPUTS: ACATWHRL - WITHHELD-ASSET REGISTER                   * 00002500
      *                     H = HELD, RE-TESTED EVERY NIGHT           * 00002600
      *                     R = RELEASED                              * 00002700
      *                     X = TRANSFER REJECTED, DELETED OR CLOSED  * 00002800
      *          WHLDREL  - RELEASED ASSETS FOR TRANSFERS ALREADY     * 00002900
      *                     SUBMITTED (ASSET-ADD INTAKE, FB 80)       * 00003000
      *          RPTPI    - REGISTERED, RELEASED AND STILL-HELD RPT   * 00003100
      * RELEASE: WHILE THE WITHHELD ROW IS STILL ON ACTIAST THE       * 00003200
      * WITHHOLD CODE IS CLEARED AND THE ASSET GOES OUT WITH THE TIF; * 00003300
      * OTHERWISE THE ASSET IS WRITTEN TO WHLDREL.                    * 00003400
      * ONLY WHIS, OPOR AND QTY0 ARE REGISTERED - THE OTHER CATWHLD   * 00003500
      * REASONS DO NOT CLEAR ON THEIR OWN.                            * 00003600
      *---------------------------------------------------------------* 00003700
           EJECT                                                        00003800
      ***************************************************************** 00003900
       ENVIRONMENT DIVISION.                                            00004000
      ***************************************************************** 00004100
       INPUT-OUTPUT SECTION.                                            00004200
       FILE-CONTROL.                                                    00004300
           SELECT WHLD-FILE            ASSIGN  TO  WHLDIN               00004400
                                       FILE STATUS  IS WHLDIN-STAT.     00004500
           SELECT STKPOSN-FILE         ASSIGN  TO  STKPOSN              00004600
                                       FILE STATUS  IS STKPOSN-STAT.    00004700
           SELECT RELEASE-FILE         ASSIGN  TO  WHLDREL.             00004800
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00004900
                                                                        00005000
      ***************************************************************** 00005100
       DATA DIVISION.                                                   00005200
      ***************************************************************** 00005300
                                                                        00005400
       FILE SECTION.                                                    00005500
                                                                        00005600
       FD  WHLD-FILE                                                    00005700
           RECORDING MODE IS F                                          00005800
           BLOCK CONTAINS 0 RECORDS.                                    00005900
           COPY CATWHLD REPLACING ==:CATWHLD:== BY ==WHLD==.            00006000
                                                                        00006100
       FD  STKPOSN-FILE                                                 00006200
           RECORDING MODE F                                             00006300
           BLOCK CONTAINS 0 RECORDS                                     00006400
           LABEL RECORDS ARE STANDARD                                   00006500
           RECORD CONTAINS 80 CHARACTERS.                               00006600
       01  STKPOSN-RECORD.                                              00006700
           05  STK-REC-TYPE            PIC X(01).                       00006800
               88  STK-POSITION                   VALUE 'P'.            00006900
           05  STK-KEY.                                                 00007000
               10  STK-BRANCH          PIC X(03).                       00007100
               10  STK-ACCT            PIC X(05).                       00007200
               10  STK-CUSIP           PIC X(09).                       00007300
           05  STK-QTY                 PIC S9(12)V9(5).                 00007400
           05  FILLER                  PIC X(45).                       00007500
                                                                        00007600
       FD  RELEASE-FILE                                                 00007700
           RECORDING MODE F                                             00007800
           BLOCK CONTAINS 0 RECORDS                                     00007900
           LABEL RECORDS ARE STANDARD                                   00008000
           RECORD CONTAINS 80 CHARACTERS.                               00008100
       01  RELEASE-RECORD.                                              00008200
           05  REL-CLIENT              PIC X(04).                       00008300
           05  REL-ACAT-CNTL           PIC X(14).                       00008400
           05  REL-BRANCH              PIC X(03).                       00008500
           05  REL-ACCT                PIC X(05).                       00008600
           05  REL-ASSET-SEQ           PIC 9(09).                       00008700
           05  REL-ADP-NBR             PIC X(07).                       00008800
           05  REL-CUSIP               PIC X(09).                       00008900
           05  REL-QTY                 PIC S9(12)V9(5).                 00009000
           05  REL-WHLD-RSN-CD         PIC X(04).                       00009100
           05  FILLER                  PIC X(08).                       00009200
                                                                        00009300
       FD  REPORT-FILE                                                  00009400
           RECORDING MODE F                                             00009500
           BLOCK CONTAINS 0 RECORDS                                     00009600
           LABEL RECORDS ARE STANDARD                                   00009700
           RECORD CONTAINS 132 CHARACTERS.                              00009800
       01  REPORT-RECORD                PIC  X(132).                    00009900
                                                                        00010000
           EJECT                                                        00010100
      ***************************************************************** 00010200
       WORKING-STORAGE SECTION.                                         00010300
      ***************************************************************** 00010400
                                                                        00010500
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00010600
                                                                        00010700
       01  CALL-MODULES.                                                00010800
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00010900
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00011000
                                                                        00011100
       01  WHLDIN-STAT                  PIC  X(02)  VALUE SPACES.       00011200
           88  WHLDIN-OK                           VALUE '00'.          00011300
           88  WHLDIN-EOF                          VALUE '10'.          00011400
       01  STKPOSN-STAT                 PIC  X(02)  VALUE SPACES.       00011500
           88  STKPOSN-OK                          VALUE '00'.          00011600
           88  STKPOSN-EOF                         VALUE '10'.          00011700
                                                                        00011800
       01  WS-END-OF-TST-SW             PIC  X(01)  VALUE 'N'.          00011900
           88  WS-END-OF-TST                       VALUE 'Y'.           00012000
       01  WS-END-OF-HLD-SW             PIC  X(01)  VALUE 'N'.          00012100
           88  WS-END-OF-HLD                       VALUE 'Y'.           00012200
       01  WS-POS-LOADED-SW             PIC  X(01)  VALUE 'N'.          00012300
           88  WS-POS-LOADED                       VALUE 'Y'.           00012400
                                                                        00012500
      *  SETTLED POSITION BY BRANCH/ACCOUNT/CUSIP.                      00012600
       01  WS-POS-TABLE-AREA.                                           00012700
           05  WS-POS-CNT               PIC S9(05) COMP  VALUE +0.      00012800
           05  WS-POS-ENTRY             OCCURS 10000 TIMES.             00012900
               10  WS-POS-KEY           PIC  X(17).                     00013000
               10  WS-POS-QTY           PIC S9(12)V9(5) COMP-3.         00013100
       01  WS-POS-WORK.                                                 00013200
           05  WS-POS-SRCH-KEY.                                         00013300
               10  WS-PSK-BRANCH        PIC  X(03).                     00013400
               10  WS-PSK-ACCT          PIC  X(05).                     00013500
               10  WS-PSK-CUSIP         PIC  X(09).                     00013600
           05  WS-POS-LO                PIC S9(05) COMP  VALUE +0.      00013700
           05  WS-POS-HI                PIC S9(05) COMP  VALUE +0.      00013800
           05  WS-POS-MID               PIC S9(05) COMP  VALUE +0.      00013900
           05  WS-POS-FOUND-SW          PIC  X(01)  VALUE 'N'.          00014000
               88  WS-POS-FOUND                    VALUE 'Y'.           00014100
                                                                        00014200
      *  HOST VARIABLES - ACATWHRL ROW AND ITS CURRENT CONDITION.       00014300
       01  WS-WHR-AREA.                                                 00014400
           05  WS-WHR-CLIENT            PIC  X(04).                     00014500
           05  WS-WHR-ACAT-CNTL         PIC  X(14).                     00014600
           05  WS-WHR-ADP-NBR           PIC  X(07).                     00014700
           05  WS-WHR-BRANCH            PIC  X(03).                     00014800
           05  WS-WHR-ACCT              PIC  X(05).                     00014900
           05  WS-WHR-ASSET-SEQ         PIC S9(09) COMP.                00015000
           05  WS-WHR-CUSIP             PIC  X(09).                     00015100
           05  WS-WHR-QTY               PIC S9(12)V9(5) COMP-3.         00015200
           05  WS-WHR-RSN-CD            PIC  X(04).                     00015300
               88  WS-WHR-WHEN-ISSUED              VALUE 'WHIS'.        00015400
               88  WS-WHR-OPEN-ORDER               VALUE 'OPOR'.        00015500
               88  WS-WHR-QTY-ZERO                 VALUE 'QTY0'.        00015600
           05  WS-WHR-DAYS-HELD         PIC S9(09) COMP.                00015700
           05  WS-WHR-WI-CD             PIC  X(01).                     00015800
               88  WS-WHR-STILL-WI                 VALUE 'W'.           00015900
           05  WS-WHR-ORDERS-IND        PIC  X(01).                     00016000
               88  WS-WHR-ORDERS-OPEN              VALUE 'Y'.           00016100
               88  WS-WHR-NO-TRANSFER              VALUE '?'.           00016200
           05  WS-WHR-TRN-STTS-CD       PIC  X(03).                     00016300
           05  WS-WHR-STTS-CD           PIC  X(01).                     00016400
                                                                        00016500
       01  WS-CLEARED-SW                PIC  X(01)  VALUE 'N'.          00016600
           88  WS-CLEARED                          VALUE 'Y'.           00016700
                                                                        00016800
       01  WS-CNT-WHLD-READ             PIC S9(07) COMP-3  VALUE ZERO.  00016900
       01  WS-CNT-REGISTERED            PIC S9(07) COMP-3  VALUE ZERO.  00017000
       01  WS-CNT-ALREADY               PIC S9(07) COMP-3  VALUE ZERO.  00017100
       01  WS-CNT-PERMANENT             PIC S9(07) COMP-3  VALUE ZERO.  00017200
       01  WS-CNT-POSNS                 PIC S9(07) COMP-3  VALUE ZERO.  00017300
       01  WS-CNT-TESTED                PIC S9(07) COMP-3  VALUE ZERO.  00017400
       01  WS-CNT-REL-TIF               PIC S9(07) COMP-3  VALUE ZERO.  00017500
       01  WS-CNT-REL-FILE              PIC S9(07) COMP-3  VALUE ZERO.  00017600
       01  WS-CNT-ENDED                 PIC S9(07) COMP-3  VALUE ZERO.  00017700
       01  WS-CNT-STILL-HELD            PIC S9(07) COMP-3  VALUE ZERO.  00017800
       01  WS-COMMIT-CNT                PIC S9(05) COMP-3  VALUE ZERO.  00017900
                                                                        00018000
       01  WS-ACCEPT-DATE.                                              00018100
           05  WS-ACCEPT-YY             PIC  9(02).                     00018200
           05  WS-ACCEPT-MM             PIC  9(02).                     00018300
           05  WS-ACCEPT-DD             PIC  9(02).                     00018400
                                                                        00018500
       01  WS-DB2-MESSAGE-AREA.                                         00018600
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00018700
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00018800
               INDEXED BY WS-ERROR-INDEX.                               00018900
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00019000
                                                                        00019100
           EJECT                                                        00019200
       01  HDR1-RECORD.                                                 00019300
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00019400
           05  FILLER                   PIC  X(30)  VALUE               00019500
               'CAT778 - WITHHELD-ASSET RELEAS'.                        00019600
           05  FILLER                   PIC  X(30)  VALUE               00019700
               'E PROCESSOR                   '.                        00019800
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00019900
           05  FILLER                   PIC  X(06)  VALUE 'DATE: '.     00020000
           05  HDR1-DATE-MM             PIC  X(02).                     00020100
           05  FILLER                   PIC  X(01)  VALUE '/'.          00020200
           05  HDR1-DATE-DD             PIC  X(02).                     00020300
           05  FILLER                   PIC  X(01)  VALUE '/'.          00020400
           05  HDR1-DATE-YY             PIC  X(02).                     00020500
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00020600
                                                                        00020700
       01  HDR2-RECORD.                                                 00020800
           05  HDR2-CC                  PIC  X(01)  VALUE '0'.          00020900
           05  FILLER                   PIC  X(30)  VALUE               00021000
               ' CLNT CONTROL NBR     BRN ACCT'.                        00021100
           05  FILLER                   PIC  X(30)  VALUE               00021200
               '     SEQ ADP NBR CUSIP        '.                        00021300
           05  FILLER                   PIC  X(30)  VALUE               00021400
               '         QUANTITY RSN  DAYS DI'.                        00021500
           05  FILLER                   PIC  X(30)  VALUE               00021600
               'SPOSITION                     '.                        00021700
           05  FILLER                   PIC  X(11)  VALUE SPACES.       00021800
                                                                        00021900
       01  SEC1-RECORD.                                                 00022000
           05  SEC1-CC                  PIC  X(01)  VALUE '0'.          00022100
           05  SEC1-TITLE               PIC  X(40).                     00022200
           05  FILLER                   PIC  X(91)  VALUE SPACES.       00022300
                                                                        00022400
       01  DTL1-RECORD.                                                 00022500
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00022600
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00022700
           05  DTL1-CLIENT              PIC  X(04).                     00022800
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00022900
           05  DTL1-ACAT-CNTL           PIC  X(14).                     00023000
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00023100
           05  DTL1-BRANCH              PIC  X(03).                     00023200
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00023300
           05  DTL1-ACCT                PIC  X(05).                     00023400
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00023500
           05  DTL1-ASSET-SEQ           PIC  Z(06)9.                    00023600
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00023700
           05  DTL1-ADP-NBR             PIC  X(07).                     00023800
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00023900
           05  DTL1-CUSIP               PIC  X(09).                     00024000
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00024100
           05  DTL1-QTY                 PIC  ZZZ,ZZZ,ZZ9.99999-.        00024200
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00024300
           05  DTL1-RSN-CD              PIC  X(04).                     00024400
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00024500
           05  DTL1-DAYS-HELD           PIC  ZZZ9.                      00024600
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00024700
           05  DTL1-MESSAGE             PIC  X(30).                     00024800
           05  FILLER                   PIC  X(15)  VALUE SPACES.       00024900
                                                                        00025000
       01  TRL1-RECORD.                                                 00025100
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00025200
           05  TRL1-LABEL               PIC  X(32).                     00025300
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00025400
           05  FILLER                   PIC  X(88)  VALUE SPACES.       00025500
                                                                        00025600
           EJECT                                                        00025700
      *DB2 COMMUNICATION AREA                                           00025800
           EXEC SQL                                                     00025900
              INCLUDE SQLCA                                             00026000
           END-EXEC.                                                    00026100
                                                                        00026200
      *----------------------------------------------------------------*00026300
      *  OPEN WITHHOLDS WITH TONIGHT'S CONDITION: MSD WHEN-ISSUED      *00026400
      *  CODE, THE TRANSFER'S OPEN-ORDER FLAG AND STATUS ('?' AND      *00026500
      *  BLANK WHILE ONLY THE INITIAL TIF EXISTS).                     *00026600
      *----------------------------------------------------------------*00026700
           EXEC SQL                                                     00026800
              DECLARE TSTCSR CURSOR WITH HOLD FOR                       00026900
                 SELECT W.CLIENT_NBR                                    00027000
                       ,W.ACAT_CONTROL_NBR                              00027100
                       ,W.SECURITY_ADP_NBR                              00027200
                       ,W.BRANCH_CD                                     00027300
                       ,W.ACCT_CD                                       00027400
                       ,W.ASSET_SEQ_NBR                                 00027500
                       ,W.ISIN_SEC_ISSUE_CD                             00027600
                       ,W.ASSET_QTY                                     00027700
                       ,W.WHLD_RSN_CD                                   00027800
                       ,DAYS(CURRENT DATE) - DAYS(W.HELD_DT)            00027900
                       ,VALUE(M.WI_CD, ' ')                             00028000
                       ,VALUE(T.ACCT_ORDERS_IND, '?')                   00028100
                       ,VALUE(T.STTS_CD, ' ')                           00028200
                 FROM  ACATWHRL W                                       00028300
                       LEFT OUTER JOIN VTRNFR T                         00028400
                         ON  T.CLIENT_NBR       = W.CLIENT_NBR          00028500
                         AND T.ACAT_CONTROL_NBR = W.ACAT_CONTROL_NBR    00028600
                       LEFT OUTER JOIN VMSD M                           00028700
                         ON  M.SECURITY_ADP_NBR = W.SECURITY_ADP_NBR    00028800
                 WHERE W.WHLD_STTS_CD = 'H'                             00028900
                 ORDER BY W.CLIENT_NBR, W.ACAT_CONTROL_NBR,             00029000
                          W.SECURITY_ADP_NBR                            00029100
           END-EXEC.                                                    00029200
                                                                        00029300
      *----------------------------------------------------------------*00029400
      *  WHAT IS STILL HELD AFTER TONIGHT'S RE-TEST, OLDEST FIRST.     *00029500
      *----------------------------------------------------------------*00029600
           EXEC SQL                                                     00029700
              DECLARE HLDCSR CURSOR FOR                                 00029800
                 SELECT W.CLIENT_NBR                                    00029900
                       ,W.ACAT_CONTROL_NBR                              00030000
                       ,W.SECURITY_ADP_NBR                              00030100
                       ,W.BRANCH_CD                                     00030200
                       ,W.ACCT_CD                                       00030300
                       ,W.ASSET_SEQ_NBR                                 00030400
                       ,W.ISIN_SEC_ISSUE_CD                             00030500
                       ,W.ASSET_QTY                                     00030600
                       ,W.WHLD_RSN_CD                                   00030700
                       ,DAYS(CURRENT DATE) - DAYS(W.HELD_DT)            00030800
                 FROM  ACATWHRL W                                       00030900
                 WHERE W.WHLD_STTS_CD = 'H'                             00031000
                 ORDER BY W.HELD_DT, W.CLIENT_NBR, W.ACAT_CONTROL_NBR,  00031100
                          W.SECURITY_ADP_NBR                            00031200
                 FOR READ ONLY WITH UR                                  00031300
           END-EXEC.                                                    00031400
                                                                        00031500
           EJECT                                                        00031600
      ***************************************************************** 00031700
       PROCEDURE DIVISION.                                              00031800
      ***************************************************************** 00031900
                                                                        00032000
           DISPLAY '*** CAT778 - WITHHELD-ASSET RELEASE PROCESSOR ***'. 00032100
                                                                        00032200
           PERFORM 1000-INITIAL-RTN.                                    00032300
                                                                        00032400
           MOVE 'WITHHOLDS REGISTERED TONIGHT            '              00032500
                                            TO  SEC1-TITLE.             00032600
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00032700
           PERFORM 2000-REGISTER-RTN THRU 2000-EXIT                     00032800
              UNTIL WHLDIN-EOF.                                         00032900
           CLOSE WHLD-FILE.                                             00033000
                                                                        00033100
           EXEC SQL                                                     00033200
              COMMIT                                                    00033300
           END-EXEC.                                                    00033400
           MOVE 0                           TO  WS-COMMIT-CNT.          00033500
                                                                        00033600
           MOVE 'WITHHELD ASSETS RELEASED                '              00033700
                                            TO  SEC1-TITLE.             00033800
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00033900
           EXEC SQL                                                     00034000
              OPEN TSTCSR                                               00034100
           END-EXEC.                                                    00034200
           IF SQLCODE NOT = +0                                          00034300
              PERFORM 8000-DB2-ERROR-RTN                                00034400
           END-IF.                                                      00034500
                                                                        00034600
           PERFORM 3000-RETEST-RTN THRU 3000-EXIT                       00034700
              UNTIL WS-END-OF-TST.                                      00034800
                                                                        00034900
           EXEC SQL                                                     00035000
              CLOSE TSTCSR                                              00035100
           END-EXEC.                                                    00035200
                                                                        00035300
           EXEC SQL                                                     00035400
              COMMIT                                                    00035500
           END-EXEC.                                                    00035600
                                                                        00035700
           MOVE 'WITHHELD ASSETS STILL HELD              '              00035800
                                            TO  SEC1-TITLE.             00035900
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00036000
           EXEC SQL                                                     00036100
              OPEN HLDCSR                                               00036200
           END-EXEC.                                                    00036300
           IF SQLCODE NOT = +0                                          00036400
              PERFORM 8000-DB2-ERROR-RTN                                00036500
           END-IF.                                                      00036600
                                                                        00036700
           PERFORM 5000-STILL-HELD-RTN THRU 5000-EXIT                   00036800
              UNTIL WS-END-OF-HLD.                                      00036900
                                                                        00037000
           EXEC SQL                                                     00037100
              CLOSE HLDCSR                                              00037200
           END-EXEC.                                                    00037300
                                                                        00037400
           PERFORM 9000-EOJ-RTN.                                        00037500
                                                                        00037600
           GOBACK.                                                      00037700
                                                                        00037800
           EJECT                                                        00037900
      *****************                                                 00038000
       1000-INITIAL-RTN.                                                00038100
      *****************                                                 00038200
                                                                        00038300
           OPEN INPUT   WHLD-FILE.                                      00038400
           IF NOT WHLDIN-OK                                             00038500
              DISPLAY 'CAT778 - OPEN FAILED ON WHLDIN, STATUS = '       00038600
                       WHLDIN-STAT                                      00038700
              DISPLAY 'CAT778 ABENDED'                                  00038800
              CALL ABEND             USING ABEND-CODE                   00038900
           END-IF.                                                      00039000
                                                                        00039100
           OPEN INPUT   STKPOSN-FILE.                                   00039200
           IF STKPOSN-OK                                                00039300
              SET WS-POS-LOADED             TO  TRUE                    00039400
              PERFORM 1100-LOAD-POS-RTN THRU 1100-EXIT                  00039500
                 UNTIL STKPOSN-EOF                                      00039600
              CLOSE STKPOSN-FILE                                        00039700
           ELSE                                                         00039800
              DISPLAY 'CAT778 - NO STKPOSN FILE, STATUS = '             00039900
                       STKPOSN-STAT                                     00040000
              DISPLAY 'CAT778 - QTY0 WITHHOLDS ARE NOT RE-TESTED'       00040100
           END-IF.                                                      00040200
                                                                        00040300
           OPEN OUTPUT  RELEASE-FILE                                    00040400
                        REPORT-FILE.                                    00040500
                                                                        00040600
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00040700
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00040800
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00040900
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00041000
                                                                        00041100
           WRITE REPORT-RECORD            FROM  HDR1-RECORD.            00041200
           WRITE REPORT-RECORD            FROM  HDR2-RECORD.            00041300
                                                                        00041400
      *---------------------------------------------------------------  00041500
      * 1100-LOAD-POS-RTN - SETTLED POSITIONS ONLY; THE TABLE IS        00041600
      * BINARY-SEARCHED, SO THE EXTRACT MUST BE IN KEY SEQUENCE.        00041700
      *---------------------------------------------------------------  00041800
       1100-LOAD-POS-RTN.                                               00041900
                                                                        00042000
           READ STKPOSN-FILE                                            00042100
               AT END                                                   00042200
                   SET STKPOSN-EOF          TO  TRUE                    00042300
                   GO TO 1100-EXIT                                      00042400
           END-READ.                                                    00042500
                                                                        00042600
           IF NOT STK-POSITION                                          00042700
              GO TO 1100-EXIT                                           00042800
           END-IF.                                                      00042900
                                                                        00043000
           IF WS-POS-CNT > +0                                           00043100
              IF STK-KEY NOT > WS-POS-KEY (WS-POS-CNT)                  00043200
                 DISPLAY 'CAT778 - STKPOSN OUT OF SEQUENCE - ABENDING'  00043300
                 MOVE 1100                  TO  ABEND-CODE              00043400
                 CALL ABEND              USING  ABEND-CODE              00043500
              END-IF                                                    00043600
           END-IF.                                                      00043700
                                                                        00043800
           IF WS-POS-CNT NOT < +10000                                   00043900
              DISPLAY 'CAT778 - STKPOSN TABLE FULL - ABENDING'          00044000
              MOVE 1100                     TO  ABEND-CODE              00044100
              CALL ABEND                 USING  ABEND-CODE              00044200
           END-IF.                                                      00044300
                                                                        00044400
           ADD 1                            TO  WS-POS-CNT              00044500
                                                WS-CNT-POSNS.           00044600
           MOVE STK-KEY                     TO  WS-POS-KEY (WS-POS-CNT).00044700
           MOVE STK-QTY                     TO  WS-POS-QTY (WS-POS-CNT).00044800
                                                                        00044900
       1100-EXIT.                                                       00045000
           EXIT.                                                        00045100
                                                                        00045200
           EJECT                                                        00045300
      *---------------------------------------------------------------  00045400
      * 2000-REGISTER-RTN - A TEMPORARY WITHHOLD IS REGISTERED ONCE,    00045500
      * WITH THE ASSET DETAIL FROM ITS WITHHELD ACTIAST ROW.            00045600
      *---------------------------------------------------------------  00045700
       2000-REGISTER-RTN.                                               00045800
                                                                        00045900
           READ WHLD-FILE                                               00046000
               AT END                                                   00046100
                   SET WHLDIN-EOF           TO  TRUE                    00046200
                   GO TO 2000-EXIT                                      00046300
           END-READ.                                                    00046400
                                                                        00046500
           IF WHLD-HDR-REC OR WHLD-TRL-REC                              00046600
              GO TO 2000-EXIT                                           00046700
           END-IF.                                                      00046800
           ADD 1                            TO  WS-CNT-WHLD-READ.       00046900
                                                                        00047000
           IF NOT WHLD-WHEN-ISSUED AND NOT WHLD-OPEN-ORDER              00047100
           AND NOT WHLD-QTY-ZERO                                        00047200
              ADD 1                         TO  WS-CNT-PERMANENT        00047300
              GO TO 2000-EXIT                                           00047400
           END-IF.                                                      00047500
                                                                        00047600
           MOVE WHLD-CLIENT-NBR             TO  WS-WHR-CLIENT.          00047700
           MOVE WHLD-ACAT-CONTROL-NBR       TO  WS-WHR-ACAT-CNTL.       00047800
           MOVE WHLD-ASSET-ADP-NBR          TO  WS-WHR-ADP-NBR.         00047900
           MOVE WHLD-BRANCH-CD              TO  WS-WHR-BRANCH.          00048000
           MOVE WHLD-ACCT-CD                TO  WS-WHR-ACCT.            00048100
           MOVE WHLD-ASSET-WHLD-RSN-CD      TO  WS-WHR-RSN-CD.          00048200
           MOVE +0                          TO  WS-WHR-DAYS-HELD.       00048300
                                                                        00048400
           EXEC SQL                                                     00048500
              SELECT ASSET_SEQ_NBR                                      00048600
                    ,ISIN_SEC_ISSUE_CD                                  00048700
                    ,ASSET_QTY                                          00048800
                INTO :WS-WHR-ASSET-SEQ                                  00048900
                    ,:WS-WHR-CUSIP                                      00049000
                    ,:WS-WHR-QTY                                        00049100
                FROM ACTIAST                                            00049200
               WHERE CLIENT_NBR       = :WS-WHR-CLIENT                  00049300
                 AND ACAT_CONTROL_NBR = :WS-WHR-ACAT-CNTL               00049400
                 AND SECURITY_ADP_NBR = :WS-WHR-ADP-NBR                 00049500
                 AND NSCC_WTHLD_CD    = 'W'                             00049600
               FETCH FIRST 1 ROW ONLY                                   00049700
           END-EXEC.                                                    00049800
                                                                        00049900
           EVALUATE SQLCODE                                             00050000
              WHEN +0                                                   00050100
                 CONTINUE                                               00050200
              WHEN +100                                                 00050300
                 MOVE +0                    TO  WS-WHR-ASSET-SEQ        00050400
                                                WS-WHR-QTY              00050500
                 MOVE SPACES                TO  WS-WHR-CUSIP            00050600
              WHEN OTHER                                                00050700
                 PERFORM 8000-DB2-ERROR-RTN                             00050800
           END-EVALUATE.                                                00050900
                                                                        00051000
           EXEC SQL                                                     00051100
              INSERT INTO ACATWHRL                                      00051200
                    (CLIENT_NBR                                         00051300
                    ,ACAT_CONTROL_NBR                                   00051400
                    ,SECURITY_ADP_NBR                                   00051500
                    ,BRANCH_CD                                          00051600
                    ,ACCT_CD                                            00051700
                    ,ASSET_SEQ_NBR                                      00051800
                    ,ISIN_SEC_ISSUE_CD                                  00051900
                    ,ASSET_QTY                                          00052000
                    ,WHLD_RSN_CD                                        00052100
                    ,WHLD_STTS_CD                                       00052200
                    ,HELD_DT                                            00052300
                    ,STTS_DT                                            00052400
                    ,UPDT_TMSTP                                         00052500
                    ,PRGM_NM)                                           00052600
              VALUES                                                    00052700
                    (:WS-WHR-CLIENT                                     00052800
                    ,:WS-WHR-ACAT-CNTL                                  00052900
                    ,:WS-WHR-ADP-NBR                                    00053000
                    ,:WS-WHR-BRANCH                                     00053100
                    ,:WS-WHR-ACCT                                       00053200
                    ,:WS-WHR-ASSET-SEQ                                  00053300
                    ,:WS-WHR-CUSIP                                      00053400
                    ,:WS-WHR-QTY                                        00053500
                    ,:WS-WHR-RSN-CD                                     00053600
                    ,'H'                                                00053700
                    ,CURRENT DATE                                       00053800
                    ,CURRENT DATE                                       00053900
                    ,CURRENT TIMESTAMP                                  00054000
                    ,'CAT778')                                          00054100
           END-EXEC.                                                    00054200
                                                                        00054300
           EVALUATE SQLCODE                                             00054400
              WHEN +0                                                   00054500
                 ADD 1                      TO  WS-CNT-REGISTERED       00054600
                 MOVE 'REGISTERED - HELD'   TO  DTL1-MESSAGE            00054700
                 PERFORM 6000-WRITE-DETAIL-RTN                          00054800
              WHEN -803                                                 00054900
                 ADD 1                      TO  WS-CNT-ALREADY          00055000
              WHEN OTHER                                                00055100
                 PERFORM 8000-DB2-ERROR-RTN                             00055200
           END-EVALUATE.                                                00055300
                                                                        00055400
       2000-EXIT.                                                       00055500
           EXIT.                                                        00055600
                                                                        00055700
           EJECT                                                        00055800
      *---------------------------------------------------------------  00055900
      * 3000-RETEST-RTN - A WITHHOLD CLEARS WHEN THE SECURITY IS NO     00056000
      * LONGER WHEN-ISSUED, THE TRANSFER NO LONGER CARRIES THE OPEN-    00056100
      * ORDER FLAG, OR THE ACCOUNT HOLDS A POSITION AGAIN.  A           00056200
      * TRANSFER REJECTED, DELETED OR CLOSED ENDS THE WITHHOLD.         00056300
      *---------------------------------------------------------------  00056400
       3000-RETEST-RTN.                                                 00056500
                                                                        00056600
           EXEC SQL                                                     00056700
              FETCH TSTCSR                                              00056800
                 INTO :WS-WHR-CLIENT                                    00056900
                     ,:WS-WHR-ACAT-CNTL                                 00057000
                     ,:WS-WHR-ADP-NBR                                   00057100
                     ,:WS-WHR-BRANCH                                    00057200
                     ,:WS-WHR-ACCT                                      00057300
                     ,:WS-WHR-ASSET-SEQ                                 00057400
                     ,:WS-WHR-CUSIP                                     00057500
                     ,:WS-WHR-QTY                                       00057600
                     ,:WS-WHR-RSN-CD                                    00057700
                     ,:WS-WHR-DAYS-HELD                                 00057800
                     ,:WS-WHR-WI-CD                                     00057900
                     ,:WS-WHR-ORDERS-IND                                00058000
                     ,:WS-WHR-TRN-STTS-CD                               00058100
           END-EXEC.                                                    00058200
                                                                        00058300
           EVALUATE SQLCODE                                             00058400
              WHEN +100                                                 00058500
                 SET WS-END-OF-TST          TO  TRUE                    00058600
                 GO TO 3000-EXIT                                        00058700
              WHEN +0                                                   00058800
                 CONTINUE                                               00058900
              WHEN OTHER                                                00059000
                 PERFORM 8000-DB2-ERROR-RTN                             00059100
           END-EVALUATE.                                                00059200
           ADD 1                            TO  WS-CNT-TESTED.          00059300
                                                                        00059400
           IF WS-WHR-TRN-STTS-CD = '140' OR '600'                       00059500
           OR WS-WHR-TRN-STTS-CD NOT < '400'                            00059600
              MOVE 'X'                      TO  WS-WHR-STTS-CD          00059700
              PERFORM 3300-SET-STATUS-RTN                               00059800
              ADD 1                         TO  WS-CNT-ENDED            00059900
              GO TO 3000-EXIT                                           00060000
           END-IF.                                                      00060100
                                                                        00060200
           MOVE 'N'                         TO  WS-CLEARED-SW.          00060300
           EVALUATE TRUE                                                00060400
              WHEN WS-WHR-WHEN-ISSUED                                   00060500
                 IF NOT WS-WHR-STILL-WI                                 00060600
                    SET WS-CLEARED          TO  TRUE                    00060700
                    MOVE 'RELEASED - NOW REGULAR-WAY'                   00060800
                                            TO  DTL1-MESSAGE            00060900
                 END-IF                                                 00061000
              WHEN WS-WHR-OPEN-ORDER                                    00061100
                 IF NOT WS-WHR-ORDERS-OPEN AND NOT WS-WHR-NO-TRANSFER   00061200
                    SET WS-CLEARED          TO  TRUE                    00061300
                    MOVE 'RELEASED - NO OPEN ORDERS'                    00061400
                                            TO  DTL1-MESSAGE            00061500
                 END-IF                                                 00061600
              WHEN OTHER                                                00061700
                 IF WS-POS-LOADED AND WS-WHR-CUSIP NOT = SPACES         00061800
                    PERFORM 3100-FIND-POS-RTN                           00061900
                    IF WS-POS-FOUND                                     00062000
                    AND WS-POS-QTY (WS-POS-MID) > +0                    00062100
                       SET WS-CLEARED       TO  TRUE                    00062200
                       MOVE WS-POS-QTY (WS-POS-MID)                     00062300
                                            TO  WS-WHR-QTY              00062400
                       MOVE 'RELEASED - POSITION RESTORED'              00062500
                                            TO  DTL1-MESSAGE            00062600
                    END-IF                                              00062700
                 END-IF                                                 00062800
           END-EVALUATE.                                                00062900
                                                                        00063000
           IF NOT WS-CLEARED                                            00063100
              GO TO 3000-EXIT                                           00063200
           END-IF.                                                      00063300
                                                                        00063400
      *    STILL ON THE INITIAL TIF - LET IT GO OUT WITH THE TIF        00063500
           EXEC SQL                                                     00063600
              UPDATE ACTIAST                                            00063700
                 SET NSCC_WTHLD_CD    = ' '                             00063800
               WHERE CLIENT_NBR       = :WS-WHR-CLIENT                  00063900
                 AND ACAT_CONTROL_NBR = :WS-WHR-ACAT-CNTL               00064000
                 AND SECURITY_ADP_NBR = :WS-WHR-ADP-NBR                 00064100
                 AND NSCC_WTHLD_CD    = 'W'                             00064200
           END-EXEC.                                                    00064300
                                                                        00064400
           EVALUATE SQLCODE                                             00064500
              WHEN +0                                                   00064600
                 ADD 1                      TO  WS-CNT-REL-TIF          00064700
              WHEN +100                                                 00064800
                 PERFORM 3200-WRITE-RELEASE-RTN                         00064900
              WHEN OTHER                                                00065000
                 PERFORM 8000-DB2-ERROR-RTN                             00065100
           END-EVALUATE.                                                00065200
                                                                        00065300
           MOVE 'R'                         TO  WS-WHR-STTS-CD.         00065400
           PERFORM 3300-SET-STATUS-RTN.                                 00065500
           PERFORM 6000-WRITE-DETAIL-RTN.                               00065600
                                                                        00065700
           ADD 1                            TO  WS-COMMIT-CNT.          00065800
           IF WS-COMMIT-CNT > 99                                        00065900
              EXEC SQL                                                  00066000
                   COMMIT                                               00066100
              END-EXEC                                                  00066200
              MOVE 0                        TO  WS-COMMIT-CNT           00066300
           END-IF.                                                      00066400
                                                                        00066500
       3000-EXIT.                                                       00066600
           EXIT.                                                        00066700
                                                                        00066800
       3100-FIND-POS-RTN.                                               00066900
                                                                        00067000
           MOVE WS-WHR-BRANCH               TO  WS-PSK-BRANCH.          00067100
           MOVE WS-WHR-ACCT                 TO  WS-PSK-ACCT.            00067200
           MOVE WS-WHR-CUSIP                TO  WS-PSK-CUSIP.           00067300
           MOVE 'N'                         TO  WS-POS-FOUND-SW.        00067400
           MOVE +1                          TO  WS-POS-LO.              00067500
           MOVE WS-POS-CNT                  TO  WS-POS-HI.              00067600
           PERFORM 3110-PROBE-POS-RTN                                   00067700
              UNTIL WS-POS-FOUND OR WS-POS-LO > WS-POS-HI.              00067800
                                                                        00067900
       3110-PROBE-POS-RTN.                                              00068000
                                                                        00068100
           COMPUTE WS-POS-MID = (WS-POS-LO + WS-POS-HI) / 2.            00068200
           EVALUATE TRUE                                                00068300
              WHEN WS-POS-KEY (WS-POS-MID) = WS-POS-SRCH-KEY            00068400
                 SET WS-POS-FOUND           TO  TRUE                    00068500
              WHEN WS-POS-KEY (WS-POS-MID) < WS-POS-SRCH-KEY            00068600
                 COMPUTE WS-POS-LO = WS-POS-MID + 1                     00068700
              WHEN OTHER                                                00068800
                 COMPUTE WS-POS-HI = WS-POS-MID - 1                     00068900
           END-EVALUATE.                                                00069000
                                                                        00069100
      **********************                                            00069200
       3200-WRITE-RELEASE-RTN.                                          00069300
      **********************                                            00069400
                                                                        00069500
           MOVE SPACES                      TO  RELEASE-RECORD.         00069600
           MOVE WS-WHR-CLIENT               TO  REL-CLIENT.             00069700
           MOVE WS-WHR-ACAT-CNTL            TO  REL-ACAT-CNTL.          00069800
           MOVE WS-WHR-BRANCH               TO  REL-BRANCH.             00069900
           MOVE WS-WHR-ACCT                 TO  REL-ACCT.               00070000
           MOVE WS-WHR-ASSET-SEQ            TO  REL-ASSET-SEQ.          00070100
           MOVE WS-WHR-ADP-NBR              TO  REL-ADP-NBR.            00070200
           MOVE WS-WHR-CUSIP                TO  REL-CUSIP.              00070300
           MOVE WS-WHR-QTY                  TO  REL-QTY.                00070400
           MOVE WS-WHR-RSN-CD               TO  REL-WHLD-RSN-CD.        00070500
           WRITE RELEASE-RECORD.                                        00070600
           ADD 1                            TO  WS-CNT-REL-FILE.        00070700
                                                                        00070800
      *******************                                               00070900
       3300-SET-STATUS-RTN.                                             00071000
      *******************                                               00071100
                                                                        00071200
           EXEC SQL                                                     00071300
              UPDATE ACATWHRL                                           00071400
                 SET WHLD_STTS_CD     = :WS-WHR-STTS-CD                 00071500
                    ,ASSET_QTY        = :WS-WHR-QTY                     00071600
                    ,STTS_DT          = CURRENT DATE                    00071700
                    ,UPDT_TMSTP       = CURRENT TIMESTAMP               00071800
                    ,PRGM_NM          = 'CAT778'                        00071900
               WHERE CLIENT_NBR       = :WS-WHR-CLIENT                  00072000
                 AND ACAT_CONTROL_NBR = :WS-WHR-ACAT-CNTL               00072100
                 AND SECURITY_ADP_NBR = :WS-WHR-ADP-NBR                 00072200
           END-EXEC.                                                    00072300
           IF SQLCODE NOT = +0                                          00072400
              PERFORM 8000-DB2-ERROR-RTN                                00072500
           END-IF.                                                      00072600
                                                                        00072700
           EJECT                                                        00072800
      *****************                                                 00072900
       5000-STILL-HELD-RTN.                                             00073000
      *****************                                                 00073100
                                                                        00073200
           EXEC SQL                                                     00073300
              FETCH HLDCSR                                              00073400
                 INTO :WS-WHR-CLIENT                                    00073500
                     ,:WS-WHR-ACAT-CNTL                                 00073600
                     ,:WS-WHR-ADP-NBR                                   00073700
                     ,:WS-WHR-BRANCH                                    00073800
                     ,:WS-WHR-ACCT                                      00073900
                     ,:WS-WHR-ASSET-SEQ                                 00074000
                     ,:WS-WHR-CUSIP                                     00074100
                     ,:WS-WHR-QTY                                       00074200
                     ,:WS-WHR-RSN-CD                                    00074300
                     ,:WS-WHR-DAYS-HELD                                 00074400
           END-EXEC.                                                    00074500
                                                                        00074600
           EVALUATE SQLCODE                                             00074700
              WHEN +100                                                 00074800
                 SET WS-END-OF-HLD          TO  TRUE                    00074900
                 GO TO 5000-EXIT                                        00075000
              WHEN +0                                                   00075100
                 CONTINUE                                               00075200
              WHEN OTHER                                                00075300
                 PERFORM 8000-DB2-ERROR-RTN                             00075400
           END-EVALUATE.                                                00075500
                                                                        00075600
           ADD 1                            TO  WS-CNT-STILL-HELD.      00075700
           EVALUATE TRUE                                                00075800
              WHEN WS-WHR-WHEN-ISSUED                                   00075900
                 MOVE 'HELD - STILL WHEN-ISSUED'  TO  DTL1-MESSAGE      00076000
              WHEN WS-WHR-OPEN-ORDER                                    00076100
                 MOVE 'HELD - ORDERS STILL OPEN'  TO  DTL1-MESSAGE      00076200
              WHEN OTHER                                                00076300
                 MOVE 'HELD - NO POSITION'        TO  DTL1-MESSAGE      00076400
           END-EVALUATE.                                                00076500
           PERFORM 6000-WRITE-DETAIL-RTN.                               00076600
                                                                        00076700
       5000-EXIT.                                                       00076800
           EXIT.                                                        00076900
                                                                        00077000
           EJECT                                                        00077100
      *********************                                             00077200
       6000-WRITE-DETAIL-RTN.                                           00077300
      *********************                                             00077400
                                                                        00077500
           MOVE WS-WHR-CLIENT               TO  DTL1-CLIENT.            00077600
           MOVE WS-WHR-ACAT-CNTL            TO  DTL1-ACAT-CNTL.         00077700
           MOVE WS-WHR-BRANCH               TO  DTL1-BRANCH.            00077800
           MOVE WS-WHR-ACCT                 TO  DTL1-ACCT.              00077900
           MOVE WS-WHR-ASSET-SEQ            TO  DTL1-ASSET-SEQ.         00078000
           MOVE WS-WHR-ADP-NBR              TO  DTL1-ADP-NBR.           00078100
           MOVE WS-WHR-CUSIP                TO  DTL1-CUSIP.             00078200
           MOVE WS-WHR-QTY                  TO  DTL1-QTY.               00078300
           MOVE WS-WHR-RSN-CD               TO  DTL1-RSN-CD.            00078400
           MOVE WS-WHR-DAYS-HELD            TO  DTL1-DAYS-HELD.         00078500
           WRITE REPORT-RECORD            FROM  DTL1-RECORD.            00078600
                                                                        00078700
           EJECT                                                        00078800
      ******************                                                00078900
       8000-DB2-ERROR-RTN.                                              00079000
      ******************                                                00079100
                                                                        00079200
           DISPLAY 'CAT778 - DB2 ERROR, SQLCODE = ' SQLCODE.            00079300
           CALL DSNTIAR               USING  SQLCA                      00079400
                                             WS-DB2-MESSAGE-AREA        00079500
                                             WS-ERR-LINE-LEN            00079600
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00079700
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00079800
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00079900
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00080000
                 END-IF                                                 00080100
           END-PERFORM.                                                 00080200
           DISPLAY 'CAT778 ABENDED'.                                    00080300
           CALL ABEND                 USING  ABEND-CODE.                00080400
                                                                        00080500
           EJECT                                                        00080600
      ************                                                      00080700
       9000-EOJ-RTN.                                                    00080800
      ************                                                      00080900
                                                                        00081000
           MOVE 'CATWHLD DETAIL RECORDS READ     '  TO  TRL1-LABEL.     00081100
           MOVE WS-CNT-WHLD-READ            TO  TRL1-COUNT.             00081200
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00081300
                                                                        00081400
           MOVE ' '                         TO  TRL1-CC.                00081500
           MOVE 'PERMANENT REASONS - NOT TRACKED '  TO  TRL1-LABEL.     00081600
           MOVE WS-CNT-PERMANENT            TO  TRL1-COUNT.             00081700
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00081800
                                                                        00081900
           MOVE 'WITHHOLDS REGISTERED            '  TO  TRL1-LABEL.     00082000
           MOVE WS-CNT-REGISTERED           TO  TRL1-COUNT.             00082100
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00082200
                                                                        00082300
           MOVE 'ALREADY REGISTERED              '  TO  TRL1-LABEL.     00082400
           MOVE WS-CNT-ALREADY              TO  TRL1-COUNT.             00082500
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00082600
                                                                        00082700
           MOVE 'STOCK-RECORD POSITIONS LOADED   '  TO  TRL1-LABEL.     00082800
           MOVE WS-CNT-POSNS                TO  TRL1-COUNT.             00082900
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00083000
                                                                        00083100
           MOVE 'OPEN WITHHOLDS RE-TESTED        '  TO  TRL1-LABEL.     00083200
           MOVE WS-CNT-TESTED               TO  TRL1-COUNT.             00083300
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00083400
                                                                        00083500
           MOVE 'RELEASED ONTO THE INITIAL TIF   '  TO  TRL1-LABEL.     00083600
           MOVE WS-CNT-REL-TIF              TO  TRL1-COUNT.             00083700
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00083800
                                                                        00083900
           MOVE 'RELEASED TO WHLDREL             '  TO  TRL1-LABEL.     00084000
           MOVE WS-CNT-REL-FILE             TO  TRL1-COUNT.             00084100
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00084200
                                                                        00084300
           MOVE 'ENDED - TRANSFER REJ/DEL/CLOSED '  TO  TRL1-LABEL.     00084400
           MOVE WS-CNT-ENDED                TO  TRL1-COUNT.             00084500
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00084600
                                                                        00084700
           MOVE 'STILL HELD                      '  TO  TRL1-LABEL.     00084800
           MOVE WS-CNT-STILL-HELD           TO  TRL1-COUNT.             00084900
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00085000
                                                                        00085100
           CLOSE RELEASE-FILE                                           00085200
                 REPORT-FILE.                                           00085300
                                                                        00085400
           DISPLAY ' '                                                  00085500
           DISPLAY 'WITHHOLDS REGISTERED:   ' WS-CNT-REGISTERED         00085600
           DISPLAY 'RELEASED TO TIF:        ' WS-CNT-REL-TIF            00085700
           DISPLAY 'RELEASED TO WHLDREL:    ' WS-CNT-REL-FILE           00085800
           DISPLAY 'ENDED:                  ' WS-CNT-ENDED              00085900
           DISPLAY 'STILL HELD:             ' WS-CNT-STILL-HELD         00086000
           DISPLAY ' '                                                  00086100
           DISPLAY '*************************'                          00086200
           DISPLAY '* END OF CAT778 PROGRAM *'                          00086300
           DISPLAY '*************************'                          00086400
           DISPLAY ' '.                                                 00086500
