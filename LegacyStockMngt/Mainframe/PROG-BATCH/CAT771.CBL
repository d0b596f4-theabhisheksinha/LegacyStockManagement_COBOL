000001* PDX    - CAT771   C0369774 10/14/26 07:05:26 TBTIKUO            00000100
000001* CREATED FOR SSR 114446.  FULLY-PAID SECURITIES-LENDING RECALL   00000200
000001* TRIGGER FOR DELIVERING ACCOUNTS.  CUSTOMERS IN THE FULLY-PAID   00000300
000001* LENDING PROGRAM HAVE SHARES OUT ON LOAN, AND WHEN ONE OF THEM   00000400
000001* STARTED AN OUTGOING ACAT NOBODY TOLD THE LENDING DESK, SO THE   00000500
000001* SHARES WERE NOT BACK BY SETTLEMENT AND THE ASSET FAILED.  EACH  00000600
000001* NIGHT THIS STEP MATCHES THE ASSETS ON PENDING DELIVER-SIDE      00000700
000001* TRANSFERS (VASSET BY SECURITY_ADP_NBR FOR THE DELIVERING        00000800
000001* ACCOUNT) AGAINST THE PROGRAM'S ON-LOAN POSITIONS AND WRITES A   00000900
000001* RECALL INSTRUCTION FOR THE LENDING DESK WITH THE RETURN-BY      00001000
000001* DATE (STTLM_DT LESS THE RECALL LEAD TIME).  RECALLS ARE KEPT    00001100
000001* ON ACATFPLR AND FOLLOWED UP: A RECALL WHOSE LOAN HAS LEFT THE   00001200
000001* ON-LOAN FILE IS MARKED RETURNED, AND ONE STILL OUT AS ITS       00001300
000001* RETURN-BY DATE APPROACHES IS LISTED ON THE REPORT.              00001400
       IDENTIFICATION DIVISION.                                         00001500
       PROGRAM-ID.  CAT771.                                             00001600
       AUTHOR.      LARRY MUREY.                                        00001700
       DATE-WRITTEN.  OCT 2026.                                         00001800
      *---------------------------------------------------------------* 00001900
      *                         REMARKS                               * 00002000
      * PARM:   LLLWWW  LLL = RECALL LEAD TIME IN DAYS (DEFAULT 003)  * 00002100
      *                 WWW = FOLLOW-UP WINDOW IN DAYS (DEFAULT 002)  * 00002200
      * INPUTS:  VTRNFR, VASSET (DB2)                                 * 00002300
      *          LOANPOS  - FULLY-PAID LENDING ON-LOAN POSITIONS,     * 00002400
      *                     SORTED CLIENT/BRANCH/ACCOUNT/ADP NUMBER   * 00002500
      * OUTPUTS: ACATFPLR - RECALL REGISTER                           * 00002600
      *                     R = RECALLED, NOT YET RETURNED            * 00002700
      *                     N = NOT ON LOAN, NO RECALL NEEDED         * 00002800
      *                     T = RETURNED (LOAN OFF THE ON-LOAN FILE)  * 00002900
      *                     X = TRANSFER ENDED BEFORE THE RETURN      * 00003000
      *          RCLLOUT  - RECALL INSTRUCTIONS FOR THE LENDING DESK  * 00003100
      *          RPTPI    - RECALLS ISSUED, RETURNS, AND RECALLS      * 00003200
      *                     STILL OUT WITHIN THE FOLLOW-UP WINDOW     * 00003300
      * THE FOLLOW-UP PASS RUNS FIRST SO TONIGHT'S NEW RECALLS ARE    * 00003400
      * NOT IMMEDIATELY LISTED AS OUTSTANDING.                        * 00003500
      *---------------------------------------------------------------* 00003600
           EJECT                                                        00003700
      ***************************************************************** 00003800
       ENVIRONMENT DIVISION.                                            00003900
      ***************************************************************** 00004000
       INPUT-OUTPUT SECTION.                                            00004100
       FILE-CONTROL.                                                    00004200
           SELECT LOANPOS-FILE         ASSIGN  TO  LOANPOS              00004300
                                       FILE STATUS  IS LOANPOS-STAT.    00004400
           SELECT RECALL-FILE          ASSIGN  TO  RCLLOUT.             00004500
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00004600
                                                                        00004700
      ***************************************************************** 00004800
       DATA DIVISION.                                                   00004900
      ***************************************************************** 00005000
                                                                        00005100
       FILE SECTION.                                                    00005200
                                                                        00005300
       FD  LOANPOS-FILE                                                 00005400
           RECORDING MODE F                                             00005500
           BLOCK CONTAINS 0 RECORDS                                     00005600
           LABEL RECORDS ARE STANDARD                                   00005700
           RECORD CONTAINS 80 CHARACTERS.                               00005800
       01  LOANPOS-RECORD.                                              00005900
           05  LNP-KEY.                                                 00006000
               10  LNP-CLIENT          PIC X(04).                       00006100
               10  LNP-BRANCH          PIC X(03).                       00006200
               10  LNP-ACCT            PIC X(05).                       00006300
               10  LNP-ADP-NBR         PIC X(07).                       00006400
           05  LNP-LOAN-QTY            PIC S9(11)V9(5).                 00006500
           05  LNP-LOAN-ID             PIC X(12).                       00006600
           05  FILLER                  PIC X(33).                       00006700
                                                                        00006800
       FD  RECALL-FILE                                                  00006900
           RECORDING MODE F                                             00007000
           BLOCK CONTAINS 0 RECORDS                                     00007100
           LABEL RECORDS ARE STANDARD                                   00007200
           RECORD CONTAINS 100 CHARACTERS.                              00007300
       01  RECALL-RECORD.                                               00007400
           05  RCL-REC-TYPE            PIC X(02).                       00007500
           05  RCL-CLIENT              PIC X(04).                       00007600
           05  RCL-BRANCH              PIC X(03).                       00007700
           05  RCL-ACCT                PIC X(05).                       00007800
           05  RCL-ADP-NBR             PIC X(07).                       00007900
           05  RCL-LOAN-ID             PIC X(12).                       00008000
           05  RCL-RECALL-QTY          PIC S9(11)V9(5).                 00008100
           05  RCL-RTRN-BY-DT          PIC X(08).                       00008200
           05  RCL-ACAT-CNTL           PIC X(14).                       00008300
           05  RCL-STTLM-DT            PIC X(08).                       00008400
           05  FILLER                  PIC X(21).                       00008500
                                                                        00008600
       FD  REPORT-FILE                                                  00008700
           RECORDING MODE F                                             00008800
           BLOCK CONTAINS 0 RECORDS                                     00008900
           LABEL RECORDS ARE STANDARD                                   00009000
           RECORD CONTAINS 132 CHARACTERS.                              00009100
       01  REPORT-RECORD                PIC  X(132).                    00009200
                                                                        00009300
           EJECT                                                        00009400
      ***************************************************************** 00009500
       WORKING-STORAGE SECTION.                                         00009600
      ***************************************************************** 00009700
                                                                        00009800
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00009900
                                                                        00010000
       01  CALL-MODULES.                                                00010100
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00010200
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00010300
                                                                        00010400
       01  LOANPOS-STAT                 PIC  X(02)  VALUE SPACES.       00010500
           88  LOANPOS-OK                          VALUE '00'.          00010600
           88  LOANPOS-EOF                         VALUE '10'.          00010700
                                                                        00010800
       01  WS-END-OF-OPEN-SW            PIC  X(01)  VALUE 'N'.          00010900
           88  WS-END-OF-OPEN                      VALUE 'Y'.           00011000
       01  WS-END-OF-NEW-SW             PIC  X(01)  VALUE 'N'.          00011100
           88  WS-END-OF-NEW                       VALUE 'Y'.           00011200
                                                                        00011300
       01  WS-LEAD-DAYS                 PIC S9(03) COMP-3  VALUE +3.    00011400
       01  WS-WARN-DAYS                 PIC S9(03) COMP-3  VALUE +2.    00011500
                                                                        00011600
      *  ON-LOAN POSITIONS, BY CLIENT/BRANCH/ACCOUNT/ADP NUMBER.        00011700
       01  WS-LOAN-TABLE-AREA.                                          00011800
           05  WS-LN-CNT                PIC S9(05) COMP  VALUE +0.      00011900
           05  WS-LN-ENTRY              OCCURS 20000 TIMES.             00012000
               10  WS-LN-KEY            PIC  X(19).                     00012100
               10  WS-LN-QTY            PIC S9(11)V9(5) COMP-3.         00012200
               10  WS-LN-LOAN-ID        PIC  X(12).                     00012300
       01  WS-LOAN-WORK.                                                00012400
           05  WS-LN-SRCH-KEY           PIC  X(19)  VALUE SPACES.       00012500
           05  WS-LN-LO                 PIC S9(05) COMP  VALUE +0.      00012600
           05  WS-LN-HI                 PIC S9(05) COMP  VALUE +0.      00012700
           05  WS-LN-MID                PIC S9(05) COMP  VALUE +0.      00012800
           05  WS-LN-FOUND-SW           PIC  X(01)  VALUE 'N'.          00012900
               88  WS-LN-FOUND                     VALUE 'Y'.           00013000
                                                                        00013100
      *  HOST VARIABLES - RECALL REGISTER / PENDING DELIVERIES.         00013200
       01  WS-RCL-AREA.                                                 00013300
           05  WS-RCL-CLIENT            PIC  X(04).                     00013400
           05  WS-RCL-ACAT-CNTL         PIC  X(14).                     00013500
           05  WS-RCL-ASSET-SEQ         PIC S9(09) COMP.                00013600
           05  WS-RCL-BRANCH            PIC  X(03).                     00013700
           05  WS-RCL-ACCT              PIC  X(05).                     00013800
           05  WS-RCL-ADP-NBR           PIC  X(07).                     00013900
           05  WS-RCL-ASSET-QTY         PIC S9(11)V9(5) COMP-3.         00014000
           05  WS-RCL-QTY               PIC S9(11)V9(5) COMP-3.         00014100
           05  WS-RCL-LOAN-ID           PIC  X(12).                     00014200
           05  WS-RCL-STTLM-DT          PIC  X(10).                     00014300
           05  WS-RCL-RTRN-BY-DT        PIC  X(10).                     00014400
           05  WS-RCL-TFR-STTS          PIC  X(03).                     00014500
           05  WS-RCL-DUE-IND           PIC  X(01).                     00014600
               88  WS-RCL-DUE                      VALUE 'Y'.           00014700
           05  WS-RCL-DAYS-TO-STTL      PIC S9(09) COMP.                00014800
           05  WS-RCL-DAYS-DSP          PIC  9(03).                     00014900
                                                                        00015000
       01  WS-RPT-ACTION                PIC  X(30)  VALUE SPACES.       00015100
                                                                        00015200
       01  WS-CNT-CANDIDATES            PIC S9(07) COMP-3  VALUE ZERO.  00015300
       01  WS-CNT-RECALLED              PIC S9(07) COMP-3  VALUE ZERO.  00015400
       01  WS-CNT-RETURNED              PIC S9(07) COMP-3  VALUE ZERO.  00015500
       01  WS-CNT-CANCELLED             PIC S9(07) COMP-3  VALUE ZERO.  00015600
       01  WS-CNT-OUTSTANDING           PIC S9(07) COMP-3  VALUE ZERO.  00015700
       01  WS-COMMIT-CNT                PIC S9(05) COMP-3  VALUE ZERO.  00015800
                                                                        00015900
       01  WS-ACCEPT-DATE.                                              00016000
           05  WS-ACCEPT-YY             PIC  9(02).                     00016100
           05  WS-ACCEPT-MM             PIC  9(02).                     00016200
           05  WS-ACCEPT-DD             PIC  9(02).                     00016300
                                                                        00016400
       01  WS-DB2-MESSAGE-AREA.                                         00016500
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00016600
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00016700
               INDEXED BY WS-ERROR-INDEX.                               00016800
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00016900
                                                                        00017000
           EJECT                                                        00017100
       01  HDR1-RECORD.                                                 00017200
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00017300
           05  FILLER                   PIC  X(30)  VALUE               00017400
               'CAT771 - FULLY-PAID LENDING RE'.                        00017500
           05  FILLER                   PIC  X(30)  VALUE               00017600
               'CALLS FOR OUTGOING TRANSFERS  '.                        00017700
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00017800
           05  FILLER                   PIC  X(06)  VALUE 'DATE: '.     00017900
           05  HDR1-DATE-MM             PIC  X(02).                     00018000
           05  FILLER                   PIC  X(01)  VALUE '/'.          00018100
           05  HDR1-DATE-DD             PIC  X(02).                     00018200
           05  FILLER                   PIC  X(01)  VALUE '/'.          00018300
           05  HDR1-DATE-YY             PIC  X(02).                     00018400
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00018500
                                                                        00018600
       01  HDR2-RECORD.                                                 00018700
           05  HDR2-CC                  PIC  X(01)  VALUE '0'.          00018800
           05  FILLER                   PIC  X(30)  VALUE               00018900
               ' CLNT BRN ACCT   CONTROL NBR  '.                        00019000
           05  FILLER                   PIC  X(30)  VALUE               00019100
               '  ADP NBR LOAN ID      RECALL '.                        00019200
           05  FILLER                   PIC  X(30)  VALUE               00019300
               'QTY   RETURN BY  SETTLES    AC'.                        00019400
           05  FILLER                   PIC  X(30)  VALUE               00019500
               'TION                          '.                        00019600
           05  FILLER                   PIC  X(11)  VALUE SPACES.       00019700
                                                                        00019800
       01  DTL1-RECORD.                                                 00019900
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00020000
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00020100
           05  DTL1-CLIENT              PIC  X(04).                     00020200
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00020300
           05  DTL1-BRANCH              PIC  X(03).                     00020400
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00020500
           05  DTL1-ACCT                PIC  X(05).                     00020600
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00020700
           05  DTL1-ACAT-CNTL           PIC  X(14).                     00020800
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00020900
           05  DTL1-ADP-NBR             PIC  X(07).                     00021000
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00021100
           05  DTL1-LOAN-ID             PIC  X(12).                     00021200
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00021300
           05  DTL1-RECALL-QTY          PIC  ZZZ,ZZZ,ZZ9.999.           00021400
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00021500
           05  DTL1-RTRN-BY-DT          PIC  X(10).                     00021600
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00021700
           05  DTL1-STTLM-DT            PIC  X(10).                     00021800
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00021900
           05  DTL1-ACTION              PIC  X(30).                     00022000
           05  FILLER                   PIC  X(08)  VALUE SPACES.       00022100
                                                                        00022200
       01  SEC1-RECORD.                                                 00022300
           05  SEC1-CC                  PIC  X(01)  VALUE '0'.          00022400
           05  SEC1-TITLE               PIC  X(40).                     00022500
           05  FILLER                   PIC  X(91)  VALUE SPACES.       00022600
                                                                        00022700
       01  TRL1-RECORD.                                                 00022800
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00022900
           05  TRL1-LABEL               PIC  X(32).                     00023000
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00023100
           05  FILLER                   PIC  X(88)  VALUE SPACES.       00023200
                                                                        00023300
           EJECT                                                        00023400
      *DB2 COMMUNICATION AREA                                           00023500
           EXEC SQL                                                     00023600
              INCLUDE SQLCA                                             00023700
           END-EXEC.                                                    00023800
                                                                        00023900
      *----------------------------------------------------------------*00024000
      *  RECALLS ISSUED AND NOT YET RETURNED, WITH THE TRANSFER'S      *00024100
      *  CURRENT STATUS (NULL ONCE THE TRANSFER HAS LEFT VTRNFR).      *00024200
      *----------------------------------------------------------------*00024300
           EXEC SQL                                                     00024400
              DECLARE OPENCSR CURSOR WITH HOLD FOR                      00024500
                 SELECT R.CLIENT_NBR                                    00024600
                       ,R.ACAT_CONTROL_NBR                              00024700
                       ,R.ASSET_SEQ_NBR                                 00024800
                       ,R.BRANCH_CD                                     00024900
                       ,R.ACCT_CD                                       00025000
                       ,R.SECURITY_ADP_NBR                              00025100
                       ,R.RCLL_QTY                                      00025200
                       ,R.LOAN_ID                                       00025300
                       ,CHAR(R.STTLM_DT, ISO)                           00025400
                       ,CHAR(R.RTRN_BY_DT, ISO)                         00025500
                       ,VALUE(T.STTS_CD, '   ')                         00025600
                       ,CASE WHEN R.RTRN_BY_DT <=                       00025700
                                  CURRENT DATE + :WS-WARN-DAYS DAYS     00025800
                             THEN 'Y' ELSE 'N' END                      00025900
                       ,DAYS(R.STTLM_DT) - DAYS(CURRENT DATE)           00026000
                 FROM  ACATFPLR R                                       00026100
                       LEFT OUTER JOIN VTRNFR T                         00026200
                         ON  T.CLIENT_NBR       = R.CLIENT_NBR          00026300
                         AND T.ACAT_CONTROL_NBR = R.ACAT_CONTROL_NBR    00026400
                 WHERE R.RCLL_STTS_CD = 'R'                             00026500
                 ORDER BY R.RTRN_BY_DT, R.CLIENT_NBR,                   00026600
                          R.ACAT_CONTROL_NBR, R.ASSET_SEQ_NBR           00026700
           END-EXEC.                                                    00026800
                                                                        00026900
      *----------------------------------------------------------------*00027000
      *  ASSETS ON PENDING DELIVER-SIDE TRANSFERS NOT YET LOOKED AT.   *00027100
      *  A TRANSFER WITHOUT A SETTLEMENT DATE IS PICKED UP ONCE IT     *00027200
      *  HAS ONE.                                                      *00027300
      *----------------------------------------------------------------*00027400
           EXEC SQL                                                     00027500
              DECLARE NEWCSR CURSOR WITH HOLD FOR                       00027600
                 SELECT T.CLIENT_NBR                                    00027700
                       ,T.ACAT_CONTROL_NBR                              00027800
                       ,A.ASSET_SEQ_NBR                                 00027900
                       ,T.BRANCH_CD                                     00028000
                       ,T.ACCT_CD                                       00028100
                       ,A.SECURITY_ADP_NBR                              00028200
                       ,A.ASSET_QTY                                     00028300
                       ,CHAR(T.STTLM_DT, ISO)                           00028400
                       ,CHAR(T.STTLM_DT - :WS-LEAD-DAYS DAYS, ISO)      00028500
                 FROM  VTRNFR T                                         00028600
                      ,VASSET A                                         00028700
                 WHERE T.DSTBN_SIDE_CD    = 'D'                         00028800
                   AND T.STTS_CD          < '300'                       00028900
                   AND T.STTS_CD         <> '140'                       00029000
                   AND T.STTLM_DT IS NOT NULL                           00029100
                   AND A.CLIENT_NBR       = T.CLIENT_NBR                00029200
                   AND A.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR          00029300
                   AND A.SECURITY_ADP_NBR <> ' '                        00029400
                   AND A.ASSET_QTY        > 0                           00029500
                   AND NOT EXISTS                                       00029600
                       (SELECT 1 FROM ACATFPLR R                        00029700
                         WHERE R.CLIENT_NBR       = A.CLIENT_NBR        00029800
                           AND R.ACAT_CONTROL_NBR = A.ACAT_CONTROL_NBR  00029900
                           AND R.ASSET_SEQ_NBR    = A.ASSET_SEQ_NBR)    00030000
                 ORDER BY T.CLIENT_NBR, T.ACAT_CONTROL_NBR,             00030100
                          A.ASSET_SEQ_NBR                               00030200
           END-EXEC.                                                    00030300
                                                                        00030400
           EJECT                                                        00030500
      ***************************************************************   00030600
       LINKAGE SECTION.                                                 00030700
      ***************************************************************   00030800
       01  PARM-AREA.                                                   00030900
           05  PARM-LENGTH              PIC S9(4) COMP SYNC.            00031000
           05  PARM-LEAD-DAYS           PIC  9(03).                     00031100
           05  PARM-WARN-DAYS           PIC  9(03).                     00031200
                                                                        00031300
           EJECT                                                        00031400
      ***************************************************************** 00031500
       PROCEDURE DIVISION USING PARM-AREA.                              00031600
      ***************************************************************** 00031700
                                                                        00031800
           DISPLAY '*** CAT771 - FULLY-PAID LENDING RECALLS ***'.       00031900
                                                                        00032000
           IF PARM-LENGTH = +6                                          00032100
              IF PARM-LEAD-DAYS NUMERIC                                 00032200
                 MOVE PARM-LEAD-DAYS        TO  WS-LEAD-DAYS            00032300
              END-IF                                                    00032400
              IF PARM-WARN-DAYS NUMERIC                                 00032500
                 MOVE PARM-WARN-DAYS        TO  WS-WARN-DAYS            00032600
              END-IF                                                    00032700
           END-IF.                                                      00032800
           DISPLAY 'RECALL LEAD DAYS      = ' WS-LEAD-DAYS.             00032900
           DISPLAY 'FOLLOW-UP WINDOW DAYS = ' WS-WARN-DAYS.             00033000
                                                                        00033100
           PERFORM 1000-INITIAL-RTN.                                    00033200
                                                                        00033300
           PERFORM 2000-FOLLOW-UP-RTN.                                  00033400
                                                                        00033500
           PERFORM 3000-NEW-RECALL-RTN.                                 00033600
                                                                        00033700
           PERFORM 9000-EOJ-RTN.                                        00033800
                                                                        00033900
           GOBACK.                                                      00034000
                                                                        00034100
           EJECT                                                        00034200
      *****************                                                 00034300
       1000-INITIAL-RTN.                                                00034400
      *****************                                                 00034500
                                                                        00034600
           OPEN INPUT   LOANPOS-FILE.                                   00034700
           IF NOT LOANPOS-OK                                            00034800
              DISPLAY 'CAT771 - OPEN FAILED ON LOANPOS, STATUS = '      00034900
                       LOANPOS-STAT                                     00035000
              DISPLAY 'CAT771 ABENDED'                                  00035100
              CALL ABEND             USING ABEND-CODE                   00035200
           END-IF.                                                      00035300
           PERFORM 1100-LOAD-LOAN-RTN THRU 1100-EXIT                    00035400
              UNTIL LOANPOS-EOF.                                        00035500
           CLOSE LOANPOS-FILE.                                          00035600
                                                                        00035700
           OPEN OUTPUT  RECALL-FILE                                     00035800
                        REPORT-FILE.                                    00035900
                                                                        00036000
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00036100
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00036200
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00036300
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00036400
                                                                        00036500
           WRITE REPORT-RECORD            FROM  HDR1-RECORD.            00036600
           WRITE REPORT-RECORD            FROM  HDR2-RECORD.            00036700
                                                                        00036800
      *---------------------------------------------------------------  00036900
      * 1100-LOAD-LOAN-RTN - THE TABLE IS BINARY-SEARCHED, SO THE       00037000
      * FILE MUST BE IN KEY SEQUENCE.  TWO LOANS OF THE SAME SECURITY   00037100
      * IN ONE ACCOUNT ARE ADDED TOGETHER UNDER THE FIRST LOAN ID.      00037200
      *---------------------------------------------------------------  00037300
       1100-LOAD-LOAN-RTN.                                              00037400
                                                                        00037500
           READ LOANPOS-FILE                                            00037600
               AT END                                                   00037700
                   SET LOANPOS-EOF          TO  TRUE                    00037800
                   GO TO 1100-EXIT                                      00037900
           END-READ.                                                    00038000
                                                                        00038100
           IF WS-LN-CNT > +0                                            00038200
              IF LNP-KEY < WS-LN-KEY (WS-LN-CNT)                        00038300
                 DISPLAY 'CAT771 - LOANPOS OUT OF SEQUENCE - ABENDING'  00038400
                 MOVE 1100                  TO  ABEND-CODE              00038500
                 CALL ABEND              USING  ABEND-CODE              00038600
              END-IF                                                    00038700
              IF LNP-KEY = WS-LN-KEY (WS-LN-CNT)                        00038800
                 ADD LNP-LOAN-QTY           TO  WS-LN-QTY (WS-LN-CNT)   00038900
                 GO TO 1100-EXIT                                        00039000
              END-IF                                                    00039100
           END-IF.                                                      00039200
                                                                        00039300
      *    A LOAN THAT CANNOT BE TRACKED MUST STOP THE RUN - NO RECALL  00039400
      *    WOULD BE SENT FOR IT AND AN OPEN RECALL WOULD LOOK RETURNED. 00039500
           IF WS-LN-CNT NOT < +20000                                    00039600
              DISPLAY 'CAT771 - LOANPOS TABLE FULL - ABENDING'          00039700
              MOVE 1100                     TO  ABEND-CODE              00039800
              CALL ABEND                 USING  ABEND-CODE              00039900
           END-IF.                                                      00040000
                                                                        00040100
           ADD 1                            TO  WS-LN-CNT.              00040200
           MOVE LNP-KEY                     TO  WS-LN-KEY (WS-LN-CNT).  00040300
           MOVE LNP-LOAN-QTY                TO  WS-LN-QTY (WS-LN-CNT).  00040400
           MOVE LNP-LOAN-ID             TO  WS-LN-LOAN-ID (WS-LN-CNT).  00040500
                                                                        00040600
       1100-EXIT.                                                       00040700
           EXIT.                                                        00040800
                                                                        00040900
      *---------------------------------------------------------------  00041000
      * 1200-FIND-LOAN-RTN - LOOK UP WS-LN-SRCH-KEY.                    00041100
      *---------------------------------------------------------------  00041200
       1200-FIND-LOAN-RTN.                                              00041300
                                                                        00041400
           MOVE 'N'                         TO  WS-LN-FOUND-SW.         00041500
           MOVE +1                          TO  WS-LN-LO.               00041600
           MOVE WS-LN-CNT                   TO  WS-LN-HI.               00041700
           PERFORM 1210-PROBE-RTN                                       00041800
              UNTIL WS-LN-FOUND OR WS-LN-LO > WS-LN-HI.                 00041900
                                                                        00042000
       1210-PROBE-RTN.                                                  00042100
                                                                        00042200
           COMPUTE WS-LN-MID = (WS-LN-LO + WS-LN-HI) / 2.               00042300
           EVALUATE TRUE                                                00042400
              WHEN WS-LN-KEY (WS-LN-MID) = WS-LN-SRCH-KEY               00042500
                 SET WS-LN-FOUND            TO  TRUE                    00042600
              WHEN WS-LN-KEY (WS-LN-MID) < WS-LN-SRCH-KEY               00042700
                 COMPUTE WS-LN-LO = WS-LN-MID + 1                       00042800
              WHEN OTHER                                                00042900
                 COMPUTE WS-LN-HI = WS-LN-MID - 1                       00043000
           END-EVALUATE.                                                00043100
                                                                        00043200
           EJECT                                                        00043300
      *---------------------------------------------------------------  00043400
      * 2000-FOLLOW-UP-RTN - EVERY RECALL STILL MARKED OUT.             00043500
      *---------------------------------------------------------------  00043600
       2000-FOLLOW-UP-RTN.                                              00043700
                                                                        00043800
           MOVE 'RECALLS FOLLOWED UP                     '              00043900
                                            TO  SEC1-TITLE.             00044000
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00044100
                                                                        00044200
           EXEC SQL                                                     00044300
              OPEN OPENCSR                                              00044400
           END-EXEC.                                                    00044500
           IF SQLCODE NOT = +0                                          00044600
              PERFORM 8000-DB2-ERROR-RTN                                00044700
           END-IF.                                                      00044800
                                                                        00044900
           PERFORM 2100-FOLLOW-UP-ONE-RTN THRU 2100-EXIT                00045000
              UNTIL WS-END-OF-OPEN.                                     00045100
                                                                        00045200
           EXEC SQL                                                     00045300
              CLOSE OPENCSR                                             00045400
           END-EXEC.                                                    00045500
           PERFORM 6000-COMMIT-RTN.                                     00045600
                                                                        00045700
       2100-FOLLOW-UP-ONE-RTN.                                          00045800
                                                                        00045900
           EXEC SQL                                                     00046000
              FETCH OPENCSR                                             00046100
                 INTO :WS-RCL-CLIENT                                    00046200
                     ,:WS-RCL-ACAT-CNTL                                 00046300
                     ,:WS-RCL-ASSET-SEQ                                 00046400
                     ,:WS-RCL-BRANCH                                    00046500
                     ,:WS-RCL-ACCT                                      00046600
                     ,:WS-RCL-ADP-NBR                                   00046700
                     ,:WS-RCL-QTY                                       00046800
                     ,:WS-RCL-LOAN-ID                                   00046900
                     ,:WS-RCL-STTLM-DT                                  00047000
                     ,:WS-RCL-RTRN-BY-DT                                00047100
                     ,:WS-RCL-TFR-STTS                                  00047200
                     ,:WS-RCL-DUE-IND                                   00047300
                     ,:WS-RCL-DAYS-TO-STTL                              00047400
           END-EXEC.                                                    00047500
                                                                        00047600
           EVALUATE SQLCODE                                             00047700
              WHEN +100                                                 00047800
                 SET WS-END-OF-OPEN         TO  TRUE                    00047900
                 GO TO 2100-EXIT                                        00048000
              WHEN +0                                                   00048100
                 CONTINUE                                               00048200
              WHEN OTHER                                                00048300
                 PERFORM 8000-DB2-ERROR-RTN                             00048400
           END-EVALUATE.                                                00048500
                                                                        00048600
      *    THE TRANSFER WAS REJECTED, DELETED OR HAS LEFT THE ACTIVE    00048700
      *    TABLE - THE DESK NO LONGER NEEDS THE SHARES BACK FOR IT.     00048800
           IF WS-RCL-TFR-STTS = SPACES                                  00048900
           OR WS-RCL-TFR-STTS = '140'                                   00049000
           OR WS-RCL-TFR-STTS = '600'                                   00049100
              MOVE 'X'                      TO  WS-RCL-DUE-IND          00049200
              PERFORM 2200-SET-STATUS-RTN                               00049300
              ADD 1                         TO  WS-CNT-CANCELLED        00049400
              MOVE 'TRANSFER ENDED - RECALL VOID  '                     00049500
                                            TO  WS-RPT-ACTION           00049600
              PERFORM 5000-WRITE-DETAIL-RTN                             00049700
              GO TO 2100-EXIT                                           00049800
           END-IF.                                                      00049900
                                                                        00050000
           MOVE SPACES                      TO  WS-LN-SRCH-KEY.         00050100
           MOVE WS-RCL-CLIENT           TO  WS-LN-SRCH-KEY (1 : 4).     00050200
           MOVE WS-RCL-BRANCH           TO  WS-LN-SRCH-KEY (5 : 3).     00050300
           MOVE WS-RCL-ACCT             TO  WS-LN-SRCH-KEY (8 : 5).     00050400
           MOVE WS-RCL-ADP-NBR          TO  WS-LN-SRCH-KEY (13 : 7).    00050500
           PERFORM 1200-FIND-LOAN-RTN.                                  00050600
                                                                        00050700
           IF NOT WS-LN-FOUND                                           00050800
              MOVE 'T'                      TO  WS-RCL-DUE-IND          00050900
              PERFORM 2200-SET-STATUS-RTN                               00051000
              ADD 1                         TO  WS-CNT-RETURNED         00051100
              MOVE 'RETURNED - OFF LOAN         '                       00051200
                                            TO  WS-RPT-ACTION           00051300
              PERFORM 5000-WRITE-DETAIL-RTN                             00051400
              GO TO 2100-EXIT                                           00051500
           END-IF.                                                      00051600
                                                                        00051700
           IF WS-RCL-DUE                                                00051800
              ADD 1                         TO  WS-CNT-OUTSTANDING      00051900
              MOVE SPACES                   TO  WS-RPT-ACTION           00052000
              IF WS-RCL-DAYS-TO-STTL < +0                               00052100
                 MOVE +0                    TO  WS-RCL-DAYS-TO-STTL     00052200
              END-IF                                                    00052300
              MOVE WS-RCL-DAYS-TO-STTL      TO  WS-RCL-DAYS-DSP         00052400
              STRING 'NOT RETURNED - SETTLES IN '                       00052500
                     WS-RCL-DAYS-DSP                                    00052600
                 DELIMITED BY SIZE INTO WS-RPT-ACTION                   00052700
              PERFORM 5000-WRITE-DETAIL-RTN                             00052800
           END-IF.                                                      00052900
                                                                        00053000
       2100-EXIT.                                                       00053100
           EXIT.                                                        00053200
                                                                        00053300
       2200-SET-STATUS-RTN.                                             00053400
                                                                        00053500
           EXEC SQL                                                     00053600
              UPDATE ACATFPLR                                           00053700
                 SET RCLL_STTS_CD = :WS-RCL-DUE-IND                     00053800
                    ,RTRN_DT      = CURRENT DATE                        00053900
                    ,UPDT_TMSTP   = CURRENT TIMESTAMP                   00054000
                    ,PRGM_NM      = 'CAT771'                            00054100
               WHERE CLIENT_NBR       = :WS-RCL-CLIENT                  00054200
                 AND ACAT_CONTROL_NBR = :WS-RCL-ACAT-CNTL               00054300
                 AND ASSET_SEQ_NBR    = :WS-RCL-ASSET-SEQ               00054400
           END-EXEC.                                                    00054500
           IF SQLCODE NOT = +0                                          00054600
              PERFORM 8000-DB2-ERROR-RTN                                00054700
           END-IF.                                                      00054800
                                                                        00054900
           ADD 1                            TO  WS-COMMIT-CNT.          00055000
           IF WS-COMMIT-CNT > 49                                        00055100
              PERFORM 6000-COMMIT-RTN                                   00055200
           END-IF.                                                      00055300
                                                                        00055400
           EJECT                                                        00055500
      *---------------------------------------------------------------  00055600
      * 3000-NEW-RECALL-RTN - ASSETS ON PENDING DELIVERIES THAT ARE     00055700
      * OUT ON LOAN.  AN ASSET NOT ON LOAN IS REGISTERED TOO (STATUS    00055800
      * N) SO IT IS NOT LOOKED AT AGAIN EVERY NIGHT.                    00055900
      *---------------------------------------------------------------  00056000
       3000-NEW-RECALL-RTN.                                             00056100
                                                                        00056200
           MOVE 'RECALLS ISSUED TONIGHT                  '              00056300
                                            TO  SEC1-TITLE.             00056400
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00056500
                                                                        00056600
           EXEC SQL                                                     00056700
              OPEN NEWCSR                                               00056800
           END-EXEC.                                                    00056900
           IF SQLCODE NOT = +0                                          00057000
              PERFORM 8000-DB2-ERROR-RTN                                00057100
           END-IF.                                                      00057200
                                                                        00057300
           PERFORM 3100-NEW-ONE-RTN THRU 3100-EXIT                      00057400
              UNTIL WS-END-OF-NEW.                                      00057500
                                                                        00057600
           EXEC SQL                                                     00057700
              CLOSE NEWCSR                                              00057800
           END-EXEC.                                                    00057900
           PERFORM 6000-COMMIT-RTN.                                     00058000
                                                                        00058100
       3100-NEW-ONE-RTN.                                                00058200
                                                                        00058300
           EXEC SQL                                                     00058400
              FETCH NEWCSR                                              00058500
                 INTO :WS-RCL-CLIENT                                    00058600
                     ,:WS-RCL-ACAT-CNTL                                 00058700
                     ,:WS-RCL-ASSET-SEQ                                 00058800
                     ,:WS-RCL-BRANCH                                    00058900
                     ,:WS-RCL-ACCT                                      00059000
                     ,:WS-RCL-ADP-NBR                                   00059100
                     ,:WS-RCL-ASSET-QTY                                 00059200
                     ,:WS-RCL-STTLM-DT                                  00059300
                     ,:WS-RCL-RTRN-BY-DT                                00059400
           END-EXEC.                                                    00059500
                                                                        00059600
           EVALUATE SQLCODE                                             00059700
              WHEN +100                                                 00059800
                 SET WS-END-OF-NEW          TO  TRUE                    00059900
                 GO TO 3100-EXIT                                        00060000
              WHEN +0                                                   00060100
                 ADD 1                      TO  WS-CNT-CANDIDATES       00060200
              WHEN OTHER                                                00060300
                 PERFORM 8000-DB2-ERROR-RTN                             00060400
           END-EVALUATE.                                                00060500
                                                                        00060600
           MOVE SPACES                      TO  WS-LN-SRCH-KEY.         00060700
           MOVE WS-RCL-CLIENT           TO  WS-LN-SRCH-KEY (1 : 4).     00060800
           MOVE WS-RCL-BRANCH           TO  WS-LN-SRCH-KEY (5 : 3).     00060900
           MOVE WS-RCL-ACCT             TO  WS-LN-SRCH-KEY (8 : 5).     00061000
           MOVE WS-RCL-ADP-NBR          TO  WS-LN-SRCH-KEY (13 : 7).    00061100
           PERFORM 1200-FIND-LOAN-RTN.                                  00061200
                                                                        00061300
           IF WS-LN-FOUND                                               00061400
              MOVE 'R'                      TO  WS-RCL-DUE-IND          00061500
              MOVE WS-LN-LOAN-ID (WS-LN-MID) TO  WS-RCL-LOAN-ID         00061600
      *       RECALL WHAT THE TRANSFER NEEDS, NO MORE THAN IS ON LOAN.  00061700
              IF WS-RCL-ASSET-QTY < WS-LN-QTY (WS-LN-MID)               00061800
                 MOVE WS-RCL-ASSET-QTY      TO  WS-RCL-QTY              00061900
              ELSE                                                      00062000
                 MOVE WS-LN-QTY (WS-LN-MID) TO  WS-RCL-QTY              00062100
              END-IF                                                    00062200
           ELSE                                                         00062300
              MOVE 'N'                      TO  WS-RCL-DUE-IND          00062400
              MOVE SPACES                   TO  WS-RCL-LOAN-ID          00062500
              MOVE +0                       TO  WS-RCL-QTY              00062600
           END-IF.                                                      00062700
                                                                        00062800
           EXEC SQL                                                     00062900
              INSERT INTO ACATFPLR                                      00063000
                    (CLIENT_NBR                                         00063100
                    ,ACAT_CONTROL_NBR                                   00063200
                    ,ASSET_SEQ_NBR                                      00063300
                    ,BRANCH_CD                                          00063400
                    ,ACCT_CD                                            00063500
                    ,SECURITY_ADP_NBR                                   00063600
                    ,RCLL_QTY                                           00063700
                    ,LOAN_ID                                            00063800
                    ,STTLM_DT                                           00063900
                    ,RTRN_BY_DT                                         00064000
                    ,RCLL_STTS_CD                                       00064100
                    ,RCLL_DT                                            00064200
                    ,UPDT_TMSTP                                         00064300
                    ,PRGM_NM)                                           00064400
              VALUES                                                    00064500
                    (:WS-RCL-CLIENT                                     00064600
                    ,:WS-RCL-ACAT-CNTL                                  00064700
                    ,:WS-RCL-ASSET-SEQ                                  00064800
                    ,:WS-RCL-BRANCH                                     00064900
                    ,:WS-RCL-ACCT                                       00065000
                    ,:WS-RCL-ADP-NBR                                    00065100
                    ,:WS-RCL-QTY                                        00065200
                    ,:WS-RCL-LOAN-ID                                    00065300
                    ,DATE(:WS-RCL-STTLM-DT)                             00065400
                    ,DATE(:WS-RCL-RTRN-BY-DT)                           00065500
                    ,:WS-RCL-DUE-IND                                    00065600
                    ,CURRENT DATE                                       00065700
                    ,CURRENT TIMESTAMP                                  00065800
                    ,'CAT771')                                          00065900
           END-EXEC.                                                    00066000
           IF SQLCODE NOT = +0                                          00066100
              PERFORM 8000-DB2-ERROR-RTN                                00066200
           END-IF.                                                      00066300
                                                                        00066400
           ADD 1                            TO  WS-COMMIT-CNT.          00066500
           IF WS-COMMIT-CNT > 49                                        00066600
              PERFORM 6000-COMMIT-RTN                                   00066700
           END-IF.                                                      00066800
                                                                        00066900
           IF NOT WS-LN-FOUND                                           00067000
              GO TO 3100-EXIT                                           00067100
           END-IF.                                                      00067200
                                                                        00067300
           MOVE SPACES                      TO  RECALL-RECORD.          00067400
           MOVE 'RC'                        TO  RCL-REC-TYPE.           00067500
           MOVE WS-RCL-CLIENT               TO  RCL-CLIENT.             00067600
           MOVE WS-RCL-BRANCH               TO  RCL-BRANCH.             00067700
           MOVE WS-RCL-ACCT                 TO  RCL-ACCT.               00067800
           MOVE WS-RCL-ADP-NBR              TO  RCL-ADP-NBR.            00067900
           MOVE WS-RCL-LOAN-ID              TO  RCL-LOAN-ID.            00068000
           MOVE WS-RCL-QTY                  TO  RCL-RECALL-QTY.         00068100
           MOVE WS-RCL-RTRN-BY-DT (1 : 4)   TO  RCL-RTRN-BY-DT (1 : 4). 00068200
           MOVE WS-RCL-RTRN-BY-DT (6 : 2)   TO  RCL-RTRN-BY-DT (5 : 2). 00068300
           MOVE WS-RCL-RTRN-BY-DT (9 : 2)   TO  RCL-RTRN-BY-DT (7 : 2). 00068400
           MOVE WS-RCL-ACAT-CNTL            TO  RCL-ACAT-CNTL.          00068500
           MOVE WS-RCL-STTLM-DT (1 : 4)     TO  RCL-STTLM-DT (1 : 4).   00068600
           MOVE WS-RCL-STTLM-DT (6 : 2)     TO  RCL-STTLM-DT (5 : 2).   00068700
           MOVE WS-RCL-STTLM-DT (9 : 2)     TO  RCL-STTLM-DT (7 : 2).   00068800
           WRITE RECALL-RECORD.                                         00068900
                                                                        00069000
           ADD 1                            TO  WS-CNT-RECALLED.        00069100
           MOVE 'RECALL SENT TO LENDING DESK   '                        00069200
                                            TO  WS-RPT-ACTION.          00069300
           PERFORM 5000-WRITE-DETAIL-RTN.                               00069400
                                                                        00069500
       3100-EXIT.                                                       00069600
           EXIT.                                                        00069700
                                                                        00069800
           EJECT                                                        00069900
      *********************                                             00070000
       5000-WRITE-DETAIL-RTN.                                           00070100
      *********************                                             00070200
                                                                        00070300
           MOVE WS-RCL-CLIENT               TO  DTL1-CLIENT.            00070400
           MOVE WS-RCL-BRANCH               TO  DTL1-BRANCH.            00070500
           MOVE WS-RCL-ACCT                 TO  DTL1-ACCT.              00070600
           MOVE WS-RCL-ACAT-CNTL            TO  DTL1-ACAT-CNTL.         00070700
           MOVE WS-RCL-ADP-NBR              TO  DTL1-ADP-NBR.           00070800
           MOVE WS-RCL-LOAN-ID              TO  DTL1-LOAN-ID.           00070900
           MOVE WS-RCL-QTY                  TO  DTL1-RECALL-QTY.        00071000
           MOVE WS-RCL-RTRN-BY-DT           TO  DTL1-RTRN-BY-DT.        00071100
           MOVE WS-RCL-STTLM-DT             TO  DTL1-STTLM-DT.          00071200
           MOVE WS-RPT-ACTION               TO  DTL1-ACTION.            00071300
           WRITE REPORT-RECORD            FROM  DTL1-RECORD.            00071400
                                                                        00071500
      ***************                                                   00071600
       6000-COMMIT-RTN.                                                 00071700
      ***************                                                   00071800
                                                                        00071900
           EXEC SQL                                                     00072000
                COMMIT                                                  00072100
           END-EXEC.                                                    00072200
           MOVE 0                           TO  WS-COMMIT-CNT.          00072300
                                                                        00072400
           EJECT                                                        00072500
      ******************                                                00072600
       8000-DB2-ERROR-RTN.                                              00072700
      ******************                                                00072800
                                                                        00072900
           DISPLAY 'CAT771 - DB2 ERROR, SQLCODE = ' SQLCODE.            00073000
           CALL DSNTIAR               USING  SQLCA                      00073100
                                             WS-DB2-MESSAGE-AREA        00073200
                                             WS-ERR-LINE-LEN            00073300
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00073400
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00073500
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00073600
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00073700
                 END-IF                                                 00073800
           END-PERFORM.                                                 00073900
           DISPLAY 'CAT771 ABENDED'.                                    00074000
           CALL ABEND                 USING  ABEND-CODE.                00074100
                                                                        00074200
           EJECT                                                        00074300
      ************                                                      00074400
       9000-EOJ-RTN.                                                    00074500
      ************                                                      00074600
                                                                        00074700
           MOVE 'DELIVERY ASSETS EXAMINED        '  TO  TRL1-LABEL.     00074800
           MOVE WS-CNT-CANDIDATES           TO  TRL1-COUNT.             00074900
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00075000
                                                                        00075100
           MOVE ' '                         TO  TRL1-CC.                00075200
           MOVE 'RECALLS ISSUED                  '  TO  TRL1-LABEL.     00075300
           MOVE WS-CNT-RECALLED             TO  TRL1-COUNT.             00075400
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00075500
                                                                        00075600
           MOVE 'RECALLS RETURNED                '  TO  TRL1-LABEL.     00075700
           MOVE WS-CNT-RETURNED             TO  TRL1-COUNT.             00075800
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00075900
                                                                        00076000
           MOVE 'RECALLS VOID - TRANSFER ENDED   '  TO  TRL1-LABEL.     00076100
           MOVE WS-CNT-CANCELLED            TO  TRL1-COUNT.             00076200
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00076300
                                                                        00076400
           MOVE 'NOT RETURNED - DUE WITHIN WINDOW'  TO  TRL1-LABEL.     00076500
           MOVE WS-CNT-OUTSTANDING          TO  TRL1-COUNT.             00076600
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00076700
                                                                        00076800
           CLOSE RECALL-FILE                                            00076900
                 REPORT-FILE.                                           00077000
                                                                        00077100
           IF WS-CNT-OUTSTANDING > +0                                   00077200
              MOVE 4                        TO  RETURN-CODE             00077300
           END-IF.                                                      00077400
                                                                        00077500
           DISPLAY ' '                                                  00077600
           DISPLAY 'RECALLS ISSUED:         ' WS-CNT-RECALLED           00077700
           DISPLAY 'RECALLS RETURNED:       ' WS-CNT-RETURNED           00077800
           DISPLAY 'NOT RETURNED, DUE:      ' WS-CNT-OUTSTANDING        00077900
           DISPLAY ' '                                                  00078000
           DISPLAY '*************************'                          00078100
           DISPLAY '* END OF CAT771 PROGRAM *'                          00078200
           DISPLAY '*************************'                          00078300
           DISPLAY ' '.                                                 00078400
