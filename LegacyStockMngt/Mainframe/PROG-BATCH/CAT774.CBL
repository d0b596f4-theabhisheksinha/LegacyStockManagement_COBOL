000001* PDX    - CAT774   C0369777 10/15/26 11:30:05 TBTIKUO            00000100
000001* CREATED FOR SSR 114449.  OPTION EXPIRATION AND ASSIGNMENT       00000200
000001* HANDLING FOR OPTIONS ON IN-FLIGHT TRANSFERS.  CATEXCP CAN       00000300
000001* FLAG AN EXPIRING OPTION (EEOP) BUT NOTHING ACTED ON IT, SO AN   00000400
000001* OPTION THAT EXPIRED, OR WAS EXERCISED OR ASSIGNED, WHILE THE    00000500
000001* TRANSFER WAS PENDING LEFT A VASSET ROW FOR A POSITION THAT NO   00000600
000001* LONGER EXISTED AND THE TRANSFER FAILED OR REJECTED ON IT.       00000700
000001* THIS NIGHTLY SWEEP LOOKS AT EVERY OPTION ASSET ON A PENDING     00000800
000001* TRANSFER.  AN EXPIRED POSITION GETS AN ASSET-DELETE             00000900
000001* ADJUSTMENT; AN EXERCISED OR ASSIGNED ONE GETS THE DELETE PLUS   00001000
000001* THE REPLACEMENT UNDERLYING-STOCK AND CASH ADJUSTMENTS; ONE      00001100
000001* THAT WILL EXPIRE BEFORE THE EXPECTED SETTLEMENT IS WARNED.      00001200
000001* HANDLED ASSETS ARE STAMPED (ASSET_OPTN_ADJ_IND, THE CAT665      00001300
000001* PATTERN) SO THEIR ADJUSTMENTS ARE GENERATED ONCE.  EVERY        00001400
000001* ACTION IS REPORTED TO THE DESK WITH THE CUSTOMER ACCOUNT.       00001500
       IDENTIFICATION DIVISION.                                         00001600
       PROGRAM-ID.  CAT774.                                             00001700
       AUTHOR.      LARRY MUREY.                                        00001800
       DATE-WRITTEN.  OCT 2026.                                         00001900
      *---------------------------------------------------------------* 00002000
      *                         REMARKS                               * 00002100
      * PARM:   NNN = DAYS AHEAD TO TAKE AS THE EXPECTED SETTLEMENT   * 00002200
      *               WHEN THE TRANSFER HAS NO STTLM_DT (DEFAULT 005) * 00002300
      * INPUTS:  VTRNFR/VASSET (DB2) - OPTION ASSETS (SYM_CD NOT      * 00002400
      *          BLANK) ON PENDING TRANSFERS (BELOW 300, NOT 140)     * 00002500
      *          OPTEVT   - OCC EXERCISE/ASSIGNMENT NOTICES BY        * 00002600
      *                     ACCOUNT AND SERIES, SORTED CLIENT/BRANCH/ * 00002700
      *                     ACCOUNT/SYMBOL/PUT-CALL/EXPIRY/STRIKE     * 00002800
      * OUTPUTS: ADJOUT   - ASSET ADJUSTMENTS (D = DELETE OPTION,     * 00002900
      *                     S = UNDERLYING STOCK, C = CASH)           * 00003000
      *          VASSET   - ASSET_OPTN_ADJ_IND = 'Y' WHEN ADJUSTED    * 00003100
      *          RPTPI    - DESK REPORT                               * 00003200
      * ACTIONS: NOTICE ON FILE  - EXERCISED (E) OR ASSIGNED (A)      * 00003300
      *          EXPTN_DT PAST   - EXPIRED, DELETE ONLY               * 00003400
      *          EXPIRES BEFORE SETTLEMENT - WARNING, NO ADJUSTMENT   * 00003500
      * SHARES = CONTRACTS X MULTIPLIER (DEFAULT 100).  EXERCISED     * 00003600
      * CALL / ASSIGNED PUT RECEIVE SHARES AND PAY STRIKE X SHARES;   * 00003700
      * EXERCISED PUT / ASSIGNED CALL DELIVER SHARES AND RECEIVE IT.  * 00003800
      *---------------------------------------------------------------* 00003900
           EJECT                                                        00004000
      ***************************************************************** 00004100
       ENVIRONMENT DIVISION.                                            00004200
      ***************************************************************** 00004300
       INPUT-OUTPUT SECTION.                                            00004400
       FILE-CONTROL.                                                    00004500
           SELECT OPTEVT-FILE          ASSIGN  TO  OPTEVT               00004600
                                       FILE STATUS  IS OPTEVT-STAT.     00004700
           SELECT ADJUST-FILE          ASSIGN  TO  ADJOUT.              00004800
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00004900
                                                                        00005000
      ***************************************************************** 00005100
       DATA DIVISION.                                                   00005200
      ***************************************************************** 00005300
                                                                        00005400
       FILE SECTION.                                                    00005500
                                                                        00005600
       FD  OPTEVT-FILE                                                  00005700
           RECORDING MODE F                                             00005800
           BLOCK CONTAINS 0 RECORDS                                     00005900
           LABEL RECORDS ARE STANDARD                                   00006000
           RECORD CONTAINS 100 CHARACTERS.                              00006100
       01  OPTEVT-RECORD.                                               00006200
           05  OPX-KEY.                                                 00006300
               10  OPX-CLIENT          PIC X(04).                       00006400
               10  OPX-BRANCH          PIC X(03).                       00006500
               10  OPX-ACCT            PIC X(05).                       00006600
               10  OPX-SYM-CD          PIC X(06).                       00006700
               10  OPX-PUT-CALL-CD     PIC X(01).                       00006800
               10  OPX-EXPTN-DT        PIC X(08).                       00006900
               10  OPX-STRIKE          PIC 9(07)V9(03).                 00007000
           05  OPX-EVENT-CD            PIC X(01).                       00007100
               88  OPX-EXERCISED                  VALUE 'E'.            00007200
               88  OPX-ASSIGNED                   VALUE 'A'.            00007300
           05  OPX-CONTRACTS           PIC 9(09).                       00007400
           05  OPX-MULTIPLIER          PIC 9(05).                       00007500
           05  OPX-UNDL-CUSIP          PIC X(09).                       00007600
           05  OPX-UNDL-ADP-NBR        PIC X(07).                       00007700
           05  FILLER                  PIC X(32).                       00007800
                                                                        00007900
       FD  ADJUST-FILE                                                  00008000
           RECORDING MODE F                                             00008100
           BLOCK CONTAINS 0 RECORDS                                     00008200
           LABEL RECORDS ARE STANDARD                                   00008300
           RECORD CONTAINS 150 CHARACTERS.                              00008400
       01  ADJUST-RECORD.                                               00008500
           05  ADJ-TYPE-CD             PIC X(01).                       00008600
               88  ADJ-DELETE-OPTION              VALUE 'D'.            00008700
               88  ADJ-STOCK                      VALUE 'S'.            00008800
               88  ADJ-CASH                       VALUE 'C'.            00008900
           05  ADJ-RSN-CD              PIC X(03).                       00009000
           05  ADJ-CLIENT              PIC X(04).                       00009100
           05  ADJ-ACAT-CNTL           PIC X(14).                       00009200
           05  ADJ-ASSET-SEQ           PIC 9(09).                       00009300
           05  ADJ-BRANCH              PIC X(03).                       00009400
           05  ADJ-ACCT                PIC X(05).                       00009500
           05  ADJ-OPTN-DATA.                                           00009600
               10  ADJ-SYM-CD          PIC X(06).                       00009700
               10  ADJ-PUT-CALL-CD     PIC X(01).                       00009800
               10  ADJ-EXPTN-DT        PIC X(08).                       00009900
               10  ADJ-STRIKE          PIC 9(07)V9(03).                 00010000
           05  ADJ-UNDL-DATA REDEFINES ADJ-OPTN-DATA.                   00010100
               10  ADJ-UNDL-CUSIP      PIC X(09).                       00010200
               10  ADJ-UNDL-ADP-NBR    PIC X(07).                       00010300
               10  FILLER              PIC X(09).                       00010400
           05  ADJ-QTY                 PIC S9(11)V9(5).                 00010500
           05  ADJ-AMT                 PIC S9(13)V99.                   00010600
           05  ADJ-RUN-DT              PIC X(08).                       00010700
           05  FILLER                  PIC X(47).                       00010800
                                                                        00010900
       FD  REPORT-FILE                                                  00011000
           RECORDING MODE F                                             00011100
           BLOCK CONTAINS 0 RECORDS                                     00011200
           LABEL RECORDS ARE STANDARD                                   00011300
           RECORD CONTAINS 132 CHARACTERS.                              00011400
       01  REPORT-RECORD                PIC  X(132).                    00011500
                                                                        00011600
           EJECT                                                        00011700
      ***************************************************************** 00011800
       WORKING-STORAGE SECTION.                                         00011900
      ***************************************************************** 00012000
                                                                        00012100
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00012200
                                                                        00012300
       01  CALL-MODULES.                                                00012400
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00012500
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00012600
                                                                        00012700
       01  OPTEVT-STAT                  PIC  X(02)  VALUE SPACES.       00012800
           88  OPTEVT-OK                           VALUE '00'.          00012900
           88  OPTEVT-EOF                          VALUE '10'.          00013000
                                                                        00013100
       01  WS-END-OF-OPT-SW             PIC  X(01)  VALUE 'N'.          00013200
           88  WS-END-OF-OPT                       VALUE 'Y'.           00013300
                                                                        00013400
       01  WS-AHEAD-DAYS                PIC S9(03) COMP-3  VALUE +5.    00013500
                                                                        00013600
      *  EXERCISE/ASSIGNMENT NOTICES, BY ACCOUNT AND SERIES.            00013700
       01  WS-EVT-TABLE-AREA.                                           00013800
           05  WS-EV-CNT                PIC S9(05) COMP  VALUE +0.      00013900
           05  WS-EV-ENTRY              OCCURS 5000 TIMES.              00014000
               10  WS-EV-KEY            PIC  X(37).                     00014100
               10  WS-EV-EVENT-CD       PIC  X(01).                     00014200
               10  WS-EV-CONTRACTS      PIC S9(09) COMP-3.              00014300
               10  WS-EV-MULTIPLIER     PIC S9(05) COMP-3.              00014400
               10  WS-EV-UNDL-CUSIP     PIC  X(09).                     00014500
               10  WS-EV-UNDL-ADP-NBR   PIC  X(07).                     00014600
       01  WS-EVT-WORK.                                                 00014700
           05  WS-EV-SRCH-KEY.                                          00014800
               10  WS-EVK-CLIENT        PIC  X(04).                     00014900
               10  WS-EVK-BRANCH        PIC  X(03).                     00015000
               10  WS-EVK-ACCT          PIC  X(05).                     00015100
               10  WS-EVK-SYM-CD        PIC  X(06).                     00015200
               10  WS-EVK-PUT-CALL-CD   PIC  X(01).                     00015300
               10  WS-EVK-EXPTN-DT      PIC  X(08).                     00015400
               10  WS-EVK-STRIKE        PIC  9(07)V9(03).               00015500
           05  WS-EV-LO                 PIC S9(05) COMP  VALUE +0.      00015600
           05  WS-EV-HI                 PIC S9(05) COMP  VALUE +0.      00015700
           05  WS-EV-MID                PIC S9(05) COMP  VALUE +0.      00015800
           05  WS-EV-FOUND-SW           PIC  X(01)  VALUE 'N'.          00015900
               88  WS-EV-FOUND                     VALUE 'Y'.           00016000
                                                                        00016100
      *  HOST VARIABLES - OPTION ASSETS ON PENDING TRANSFERS.           00016200
       01  WS-OPT-AREA.                                                 00016300
           05  WS-OPT-CLIENT            PIC  X(04).                     00016400
           05  WS-OPT-ACAT-CNTL         PIC  X(14).                     00016500
           05  WS-OPT-ASSET-SEQ         PIC S9(09) COMP.                00016600
           05  WS-OPT-BRANCH            PIC  X(03).                     00016700
           05  WS-OPT-ACCT              PIC  X(05).                     00016800
           05  WS-OPT-SYM-CD            PIC  X(06).                     00016900
           05  WS-OPT-PUT-CALL-CD       PIC  X(01).                     00017000
           05  WS-OPT-EXPTN-DT          PIC  X(10).                     00017100
           05  WS-OPT-STRIKE            PIC S9(12)V9(5) COMP-3.         00017200
           05  WS-OPT-QTY               PIC S9(11)V9(5) COMP-3.         00017300
           05  WS-OPT-STATE-CD          PIC  X(01).                     00017400
               88  WS-OPT-EXPIRED                  VALUE 'X'.           00017500
               88  WS-OPT-EXPIRES-FIRST            VALUE 'W'.           00017600
                                                                        00017700
       01  WS-ADJ-WORK.                                                 00017800
           05  WS-ADJ-RSN-CD            PIC  X(03).                     00017900
           05  WS-ADJ-CONTRACTS         PIC S9(11)V9(5) COMP-3.         00018000
           05  WS-ADJ-SHARES            PIC S9(11)V9(5) COMP-3.         00018100
           05  WS-ADJ-CASH              PIC S9(13)V99 COMP-3.           00018200
           05  WS-ADJ-MULTIPLIER        PIC S9(05) COMP-3.              00018300
           05  WS-RPT-MESSAGE           PIC  X(20).                     00018400
                                                                        00018500
       01  WS-CNT-OPTIONS               PIC S9(07) COMP-3  VALUE ZERO.  00018600
       01  WS-CNT-EXPIRED               PIC S9(07) COMP-3  VALUE ZERO.  00018700
       01  WS-CNT-EXERCISED             PIC S9(07) COMP-3  VALUE ZERO.  00018800
       01  WS-CNT-ASSIGNED              PIC S9(07) COMP-3  VALUE ZERO.  00018900
       01  WS-CNT-WARNED                PIC S9(07) COMP-3  VALUE ZERO.  00019000
       01  WS-CNT-ADJ-RECS              PIC S9(07) COMP-3  VALUE ZERO.  00019100
       01  WS-COMMIT-CNT                PIC S9(05) COMP-3  VALUE ZERO.  00019200
                                                                        00019300
       01  WS-ACCEPT-DATE.                                              00019400
           05  WS-ACCEPT-YY             PIC  9(02).                     00019500
           05  WS-ACCEPT-MM             PIC  9(02).                     00019600
           05  WS-ACCEPT-DD             PIC  9(02).                     00019700
       01  WS-RUN-DATE                  PIC  X(08)  VALUE SPACES.       00019800
                                                                        00019900
       01  WS-DB2-MESSAGE-AREA.                                         00020000
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00020100
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00020200
               INDEXED BY WS-ERROR-INDEX.                               00020300
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00020400
                                                                        00020500
           EJECT                                                        00020600
       01  HDR1-RECORD.                                                 00020700
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00020800
           05  FILLER                   PIC  X(30)  VALUE               00020900
               'CAT774 - OPTION EXPIRATION/ASS'.                        00021000
           05  FILLER                   PIC  X(30)  VALUE               00021100
               'IGNMENT ON OPEN TRANSFERS     '.                        00021200
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00021300
           05  FILLER                   PIC  X(06)  VALUE 'DATE: '.     00021400
           05  HDR1-DATE-MM             PIC  X(02).                     00021500
           05  FILLER                   PIC  X(01)  VALUE '/'.          00021600
           05  HDR1-DATE-DD             PIC  X(02).                     00021700
           05  FILLER                   PIC  X(01)  VALUE '/'.          00021800
           05  HDR1-DATE-YY             PIC  X(02).                     00021900
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00022000
                                                                        00022100
       01  HDR2-RECORD.                                                 00022200
           05  HDR2-CC                  PIC  X(01)  VALUE '0'.          00022300
           05  FILLER                   PIC  X(30)  VALUE               00022400
               ' CLNT BRN ACCT  CONTROL NBR   '.                        00022500
           05  FILLER                   PIC  X(30)  VALUE               00022600
               '  SEQ SYMBOL P EXPIRES       S'.                        00022700
           05  FILLER                   PIC  X(30)  VALUE               00022800
               'TRIKE CONTRCTS      SHARES    '.                        00022900
           05  FILLER                   PIC  X(30)  VALUE               00023000
               '         CASH ACTION          '.                        00023100
           05  FILLER                   PIC  X(11)  VALUE SPACES.       00023200
                                                                        00023300
       01  DTL1-RECORD.                                                 00023400
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00023500
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00023600
           05  DTL1-CLIENT              PIC  X(04).                     00023700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00023800
           05  DTL1-BRANCH              PIC  X(03).                     00023900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00024000
           05  DTL1-ACCT                PIC  X(05).                     00024100
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00024200
           05  DTL1-ACAT-CNTL           PIC  X(14).                     00024300
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00024400
           05  DTL1-ASSET-SEQ           PIC  Z(05)9.                    00024500
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00024600
           05  DTL1-SYM-CD              PIC  X(06).                     00024700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00024800
           05  DTL1-PUT-CALL-CD         PIC  X(01).                     00024900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00025000
           05  DTL1-EXPTN-DT            PIC  X(10).                     00025100
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00025200
           05  DTL1-STRIKE              PIC  Z,ZZZ,ZZ9.999.             00025300
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00025400
           05  DTL1-CONTRACTS           PIC  ZZZ,ZZ9-.                  00025500
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00025600
           05  DTL1-SHARES              PIC  ZZ,ZZZ,ZZ9-.               00025700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00025800
           05  DTL1-CASH                PIC  ZZZ,ZZZ,ZZ9.99-.           00025900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00026000
           05  DTL1-MESSAGE             PIC  X(20).                     00026100
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00026200
                                                                        00026300
       01  TRL1-RECORD.                                                 00026400
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00026500
           05  TRL1-LABEL               PIC  X(32).                     00026600
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00026700
           05  FILLER                   PIC  X(88)  VALUE SPACES.       00026800
                                                                        00026900
           EJECT                                                        00027000
      *DB2 COMMUNICATION AREA                                           00027100
           EXEC SQL                                                     00027200
              INCLUDE SQLCA                                             00027300
           END-EXEC.                                                    00027400
                                                                        00027500
      *----------------------------------------------------------------*00027600
      *  OPTION ASSETS ON PENDING TRANSFERS NOT YET ADJUSTED.  STATE:  *00027700
      *  X = EXPIRED, W = EXPIRES ON OR BEFORE THE EXPECTED            *00027800
      *  SETTLEMENT, N = NEITHER (ONLY A NOTICE CAN ACT ON IT).        *00027900
      *----------------------------------------------------------------*00028000
           EXEC SQL                                                     00028100
              DECLARE OPTCSR CURSOR WITH HOLD FOR                       00028200
                 SELECT A.CLIENT_NBR                                    00028300
                       ,A.ACAT_CONTROL_NBR                              00028400
                       ,A.ASSET_SEQ_NBR                                 00028500
                       ,T.BRANCH_CD                                     00028600
                       ,T.ACCT_CD                                       00028700
                       ,A.SYM_CD                                        00028800
                       ,A.PTCL_CD                                       00028900
                       ,CHAR(A.EXPTN_DT, ISO)                           00029000
                       ,A.STPRC_INTEGER_AMT + A.STPRC_FRCTN_AMT         00029100
                       ,A.ASSET_QTY                                     00029200
                       ,CASE WHEN A.EXPTN_DT < CURRENT DATE             00029300
                             THEN 'X'                                   00029400
                             WHEN A.EXPTN_DT <=                         00029500
                                  VALUE(T.STTLM_DT, CURRENT DATE +      00029600
                                        :WS-AHEAD-DAYS DAYS)            00029700
                             THEN 'W'                                   00029800
                             ELSE 'N' END                               00029900
                 FROM  VTRNFR T                                         00030000
                      ,VASSET A                                         00030100
                 WHERE T.STTS_CD          < '300'                       00030200
                   AND T.STTS_CD         <> '140'                       00030300
                   AND A.CLIENT_NBR       = T.CLIENT_NBR                00030400
                   AND A.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR          00030500
                   AND A.SYM_CD          <> ' '                         00030600
                   AND VALUE(A.ASSET_OPTN_ADJ_IND, 'N') <> 'Y'          00030700
                 ORDER BY A.CLIENT_NBR, A.ACAT_CONTROL_NBR,             00030800
                          A.ASSET_SEQ_NBR                               00030900
           END-EXEC.                                                    00031000
                                                                        00031100
           EJECT                                                        00031200
      ***************************************************************   00031300
       LINKAGE SECTION.                                                 00031400
      ***************************************************************   00031500
       01  PARM-AREA.                                                   00031600
           05  PARM-LENGTH              PIC S9(4) COMP SYNC.            00031700
           05  PARM-DAYS                PIC  9(03).                     00031800
                                                                        00031900
           EJECT                                                        00032000
      ***************************************************************** 00032100
       PROCEDURE DIVISION USING PARM-AREA.                              00032200
      ***************************************************************** 00032300
                                                                        00032400
           DISPLAY '*** CAT774 - OPTION EXPIRATION/ASSIGNMENT ***'.     00032500
                                                                        00032600
           IF PARM-LENGTH = +3 AND PARM-DAYS NUMERIC                    00032700
              MOVE PARM-DAYS                TO  WS-AHEAD-DAYS           00032800
           END-IF.                                                      00032900
           DISPLAY 'SETTLEMENT HORIZON DAYS = ' WS-AHEAD-DAYS.          00033000
                                                                        00033100
           PERFORM 1000-INITIAL-RTN.                                    00033200
                                                                        00033300
           EXEC SQL                                                     00033400
              OPEN OPTCSR                                               00033500
           END-EXEC.                                                    00033600
           IF SQLCODE NOT = +0                                          00033700
              PERFORM 8000-DB2-ERROR-RTN                                00033800
           END-IF.                                                      00033900
                                                                        00034000
           PERFORM 2000-PROCESS-OPTION-RTN THRU 2000-EXIT               00034100
              UNTIL WS-END-OF-OPT.                                      00034200
                                                                        00034300
           EXEC SQL                                                     00034400
              CLOSE OPTCSR                                              00034500
           END-EXEC.                                                    00034600
                                                                        00034700
           EXEC SQL                                                     00034800
              COMMIT                                                    00034900
           END-EXEC.                                                    00035000
                                                                        00035100
           PERFORM 9000-EOJ-RTN.                                        00035200
                                                                        00035300
           GOBACK.                                                      00035400
                                                                        00035500
           EJECT                                                        00035600
      *****************                                                 00035700
       1000-INITIAL-RTN.                                                00035800
      *****************                                                 00035900
                                                                        00036000
           OPEN INPUT   OPTEVT-FILE.                                    00036100
           IF NOT OPTEVT-OK                                             00036200
              DISPLAY 'CAT774 - OPEN FAILED ON OPTEVT, STATUS = '       00036300
                       OPTEVT-STAT                                      00036400
              DISPLAY 'CAT774 ABENDED'                                  00036500
              CALL ABEND             USING ABEND-CODE                   00036600
           END-IF.                                                      00036700
           PERFORM 1100-LOAD-EVENT-RTN THRU 1100-EXIT                   00036800
              UNTIL OPTEVT-EOF.                                         00036900
           CLOSE OPTEVT-FILE.                                           00037000
                                                                        00037100
           OPEN OUTPUT  ADJUST-FILE                                     00037200
                        REPORT-FILE.                                    00037300
                                                                        00037400
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00037500
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00037600
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00037700
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00037800
           MOVE '20'                        TO  WS-RUN-DATE (1 : 2).    00037900
           MOVE WS-ACCEPT-DATE              TO  WS-RUN-DATE (3 : 6).    00038000
                                                                        00038100
           WRITE REPORT-RECORD            FROM  HDR1-RECORD.            00038200
           WRITE REPORT-RECORD            FROM  HDR2-RECORD.            00038300
                                                                        00038400
      *---------------------------------------------------------------  00038500
      * 1100-LOAD-EVENT-RTN - THE TABLE IS BINARY-SEARCHED, SO THE      00038600
      * NOTICES MUST BE IN KEY SEQUENCE.  PARTIAL NOTICES FOR ONE       00038700
      * POSITION ARE ADDED TOGETHER.                                    00038800
      *---------------------------------------------------------------  00038900
       1100-LOAD-EVENT-RTN.                                             00039000
                                                                        00039100
           READ OPTEVT-FILE                                             00039200
               AT END                                                   00039300
                   SET OPTEVT-EOF           TO  TRUE                    00039400
                   GO TO 1100-EXIT                                      00039500
           END-READ.                                                    00039600
                                                                        00039700
           IF WS-EV-CNT > +0                                            00039800
              IF OPX-KEY < WS-EV-KEY (WS-EV-CNT)                        00039900
                 DISPLAY 'CAT774 - OPTEVT OUT OF SEQUENCE - ABENDING'   00040000
                 MOVE 1100                  TO  ABEND-CODE              00040100
                 CALL ABEND              USING  ABEND-CODE              00040200
              END-IF                                                    00040300
              IF OPX-KEY = WS-EV-KEY (WS-EV-CNT)                        00040400
                 ADD OPX-CONTRACTS      TO  WS-EV-CONTRACTS (WS-EV-CNT) 00040500
                 GO TO 1100-EXIT                                        00040600
              END-IF                                                    00040700
           END-IF.                                                      00040800
                                                                        00040900
           IF WS-EV-CNT NOT < +5000                                     00041000
              DISPLAY 'CAT774 - OPTEVT TABLE FULL - ABENDING'           00041100
              MOVE 1100                     TO  ABEND-CODE              00041200
              CALL ABEND                 USING  ABEND-CODE              00041300
           END-IF.                                                      00041400
                                                                        00041500
           ADD 1                            TO  WS-EV-CNT.              00041600
           MOVE OPX-KEY                     TO  WS-EV-KEY (WS-EV-CNT).  00041700
           MOVE OPX-EVENT-CD           TO  WS-EV-EVENT-CD (WS-EV-CNT).  00041800
           MOVE OPX-CONTRACTS          TO  WS-EV-CONTRACTS (WS-EV-CNT). 00041900
           IF OPX-MULTIPLIER NUMERIC AND OPX-MULTIPLIER > ZERO          00042000
              MOVE OPX-MULTIPLIER     TO  WS-EV-MULTIPLIER (WS-EV-CNT)  00042100
           ELSE                                                         00042200
              MOVE 100                TO  WS-EV-MULTIPLIER (WS-EV-CNT)  00042300
           END-IF.                                                      00042400
           MOVE OPX-UNDL-CUSIP        TO  WS-EV-UNDL-CUSIP (WS-EV-CNT). 00042500
           MOVE OPX-UNDL-ADP-NBR    TO  WS-EV-UNDL-ADP-NBR (WS-EV-CNT). 00042600
                                                                        00042700
       1100-EXIT.                                                       00042800
           EXIT.                                                        00042900
                                                                        00043000
      *---------------------------------------------------------------  00043100
      * 1200-FIND-EVENT-RTN - LOOK UP WS-EV-SRCH-KEY.                   00043200
      *---------------------------------------------------------------  00043300
       1200-FIND-EVENT-RTN.                                             00043400
                                                                        00043500
           MOVE 'N'                         TO  WS-EV-FOUND-SW.         00043600
           MOVE +1                          TO  WS-EV-LO.               00043700
           MOVE WS-EV-CNT                   TO  WS-EV-HI.               00043800
           PERFORM 1210-PROBE-RTN                                       00043900
              UNTIL WS-EV-FOUND OR WS-EV-LO > WS-EV-HI.                 00044000
                                                                        00044100
       1210-PROBE-RTN.                                                  00044200
                                                                        00044300
           COMPUTE WS-EV-MID = (WS-EV-LO + WS-EV-HI) / 2.               00044400
           EVALUATE TRUE                                                00044500
              WHEN WS-EV-KEY (WS-EV-MID) = WS-EV-SRCH-KEY               00044600
                 SET WS-EV-FOUND            TO  TRUE                    00044700
              WHEN WS-EV-KEY (WS-EV-MID) < WS-EV-SRCH-KEY               00044800
                 COMPUTE WS-EV-LO = WS-EV-MID + 1                       00044900
              WHEN OTHER                                                00045000
                 COMPUTE WS-EV-HI = WS-EV-MID - 1                       00045100
           END-EVALUATE.                                                00045200
                                                                        00045300
           EJECT                                                        00045400
      ***********************                                           00045500
       2000-PROCESS-OPTION-RTN.                                         00045600
      ***********************                                           00045700
                                                                        00045800
           EXEC SQL                                                     00045900
              FETCH OPTCSR                                              00046000
                 INTO :WS-OPT-CLIENT                                    00046100
                     ,:WS-OPT-ACAT-CNTL                                 00046200
                     ,:WS-OPT-ASSET-SEQ                                 00046300
                     ,:WS-OPT-BRANCH                                    00046400
                     ,:WS-OPT-ACCT                                      00046500
                     ,:WS-OPT-SYM-CD                                    00046600
                     ,:WS-OPT-PUT-CALL-CD                               00046700
                     ,:WS-OPT-EXPTN-DT                                  00046800
                     ,:WS-OPT-STRIKE                                    00046900
                     ,:WS-OPT-QTY                                       00047000
                     ,:WS-OPT-STATE-CD                                  00047100
           END-EXEC.                                                    00047200
                                                                        00047300
           EVALUATE SQLCODE                                             00047400
              WHEN +100                                                 00047500
                 SET WS-END-OF-OPT          TO  TRUE                    00047600
                 GO TO 2000-EXIT                                        00047700
              WHEN +0                                                   00047800
                 ADD 1                      TO  WS-CNT-OPTIONS          00047900
              WHEN OTHER                                                00048000
                 PERFORM 8000-DB2-ERROR-RTN                             00048100
           END-EVALUATE.                                                00048200
                                                                        00048300
           MOVE WS-OPT-CLIENT               TO  WS-EVK-CLIENT.          00048400
           MOVE WS-OPT-BRANCH               TO  WS-EVK-BRANCH.          00048500
           MOVE WS-OPT-ACCT                 TO  WS-EVK-ACCT.            00048600
           MOVE WS-OPT-SYM-CD               TO  WS-EVK-SYM-CD.          00048700
           MOVE WS-OPT-PUT-CALL-CD          TO  WS-EVK-PUT-CALL-CD.     00048800
           MOVE WS-OPT-EXPTN-DT (1 : 4)     TO  WS-EVK-EXPTN-DT (1 : 4).00048900
           MOVE WS-OPT-EXPTN-DT (6 : 2)     TO  WS-EVK-EXPTN-DT (5 : 2).00049000
           MOVE WS-OPT-EXPTN-DT (9 : 2)     TO  WS-EVK-EXPTN-DT (7 : 2).00049100
           MOVE WS-OPT-STRIKE               TO  WS-EVK-STRIKE.          00049200
           PERFORM 1200-FIND-EVENT-RTN.                                 00049300
                                                                        00049400
           MOVE ZERO                        TO  WS-ADJ-CONTRACTS        00049500
                                                WS-ADJ-SHARES           00049600
                                                WS-ADJ-CASH.            00049700
                                                                        00049800
           EVALUATE TRUE                                                00049900
              WHEN WS-EV-FOUND                                          00050000
                 PERFORM 3000-EXERCISE-ASSIGN-RTN                       00050100
              WHEN WS-OPT-EXPIRED                                       00050200
                 ADD 1                      TO  WS-CNT-EXPIRED          00050300
                 MOVE 'EXP'                 TO  WS-ADJ-RSN-CD           00050400
                 MOVE WS-OPT-QTY            TO  WS-ADJ-CONTRACTS        00050500
                 PERFORM 4000-WRITE-DELETE-RTN                          00050600
                 PERFORM 4900-STAMP-ASSET-RTN                           00050700
                 MOVE 'EXPIRED - DELETED  '                             00050800
                                            TO  WS-RPT-MESSAGE          00050900
              WHEN WS-OPT-EXPIRES-FIRST                                 00051000
                 ADD 1                      TO  WS-CNT-WARNED           00051100
                 MOVE WS-OPT-QTY            TO  WS-ADJ-CONTRACTS        00051200
                 MOVE 'EXPIRES BEFORE STTL'                             00051300
                                            TO  WS-RPT-MESSAGE          00051400
              WHEN OTHER                                                00051500
                 GO TO 2000-EXIT                                        00051600
           END-EVALUATE.                                                00051700
                                                                        00051800
           PERFORM 5000-WRITE-DETAIL-RTN.                               00051900
                                                                        00052000
       2000-EXIT.                                                       00052100
           EXIT.                                                        00052200
                                                                        00052300
      *---------------------------------------------------------------  00052400
      * 3000-EXERCISE-ASSIGN-RTN - THE OPTION IS REPLACED BY THE        00052500
      * UNDERLYING STOCK AND THE STRIKE CASH.  NO MORE CONTRACTS ARE    00052600
      * TAKEN THAN THE TRANSFER CARRIES.                                00052700
      *---------------------------------------------------------------  00052800
       3000-EXERCISE-ASSIGN-RTN.                                        00052900
                                                                        00053000
           IF WS-EV-CONTRACTS (WS-EV-MID) < WS-OPT-QTY                  00053100
              MOVE WS-EV-CONTRACTS (WS-EV-MID) TO  WS-ADJ-CONTRACTS     00053200
           ELSE                                                         00053300
              MOVE WS-OPT-QTY               TO  WS-ADJ-CONTRACTS        00053400
           END-IF.                                                      00053500
           MOVE WS-EV-MULTIPLIER (WS-EV-MID) TO  WS-ADJ-MULTIPLIER.     00053600
           COMPUTE WS-ADJ-SHARES =                                      00053700
                   WS-ADJ-CONTRACTS * WS-ADJ-MULTIPLIER.                00053800
                                                                        00053900
           IF WS-EV-EVENT-CD (WS-EV-MID) = 'A'                          00054000
              ADD 1                         TO  WS-CNT-ASSIGNED         00054100
              MOVE 'ASN'                    TO  WS-ADJ-RSN-CD           00054200
              MOVE 'ASSIGNED - REPLACED'    TO  WS-RPT-MESSAGE          00054300
           ELSE                                                         00054400
              ADD 1                         TO  WS-CNT-EXERCISED        00054500
              MOVE 'EXR'                    TO  WS-ADJ-RSN-CD           00054600
              MOVE 'EXERCISED - REPLACED'   TO  WS-RPT-MESSAGE          00054700
           END-IF.                                                      00054800
                                                                        00054900
      *    SHARES COME IN ON AN EXERCISED CALL OR AN ASSIGNED PUT,      00055000
      *    AND GO OUT ON AN EXERCISED PUT OR AN ASSIGNED CALL.          00055100
           IF (WS-EV-EVENT-CD (WS-EV-MID) = 'A'                         00055200
               AND WS-OPT-PUT-CALL-CD = 'P')                            00055300
           OR (WS-EV-EVENT-CD (WS-EV-MID) NOT = 'A'                     00055400
               AND WS-OPT-PUT-CALL-CD NOT = 'P')                        00055500
              CONTINUE                                                  00055600
           ELSE                                                         00055700
              COMPUTE WS-ADJ-SHARES = ZERO - WS-ADJ-SHARES              00055800
           END-IF.                                                      00055900
           COMPUTE WS-ADJ-CASH ROUNDED =                                00056000
                   ZERO - (WS-ADJ-SHARES * WS-OPT-STRIKE).              00056100
                                                                        00056200
           PERFORM 4000-WRITE-DELETE-RTN.                               00056300
                                                                        00056400
           MOVE SPACES                      TO  ADJUST-RECORD.          00056500
           PERFORM 4100-ADJ-COMMON-RTN.                                 00056600
           MOVE 'S'                         TO  ADJ-TYPE-CD.            00056700
           MOVE WS-EV-UNDL-CUSIP (WS-EV-MID) TO  ADJ-UNDL-CUSIP.        00056800
           MOVE WS-EV-UNDL-ADP-NBR (WS-EV-MID)                          00056900
                                            TO  ADJ-UNDL-ADP-NBR.       00057000
           MOVE WS-ADJ-SHARES               TO  ADJ-QTY.                00057100
           MOVE ZERO                        TO  ADJ-AMT.                00057200
           WRITE ADJUST-RECORD.                                         00057300
           ADD 1                            TO  WS-CNT-ADJ-RECS.        00057400
                                                                        00057500
           MOVE SPACES                      TO  ADJUST-RECORD.          00057600
           PERFORM 4100-ADJ-COMMON-RTN.                                 00057700
           MOVE 'C'                         TO  ADJ-TYPE-CD.            00057800
           MOVE ZERO                        TO  ADJ-QTY.                00057900
           MOVE WS-ADJ-CASH                 TO  ADJ-AMT.                00058000
           WRITE ADJUST-RECORD.                                         00058100
           ADD 1                            TO  WS-CNT-ADJ-RECS.        00058200
                                                                        00058300
           PERFORM 4900-STAMP-ASSET-RTN.                                00058400
                                                                        00058500
           EJECT                                                        00058600
      *---------------------------------------------------------------  00058700
      * 4000-WRITE-DELETE-RTN - TAKE THE OPTION ASSET OFF THE           00058800
      * TRANSFER.                                                       00058900
      *---------------------------------------------------------------  00059000
       4000-WRITE-DELETE-RTN.                                           00059100
                                                                        00059200
           MOVE SPACES                      TO  ADJUST-RECORD.          00059300
           PERFORM 4100-ADJ-COMMON-RTN.                                 00059400
           MOVE 'D'                         TO  ADJ-TYPE-CD.            00059500
           MOVE WS-OPT-SYM-CD               TO  ADJ-SYM-CD.             00059600
           MOVE WS-OPT-PUT-CALL-CD          TO  ADJ-PUT-CALL-CD.        00059700
           MOVE WS-EVK-EXPTN-DT             TO  ADJ-EXPTN-DT.           00059800
           MOVE WS-OPT-STRIKE               TO  ADJ-STRIKE.             00059900
           COMPUTE ADJ-QTY = ZERO - WS-OPT-QTY.                         00060000
           MOVE ZERO                        TO  ADJ-AMT.                00060100
           WRITE ADJUST-RECORD.                                         00060200
           ADD 1                            TO  WS-CNT-ADJ-RECS.        00060300
                                                                        00060400
       4100-ADJ-COMMON-RTN.                                             00060500
                                                                        00060600
           MOVE WS-ADJ-RSN-CD               TO  ADJ-RSN-CD.             00060700
           MOVE WS-OPT-CLIENT               TO  ADJ-CLIENT.             00060800
           MOVE WS-OPT-ACAT-CNTL            TO  ADJ-ACAT-CNTL.          00060900
           MOVE WS-OPT-ASSET-SEQ            TO  ADJ-ASSET-SEQ.          00061000
           MOVE WS-OPT-BRANCH               TO  ADJ-BRANCH.             00061100
           MOVE WS-OPT-ACCT                 TO  ADJ-ACCT.               00061200
           MOVE WS-RUN-DATE                 TO  ADJ-RUN-DT.             00061300
                                                                        00061400
      *---------------------------------------------------------------  00061500
      * 4900-STAMP-ASSET-RTN - ONCE-ONLY CONTROL.                       00061600
      *---------------------------------------------------------------  00061700
       4900-STAMP-ASSET-RTN.                                            00061800
                                                                        00061900
           EXEC SQL                                                     00062000
              UPDATE VASSET                                             00062100
                 SET ASSET_OPTN_ADJ_IND = 'Y'                           00062200
                    ,UPDT_TMSTP         = CURRENT TIMESTAMP             00062300
                    ,PRGM_NM            = 'CAT774'                      00062400
               WHERE CLIENT_NBR         = :WS-OPT-CLIENT                00062500
                 AND ACAT_CONTROL_NBR   = :WS-OPT-ACAT-CNTL             00062600
                 AND ASSET_SEQ_NBR      = :WS-OPT-ASSET-SEQ             00062700
           END-EXEC.                                                    00062800
           IF SQLCODE NOT = +0                                          00062900
              PERFORM 8000-DB2-ERROR-RTN                                00063000
           END-IF.                                                      00063100
                                                                        00063200
           ADD 1                            TO  WS-COMMIT-CNT.          00063300
           IF WS-COMMIT-CNT > 99                                        00063400
              EXEC SQL                                                  00063500
                   COMMIT                                               00063600
              END-EXEC                                                  00063700
              MOVE 0                        TO  WS-COMMIT-CNT           00063800
           END-IF.                                                      00063900
                                                                        00064000
           EJECT                                                        00064100
      *********************                                             00064200
       5000-WRITE-DETAIL-RTN.                                           00064300
      *********************                                             00064400
                                                                        00064500
           MOVE WS-OPT-CLIENT               TO  DTL1-CLIENT.            00064600
           MOVE WS-OPT-BRANCH               TO  DTL1-BRANCH.            00064700
           MOVE WS-OPT-ACCT                 TO  DTL1-ACCT.              00064800
           MOVE WS-OPT-ACAT-CNTL            TO  DTL1-ACAT-CNTL.         00064900
           MOVE WS-OPT-ASSET-SEQ            TO  DTL1-ASSET-SEQ.         00065000
           MOVE WS-OPT-SYM-CD               TO  DTL1-SYM-CD.            00065100
           MOVE WS-OPT-PUT-CALL-CD          TO  DTL1-PUT-CALL-CD.       00065200
           MOVE WS-OPT-EXPTN-DT             TO  DTL1-EXPTN-DT.          00065300
           MOVE WS-OPT-STRIKE               TO  DTL1-STRIKE.            00065400
           MOVE WS-ADJ-CONTRACTS            TO  DTL1-CONTRACTS.         00065500
           MOVE WS-ADJ-SHARES               TO  DTL1-SHARES.            00065600
           MOVE WS-ADJ-CASH                 TO  DTL1-CASH.              00065700
           MOVE WS-RPT-MESSAGE              TO  DTL1-MESSAGE.           00065800
           WRITE REPORT-RECORD            FROM  DTL1-RECORD.            00065900
                                                                        00066000
           EJECT                                                        00066100
      ******************                                                00066200
       8000-DB2-ERROR-RTN.                                              00066300
      ******************                                                00066400
                                                                        00066500
           DISPLAY 'CAT774 - DB2 ERROR, SQLCODE = ' SQLCODE.            00066600
           CALL DSNTIAR               USING  SQLCA                      00066700
                                             WS-DB2-MESSAGE-AREA        00066800
                                             WS-ERR-LINE-LEN            00066900
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00067000
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00067100
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00067200
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00067300
                 END-IF                                                 00067400
           END-PERFORM.                                                 00067500
           DISPLAY 'CAT774 ABENDED'.                                    00067600
           CALL ABEND                 USING  ABEND-CODE.                00067700
                                                                        00067800
           EJECT                                                        00067900
      ************                                                      00068000
       9000-EOJ-RTN.                                                    00068100
      ************                                                      00068200
                                                                        00068300
           MOVE 'OPTION ASSETS ON OPEN TRANSFERS '  TO  TRL1-LABEL.     00068400
           MOVE WS-CNT-OPTIONS              TO  TRL1-COUNT.             00068500
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00068600
                                                                        00068700
           MOVE ' '                         TO  TRL1-CC.                00068800
           MOVE 'EXPIRED - DELETED               '  TO  TRL1-LABEL.     00068900
           MOVE WS-CNT-EXPIRED              TO  TRL1-COUNT.             00069000
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00069100
                                                                        00069200
           MOVE 'EXERCISED - REPLACED            '  TO  TRL1-LABEL.     00069300
           MOVE WS-CNT-EXERCISED            TO  TRL1-COUNT.             00069400
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00069500
                                                                        00069600
           MOVE 'ASSIGNED - REPLACED             '  TO  TRL1-LABEL.     00069700
           MOVE WS-CNT-ASSIGNED             TO  TRL1-COUNT.             00069800
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00069900
                                                                        00070000
           MOVE 'EXPIRES BEFORE SETTLEMENT       '  TO  TRL1-LABEL.     00070100
           MOVE WS-CNT-WARNED               TO  TRL1-COUNT.             00070200
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00070300
                                                                        00070400
           MOVE 'ADJUSTMENT RECORDS WRITTEN      '  TO  TRL1-LABEL.     00070500
           MOVE WS-CNT-ADJ-RECS             TO  TRL1-COUNT.             00070600
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00070700
                                                                        00070800
           CLOSE ADJUST-FILE                                            00070900
                 REPORT-FILE.                                           00071000
                                                                        00071100
           DISPLAY ' '                                                  00071200
           DISPLAY 'EXPIRED:                ' WS-CNT-EXPIRED            00071300
           DISPLAY 'EXERCISED:              ' WS-CNT-EXERCISED          00071400
           DISPLAY 'ASSIGNED:               ' WS-CNT-ASSIGNED           00071500
           DISPLAY 'EXPIRING BEFORE STTL:   ' WS-CNT-WARNED             00071600
           DISPLAY ' '                                                  00071700
           DISPLAY '*************************'                          00071800
           DISPLAY '* END OF CAT774 PROGRAM *'                          00071900
           DISPLAY '*************************'                          00072000
           DISPLAY ' '.                                                 00072100
