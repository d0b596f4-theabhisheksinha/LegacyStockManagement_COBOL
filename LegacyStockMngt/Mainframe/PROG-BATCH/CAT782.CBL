000001* PDX    - CAT782   C0369783 10/15/26 20:06:44 TBTIKUO            00000100
000001* CREATED FOR SSR 114455.  SYSTEMATIC-PLAN CARRYOVER FOR INCOMING 00000200
000001* MUTUAL-FUND TRANSFERS.  THE FUND REGISTRATION (VFNDRGST) CARRIES00000300
000001* THE PAC, SWP, ACH AND CHECK-WRITING INDICATORS, BUT A PLAN ON A 00000400
000001* FUND POSITION THAT TRANSFERS IN STOPS SILENTLY.  FOR EVERY      00000500
000001* RECEIVED TRANSFER THAT SETTLED ON THE RUN DATE THIS READS THE   00000600
000001* REGISTRATIONS SHOWING AN ACTIVE PLAN AND WRITES A PLAN SET-UP   00000700
000001* FEED FOR THE SYSTEMATIC-PLAN SYSTEM; PLANS THAT CANNOT BE SET   00000800
000001* UP AUTOMATICALLY GO TO A FOLLOW-UP LIST FOR THE BRANCH.         00000900
       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID.  CAT782.                                             00001100
       AUTHOR.      LARRY MUREY.                                        00001200
       DATE-WRITTEN.  OCT 2026.                                         00001300
      *---------------------------------------------------------------* 00001400
      *                         REMARKS                               * 00001500
      * RUNS NIGHTLY AFTER SETTLEMENT.                                * 00001600
      * INPUTS:  VTRNFR   - RECEIVED TRANSFERS, STATUS 310, SETTLED   * 00001700
      *                     ON THE RUN DATE                           * 00001800
      *          VFNDRGST - FUND REGISTRATION OF EACH FUND ASSET      * 00001900
      *          VASSET   - DELIVERED FUND ASSET                      * 00002000
      * OUTPUTS: PLANFEED - PLAN SET-UP FEED, ONE RECORD PER PLAN     * 00002100
      *          PLANFLUP - PLANS NEEDING BRANCH FOLLOW-UP            * 00002200
      *          RPTPI    - CARRYOVER REPORT BY BRANCH                * 00002300
      * PARM:    OPTIONAL SETTLE DATE YYYY-MM-DD TO RE-RUN A PRIOR    * 00002400
      *          DAY; DEFAULT IS THE CURRENT DATE.                    * 00002500
      * A PLAN GOES TO FOLLOW-UP WHEN:                                * 00002600
      *   PAC/ACH - NO BANK ACCOUNT OR ABA ROUTING NUMBER             * 00002700
      *   PAC/SWP - NO EFFECTIVE DATE                                 * 00002800
      *   SWP     - NO WITHDRAWAL AMOUNT                              * 00002900
      *   CHECK-WRITING - ALWAYS (NEW SIGNATURE CARD REQUIRED)        * 00003000
      *---------------------------------------------------------------* 00003100
           EJECT                                                        00003200
      ***************************************************************** 00003300
       ENVIRONMENT DIVISION.                                            00003400
      ***************************************************************** 00003500
       INPUT-OUTPUT SECTION.                                            00003600
       FILE-CONTROL.                                                    00003700
           SELECT PLAN-FILE            ASSIGN  TO  PLANFEED.            00003800
           SELECT FOLLOWUP-FILE        ASSIGN  TO  PLANFLUP.            00003900
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00004000
                                                                        00004100
      ***************************************************************** 00004200
       DATA DIVISION.                                                   00004300
      ***************************************************************** 00004400
                                                                        00004500
       FILE SECTION.                                                    00004600
                                                                        00004700
       FD  PLAN-FILE                                                    00004800
           RECORDING MODE F                                             00004900
           BLOCK CONTAINS 0 RECORDS                                     00005000
           LABEL RECORDS ARE STANDARD                                   00005100
           RECORD CONTAINS 150 CHARACTERS.                              00005200
       01  PLAN-RECORD.                                                 00005300
           05  PLN-CLIENT              PIC X(04).                       00005400
           05  PLN-ACAT-CNTL           PIC X(14).                       00005500
           05  PLN-ASSET-SEQ           PIC 9(09).                       00005600
           05  PLN-BRANCH              PIC X(03).                       00005700
           05  PLN-ACCT                PIC X(05).                       00005800
           05  PLN-TYPE-CD             PIC X(01).                       00005900
               88  PLN-PAC                        VALUE 'P'.            00006000
               88  PLN-SWP                        VALUE 'S'.            00006100
               88  PLN-ACH                        VALUE 'A'.            00006200
               88  PLN-CHECK-WRITING              VALUE 'C'.            00006300
           05  PLN-CUSIP               PIC X(09).                       00006400
           05  PLN-FUND-ACCT-NBR       PIC X(20).                       00006500
           05  PLN-EFFCT-DT            PIC X(10).                       00006600
           05  PLN-AMT                 PIC S9(13)V99.                   00006700
           05  PLN-DSBMT-OPTN-CD       PIC X(01).                       00006800
           05  PLN-PYMNT-DT-CD         PIC X(02).                       00006900
           05  PLN-PYMNT-MONTHS        PIC X(12).                       00007000
           05  PLN-BNK-ACCT-NBR        PIC X(17).                       00007100
           05  PLN-BNK-TYPE-CD         PIC X(01).                       00007200
           05  PLN-ABA-ROUTING-NBR     PIC X(09).                       00007300
           05  PLN-STTLM-DT            PIC X(10).                       00007400
           05  FILLER                  PIC X(08).                       00007500
                                                                        00007600
       FD  FOLLOWUP-FILE                                                00007700
           RECORDING MODE F                                             00007800
           BLOCK CONTAINS 0 RECORDS                                     00007900
           LABEL RECORDS ARE STANDARD                                   00008000
           RECORD CONTAINS 150 CHARACTERS.                              00008100
       01  FOLLOWUP-RECORD.                                             00008200
           05  FLP-PLAN-DATA           PIC X(142).                      00008300
           05  FLP-RSN-CD              PIC X(04).                       00008400
               88  FLP-NO-BANK                    VALUE 'NBNK'.         00008500
               88  FLP-NO-EFFCT-DT                VALUE 'NDAT'.         00008600
               88  FLP-NO-AMOUNT                  VALUE 'NAMT'.         00008700
               88  FLP-SIGNATURE-CARD             VALUE 'SIGN'.         00008800
           05  FILLER                  PIC X(04).                       00008900
                                                                        00009000
       FD  REPORT-FILE                                                  00009100
           RECORDING MODE F                                             00009200
           BLOCK CONTAINS 0 RECORDS                                     00009300
           LABEL RECORDS ARE STANDARD                                   00009400
           RECORD CONTAINS 132 CHARACTERS.                              00009500
       01  REPORT-RECORD                PIC  X(132).                    00009600
                                                                        00009700
           EJECT                                                        00009800
      ***************************************************************** 00009900
       WORKING-STORAGE SECTION.                                         00010000
      ***************************************************************** 00010100
                                                                        00010200
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00010300
                                                                        00010400
       01  CALL-MODULES.                                                00010500
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00010600
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00010700
                                                                        00010800
       01  WS-END-OF-PLN-SW             PIC  X(01)  VALUE 'N'.          00010900
           88  WS-END-OF-PLN                       VALUE 'Y'.           00011000
                                                                        00011100
      *  HOST VARIABLES                                                 00011200
       01  WS-RUN-STTLM-DT              PIC  X(10)  VALUE SPACES.       00011300
       01  WS-PLN-AREA.                                                 00011400
           05  WS-PLN-CLIENT            PIC  X(04).                     00011500
           05  WS-PLN-ACAT-CNTL         PIC  X(14).                     00011600
           05  WS-PLN-ASSET-SEQ         PIC S9(09) COMP.                00011700
           05  WS-PLN-BRANCH            PIC  X(03).                     00011800
           05  WS-PLN-ACCT              PIC  X(05).                     00011900
           05  WS-PLN-CUSIP             PIC  X(09).                     00012000
           05  WS-PLN-FNBR              PIC  X(20).                     00012100
           05  WS-PLN-PAC-IND           PIC  X(01).                     00012200
               88  WS-PLN-HAS-PAC                  VALUE 'Y'.           00012300
           05  WS-PLN-SWP-IND           PIC  X(01).                     00012400
               88  WS-PLN-HAS-SWP                  VALUE 'Y'.           00012500
           05  WS-PLN-ACH-IND           PIC  X(01).                     00012600
               88  WS-PLN-HAS-ACH                  VALUE 'Y'.           00012700
           05  WS-PLN-CHCK-IND          PIC  X(01).                     00012800
               88  WS-PLN-HAS-CHCK                 VALUE 'Y'.           00012900
           05  WS-PLN-EFFCT-DT          PIC  X(10).                     00013000
               88  WS-PLN-NO-EFFCT-DT              VALUE SPACES         00013100
                                                         '0001-01-01'.  00013200
           05  WS-PLN-DSBMT-OPTN-CD     PIC  X(01).                     00013300
           05  WS-PLN-DSBMT-AMT         PIC S9(13)V99 COMP-3.           00013400
           05  WS-PLN-PYMNT-DT-CD       PIC  X(02).                     00013500
           05  WS-PLN-PYMNT-MONTHS      PIC  X(12).                     00013600
           05  WS-PLN-BNK-ACCT-NBR      PIC  X(17).                     00013700
           05  WS-PLN-BNK-TYPE-CD       PIC  X(01).                     00013800
           05  WS-PLN-ABA-ROUTING-NBR   PIC  X(09).                     00013900
                                                                        00014000
       01  WS-FLP-RSN-CD                PIC  X(04)  VALUE SPACES.       00014100
       01  WS-PREV-BRANCH               PIC  X(03)  VALUE LOW-VALUES.   00014200
                                                                        00014300
       01  WS-CNT-REGS                  PIC S9(07) COMP-3  VALUE ZERO.  00014400
       01  WS-CNT-FEED                  PIC S9(07) COMP-3  VALUE ZERO.  00014500
       01  WS-CNT-FOLLOWUP              PIC S9(07) COMP-3  VALUE ZERO.  00014600
       01  WS-CNT-PAC                   PIC S9(07) COMP-3  VALUE ZERO.  00014700
       01  WS-CNT-SWP                   PIC S9(07) COMP-3  VALUE ZERO.  00014800
       01  WS-CNT-ACH                   PIC S9(07) COMP-3  VALUE ZERO.  00014900
       01  WS-CNT-CHCK                  PIC S9(07) COMP-3  VALUE ZERO.  00015000
                                                                        00015100
       01  WS-ACCEPT-DATE.                                              00015200
           05  WS-ACCEPT-YY             PIC  9(02).                     00015300
           05  WS-ACCEPT-MM             PIC  9(02).                     00015400
           05  WS-ACCEPT-DD             PIC  9(02).                     00015500
                                                                        00015600
       01  WS-DB2-MESSAGE-AREA.                                         00015700
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00015800
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00015900
               INDEXED BY WS-ERROR-INDEX.                               00016000
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00016100
                                                                        00016200
           EJECT                                                        00016300
       01  HDR1-RECORD.                                                 00016400
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00016500
           05  FILLER                   PIC  X(30)  VALUE               00016600
               'CAT782 - SYSTEMATIC-PLAN CARRY'.                        00016700
           05  FILLER                   PIC  X(30)  VALUE               00016800
               'OVER      SETTLED             '.                        00016900
           05  HDR1-STTLM-DT            PIC  X(10).                     00017000
           05  FILLER                   PIC  X(13)  VALUE SPACES.       00017100
           05  FILLER                   PIC  X(06)  VALUE 'DATE: '.     00017200
           05  HDR1-DATE-MM             PIC  X(02).                     00017300
           05  FILLER                   PIC  X(01)  VALUE '/'.          00017400
           05  HDR1-DATE-DD             PIC  X(02).                     00017500
           05  FILLER                   PIC  X(01)  VALUE '/'.          00017600
           05  HDR1-DATE-YY             PIC  X(02).                     00017700
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00017800
                                                                        00017900
       01  HDR2-RECORD.                                                 00018000
           05  HDR2-CC                  PIC  X(01)  VALUE '0'.          00018100
           05  FILLER                   PIC  X(30)  VALUE               00018200
               ' CLNT CONTROL NBR     ACCT  CU'.                        00018300
           05  FILLER                   PIC  X(30)  VALUE               00018400
               'SIP     FUND ACCOUNT         P'.                        00018500
           05  FILLER                   PIC  X(30)  VALUE               00018600
               'LAN  EFFECTIVE              AM'.                        00018700
           05  FILLER                   PIC  X(30)  VALUE               00018800
               'OUNT DISPOSITION              '.                        00018900
           05  FILLER                   PIC  X(11)  VALUE SPACES.       00019000
                                                                        00019100
       01  BRN1-RECORD.                                                 00019200
           05  BRN1-CC                  PIC  X(01)  VALUE '0'.          00019300
           05  FILLER                   PIC  X(08)  VALUE 'BRANCH: '.   00019400
           05  BRN1-BRANCH              PIC  X(03).                     00019500
           05  FILLER                   PIC  X(120) VALUE SPACES.       00019600
                                                                        00019700
       01  DTL1-RECORD.                                                 00019800
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00019900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00020000
           05  DTL1-CLIENT              PIC  X(04).                     00020100
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00020200
           05  DTL1-ACAT-CNTL           PIC  X(14).                     00020300
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00020400
           05  DTL1-ACCT                PIC  X(05).                     00020500
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00020600
           05  DTL1-CUSIP               PIC  X(09).                     00020700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00020800
           05  DTL1-FNBR                PIC  X(20).                     00020900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00021000
           05  DTL1-PLAN                PIC  X(04).                     00021100
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00021200
           05  DTL1-EFFCT-DT            PIC  X(10).                     00021300
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00021400
           05  DTL1-AMT                 PIC  ZZZ,ZZZ,ZZZ,ZZ9.99-.       00021500
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00021600
           05  DTL1-DISPOSITION         PIC  X(30).                     00021700
           05  FILLER                   PIC  X(07)  VALUE SPACES.       00021800
                                                                        00021900
       01  TRL1-RECORD.                                                 00022000
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00022100
           05  TRL1-LABEL               PIC  X(32).                     00022200
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00022300
           05  FILLER                   PIC  X(88)  VALUE SPACES.       00022400
                                                                        00022500
           EJECT                                                        00022600
      *DB2 COMMUNICATION AREA                                           00022700
           EXEC SQL                                                     00022800
              INCLUDE SQLCA                                             00022900
           END-EXEC.                                                    00023000
                                                                        00023100
      *----------------------------------------------------------------*00023200
      *  FUND REGISTRATIONS WITH AN ACTIVE PLAN ON RECEIVED TRANSFERS  *00023300
      *  SETTLED ON THE RUN DATE.  ONLY ASSETS THAT ACTUALLY ARRIVED.  *00023400
      *----------------------------------------------------------------*00023500
           EXEC SQL                                                     00023600
              DECLARE PLNCSR CURSOR FOR                                 00023700
                 SELECT T.CLIENT_NBR                                    00023800
                       ,T.ACAT_CONTROL_NBR                              00023900
                       ,F.ASSET_SEQ_NBR                                 00024000
                       ,T.BRANCH_CD                                     00024100
                       ,T.ACCT_CD                                       00024200
                       ,VALUE(A.ISIN_SEC_ISSUE_CD, ' ')                 00024300
                       ,VALUE(F.FNBR, ' ')                              00024400
                       ,VALUE(F.PAC_IND, 'N')                           00024500
                       ,VALUE(F.SWP_IND, 'N')                           00024600
                       ,VALUE(F.ACH_IND, 'N')                           00024700
                       ,VALUE(F.CHCK_WRTNG_IND, 'N')                    00024800
                       ,VALUE(CHAR(F.SWP_PAC_EFFCT_DT, ISO), ' ')       00024900
                       ,VALUE(F.DSBMT_OPTN_CD, ' ')                     00025000
                       ,VALUE(F.DSBMT_AMT, 0)                           00025100
                       ,VALUE(F.PYMNT_DT_CD, ' ')                       00025200
                       ,VALUE(F.PYMNT_JAN_IND, ' ')                     00025300
                     CONCAT VALUE(F.PYMNT_FEB_IND, ' ')                 00025400
                     CONCAT VALUE(F.PYMNT_MAR_IND, ' ')                 00025500
                     CONCAT VALUE(F.PYMNT_APR_IND, ' ')                 00025600
                     CONCAT VALUE(F.PYMNT_MAY_IND, ' ')                 00025700
                     CONCAT VALUE(F.PYMNT_JUN_IND, ' ')                 00025800
                     CONCAT VALUE(F.PYMNT_JUL_IND, ' ')                 00025900
                     CONCAT VALUE(F.PYMNT_AUG_IND, ' ')                 00026000
                     CONCAT VALUE(F.PYMNT_SEP_IND, ' ')                 00026100
                     CONCAT VALUE(F.PYMNT_OCT_IND, ' ')                 00026200
                     CONCAT VALUE(F.PYMNT_NOV_IND, ' ')                 00026300
                     CONCAT VALUE(F.PYMNT_DEC_IND, ' ')                 00026400
                       ,VALUE(F.SHRHR_BNK_ACCT_NBR, ' ')                00026500
                       ,VALUE(F.SHRHR_BNK_TYPE_CD, ' ')                 00026600
                       ,VALUE(F.ABA_ROUTING_NBR, ' ')                   00026700
                 FROM  VTRNFR T                                         00026800
                       INNER JOIN VFNDRGST F                            00026900
                         ON  F.CLIENT_NBR       = T.CLIENT_NBR          00027000
                         AND F.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR    00027100
                       INNER JOIN VASSET A                              00027200
                         ON  A.CLIENT_NBR       = F.CLIENT_NBR          00027300
                         AND A.ACAT_CONTROL_NBR = F.ACAT_CONTROL_NBR    00027400
                         AND A.ASSET_SEQ_NBR    = F.ASSET_SEQ_NBR       00027500
                 WHERE T.DSTBN_SIDE_CD    = 'R'                         00027600
                   AND T.STTS_CD          = '310'                       00027700
                   AND T.STTLM_DT         = :WS-RUN-STTLM-DT            00027800
                   AND (F.PAC_IND         = 'Y'                         00027900
                    OR  F.SWP_IND         = 'Y'                         00028000
                    OR  F.ACH_IND         = 'Y'                         00028100
                    OR  F.CHCK_WRTNG_IND  = 'Y')                        00028200
                 ORDER BY T.BRANCH_CD, T.ACCT_CD, T.CLIENT_NBR,         00028300
                          T.ACAT_CONTROL_NBR, F.ASSET_SEQ_NBR           00028400
                 FOR READ ONLY WITH UR                                  00028500
           END-EXEC.                                                    00028600
                                                                        00028700
           EJECT                                                        00028800
       LINKAGE SECTION.                                                 00028900
       01  PARM-AREA.                                                   00029000
           05  PARM-LENGTH              PIC S9(4) COMP SYNC.            00029100
           05  PARM-STTLM-DT            PIC  X(10).                     00029200
                                                                        00029300
      ***************************************************************** 00029400
       PROCEDURE DIVISION USING PARM-AREA.                              00029500
      ***************************************************************** 00029600
                                                                        00029700
           DISPLAY '*** CAT782 - SYSTEMATIC-PLAN CARRYOVER ***'.        00029800
                                                                        00029900
           PERFORM 1000-INITIAL-RTN.                                    00030000
                                                                        00030100
           EXEC SQL                                                     00030200
              OPEN PLNCSR                                               00030300
           END-EXEC.                                                    00030400
           IF SQLCODE NOT = +0                                          00030500
              PERFORM 8000-DB2-ERROR-RTN                                00030600
           END-IF.                                                      00030700
                                                                        00030800
           PERFORM 2000-PROCESS-REG-RTN THRU 2000-EXIT                  00030900
              UNTIL WS-END-OF-PLN.                                      00031000
                                                                        00031100
           EXEC SQL                                                     00031200
              CLOSE PLNCSR                                              00031300
           END-EXEC.                                                    00031400
                                                                        00031500
           PERFORM 9000-EOJ-RTN.                                        00031600
                                                                        00031700
           GOBACK.                                                      00031800
                                                                        00031900
           EJECT                                                        00032000
      *****************                                                 00032100
       1000-INITIAL-RTN.                                                00032200
      *****************                                                 00032300
                                                                        00032400
           IF PARM-LENGTH = +10                                         00032500
              MOVE PARM-STTLM-DT            TO  WS-RUN-STTLM-DT         00032600
           ELSE                                                         00032700
              EXEC SQL                                                  00032800
                 SELECT  CHAR(CURRENT DATE, ISO)                        00032900
                   INTO :WS-RUN-STTLM-DT                                00033000
                   FROM  SYSIBM.SYSDUMMY1                               00033100
              END-EXEC                                                  00033200
              IF SQLCODE NOT = +0                                       00033300
                 PERFORM 8000-DB2-ERROR-RTN                             00033400
              END-IF                                                    00033500
           END-IF.                                                      00033600
           DISPLAY 'CAT782 - SETTLE DATE ' WS-RUN-STTLM-DT.             00033700
                                                                        00033800
           OPEN OUTPUT  PLAN-FILE                                       00033900
                        FOLLOWUP-FILE                                   00034000
                        REPORT-FILE.                                    00034100
                                                                        00034200
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00034300
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00034400
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00034500
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00034600
           MOVE WS-RUN-STTLM-DT             TO  HDR1-STTLM-DT.          00034700
                                                                        00034800
           WRITE REPORT-RECORD            FROM  HDR1-RECORD.            00034900
           WRITE REPORT-RECORD            FROM  HDR2-RECORD.            00035000
                                                                        00035100
           EJECT                                                        00035200
      *---------------------------------------------------------------  00035300
      * 2000-PROCESS-REG-RTN - ONE REGISTRATION MAY CARRY SEVERAL       00035400
      * PLANS; EACH IS FED OR FOLLOWED UP ON ITS OWN.                   00035500
      *---------------------------------------------------------------  00035600
       2000-PROCESS-REG-RTN.                                            00035700
                                                                        00035800
           EXEC SQL                                                     00035900
              FETCH PLNCSR                                              00036000
                 INTO :WS-PLN-CLIENT                                    00036100
                     ,:WS-PLN-ACAT-CNTL                                 00036200
                     ,:WS-PLN-ASSET-SEQ                                 00036300
                     ,:WS-PLN-BRANCH                                    00036400
                     ,:WS-PLN-ACCT                                      00036500
                     ,:WS-PLN-CUSIP                                     00036600
                     ,:WS-PLN-FNBR                                      00036700
                     ,:WS-PLN-PAC-IND                                   00036800
                     ,:WS-PLN-SWP-IND                                   00036900
                     ,:WS-PLN-ACH-IND                                   00037000
                     ,:WS-PLN-CHCK-IND                                  00037100
                     ,:WS-PLN-EFFCT-DT                                  00037200
                     ,:WS-PLN-DSBMT-OPTN-CD                             00037300
                     ,:WS-PLN-DSBMT-AMT                                 00037400
                     ,:WS-PLN-PYMNT-DT-CD                               00037500
                     ,:WS-PLN-PYMNT-MONTHS                              00037600
                     ,:WS-PLN-BNK-ACCT-NBR                              00037700
                     ,:WS-PLN-BNK-TYPE-CD                               00037800
                     ,:WS-PLN-ABA-ROUTING-NBR                           00037900
           END-EXEC.                                                    00038000
                                                                        00038100
           EVALUATE SQLCODE                                             00038200
              WHEN +100                                                 00038300
                 SET WS-END-OF-PLN          TO  TRUE                    00038400
                 GO TO 2000-EXIT                                        00038500
              WHEN +0                                                   00038600
                 CONTINUE                                               00038700
              WHEN OTHER                                                00038800
                 PERFORM 8000-DB2-ERROR-RTN                             00038900
           END-EVALUATE.                                                00039000
           ADD 1                            TO  WS-CNT-REGS.            00039100
                                                                        00039200
           IF WS-PLN-BRANCH NOT = WS-PREV-BRANCH                        00039300
              MOVE WS-PLN-BRANCH            TO  BRN1-BRANCH             00039400
                                                WS-PREV-BRANCH          00039500
              WRITE REPORT-RECORD         FROM  BRN1-RECORD             00039600
           END-IF.                                                      00039700
                                                                        00039800
           IF WS-PLN-HAS-PAC                                            00039900
              ADD 1                         TO  WS-CNT-PAC              00040000
              PERFORM 2100-BUILD-PLAN-RTN                               00040100
              SET PLN-PAC                   TO  TRUE                    00040200
              MOVE ZERO                     TO  PLN-AMT                 00040300
              EVALUATE TRUE                                             00040400
                 WHEN WS-PLN-BNK-ACCT-NBR = SPACES                      00040500
                 OR   WS-PLN-ABA-ROUTING-NBR = SPACES                   00040600
                    MOVE 'NBNK'             TO  WS-FLP-RSN-CD           00040700
                 WHEN WS-PLN-NO-EFFCT-DT                                00040800
                    MOVE 'NDAT'             TO  WS-FLP-RSN-CD           00040900
              END-EVALUATE                                              00041000
              PERFORM 2200-WRITE-PLAN-RTN THRU 2200-EXIT                00041100
           END-IF.                                                      00041200
                                                                        00041300
           IF WS-PLN-HAS-SWP                                            00041400
              ADD 1                         TO  WS-CNT-SWP              00041500
              PERFORM 2100-BUILD-PLAN-RTN                               00041600
              SET PLN-SWP                   TO  TRUE                    00041700
              EVALUATE TRUE                                             00041800
                 WHEN WS-PLN-DSBMT-AMT NOT > ZERO                       00041900
                    MOVE 'NAMT'             TO  WS-FLP-RSN-CD           00042000
                 WHEN WS-PLN-NO-EFFCT-DT                                00042100
                    MOVE 'NDAT'             TO  WS-FLP-RSN-CD           00042200
              END-EVALUATE                                              00042300
              PERFORM 2200-WRITE-PLAN-RTN THRU 2200-EXIT                00042400
           END-IF.                                                      00042500
                                                                        00042600
           IF WS-PLN-HAS-ACH                                            00042700
              ADD 1                         TO  WS-CNT-ACH              00042800
              PERFORM 2100-BUILD-PLAN-RTN                               00042900
              SET PLN-ACH                   TO  TRUE                    00043000
              MOVE ZERO                     TO  PLN-AMT                 00043100
              IF WS-PLN-BNK-ACCT-NBR = SPACES                           00043200
              OR WS-PLN-ABA-ROUTING-NBR = SPACES                        00043300
                 MOVE 'NBNK'                TO  WS-FLP-RSN-CD           00043400
              END-IF                                                    00043500
              PERFORM 2200-WRITE-PLAN-RTN THRU 2200-EXIT                00043600
           END-IF.                                                      00043700
                                                                        00043800
           IF WS-PLN-HAS-CHCK                                           00043900
              ADD 1                         TO  WS-CNT-CHCK             00044000
              PERFORM 2100-BUILD-PLAN-RTN                               00044100
              SET PLN-CHECK-WRITING         TO  TRUE                    00044200
              MOVE ZERO                     TO  PLN-AMT                 00044300
              MOVE 'SIGN'                   TO  WS-FLP-RSN-CD           00044400
              PERFORM 2200-WRITE-PLAN-RTN THRU 2200-EXIT                00044500
           END-IF.                                                      00044600
                                                                        00044700
       2000-EXIT.                                                       00044800
           EXIT.                                                        00044900
                                                                        00045000
      *********************                                             00045100
       2100-BUILD-PLAN-RTN.                                             00045200
      *********************                                             00045300
                                                                        00045400
           MOVE SPACES                      TO  PLAN-RECORD             00045500
                                                WS-FLP-RSN-CD.          00045600
           MOVE WS-PLN-CLIENT               TO  PLN-CLIENT.             00045700
           MOVE WS-PLN-ACAT-CNTL            TO  PLN-ACAT-CNTL.          00045800
           MOVE WS-PLN-ASSET-SEQ            TO  PLN-ASSET-SEQ.          00045900
           MOVE WS-PLN-BRANCH               TO  PLN-BRANCH.             00046000
           MOVE WS-PLN-ACCT                 TO  PLN-ACCT.               00046100
           MOVE WS-PLN-CUSIP                TO  PLN-CUSIP.              00046200
           MOVE WS-PLN-FNBR                 TO  PLN-FUND-ACCT-NBR.      00046300
           IF NOT WS-PLN-NO-EFFCT-DT                                    00046400
              MOVE WS-PLN-EFFCT-DT          TO  PLN-EFFCT-DT            00046500
           END-IF.                                                      00046600
           MOVE WS-PLN-DSBMT-AMT            TO  PLN-AMT.                00046700
           MOVE WS-PLN-DSBMT-OPTN-CD        TO  PLN-DSBMT-OPTN-CD.      00046800
           MOVE WS-PLN-PYMNT-DT-CD          TO  PLN-PYMNT-DT-CD.        00046900
           MOVE WS-PLN-PYMNT-MONTHS         TO  PLN-PYMNT-MONTHS.       00047000
           MOVE WS-PLN-BNK-ACCT-NBR         TO  PLN-BNK-ACCT-NBR.       00047100
           MOVE WS-PLN-BNK-TYPE-CD          TO  PLN-BNK-TYPE-CD.        00047200
           MOVE WS-PLN-ABA-ROUTING-NBR      TO  PLN-ABA-ROUTING-NBR.    00047300
           MOVE WS-RUN-STTLM-DT             TO  PLN-STTLM-DT.           00047400
                                                                        00047500
      *---------------------------------------------------------------  00047600
      * 2200-WRITE-PLAN-RTN - A PLAN WITH A FOLLOW-UP REASON GOES TO    00047700
      * THE BRANCH LIST INSTEAD OF THE FEED.                            00047800
      *---------------------------------------------------------------  00047900
       2200-WRITE-PLAN-RTN.                                             00048000
                                                                        00048100
           MOVE WS-PLN-CLIENT               TO  DTL1-CLIENT.            00048200
           MOVE WS-PLN-ACAT-CNTL            TO  DTL1-ACAT-CNTL.         00048300
           MOVE WS-PLN-ACCT                 TO  DTL1-ACCT.              00048400
           MOVE WS-PLN-CUSIP                TO  DTL1-CUSIP.             00048500
           MOVE WS-PLN-FNBR                 TO  DTL1-FNBR.              00048600
           MOVE PLN-EFFCT-DT                TO  DTL1-EFFCT-DT.          00048700
           MOVE PLN-AMT                     TO  DTL1-AMT.               00048800
           EVALUATE TRUE                                                00048900
              WHEN PLN-PAC                                              00049000
                 MOVE 'PAC '                TO  DTL1-PLAN               00049100
              WHEN PLN-SWP                                              00049200
                 MOVE 'SWP '                TO  DTL1-PLAN               00049300
              WHEN PLN-ACH                                              00049400
                 MOVE 'ACH '                TO  DTL1-PLAN               00049500
              WHEN OTHER                                                00049600
                 MOVE 'CHCK'                TO  DTL1-PLAN               00049700
           END-EVALUATE.                                                00049800
                                                                        00049900
           IF WS-FLP-RSN-CD = SPACES                                    00050000
              WRITE PLAN-RECORD                                         00050100
              ADD 1                         TO  WS-CNT-FEED             00050200
              MOVE 'SENT TO PLAN SYSTEM'    TO  DTL1-DISPOSITION        00050300
              WRITE REPORT-RECORD         FROM  DTL1-RECORD             00050400
              GO TO 2200-EXIT                                           00050500
           END-IF.                                                      00050600
                                                                        00050700
           MOVE PLAN-RECORD                 TO  FLP-PLAN-DATA.          00050800
           MOVE WS-FLP-RSN-CD               TO  FLP-RSN-CD.             00050900
           WRITE FOLLOWUP-RECORD.                                       00051000
           ADD 1                            TO  WS-CNT-FOLLOWUP.        00051100
           EVALUATE TRUE                                                00051200
              WHEN FLP-NO-BANK                                          00051300
                 MOVE 'FOLLOW-UP - NO BANK DETAILS'                     00051400
                                            TO  DTL1-DISPOSITION        00051500
              WHEN FLP-NO-EFFCT-DT                                      00051600
                 MOVE 'FOLLOW-UP - NO EFFECTIVE DATE'                   00051700
                                            TO  DTL1-DISPOSITION        00051800
              WHEN FLP-NO-AMOUNT                                        00051900
                 MOVE 'FOLLOW-UP - NO AMOUNT'                           00052000
                                            TO  DTL1-DISPOSITION        00052100
              WHEN OTHER                                                00052200
                 MOVE 'FOLLOW-UP - SIGNATURE CARD'                      00052300
                                            TO  DTL1-DISPOSITION        00052400
           END-EVALUATE.                                                00052500
           WRITE REPORT-RECORD            FROM  DTL1-RECORD.            00052600
                                                                        00052700
       2200-EXIT.                                                       00052800
           EXIT.                                                        00052900
                                                                        00053000
           EJECT                                                        00053100
      ******************                                                00053200
       8000-DB2-ERROR-RTN.                                              00053300
      ******************                                                00053400
                                                                        00053500
           DISPLAY 'CAT782 - DB2 ERROR, SQLCODE = ' SQLCODE.            00053600
           CALL DSNTIAR               USING  SQLCA                      00053700
                                             WS-DB2-MESSAGE-AREA        00053800
                                             WS-ERR-LINE-LEN            00053900
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00054000
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00054100
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00054200
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00054300
                 END-IF                                                 00054400
           END-PERFORM.                                                 00054500
           DISPLAY 'CAT782 ABENDED'.                                    00054600
           CALL ABEND                 USING  ABEND-CODE.                00054700
                                                                        00054800
           EJECT                                                        00054900
      ************                                                      00055000
       9000-EOJ-RTN.                                                    00055100
      ************                                                      00055200
                                                                        00055300
           MOVE 'REGISTRATIONS WITH A PLAN       '  TO  TRL1-LABEL.     00055400
           MOVE WS-CNT-REGS                 TO  TRL1-COUNT.             00055500
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00055600
                                                                        00055700
           MOVE ' '                         TO  TRL1-CC.                00055800
           MOVE 'PAC PLANS                       '  TO  TRL1-LABEL.     00055900
           MOVE WS-CNT-PAC                  TO  TRL1-COUNT.             00056000
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00056100
                                                                        00056200
           MOVE 'SWP PLANS                       '  TO  TRL1-LABEL.     00056300
           MOVE WS-CNT-SWP                  TO  TRL1-COUNT.             00056400
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00056500
                                                                        00056600
           MOVE 'ACH PLANS                       '  TO  TRL1-LABEL.     00056700
           MOVE WS-CNT-ACH                  TO  TRL1-COUNT.             00056800
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00056900
                                                                        00057000
           MOVE 'CHECK-WRITING PRIVILEGES        '  TO  TRL1-LABEL.     00057100
           MOVE WS-CNT-CHCK                 TO  TRL1-COUNT.             00057200
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00057300
                                                                        00057400
           MOVE 'SENT TO PLAN SYSTEM             '  TO  TRL1-LABEL.     00057500
           MOVE WS-CNT-FEED                 TO  TRL1-COUNT.             00057600
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00057700
                                                                        00057800
           MOVE 'BRANCH FOLLOW-UP                '  TO  TRL1-LABEL.     00057900
           MOVE WS-CNT-FOLLOWUP             TO  TRL1-COUNT.             00058000
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00058100
                                                                        00058200
           CLOSE PLAN-FILE                                              00058300
                 FOLLOWUP-FILE                                          00058400
                 REPORT-FILE.                                           00058500
                                                                        00058600
           IF WS-CNT-FOLLOWUP > ZERO                                    00058700
              MOVE +4                       TO  RETURN-CODE             00058800
           END-IF.                                                      00058900
                                                                        00059000
           DISPLAY ' '                                                  00059100
           DISPLAY 'REGISTRATIONS WITH PLAN:' WS-CNT-REGS               00059200
           DISPLAY 'SENT TO PLAN SYSTEM:    ' WS-CNT-FEED               00059300
           DISPLAY 'BRANCH FOLLOW-UP:       ' WS-CNT-FOLLOWUP           00059400
           DISPLAY ' '                                                  00059500
           DISPLAY '*************************'                          00059600
           DISPLAY '* END OF CAT782 PROGRAM *'                          00059700
           DISPLAY '*************************'                          00059800
           DISPLAY ' '.                                                 00059900
