000001* PDX    - CAT794   C0369792 10/14/26 23:58:10 TBTIKUO            00000100
000001* CREATED FOR SSR 114463.  ASSOCIATED-PERSON ACCOUNT TRANSFER     00000200
000001* REVIEW.  TRANSFERS INTO OR OUT OF ACCOUNTS OF OUR OWN           00000300
000001* EMPLOYEES, REGISTERED REPS AND THEIR HOUSEHOLDS NEED            00000400
000001* COMPLIANCE PRE-APPROVAL UNDER THE CODE OF ETHICS, BUT WERE      00000500
000001* ONLY CAUGHT BY COMPLIANCE'S MONTHLY ACCOUNT MATCH AFTER THE     00000600
000001* FACT.  COMPLIANCE NOW FLAGS THE ACCOUNTS ON ACATASPA THROUGH    00000700
000001* THE ASPTRAN TRANSACTIONS.  THIS NIGHTLY STEP QUEUES EVERY       00000800
000001* OPEN TRANSFER, EITHER SIDE, ON A FLAGGED ACCOUNT FOR REVIEW ON  00000900
000001* ACATEMPR AND RECORDS THE REVIEWER'S APPROVAL OR REJECTION       00001000
000001* (CMPLDISP).  CAT713 SUSPENDS AND CAT813 WILL NOT AUTO-ACCEPT A  00001100
000001* TRANSFER ON A FLAGGED ACCOUNT UNTIL IT IS APPROVED.  THE        00001200
000001* MONTHLY RUN PRINTS THE ATTESTATION LIST OF EVERY EMPLOYEE-      00001300
000001* ACCOUNT TRANSFER.                                               00001400
       IDENTIFICATION DIVISION.                                         00001500
       PROGRAM-ID.  CAT794.                                             00001600
       AUTHOR.      LARRY MUREY.                                        00001700
       DATE-WRITTEN.  OCT 2026.                                         00001800
      *---------------------------------------------------------------* 00001900
      *                         REMARKS                               * 00002000
      * PARM:   M         = MONTHLY RUN, ALSO PRINT THE ATTESTATION   * 00002100
      *                     FOR THE PREVIOUS MONTH                    * 00002200
      *         MYYYY-MM  = ATTESTATION FOR THE MONTH GIVEN           * 00002300
      * INPUT:  ASPTRAN  - FLAG MAINTENANCE (OPTIONAL, FB 80)         * 00002400
      *           ACTION(1) CLIENT(4) BRANCH(3) ACCOUNT(5)            * 00002500
      *           ASSOC TYPE(1) EMPLOYEE ID(8) NAME(30) OPER ID(8)    * 00002600
      *           ACTION 'A' = ADD OR CHANGE THE FLAG                 * 00002700
      *                  'D' = REMOVE THE FLAG (ROW KEPT INACTIVE)    * 00002800
      *           ASSOC TYPE 'E' EMPLOYEE, 'R' REGISTERED REP,        * 00002900
      *                      'H' HOUSEHOLD MEMBER                     * 00003000
      *         CMPLDISP - REVIEWER DECISIONS (OPTIONAL, FB 80)       * 00003100
      *           CLIENT(4) CONTROL NBR(14) DECISION(1)               * 00003200
      *           REVIEWER ID(8) COMMENT(40)                          * 00003300
      *           DECISION 'A' = APPROVED (TRANSFER MAY SETTLE)       * 00003400
      *                    'R' = REJECTED (STAYS STOPPED)             * 00003500
      * OUTPUT: RPTPI    - MAINTENANCE AND DECISION LOG, NEWLY QUEUED * 00003600
      *                    TRANSFERS, AND ON THE MONTHLY RUN THE      * 00003700
      *                    ATTESTATION LIST                           * 00003800
      * QUEUED: VTRNFR ROWS STILL OPEN (BELOW 310, NOT 140) WHOSE     * 00003900
      *         BRANCH/ACCOUNT IS ACTIVE ON ACATASPA AND NOT ALREADY  * 00004000
      *         ON ACATEMPR.                                          * 00004100
      * ONLY A PENDING ('P') REVIEW CAN BE DECIDED.  MAINTENANCE AND  * 00004200
      * DECISIONS ARE APPLIED BEFORE THE SCAN SO A NEW FLAG QUEUES    * 00004300
      * TONIGHT AND AN APPROVAL RELEASES IN TONIGHT'S DELIVERY BUILD. * 00004400
      * RC 4 WHEN ANY TRANSFER IS QUEUED OR, ON THE MONTHLY RUN, ANY  * 00004500
      * REVIEW IN THE MONTH IS STILL PENDING.                         * 00004600
      *---------------------------------------------------------------* 00004700
           EJECT                                                        00004800
      ***************************************************************** 00004900
       ENVIRONMENT DIVISION.                                            00005000
      ***************************************************************** 00005100
       INPUT-OUTPUT SECTION.                                            00005200
       FILE-CONTROL.                                                    00005300
           SELECT ASP-IN-FILE          ASSIGN  TO  ASPTRAN              00005400
                                       FILE STATUS  IS ASPTRAN-STAT.    00005500
           SELECT DISP-IN-FILE         ASSIGN  TO  CMPLDISP             00005600
                                       FILE STATUS  IS CMPLDISP-STAT.   00005700
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00005800
                                                                        00005900
      ***************************************************************** 00006000
       DATA DIVISION.                                                   00006100
      ***************************************************************** 00006200
                                                                        00006300
       FILE SECTION.                                                    00006400
                                                                        00006500
       FD  ASP-IN-FILE                                                  00006600
           RECORDING MODE F                                             00006700
           BLOCK CONTAINS 0 RECORDS                                     00006800
           LABEL RECORDS ARE STANDARD                                   00006900
           RECORD CONTAINS 80 CHARACTERS.                               00007000
       01  ASP-IN-RECORD.                                               00007100
           05  ASP-ACTION-CD           PIC X(01).                       00007200
               88  ASP-ADD                        VALUE 'A'.            00007300
               88  ASP-REMOVE                     VALUE 'D'.            00007400
           05  ASP-CLIENT              PIC X(04).                       00007500
           05  ASP-BRANCH              PIC X(03).                       00007600
           05  ASP-ACCT                PIC X(05).                       00007700
           05  ASP-ASSOC-TYPE          PIC X(01).                       00007800
               88  ASP-ASSOC-VALID                VALUE 'E' 'R' 'H'.    00007900
           05  ASP-EMPL-ID             PIC X(08).                       00008000
           05  ASP-ASSOC-NM            PIC X(30).                       00008100
           05  ASP-OPER-ID             PIC X(08).                       00008200
           05  FILLER                  PIC X(20).                       00008300
                                                                        00008400
       FD  DISP-IN-FILE                                                 00008500
           RECORDING MODE F                                             00008600
           BLOCK CONTAINS 0 RECORDS                                     00008700
           LABEL RECORDS ARE STANDARD                                   00008800
           RECORD CONTAINS 80 CHARACTERS.                               00008900
       01  DISP-IN-RECORD.                                              00009000
           05  DSP-CLIENT              PIC X(04).                       00009100
           05  DSP-ACAT-CNTL           PIC X(14).                       00009200
           05  DSP-DISP-CD             PIC X(01).                       00009300
               88  DSP-APPROVED                   VALUE 'A'.            00009400
               88  DSP-REJECTED                   VALUE 'R'.            00009500
           05  DSP-RVWR-ID             PIC X(08).                       00009600
           05  DSP-CMNT-TXT            PIC X(40).                       00009700
           05  FILLER                  PIC X(13).                       00009800
                                                                        00009900
       FD  REPORT-FILE                                                  00010000
           RECORDING MODE F                                             00010100
           BLOCK CONTAINS 0 RECORDS                                     00010200
           LABEL RECORDS ARE STANDARD                                   00010300
           RECORD CONTAINS 132 CHARACTERS.                              00010400
       01  REPORT-RECORD                PIC  X(132).                    00010500
                                                                        00010600
           EJECT                                                        00010700
      ***************************************************************** 00010800
       WORKING-STORAGE SECTION.                                         00010900
      ***************************************************************** 00011000
                                                                        00011100
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00011200
                                                                        00011300
       01  CALL-MODULES.                                                00011400
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00011500
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00011600
                                                                        00011700
       01  ASPTRAN-STAT                 PIC  X(02)  VALUE SPACES.       00011800
           88  ASPTRAN-OK                          VALUE '00'.          00011900
           88  ASPTRAN-EOF                         VALUE '10'.          00012000
       01  CMPLDISP-STAT                PIC  X(02)  VALUE SPACES.       00012100
           88  CMPLDISP-OK                         VALUE '00'.          00012200
           88  CMPLDISP-EOF                        VALUE '10'.          00012300
                                                                        00012400
       01  WS-END-OF-NEW-SW             PIC  X(01)  VALUE 'N'.          00012500
           88  WS-END-OF-NEW                       VALUE 'Y'.           00012600
       01  WS-END-OF-ATT-SW             PIC  X(01)  VALUE 'N'.          00012700
           88  WS-END-OF-ATT                       VALUE 'Y'.           00012800
       01  WS-MONTHLY-SW                PIC  X(01)  VALUE 'N'.          00012900
           88  WS-MONTHLY-RUN                      VALUE 'Y'.           00013000
                                                                        00013100
       01  WS-RPT-MONTH                 PIC  X(07)  VALUE SPACES.       00013200
       01  WS-DATE-FROM                 PIC  X(10)  VALUE SPACES.       00013300
       01  WS-DATE-TO                   PIC  X(10)  VALUE SPACES.       00013400
                                                                        00013500
      *  HOST VARIABLES - OPEN TRANSFERS ON FLAGGED ACCOUNTS.           00013600
       01  WS-NEW-AREA.                                                 00013700
           05  WS-NEW-CLIENT            PIC  X(04).                     00013800
           05  WS-NEW-ACAT-CNTL         PIC  X(14).                     00013900
           05  WS-NEW-SIDE              PIC  X(01).                     00014000
           05  WS-NEW-BRANCH            PIC  X(03).                     00014100
           05  WS-NEW-ACCT              PIC  X(05).                     00014200
           05  WS-NEW-TFR-TYPE          PIC  X(03).                     00014300
           05  WS-NEW-CONTRA            PIC  X(04).                     00014400
           05  WS-NEW-ASSOC-TYPE        PIC  X(01).                     00014500
           05  WS-NEW-EMPL-ID           PIC  X(08).                     00014600
           05  WS-NEW-ASSOC-NM          PIC  X(30).                     00014700
       01  WS-NEW-VALUE                 PIC S9(15)V99 COMP-3 VALUE +0.  00014800
                                                                        00014900
      *  HOST VARIABLES - THE MONTH'S REVIEWS FOR ATTESTATION.          00015000
       01  WS-ATT-AREA.                                                 00015100
           05  WS-ATT-CLIENT            PIC  X(04).                     00015200
           05  WS-ATT-ACAT-CNTL         PIC  X(14).                     00015300
           05  WS-ATT-SIDE              PIC  X(01).                     00015400
           05  WS-ATT-BRANCH            PIC  X(03).                     00015500
           05  WS-ATT-ACCT              PIC  X(05).                     00015600
           05  WS-ATT-ASSOC-TYPE        PIC  X(01).                     00015700
           05  WS-ATT-EMPL-ID           PIC  X(08).                     00015800
           05  WS-ATT-VALUE             PIC S9(15)V99 COMP-3.           00015900
           05  WS-ATT-RVW-STTS          PIC  X(01).                     00016000
               88  WS-ATT-PENDING                  VALUE 'P'.           00016100
               88  WS-ATT-APPROVED                 VALUE 'A'.           00016200
               88  WS-ATT-REJECTED                 VALUE 'R'.           00016300
           05  WS-ATT-RVWR-ID           PIC  X(08).                     00016400
           05  WS-ATT-RVW-DT            PIC  X(10).                     00016500
           05  WS-ATT-TFR-STTS          PIC  X(03).                     00016600
           05  WS-ATT-STTLM-DT          PIC  X(10).                     00016700
                                                                        00016800
       01  WS-CNT-ASP-READ              PIC S9(07) COMP-3  VALUE ZERO.  00016900
       01  WS-CNT-ASP-ADDED             PIC S9(07) COMP-3  VALUE ZERO.  00017000
       01  WS-CNT-ASP-CHANGED           PIC S9(07) COMP-3  VALUE ZERO.  00017100
       01  WS-CNT-ASP-REMOVED           PIC S9(07) COMP-3  VALUE ZERO.  00017200
       01  WS-CNT-ASP-REJ               PIC S9(07) COMP-3  VALUE ZERO.  00017300
       01  WS-CNT-DISP-READ             PIC S9(07) COMP-3  VALUE ZERO.  00017400
       01  WS-CNT-APPROVED              PIC S9(07) COMP-3  VALUE ZERO.  00017500
       01  WS-CNT-REJECTED              PIC S9(07) COMP-3  VALUE ZERO.  00017600
       01  WS-CNT-DISP-REJ              PIC S9(07) COMP-3  VALUE ZERO.  00017700
       01  WS-CNT-QUEUED                PIC S9(07) COMP-3  VALUE ZERO.  00017800
       01  WS-CNT-ATT-LISTED            PIC S9(07) COMP-3  VALUE ZERO.  00017900
       01  WS-CNT-ATT-PENDING           PIC S9(07) COMP-3  VALUE ZERO.  00018000
       01  WS-COMMIT-CNT                PIC S9(05) COMP-3  VALUE ZERO.  00018100
                                                                        00018200
       01  WS-ACCEPT-DATE.                                              00018300
           05  WS-ACCEPT-YY             PIC  9(02).                     00018400
           05  WS-ACCEPT-MM             PIC  9(02).                     00018500
           05  WS-ACCEPT-DD             PIC  9(02).                     00018600
                                                                        00018700
       01  WS-DB2-MESSAGE-AREA.                                         00018800
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00018900
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00019000
               INDEXED BY WS-ERROR-INDEX.                               00019100
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00019200
                                                                        00019300
           EJECT                                                        00019400
       01  HDR1-RECORD.                                                 00019500
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00019600
           05  FILLER                   PIC  X(30)  VALUE               00019700
               'CAT794 - ASSOCIATED-PERSON    '.                        00019800
           05  FILLER                   PIC  X(30)  VALUE               00019900
               'ACCOUNT TRANSFER REVIEW       '.                        00020000
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00020100
           05  FILLER                   PIC  X(06)  VALUE               00020200
               'DATE: '.                                                00020300
           05  HDR1-DATE-MM             PIC  X(02).                     00020400
           05  FILLER                   PIC  X(01)  VALUE '/'.          00020500
           05  HDR1-DATE-DD             PIC  X(02).                     00020600
           05  FILLER                   PIC  X(01)  VALUE '/'.          00020700
           05  HDR1-DATE-YY             PIC  X(02).                     00020800
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00020900
                                                                        00021000
       01  HDR2-RECORD.                                                 00021100
           05  HDR2-CC                  PIC  X(01)  VALUE '0'.          00021200
           05  FILLER                   PIC  X(06)  VALUE 'CLNT  '.     00021300
           05  FILLER                   PIC  X(16)  VALUE               00021400
               'CONTROL NBR     '.                                      00021500
           05  FILLER                   PIC  X(05)  VALUE 'SIDE '.      00021600
           05  FILLER                   PIC  X(11)  VALUE               00021700
               'BR/ACCT    '.                                           00021800
           05  FILLER                   PIC  X(05)  VALUE 'TYPE '.      00021900
           05  FILLER                   PIC  X(06)  VALUE 'CNTRA '.     00022000
           05  FILLER                   PIC  X(03)  VALUE 'AP '.        00022100
           05  FILLER                   PIC  X(10)  VALUE               00022200
               'EMPL ID   '.                                            00022300
           05  FILLER                   PIC  X(32)  VALUE               00022400
               'NAME                            '.                      00022500
           05  FILLER                   PIC  X(15)  VALUE               00022600
               '          VALUE'.                                       00022700
           05  FILLER                   PIC  X(22)  VALUE SPACES.       00022800
                                                                        00022900
       01  DTL1-RECORD.                                                 00023000
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00023100
           05  DTL1-CLIENT              PIC  X(04).                     00023200
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00023300
           05  DTL1-ACAT-CNTL           PIC  X(14).                     00023400
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00023500
           05  DTL1-SIDE                PIC  X(03).                     00023600
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00023700
           05  DTL1-BRANCH              PIC  X(03).                     00023800
           05  FILLER                   PIC  X(01)  VALUE '/'.          00023900
           05  DTL1-ACCT                PIC  X(05).                     00024000
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00024100
           05  DTL1-TFR-TYPE            PIC  X(03).                     00024200
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00024300
           05  DTL1-CONTRA              PIC  X(04).                     00024400
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00024500
           05  DTL1-ASSOC-TYPE          PIC  X(01).                     00024600
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00024700
           05  DTL1-EMPL-ID             PIC  X(08).                     00024800
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00024900
           05  DTL1-ASSOC-NM            PIC  X(30).                     00025000
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00025100
           05  DTL1-VALUE               PIC  ZZZ,ZZZ,ZZ9.99-.           00025200
           05  FILLER                   PIC  X(22)  VALUE SPACES.       00025300
                                                                        00025400
       01  DTL2-RECORD.                                                 00025500
           05  DTL2-CC                  PIC  X(01)  VALUE ' '.          00025600
           05  DTL2-KEY                 PIC  X(20).                     00025700
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00025800
           05  DTL2-OPER-ID             PIC  X(08).                     00025900
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00026000
           05  DTL2-MESSAGE             PIC  X(40).                     00026100
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00026200
           05  DTL2-TEXT                PIC  X(40).                     00026300
           05  FILLER                   PIC  X(17)  VALUE SPACES.       00026400
                                                                        00026500
       01  ATH1-RECORD.                                                 00026600
           05  ATH1-CC                  PIC  X(01)  VALUE '1'.          00026700
           05  FILLER                   PIC  X(30)  VALUE               00026800
               'CAT794 - EMPLOYEE-ACCOUNT TRAN'.                        00026900
           05  FILLER                   PIC  X(30)  VALUE               00027000
               'SFER ATTESTATION   MONTH:     '.                        00027100
           05  ATH1-MONTH               PIC  X(07).                     00027200
           05  FILLER                   PIC  X(64)  VALUE SPACES.       00027300
                                                                        00027400
       01  ATH2-RECORD.                                                 00027500
           05  ATH2-CC                  PIC  X(01)  VALUE '0'.          00027600
           05  FILLER                   PIC  X(30)  VALUE               00027700
               'CLNT CONTROL NBR    SIDE BR/AC'.                        00027800
           05  FILLER                   PIC  X(30)  VALUE               00027900
               'CT   AP EMPL ID            VAL'.                        00028000
           05  FILLER                   PIC  X(30)  VALUE               00028100
               'UE DECISION REVIEWER DECIDED  '.                        00028200
           05  FILLER                   PIC  X(30)  VALUE               00028300
               '  STS SETTLED                 '.                        00028400
           05  FILLER                   PIC  X(11)  VALUE SPACES.       00028500
                                                                        00028600
       01  ATT1-RECORD.                                                 00028700
           05  ATT1-CC                  PIC  X(01)  VALUE ' '.          00028800
           05  ATT1-CLIENT              PIC  X(04).                     00028900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00029000
           05  ATT1-ACAT-CNTL           PIC  X(14).                     00029100
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00029200
           05  ATT1-SIDE                PIC  X(03).                     00029300
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00029400
           05  ATT1-BRANCH              PIC  X(03).                     00029500
           05  FILLER                   PIC  X(01)  VALUE '/'.          00029600
           05  ATT1-ACCT                PIC  X(05).                     00029700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00029800
           05  ATT1-ASSOC-TYPE          PIC  X(01).                     00029900
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00030000
           05  ATT1-EMPL-ID             PIC  X(08).                     00030100
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00030200
           05  ATT1-VALUE               PIC  ZZZ,ZZZ,ZZ9.99-.           00030300
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00030400
           05  ATT1-DECISION            PIC  X(08).                     00030500
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00030600
           05  ATT1-RVWR-ID             PIC  X(08).                     00030700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00030800
           05  ATT1-RVW-DT              PIC  X(10).                     00030900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00031000
           05  ATT1-TFR-STTS            PIC  X(03).                     00031100
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00031200
           05  ATT1-STTLM-DT            PIC  X(10).                     00031300
           05  FILLER                   PIC  X(25)  VALUE SPACES.       00031400
                                                                        00031500
       01  ATS1-RECORD.                                                 00031600
           05  ATS1-CC                  PIC  X(01)  VALUE '-'.          00031700
           05  FILLER                   PIC  X(30)  VALUE               00031800
               'ATTESTED BY COMPLIANCE: _____'.                         00031900
           05  FILLER                   PIC  X(30)  VALUE               00032000
               '_______________________   DATE'.                        00032100
           05  FILLER                   PIC  X(30)  VALUE               00032200
               ': ____________                '.                        00032300
           05  FILLER                   PIC  X(41)  VALUE SPACES.       00032400
                                                                        00032500
       01  TRL1-RECORD.                                                 00032600
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00032700
           05  TRL1-LABEL               PIC  X(28).                     00032800
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00032900
           05  FILLER                   PIC  X(92)  VALUE SPACES.       00033000
                                                                        00033100
       01  TRAC-RECORD.                                                 00033200
           05  TRAC-DETAIL              PIC  X(132).                    00033300
                                                                        00033400
           EJECT                                                        00033500
      *DB2 COMMUNICATION AREA                                           00033600
           EXEC SQL                                                     00033700
              INCLUDE SQLCA                                             00033800
           END-EXEC.                                                    00033900
                                                                        00034000
      *----------------------------------------------------------------*00034100
      *  OPEN TRANSFERS, EITHER SIDE, ON AN ACTIVE FLAGGED ACCOUNT     *00034200
      *  AND NOT YET QUEUED FOR REVIEW.                                *00034300
      *----------------------------------------------------------------*00034400
           EXEC SQL                                                     00034500
              DECLARE NEWCSR CURSOR WITH HOLD FOR                       00034600
                 SELECT T.CLIENT_NBR                                    00034700
                       ,T.ACAT_CONTROL_NBR                              00034800
                       ,T.DSTBN_SIDE_CD                                 00034900
                       ,T.BRANCH_CD                                     00035000
                       ,T.ACCT_CD                                       00035100
                       ,T.TRNFR_TYPE_CD                                 00035200
                       ,CASE WHEN T.DSTBN_SIDE_CD = 'R'                 00035300
                             THEN T.DLVR_NBR                            00035400
                             ELSE T.RCV_NBR                             00035500
                        END                                             00035600
                       ,P.ASSOC_TYPE_CD                                 00035700
                       ,P.EMPL_ID                                       00035800
                       ,P.ASSOC_NM                                      00035900
                 FROM  VTRNFR T                                         00036000
                       INNER JOIN ACATASPA P                            00036100
                         ON  P.CLIENT_NBR   = T.CLIENT_NBR              00036200
                         AND P.BRANCH_CD    = T.BRANCH_CD               00036300
                         AND P.ACCT_CD      = T.ACCT_CD                 00036400
                         AND P.FLAG_STTS_CD = 'A'                       00036500
                 WHERE T.STTS_CD       < '310'                          00036600
                   AND T.STTS_CD      <> '140'                          00036700
                   AND NOT EXISTS                                       00036800
                       (SELECT 1 FROM ACATEMPR R                        00036900
                         WHERE R.CLIENT_NBR       = T.CLIENT_NBR        00037000
                           AND R.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR) 00037100
                 ORDER BY T.CLIENT_NBR, T.ACAT_CONTROL_NBR              00037200
           END-EXEC.                                                    00037300
                                                                        00037400
      *----------------------------------------------------------------*00037500
      *  EVERY REVIEW QUEUED OR DECIDED IN THE ATTESTATION MONTH, WITH *00037600
      *  WHERE THE TRANSFER NOW STANDS (ACTIVE OR ARCHIVED).           *00037700
      *----------------------------------------------------------------*00037800
           EXEC SQL                                                     00037900
              DECLARE ATTCSR CURSOR FOR                                 00038000
                 SELECT R.CLIENT_NBR                                    00038100
                       ,R.ACAT_CONTROL_NBR                              00038200
                       ,R.DSTBN_SIDE_CD                                 00038300
                       ,R.BRANCH_CD                                     00038400
                       ,R.ACCT_CD                                       00038500
                       ,R.ASSOC_TYPE_CD                                 00038600
                       ,R.EMPL_ID                                       00038700
                       ,R.TRNFR_AMT                                     00038800
                       ,R.RVW_STTS_CD                                   00038900
                       ,R.RVWR_ID                                       00039000
                       ,VALUE(CHAR(DATE(R.RVW_TMSTP), ISO), ' ')        00039100
                       ,VALUE(T.STTS_CD, H.STTS_CD, ' ')                00039200
                       ,VALUE(CHAR(T.STTLM_DT, ISO),                    00039300
                              CHAR(H.STTLM_DT, ISO), ' ')               00039400
                 FROM  ACATEMPR R                                       00039500
                       LEFT OUTER JOIN VTRNFR T                         00039600
                         ON  T.CLIENT_NBR       = R.CLIENT_NBR          00039700
                         AND T.ACAT_CONTROL_NBR = R.ACAT_CONTROL_NBR    00039800
                       LEFT OUTER JOIN VTRNHSTY H                       00039900
                         ON  H.CLIENT_NBR       = R.CLIENT_NBR          00040000
                         AND H.ACAT_CONTROL_NBR = R.ACAT_CONTROL_NBR    00040100
                 WHERE DATE(R.CRT_TMSTP) BETWEEN DATE(:WS-DATE-FROM)    00040200
                                             AND DATE(:WS-DATE-TO)      00040300
                    OR DATE(R.RVW_TMSTP) BETWEEN DATE(:WS-DATE-FROM)    00040400
                                             AND DATE(:WS-DATE-TO)      00040500
                 ORDER BY R.BRANCH_CD, R.ACCT_CD, R.CLIENT_NBR,         00040600
                          R.ACAT_CONTROL_NBR                            00040700
                 WITH UR                                                00040800
           END-EXEC.                                                    00040900
                                                                        00041000
           EJECT                                                        00041100
      ***************************************************************** 00041200
       LINKAGE SECTION.                                                 00041300
      ***************************************************************** 00041400
       01  PARM-AREA.                                                   00041500
           05  PARM-LENGTH              PIC S9(4) COMP SYNC.            00041600
           05  PARM-RUN-CD              PIC  X(01).                     00041700
               88  PARM-MONTHLY                    VALUE 'M'.           00041800
           05  PARM-RPT-MONTH           PIC  X(07).                     00041900
                                                                        00042000
           EJECT                                                        00042100
      ***************************************************************** 00042200
       PROCEDURE DIVISION USING PARM-AREA.                              00042300
      ***************************************************************** 00042400
                                                                        00042500
           DISPLAY '*** CAT794 - ASSOCIATED-PERSON TRANSFER REVIEW ***'.00042600
                                                                        00042700
           IF PARM-LENGTH > +0 AND PARM-MONTHLY                         00042800
              SET WS-MONTHLY-RUN            TO  TRUE                    00042900
           END-IF.                                                      00043000
                                                                        00043100
           PERFORM 1000-INITIAL-RTN.                                    00043200
                                                                        00043300
           EXEC SQL                                                     00043400
              OPEN NEWCSR                                               00043500
           END-EXEC.                                                    00043600
           IF SQLCODE NOT = +0                                          00043700
              PERFORM 8000-DB2-ERROR-RTN                                00043800
           END-IF.                                                      00043900
                                                                        00044000
           PERFORM 2000-PROCESS-NEW-RTN THRU 2000-EXIT                  00044100
              UNTIL WS-END-OF-NEW.                                      00044200
                                                                        00044300
           EXEC SQL                                                     00044400
              CLOSE NEWCSR                                              00044500
           END-EXEC.                                                    00044600
                                                                        00044700
           EXEC SQL                                                     00044800
              COMMIT                                                    00044900
           END-EXEC.                                                    00045000
                                                                        00045100
           IF WS-MONTHLY-RUN                                            00045200
              PERFORM 5000-ATTESTATION-RTN                              00045300
           END-IF.                                                      00045400
                                                                        00045500
           PERFORM 9000-EOJ-RTN.                                        00045600
                                                                        00045700
           GOBACK.                                                      00045800
                                                                        00045900
           EJECT                                                        00046000
      *****************                                                 00046100
       1000-INITIAL-RTN.                                                00046200
      *****************                                                 00046300
                                                                        00046400
           OPEN OUTPUT REPORT-FILE.                                     00046500
                                                                        00046600
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00046700
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00046800
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00046900
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00047000
                                                                        00047100
           MOVE HDR1-RECORD                 TO  TRAC-DETAIL.            00047200
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00047300
                                                                        00047400
           OPEN INPUT   ASP-IN-FILE.                                    00047500
           IF ASPTRAN-OK                                                00047600
               PERFORM 1200-APPLY-FLAG-RTN                              00047700
                   THRU 1200-EXIT                                       00047800
                 UNTIL ASPTRAN-EOF                                      00047900
              CLOSE ASP-IN-FILE                                         00048000
              EXEC SQL                                                  00048100
                 COMMIT                                                 00048200
              END-EXEC                                                  00048300
           ELSE                                                         00048400
              DISPLAY 'CAT794 - NO ASPTRAN FILE, STATUS = '             00048500
                       ASPTRAN-STAT                                     00048600
           END-IF.                                                      00048700
                                                                        00048800
           OPEN INPUT   DISP-IN-FILE.                                   00048900
           IF CMPLDISP-OK                                               00049000
               PERFORM 1500-APPLY-DISP-RTN                              00049100
                   THRU 1500-EXIT                                       00049200
                 UNTIL CMPLDISP-EOF                                     00049300
              CLOSE DISP-IN-FILE                                        00049400
              EXEC SQL                                                  00049500
                 COMMIT                                                 00049600
              END-EXEC                                                  00049700
           ELSE                                                         00049800
              DISPLAY 'CAT794 - NO CMPLDISP FILE, STATUS = '            00049900
                       CMPLDISP-STAT                                    00050000
           END-IF.                                                      00050100
                                                                        00050200
           MOVE HDR2-RECORD                 TO  TRAC-DETAIL.            00050300
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00050400
                                                                        00050500
      *---------------------------------------------------------------  00050600
      * 1200-APPLY-FLAG-RTN - COMPLIANCE'S ASSOCIATED-PERSON FLAG.  AN  00050700
      * ADD FOR AN ACCOUNT ALREADY ON FILE REPLACES ITS DETAILS AND     00050800
      * REACTIVATES IT; A REMOVE LEAVES THE ROW INACTIVE FOR THE AUDIT  00050900
      * TRAIL.                                                          00051000
      *---------------------------------------------------------------  00051100
       1200-APPLY-FLAG-RTN.                                             00051200
                                                                        00051300
           READ ASP-IN-FILE                                             00051400
               AT END                                                   00051500
                   SET ASPTRAN-EOF          TO  TRUE                    00051600
                   GO TO 1200-EXIT                                      00051700
           END-READ.                                                    00051800
                                                                        00051900
           ADD 1                            TO  WS-CNT-ASP-READ.        00052000
           MOVE SPACES                      TO  DTL2-KEY.               00052100
           STRING ASP-CLIENT ' ' ASP-BRANCH '/' ASP-ACCT                00052200
              DELIMITED BY SIZE           INTO  DTL2-KEY.               00052300
           MOVE ASP-OPER-ID                 TO  DTL2-OPER-ID.           00052400
           MOVE ASP-ASSOC-NM                TO  DTL2-TEXT.              00052500
                                                                        00052600
           IF (NOT ASP-ADD AND NOT ASP-REMOVE)                          00052700
           OR ASP-CLIENT = SPACES OR ASP-BRANCH = SPACES                00052800
           OR ASP-ACCT = SPACES                                         00052900
              ADD 1                         TO  WS-CNT-ASP-REJ          00053000
              MOVE 'FLAG REJECTED - INVALID ACTION OR KEY  '            00053100
                                            TO  DTL2-MESSAGE            00053200
              PERFORM 1600-WRITE-LOG-RTN                                00053300
              GO TO 1200-EXIT                                           00053400
           END-IF.                                                      00053500
                                                                        00053600
           IF ASP-REMOVE                                                00053700
              PERFORM 1300-REMOVE-FLAG-RTN                              00053800
              GO TO 1200-EXIT                                           00053900
           END-IF.                                                      00054000
                                                                        00054100
           IF NOT ASP-ASSOC-VALID OR ASP-EMPL-ID = SPACES               00054200
              ADD 1                         TO  WS-CNT-ASP-REJ          00054300
              MOVE 'FLAG REJECTED - INVALID TYPE OR EMPL ID'            00054400
                                            TO  DTL2-MESSAGE            00054500
              PERFORM 1600-WRITE-LOG-RTN                                00054600
              GO TO 1200-EXIT                                           00054700
           END-IF.                                                      00054800
                                                                        00054900
           EXEC SQL                                                     00055000
              UPDATE ACATASPA                                           00055100
                 SET ASSOC_TYPE_CD = :ASP-ASSOC-TYPE                    00055200
                    ,EMPL_ID       = :ASP-EMPL-ID                       00055300
                    ,ASSOC_NM      = :ASP-ASSOC-NM                      00055400
                    ,FLAG_STTS_CD  = 'A'                                00055500
                    ,OPER_ID       = :ASP-OPER-ID                       00055600
                    ,UPDT_TMSTP    = CURRENT TIMESTAMP                  00055700
                    ,PRGM_NM       = 'CAT794'                           00055800
               WHERE CLIENT_NBR = :ASP-CLIENT                           00055900
                 AND BRANCH_CD  = :ASP-BRANCH                           00056000
                 AND ACCT_CD    = :ASP-ACCT                             00056100
           END-EXEC.                                                    00056200
                                                                        00056300
           EVALUATE SQLCODE                                             00056400
              WHEN +0                                                   00056500
                 ADD 1                      TO  WS-CNT-ASP-CHANGED      00056600
                 MOVE 'FLAG CHANGED                           '         00056700
                                            TO  DTL2-MESSAGE            00056800
              WHEN +100                                                 00056900
                 PERFORM 1250-INSERT-FLAG-RTN                           00057000
                 ADD 1                      TO  WS-CNT-ASP-ADDED        00057100
                 MOVE 'FLAG ADDED                             '         00057200
                                            TO  DTL2-MESSAGE            00057300
              WHEN OTHER                                                00057400
                 PERFORM 8000-DB2-ERROR-RTN                             00057500
           END-EVALUATE.                                                00057600
                                                                        00057700
           PERFORM 1600-WRITE-LOG-RTN.                                  00057800
                                                                        00057900
       1200-EXIT.                                                       00058000
           EXIT.                                                        00058100
                                                                        00058200
       1250-INSERT-FLAG-RTN.                                            00058300
                                                                        00058400
           EXEC SQL                                                     00058500
              INSERT INTO ACATASPA                                      00058600
                    (CLIENT_NBR                                         00058700
                    ,BRANCH_CD                                          00058800
                    ,ACCT_CD                                            00058900
                    ,ASSOC_TYPE_CD                                      00059000
                    ,EMPL_ID                                            00059100
                    ,ASSOC_NM                                           00059200
                    ,FLAG_STTS_CD                                       00059300
                    ,OPER_ID                                            00059400
                    ,CRT_TMSTP                                          00059500
                    ,UPDT_TMSTP                                         00059600
                    ,PRGM_NM)                                           00059700
              VALUES                                                    00059800
                    (:ASP-CLIENT                                        00059900
                    ,:ASP-BRANCH                                        00060000
                    ,:ASP-ACCT                                          00060100
                    ,:ASP-ASSOC-TYPE                                    00060200
                    ,:ASP-EMPL-ID                                       00060300
                    ,:ASP-ASSOC-NM                                      00060400
                    ,'A'                                                00060500
                    ,:ASP-OPER-ID                                       00060600
                    ,CURRENT TIMESTAMP                                  00060700
                    ,CURRENT TIMESTAMP                                  00060800
                    ,'CAT794')                                          00060900
           END-EXEC.                                                    00061000
           IF SQLCODE NOT = +0                                          00061100
              PERFORM 8000-DB2-ERROR-RTN                                00061200
           END-IF.                                                      00061300
                                                                        00061400
       1300-REMOVE-FLAG-RTN.                                            00061500
                                                                        00061600
           EXEC SQL                                                     00061700
              UPDATE ACATASPA                                           00061800
                 SET FLAG_STTS_CD  = 'I'                                00061900
                    ,OPER_ID       = :ASP-OPER-ID                       00062000
                    ,UPDT_TMSTP    = CURRENT TIMESTAMP                  00062100
                    ,PRGM_NM       = 'CAT794'                           00062200
               WHERE CLIENT_NBR   = :ASP-CLIENT                         00062300
                 AND BRANCH_CD    = :ASP-BRANCH                         00062400
                 AND ACCT_CD      = :ASP-ACCT                           00062500
                 AND FLAG_STTS_CD = 'A'                                 00062600
           END-EXEC.                                                    00062700
                                                                        00062800
           EVALUATE SQLCODE                                             00062900
              WHEN +0                                                   00063000
                 ADD 1                      TO  WS-CNT-ASP-REMOVED      00063100
                 MOVE 'FLAG REMOVED                           '         00063200
                                            TO  DTL2-MESSAGE            00063300
              WHEN +100                                                 00063400
                 ADD 1                      TO  WS-CNT-ASP-REJ          00063500
                 MOVE 'FLAG REJECTED - NO ACTIVE FLAG         '         00063600
                                            TO  DTL2-MESSAGE            00063700
              WHEN OTHER                                                00063800
                 PERFORM 8000-DB2-ERROR-RTN                             00063900
           END-EVALUATE.                                                00064000
                                                                        00064100
           PERFORM 1600-WRITE-LOG-RTN.                                  00064200
                                                                        00064300
      *---------------------------------------------------------------  00064400
      * 1500-APPLY-DISP-RTN - THE REVIEWER'S DECISION ON A PENDING      00064500
      * REVIEW.  ANYTHING ELSE IS LISTED AS REJECTED WITH THE REVIEWER  00064600
      * WHO SENT IT.                                                    00064700
      *---------------------------------------------------------------  00064800
       1500-APPLY-DISP-RTN.                                             00064900
                                                                        00065000
           READ DISP-IN-FILE                                            00065100
               AT END                                                   00065200
                   SET CMPLDISP-EOF         TO  TRUE                    00065300
                   GO TO 1500-EXIT                                      00065400
           END-READ.                                                    00065500
                                                                        00065600
           ADD 1                            TO  WS-CNT-DISP-READ.       00065700
           MOVE SPACES                      TO  DTL2-KEY.               00065800
           STRING DSP-CLIENT ' ' DSP-ACAT-CNTL                          00065900
              DELIMITED BY SIZE           INTO  DTL2-KEY.               00066000
           MOVE DSP-RVWR-ID                 TO  DTL2-OPER-ID.           00066100
           MOVE DSP-CMNT-TXT                TO  DTL2-TEXT.              00066200
                                                                        00066300
           IF (NOT DSP-APPROVED AND NOT DSP-REJECTED)                   00066400
           OR DSP-RVWR-ID = SPACES                                      00066500
              ADD 1                         TO  WS-CNT-DISP-REJ         00066600
              MOVE 'DECISION REJECTED - INVALID CODE/RVWR  '            00066700
                                            TO  DTL2-MESSAGE            00066800
              PERFORM 1600-WRITE-LOG-RTN                                00066900
              GO TO 1500-EXIT                                           00067000
           END-IF.                                                      00067100
                                                                        00067200
           EXEC SQL                                                     00067300
              UPDATE ACATEMPR                                           00067400
                 SET RVW_STTS_CD  = :DSP-DISP-CD                        00067500
                    ,RVWR_ID      = :DSP-RVWR-ID                        00067600
                    ,RVW_CMNT_TXT = :DSP-CMNT-TXT                       00067700
                    ,RVW_TMSTP    = CURRENT TIMESTAMP                   00067800
                    ,UPDT_TMSTP   = CURRENT TIMESTAMP                   00067900
                    ,PRGM_NM      = 'CAT794'                            00068000
               WHERE CLIENT_NBR       = :DSP-CLIENT                     00068100
                 AND ACAT_CONTROL_NBR = :DSP-ACAT-CNTL                  00068200
                 AND RVW_STTS_CD      = 'P'                             00068300
           END-EXEC.                                                    00068400
                                                                        00068500
           EVALUATE SQLCODE                                             00068600
              WHEN +0                                                   00068700
                 IF DSP-APPROVED                                        00068800
                    ADD 1                   TO  WS-CNT-APPROVED         00068900
                    MOVE 'APPROVED - TRANSFER MAY PROCEED        '      00069000
                                            TO  DTL2-MESSAGE            00069100
                 ELSE                                                   00069200
                    ADD 1                   TO  WS-CNT-REJECTED         00069300
                    MOVE 'REJECTED - TRANSFER STAYS STOPPED      '      00069400
                                            TO  DTL2-MESSAGE            00069500
                 END-IF                                                 00069600
              WHEN +100                                                 00069700
                 ADD 1                      TO  WS-CNT-DISP-REJ         00069800
                 MOVE 'DECISION REJECTED - NO PENDING REVIEW  '         00069900
                                            TO  DTL2-MESSAGE            00070000
              WHEN OTHER                                                00070100
                 PERFORM 8000-DB2-ERROR-RTN                             00070200
           END-EVALUATE.                                                00070300
                                                                        00070400
           PERFORM 1600-WRITE-LOG-RTN.                                  00070500
                                                                        00070600
       1500-EXIT.                                                       00070700
           EXIT.                                                        00070800
                                                                        00070900
       1600-WRITE-LOG-RTN.                                              00071000
                                                                        00071100
           MOVE DTL2-RECORD                 TO  TRAC-DETAIL.            00071200
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00071300
                                                                        00071400
           EJECT                                                        00071500
      ********************                                              00071600
       2000-PROCESS-NEW-RTN.                                            00071700
      ********************                                              00071800
                                                                        00071900
           EXEC SQL                                                     00072000
              FETCH NEWCSR                                              00072100
                 INTO :WS-NEW-CLIENT                                    00072200
                     ,:WS-NEW-ACAT-CNTL                                 00072300
                     ,:WS-NEW-SIDE                                      00072400
                     ,:WS-NEW-BRANCH                                    00072500
                     ,:WS-NEW-ACCT                                      00072600
                     ,:WS-NEW-TFR-TYPE                                  00072700
                     ,:WS-NEW-CONTRA                                    00072800
                     ,:WS-NEW-ASSOC-TYPE                                00072900
                     ,:WS-NEW-EMPL-ID                                   00073000
                     ,:WS-NEW-ASSOC-NM                                  00073100
           END-EXEC.                                                    00073200
                                                                        00073300
           EVALUATE SQLCODE                                             00073400
              WHEN +100                                                 00073500
                 SET WS-END-OF-NEW          TO  TRUE                    00073600
                 GO TO 2000-EXIT                                        00073700
              WHEN +0                                                   00073800
                 CONTINUE                                               00073900
              WHEN OTHER                                                00074000
                 PERFORM 8000-DB2-ERROR-RTN                             00074100
           END-EVALUATE.                                                00074200
                                                                        00074300
           MOVE +0                          TO  WS-NEW-VALUE.           00074400
           EXEC SQL                                                     00074500
              SELECT VALUE(SUM(ASSET_AMT), 0)                           00074600
                INTO :WS-NEW-VALUE                                      00074700
                FROM VASSET                                             00074800
               WHERE CLIENT_NBR       = :WS-NEW-CLIENT                  00074900
                 AND ACAT_CONTROL_NBR = :WS-NEW-ACAT-CNTL               00075000
               WITH UR                                                  00075100
           END-EXEC.                                                    00075200
           IF SQLCODE NOT = +0                                          00075300
              PERFORM 8000-DB2-ERROR-RTN                                00075400
           END-IF.                                                      00075500
                                                                        00075600
           PERFORM 3000-QUEUE-RTN.                                      00075700
                                                                        00075800
       2000-EXIT.                                                       00075900
           EXIT.                                                        00076000
                                                                        00076100
           EJECT                                                        00076200
      **************                                                    00076300
       3000-QUEUE-RTN.                                                  00076400
      **************                                                    00076500
                                                                        00076600
           EXEC SQL                                                     00076700
              INSERT INTO ACATEMPR                                      00076800
                    (CLIENT_NBR                                         00076900
                    ,ACAT_CONTROL_NBR                                   00077000
                    ,DSTBN_SIDE_CD                                      00077100
                    ,BRANCH_CD                                          00077200
                    ,ACCT_CD                                            00077300
                    ,ASSOC_TYPE_CD                                      00077400
                    ,EMPL_ID                                            00077500
                    ,TRNFR_AMT                                          00077600
                    ,RVW_STTS_CD                                        00077700
                    ,RVWR_ID                                            00077800
                    ,RVW_CMNT_TXT                                       00077900
                    ,RVW_TMSTP                                          00078000
                    ,CRT_TMSTP                                          00078100
                    ,UPDT_TMSTP                                         00078200
                    ,PRGM_NM)                                           00078300
              VALUES                                                    00078400
                    (:WS-NEW-CLIENT                                     00078500
                    ,:WS-NEW-ACAT-CNTL                                  00078600
                    ,:WS-NEW-SIDE                                       00078700
                    ,:WS-NEW-BRANCH                                     00078800
                    ,:WS-NEW-ACCT                                       00078900
                    ,:WS-NEW-ASSOC-TYPE                                 00079000
                    ,:WS-NEW-EMPL-ID                                    00079100
                    ,:WS-NEW-VALUE                                      00079200
                    ,'P'                                                00079300
                    ,' '                                                00079400
                    ,' '                                                00079500
                    ,NULL                                               00079600
                    ,CURRENT TIMESTAMP                                  00079700
                    ,CURRENT TIMESTAMP                                  00079800
                    ,'CAT794')                                          00079900
           END-EXEC.                                                    00080000
           IF SQLCODE NOT = +0                                          00080100
              PERFORM 8000-DB2-ERROR-RTN                                00080200
           END-IF.                                                      00080300
                                                                        00080400
           ADD 1                            TO  WS-CNT-QUEUED           00080500
                                                WS-COMMIT-CNT.          00080600
           IF WS-COMMIT-CNT > 9                                         00080700
              EXEC SQL                                                  00080800
                   COMMIT                                               00080900
              END-EXEC                                                  00081000
              MOVE 0                        TO  WS-COMMIT-CNT           00081100
           END-IF.                                                      00081200
                                                                        00081300
           MOVE WS-NEW-CLIENT               TO  DTL1-CLIENT.            00081400
           MOVE WS-NEW-ACAT-CNTL            TO  DTL1-ACAT-CNTL.         00081500
           IF WS-NEW-SIDE = 'R'                                         00081600
              MOVE 'IN '                    TO  DTL1-SIDE               00081700
           ELSE                                                         00081800
              MOVE 'OUT'                    TO  DTL1-SIDE               00081900
           END-IF.                                                      00082000
           MOVE WS-NEW-BRANCH               TO  DTL1-BRANCH.            00082100
           MOVE WS-NEW-ACCT                 TO  DTL1-ACCT.              00082200
           MOVE WS-NEW-TFR-TYPE             TO  DTL1-TFR-TYPE.          00082300
           MOVE WS-NEW-CONTRA               TO  DTL1-CONTRA.            00082400
           MOVE WS-NEW-ASSOC-TYPE           TO  DTL1-ASSOC-TYPE.        00082500
           MOVE WS-NEW-EMPL-ID              TO  DTL1-EMPL-ID.           00082600
           MOVE WS-NEW-ASSOC-NM             TO  DTL1-ASSOC-NM.          00082700
           MOVE WS-NEW-VALUE                TO  DTL1-VALUE.             00082800
           MOVE DTL1-RECORD                 TO  TRAC-DETAIL.            00082900
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00083000
                                                                        00083100
           EJECT                                                        00083200
      *---------------------------------------------------------------  00083300
      * 5000-ATTESTATION-RTN - THE MONTHLY LIST COMPLIANCE SIGNS.  THE  00083400
      * MONTH DEFAULTS TO THE ONE BEFORE THE RUN DATE.                  00083500
      *---------------------------------------------------------------  00083600
       5000-ATTESTATION-RTN.                                            00083700
                                                                        00083800
           IF PARM-LENGTH = +8                                          00083900
           AND PARM-RPT-MONTH (1 : 4) NUMERIC                           00084000
           AND PARM-RPT-MONTH (5 : 1) = '-'                             00084100
           AND PARM-RPT-MONTH (6 : 2) NUMERIC                           00084200
              MOVE PARM-RPT-MONTH           TO  WS-RPT-MONTH            00084300
           ELSE                                                         00084400
              EXEC SQL                                                  00084500
                 SELECT  CHAR(CURRENT DATE - 1 MONTH, ISO)              00084600
                   INTO :WS-DATE-FROM                                   00084700
                   FROM  SYSIBM.SYSDUMMY1                               00084800
              END-EXEC                                                  00084900
              IF SQLCODE NOT = +0                                       00085000
                 PERFORM 8000-DB2-ERROR-RTN                             00085100
              END-IF                                                    00085200
              MOVE WS-DATE-FROM (1 : 7)     TO  WS-RPT-MONTH            00085300
           END-IF.                                                      00085400
                                                                        00085500
           MOVE SPACES                      TO  WS-DATE-FROM.           00085600
           STRING WS-RPT-MONTH '-01'                                    00085700
              DELIMITED BY SIZE             INTO  WS-DATE-FROM.         00085800
           EXEC SQL                                                     00085900
              SELECT  CHAR(DATE(:WS-DATE-FROM) + 1 MONTH - 1 DAY,       00086000
                           ISO)                                         00086100
                INTO :WS-DATE-TO                                        00086200
                FROM  SYSIBM.SYSDUMMY1                                  00086300
           END-EXEC.                                                    00086400
           IF SQLCODE NOT = +0                                          00086500
              PERFORM 8000-DB2-ERROR-RTN                                00086600
           END-IF.                                                      00086700
           DISPLAY 'CAT794 - ATTESTATION MONTH ' WS-RPT-MONTH.          00086800
                                                                        00086900
           MOVE WS-RPT-MONTH                TO  ATH1-MONTH.             00087000
           MOVE ATH1-RECORD                 TO  TRAC-DETAIL.            00087100
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00087200
           MOVE ATH2-RECORD                 TO  TRAC-DETAIL.            00087300
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00087400
                                                                        00087500
           EXEC SQL                                                     00087600
              OPEN ATTCSR                                               00087700
           END-EXEC.                                                    00087800
           IF SQLCODE NOT = +0                                          00087900
              PERFORM 8000-DB2-ERROR-RTN                                00088000
           END-IF.                                                      00088100
                                                                        00088200
           PERFORM 5100-ATTEST-LINE-RTN THRU 5100-EXIT                  00088300
              UNTIL WS-END-OF-ATT.                                      00088400
                                                                        00088500
           EXEC SQL                                                     00088600
              CLOSE ATTCSR                                              00088700
           END-EXEC.                                                    00088800
                                                                        00088900
           MOVE 'TRANSFERS LISTED            '  TO  TRL1-LABEL.         00089000
           MOVE WS-CNT-ATT-LISTED           TO  TRL1-COUNT.             00089100
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00089200
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00089300
                                                                        00089400
           MOVE ' '                         TO  TRL1-CC.                00089500
           MOVE 'STILL PENDING REVIEW        '  TO  TRL1-LABEL.         00089600
           MOVE WS-CNT-ATT-PENDING          TO  TRL1-COUNT.             00089700
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00089800
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00089900
           MOVE '0'                         TO  TRL1-CC.                00090000
                                                                        00090100
           MOVE ATS1-RECORD                 TO  TRAC-DETAIL.            00090200
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00090300
                                                                        00090400
       5100-ATTEST-LINE-RTN.                                            00090500
                                                                        00090600
           EXEC SQL                                                     00090700
              FETCH ATTCSR                                              00090800
                 INTO :WS-ATT-CLIENT                                    00090900
                     ,:WS-ATT-ACAT-CNTL                                 00091000
                     ,:WS-ATT-SIDE                                      00091100
                     ,:WS-ATT-BRANCH                                    00091200
                     ,:WS-ATT-ACCT                                      00091300
                     ,:WS-ATT-ASSOC-TYPE                                00091400
                     ,:WS-ATT-EMPL-ID                                   00091500
                     ,:WS-ATT-VALUE                                     00091600
                     ,:WS-ATT-RVW-STTS                                  00091700
                     ,:WS-ATT-RVWR-ID                                   00091800
                     ,:WS-ATT-RVW-DT                                    00091900
                     ,:WS-ATT-TFR-STTS                                  00092000
                     ,:WS-ATT-STTLM-DT                                  00092100
           END-EXEC.                                                    00092200
                                                                        00092300
           EVALUATE SQLCODE                                             00092400
              WHEN +100                                                 00092500
                 SET WS-END-OF-ATT          TO  TRUE                    00092600
                 GO TO 5100-EXIT                                        00092700
              WHEN +0                                                   00092800
                 ADD 1                      TO  WS-CNT-ATT-LISTED       00092900
              WHEN OTHER                                                00093000
                 PERFORM 8000-DB2-ERROR-RTN                             00093100
           END-EVALUATE.                                                00093200
                                                                        00093300
           MOVE WS-ATT-CLIENT               TO  ATT1-CLIENT.            00093400
           MOVE WS-ATT-ACAT-CNTL            TO  ATT1-ACAT-CNTL.         00093500
           IF WS-ATT-SIDE = 'R'                                         00093600
              MOVE 'IN '                    TO  ATT1-SIDE               00093700
           ELSE                                                         00093800
              MOVE 'OUT'                    TO  ATT1-SIDE               00093900
           END-IF.                                                      00094000
           MOVE WS-ATT-BRANCH               TO  ATT1-BRANCH.            00094100
           MOVE WS-ATT-ACCT                 TO  ATT1-ACCT.              00094200
           MOVE WS-ATT-ASSOC-TYPE           TO  ATT1-ASSOC-TYPE.        00094300
           MOVE WS-ATT-EMPL-ID              TO  ATT1-EMPL-ID.           00094400
           MOVE WS-ATT-VALUE                TO  ATT1-VALUE.             00094500
           EVALUATE TRUE                                                00094600
              WHEN WS-ATT-APPROVED                                      00094700
                 MOVE 'APPROVED'            TO  ATT1-DECISION           00094800
              WHEN WS-ATT-REJECTED                                      00094900
                 MOVE 'REJECTED'            TO  ATT1-DECISION           00095000
              WHEN OTHER                                                00095100
                 MOVE 'PENDING '            TO  ATT1-DECISION           00095200
                 ADD 1                      TO  WS-CNT-ATT-PENDING      00095300
           END-EVALUATE.                                                00095400
           MOVE WS-ATT-RVWR-ID              TO  ATT1-RVWR-ID.           00095500
           MOVE WS-ATT-RVW-DT               TO  ATT1-RVW-DT.            00095600
           MOVE WS-ATT-TFR-STTS             TO  ATT1-TFR-STTS.          00095700
           MOVE WS-ATT-STTLM-DT             TO  ATT1-STTLM-DT.          00095800
           MOVE ATT1-RECORD                 TO  TRAC-DETAIL.            00095900
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00096000
                                                                        00096100
       5100-EXIT.                                                       00096200
           EXIT.                                                        00096300
                                                                        00096400
           EJECT                                                        00096500
      ******************                                                00096600
       8000-DB2-ERROR-RTN.                                              00096700
      ******************                                                00096800
                                                                        00096900
           DISPLAY 'CAT794 - DB2 ERROR, SQLCODE = ' SQLCODE.            00097000
           CALL DSNTIAR               USING  SQLCA                      00097100
                                             WS-DB2-MESSAGE-AREA        00097200
                                             WS-ERR-LINE-LEN            00097300
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00097400
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00097500
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00097600
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00097700
                 END-IF                                                 00097800
           END-PERFORM.                                                 00097900
           DISPLAY 'CAT794 ABENDED'.                                    00098000
           CALL ABEND                 USING  ABEND-CODE.                00098100
                                                                        00098200
           EJECT                                                        00098300
      ************                                                      00098400
       9000-EOJ-RTN.                                                    00098500
      ************                                                      00098600
                                                                        00098700
           MOVE 'QUEUED FOR COMPLIANCE REVIEW'  TO  TRL1-LABEL.         00098800
           MOVE WS-CNT-QUEUED               TO  TRL1-COUNT.             00098900
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00099000
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00099100
                                                                        00099200
           MOVE ' '                         TO  TRL1-CC.                00099300
           MOVE 'FLAG TRANSACTIONS READ      '  TO  TRL1-LABEL.         00099400
           MOVE WS-CNT-ASP-READ             TO  TRL1-COUNT.             00099500
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00099600
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00099700
                                                                        00099800
           MOVE 'FLAGS ADDED                 '  TO  TRL1-LABEL.         00099900
           MOVE WS-CNT-ASP-ADDED            TO  TRL1-COUNT.             00100000
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00100100
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00100200
                                                                        00100300
           MOVE 'FLAGS CHANGED               '  TO  TRL1-LABEL.         00100400
           MOVE WS-CNT-ASP-CHANGED          TO  TRL1-COUNT.             00100500
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00100600
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00100700
                                                                        00100800
           MOVE 'FLAGS REMOVED               '  TO  TRL1-LABEL.         00100900
           MOVE WS-CNT-ASP-REMOVED          TO  TRL1-COUNT.             00101000
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00101100
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00101200
                                                                        00101300
           MOVE 'FLAG TRANSACTIONS REJECTED  '  TO  TRL1-LABEL.         00101400
           MOVE WS-CNT-ASP-REJ              TO  TRL1-COUNT.             00101500
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00101600
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00101700
                                                                        00101800
           MOVE 'DECISIONS READ              '  TO  TRL1-LABEL.         00101900
           MOVE WS-CNT-DISP-READ            TO  TRL1-COUNT.             00102000
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00102100
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00102200
                                                                        00102300
           MOVE 'REVIEWS APPROVED            '  TO  TRL1-LABEL.         00102400
           MOVE WS-CNT-APPROVED             TO  TRL1-COUNT.             00102500
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00102600
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00102700
                                                                        00102800
           MOVE 'REVIEWS REJECTED            '  TO  TRL1-LABEL.         00102900
           MOVE WS-CNT-REJECTED             TO  TRL1-COUNT.             00103000
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00103100
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00103200
                                                                        00103300
           MOVE 'DECISIONS REJECTED          '  TO  TRL1-LABEL.         00103400
           MOVE WS-CNT-DISP-REJ             TO  TRL1-COUNT.             00103500
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00103600
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00103700
                                                                        00103800
           CLOSE REPORT-FILE.                                           00103900
                                                                        00104000
           IF WS-CNT-QUEUED > ZERO                                      00104100
           OR WS-CNT-ATT-PENDING > ZERO                                 00104200
              MOVE +4                       TO  RETURN-CODE             00104300
           END-IF.                                                      00104400
                                                                        00104500
           DISPLAY ' '                                                  00104600
           DISPLAY 'QUEUED FOR REVIEW:      ' WS-CNT-QUEUED             00104700
           DISPLAY 'REVIEWS APPROVED:       ' WS-CNT-APPROVED           00104800
           DISPLAY 'REVIEWS REJECTED:       ' WS-CNT-REJECTED           00104900
           IF WS-MONTHLY-RUN                                            00105000
              DISPLAY 'ATTESTATION LISTED:     ' WS-CNT-ATT-LISTED      00105100
              DISPLAY 'ATTESTATION PENDING:    ' WS-CNT-ATT-PENDING     00105200
           END-IF                                                       00105300
           DISPLAY ' '                                                  00105400
           DISPLAY '*************************'                          00105500
           DISPLAY '* END OF CAT794 PROGRAM *'                          00105600
           DISPLAY '*************************'                          00105700
           DISPLAY ' '.                                                 00105800
