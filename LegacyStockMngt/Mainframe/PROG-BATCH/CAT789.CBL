000001* PDX    - CAT789   C0369790 10/15/26 23:26:40 TBTIKUO            00001000
LRM001* READ THE CAT726 HISTORY.  A SETTLED TRANSFER IS ARCHIVED TO     00001000
LRM001* VTRNHSTY THE NIGHT IT SETTLES, SO NO ACCOUNT EVER REACHED THE   00001000
LRM001* 30-DAY NO-BENEFICIARY CHECK.  THE CHECK NOW READS THE           00001000
LRM001* ARCHIVED RECEIVES TOO.                                          00001000
000001* PDX    - CAT789   C0369786 10/15/26 21:24:10 TBTIKUO            00000100
000001* CREATED FOR SSR 114458.  BENEFICIARY-DESIGNATION CARRYOVER FOR  00000200
000001* INCOMING IRA AND TRANSFER-ON-DEATH ACCOUNTS.  THE RECEIVER      00000300
000001* REGISTRATION SCREENS (ACAT2FDB, ACAT3FDB, ACAT5FDB) CARRY       00000400
000001* BNFCY_NM AND BNFCY_SSN ON VFNDRGST, BUT ONCE THE ACCOUNT ARRIVED00000500
000001* THE DESIGNATION EXISTED ONLY ON THE CONTRA'S PAPERWORK.  EACH   00000600
000001* BENEFICIARY ON AN INCOMING REGISTRATION IS NOW CAPTURED ON      00000700
000001* ACATBNFC AGAINST THE RECEIVING ACCOUNT AND WRITTEN TO A FEED FOR00000800
000001* THE ACCOUNT MASTER'S BENEFICIARY FILE.  RETIREMENT AND TOD      00000900
000001* ACCOUNTS RECEIVED MORE THAN 30 DAYS AGO WITH NO BENEFICIARY     00001000
000001* ON FILE ARE REPORTED BY BRANCH FOR A NEW DESIGNATION.           00001100
       IDENTIFICATION DIVISION.                                         00001200
       PROGRAM-ID.  CAT789.                                             00001300
       AUTHOR.      LARRY MUREY.                                        00001400
       DATE-WRITTEN.  OCT 2026.                                         00001500
      *---------------------------------------------------------------* 00001600
      *                         REMARKS                               * 00001700
      * RUNS NIGHTLY.                                                 * 00001800
      * INPUTS:  VFNDRGST - BNFCY_NM, BNFCY_SSN, RGSTN_TYPE_CD        * 00001900
      *          VTRNFR   - RECEIVE-SIDE TRANSFERS (NOT 140 OR 600)   * 00002000
LRM001*          VTRNHSTY - THE SAME, ONCE ARCHIVED BY CAT726         * 00001000
      *          VACTTYP  - IRA_IND OF THE RECEIVING ACCOUNT TYPE     * 00002100
      *          BNFYMSTR - OPTIONAL ACCOUNT MASTER BENEFICIARY       * 00002200
      *                     EXTRACT, SORTED CLIENT/BRANCH/ACCOUNT     * 00002300
      * OUTPUTS: ACATBNFC - BENEFICIARY CARRYOVER, ONE ROW PER        * 00002400
      *                     ACCOUNT AND BENEFICIARY                   * 00002500
      *          BNFCFEED - NEW BENEFICIARIES FOR THE ACCOUNT MASTER  * 00002600
      *          RPTPI    - CAPTURED BENEFICIARIES, AND RETIREMENT /  * 00002700
      *                     TOD ACCOUNTS WITH NONE ON FILE, BY BRANCH * 00002800
      * A RETIREMENT ACCOUNT IS ONE WHOSE RECEIVING ACCOUNT TYPE IS   * 00002900
      * IRA_IND 'Y' ON VACTTYP; A TOD ACCOUNT IS ONE RECEIVING A FUND * 00003000
      * REGISTERED WITH RGSTN_TYPE_CD 'TOD'.  A BENEFICIARY IS ON     * 00003100
      * FILE WHEN ACATBNFC OR THE ACCOUNT MASTER EXTRACT HAS ONE.     * 00003200
      * SSNS ARE CARRIED ON THE FEED ONLY, NEVER PRINTED.             * 00003300
      *---------------------------------------------------------------* 00003400
           EJECT                                                        00003500
      ***************************************************************** 00003600
       ENVIRONMENT DIVISION.                                            00003700
      ***************************************************************** 00003800
       INPUT-OUTPUT SECTION.                                            00003900
       FILE-CONTROL.                                                    00004000
           SELECT BNFY-MSTR-FILE       ASSIGN  TO  BNFYMSTR             00004100
                                       FILE STATUS  IS BNFYMSTR-STAT.   00004200
           SELECT BNFC-FEED-FILE       ASSIGN  TO  BNFCFEED.            00004300
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00004400
                                                                        00004500
      ***************************************************************** 00004600
       DATA DIVISION.                                                   00004700
      ***************************************************************** 00004800
                                                                        00004900
       FILE SECTION.                                                    00005000
                                                                        00005100
       FD  BNFY-MSTR-FILE                                               00005200
           RECORDING MODE F                                             00005300
           BLOCK CONTAINS 0 RECORDS                                     00005400
           LABEL RECORDS ARE STANDARD                                   00005500
           RECORD CONTAINS 100 CHARACTERS.                              00005600
       01  BNFY-MSTR-RECORD.                                            00005700
           05  BNM-KEY.                                                 00005800
               10  BNM-CLIENT          PIC X(04).                       00005900
               10  BNM-BRANCH          PIC X(03).                       00006000
               10  BNM-ACCT            PIC X(05).                       00006100
           05  BNM-BNFCY-SSN           PIC X(09).                       00006200
           05  BNM-BNFCY-NM            PIC X(30).                       00006300
           05  BNM-BNFCY-TYPE-CD       PIC X(01).                       00006400
           05  FILLER                  PIC X(48).                       00006500
                                                                        00006600
       FD  BNFC-FEED-FILE                                               00006700
           RECORDING MODE F                                             00006800
           BLOCK CONTAINS 0 RECORDS                                     00006900
           LABEL RECORDS ARE STANDARD                                   00007000
           RECORD CONTAINS 150 CHARACTERS.                              00007100
       01  BNFC-FEED-RECORD.                                            00007200
           05  BNF-CLIENT              PIC X(04).                       00007300
           05  BNF-BRANCH              PIC X(03).                       00007400
           05  BNF-ACCT                PIC X(05).                       00007500
           05  BNF-BNFCY-SSN           PIC X(09).                       00007600
           05  BNF-BNFCY-NM            PIC X(30).                       00007700
           05  BNF-RGSTN-TYPE-CD       PIC X(03).                       00007800
           05  BNF-ACCT-TYPE-CD        PIC X(02).                       00007900
           05  BNF-IRA-IND             PIC X(01).                       00008000
           05  BNF-ACAT-CNTL           PIC X(14).                       00008100
           05  BNF-ASSET-SEQ           PIC 9(09).                       00008200
           05  BNF-CUSIP               PIC X(12).                       00008300
           05  BNF-CAPT-DT             PIC X(10).                       00008400
           05  FILLER                  PIC X(48).                       00008500
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
       01  BNFYMSTR-STAT                PIC  X(02)  VALUE SPACES.       00010500
           88  BNFYMSTR-OK                         VALUE '00'.          00010600
           88  BNFYMSTR-EOF                        VALUE '10'.          00010700
                                                                        00010800
       01  WS-END-OF-CAP-SW             PIC  X(01)  VALUE 'N'.          00010900
           88  WS-END-OF-CAP                       VALUE 'Y'.           00011000
       01  WS-END-OF-NOB-SW             PIC  X(01)  VALUE 'N'.          00011100
           88  WS-END-OF-NOB                       VALUE 'Y'.           00011200
                                                                        00011300
      *  HOST VARIABLES - BENEFICIARIES ON INCOMING REGISTRATIONS.      00011400
       01  WS-CAP-AREA.                                                 00011500
           05  WS-CAP-CLIENT            PIC  X(04).                     00011600
           05  WS-CAP-BRANCH            PIC  X(03).                     00011700
           05  WS-CAP-ACCT              PIC  X(05).                     00011800
           05  WS-CAP-ACAT-CNTL         PIC  X(14).                     00011900
           05  WS-CAP-ASSET-SEQ         PIC S9(09) COMP.                00012000
           05  WS-CAP-CUSIP             PIC  X(12).                     00012100
           05  WS-CAP-BNFCY-NM          PIC  X(30).                     00012200
           05  WS-CAP-BNFCY-SSN         PIC  X(09).                     00012300
           05  WS-CAP-RGSTN-TYPE-CD     PIC  X(03).                     00012400
           05  WS-CAP-ACCT-TYPE-CD      PIC  X(02).                     00012500
           05  WS-CAP-IRA-IND           PIC  X(01).                     00012600
                                                                        00012700
      *  HOST VARIABLES - RETIREMENT / TOD ACCOUNTS WITH NO BENEFICIARY.00012800
       01  WS-NOB-AREA.                                                 00012900
           05  WS-NOB-KEY.                                              00013000
               10  WS-NOB-CLIENT        PIC  X(04).                     00013100
               10  WS-NOB-BRANCH        PIC  X(03).                     00013200
               10  WS-NOB-ACCT          PIC  X(05).                     00013300
           05  WS-NOB-ACAT-CNTL         PIC  X(14).                     00013400
           05  WS-NOB-CUST-NM           PIC  X(60).                     00013500
           05  WS-NOB-ACCT-TYPE-CD      PIC  X(02).                     00013600
           05  WS-NOB-IRA-IND           PIC  X(01).                     00013700
           05  WS-NOB-STTLM-DT          PIC  X(10).                     00013800
           05  WS-NOB-DAYS              PIC S9(09) COMP.                00013900
                                                                        00014000
       01  WS-BNM-KEY                   PIC  X(12)  VALUE LOW-VALUES.   00014100
       01  WS-RUN-DATE                  PIC  X(10).                     00014200
                                                                        00014300
       01  WS-PREV-BRANCH.                                              00014400
           05  WS-PREV-CLIENT           PIC  X(04)  VALUE LOW-VALUES.   00014500
           05  WS-PREV-BRNCH            PIC  X(03)  VALUE LOW-VALUES.   00014600
       01  WS-COMMIT-CNT                PIC S9(05) COMP-3  VALUE ZERO.  00014700
                                                                        00014800
       01  WS-CNT-CAPTURED              PIC S9(07) COMP-3  VALUE ZERO.  00014900
       01  WS-CNT-ALREADY               PIC S9(07) COMP-3  VALUE ZERO.  00015000
       01  WS-CNT-ON-MSTR               PIC S9(07) COMP-3  VALUE ZERO.  00015100
       01  WS-CNT-NO-BNFCY              PIC S9(07) COMP-3  VALUE ZERO.  00015200
                                                                        00015300
       01  WS-ACCEPT-DATE.                                              00015400
           05  WS-ACCEPT-YY             PIC  9(02).                     00015500
           05  WS-ACCEPT-MM             PIC  9(02).                     00015600
           05  WS-ACCEPT-DD             PIC  9(02).                     00015700
                                                                        00015800
       01  WS-DB2-MESSAGE-AREA.                                         00015900
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00016000
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00016100
               INDEXED BY WS-ERROR-INDEX.                               00016200
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00016300
                                                                        00016400
           EJECT                                                        00016500
       01  HDR1-RECORD.                                                 00016600
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00016700
           05  FILLER                   PIC  X(30)  VALUE               00016800
               'CAT789 - BENEFICIARY CARRYOVER'.                        00016900
           05  FILLER                   PIC  X(30)  VALUE               00017000
               ' - RETIREMENT AND TOD ACCOUNTS'.                        00017100
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00017200
           05  FILLER                   PIC  X(06)  VALUE 'DATE: '.     00017300
           05  HDR1-DATE-MM             PIC  X(02).                     00017400
           05  FILLER                   PIC  X(01)  VALUE '/'.          00017500
           05  HDR1-DATE-DD             PIC  X(02).                     00017600
           05  FILLER                   PIC  X(01)  VALUE '/'.          00017700
           05  HDR1-DATE-YY             PIC  X(02).                     00017800
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00017900
                                                                        00018000
       01  SEC1-RECORD.                                                 00018100
           05  SEC1-CC                  PIC  X(01)  VALUE '0'.          00018200
           05  SEC1-TITLE               PIC  X(50).                     00018300
           05  FILLER                   PIC  X(81)  VALUE SPACES.       00018400
                                                                        00018500
       01  HDR2-RECORD.                                                 00018600
           05  HDR2-CC                  PIC  X(01)  VALUE ' '.          00018700
           05  HDR2-TEXT                PIC  X(120).                    00018800
           05  FILLER                   PIC  X(11)  VALUE SPACES.       00018900
                                                                        00019000
       01  HDR2-CAP-TEXT.                                               00019100
           05  FILLER                   PIC  X(30)  VALUE               00019200
               ' CLNT BRN ACCT  CONTROL NBR   '.                        00019300
           05  FILLER                   PIC  X(30)  VALUE               00019400
               '   SEQ CUSIP        BENEFICIAR'.                        00019500
           05  FILLER                   PIC  X(30)  VALUE               00019600
               'Y                    REG TY IR'.                        00019700
           05  FILLER                   PIC  X(30)  VALUE               00019800
               'A STATUS                      '.                        00019900
                                                                        00020000
       01  HDR2-NOB-TEXT.                                               00020100
           05  FILLER                   PIC  X(30)  VALUE               00020200
               ' CLNT BRN ACCT  CONTROL NBR   '.                        00020300
           05  FILLER                   PIC  X(30)  VALUE               00020400
               ' CUSTOMER                     '.                        00020500
           05  FILLER                   PIC  X(30)  VALUE               00020600
               '                 TY KIND SETTL'.                        00020700
           05  FILLER                   PIC  X(30)  VALUE               00020800
               'ED     DAYS                   '.                        00020900
                                                                        00021000
       01  BRN1-RECORD.                                                 00021100
           05  BRN1-CC                  PIC  X(01)  VALUE '0'.          00021200
           05  FILLER                   PIC  X(08)  VALUE 'CLIENT: '.   00021300
           05  BRN1-CLIENT              PIC  X(04).                     00021400
           05  FILLER                   PIC  X(10)  VALUE '  BRANCH: '. 00021500
           05  BRN1-BRANCH              PIC  X(03).                     00021600
           05  FILLER                   PIC  X(106) VALUE SPACES.       00021700
                                                                        00021800
       01  DTL1-RECORD.                                                 00021900
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00022000
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00022100
           05  DTL1-CLIENT              PIC  X(04).                     00022200
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00022300
           05  DTL1-BRANCH              PIC  X(03).                     00022400
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00022500
           05  DTL1-ACCT                PIC  X(05).                     00022600
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00022700
           05  DTL1-ACAT-CNTL           PIC  X(14).                     00022800
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00022900
           05  DTL1-ASSET-SEQ           PIC  ZZZZ9.                     00023000
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00023100
           05  DTL1-CUSIP               PIC  X(12).                     00023200
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00023300
           05  DTL1-BNFCY-NM            PIC  X(30).                     00023400
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00023500
           05  DTL1-RGSTN-TYPE-CD       PIC  X(03).                     00023600
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00023700
           05  DTL1-ACCT-TYPE-CD        PIC  X(02).                     00023800
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00023900
           05  DTL1-IRA-IND             PIC  X(01).                     00024000
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00024100
           05  DTL1-STATUS              PIC  X(20).                     00024200
           05  FILLER                   PIC  X(20)  VALUE SPACES.       00024300
                                                                        00024400
       01  DTL2-RECORD.                                                 00024500
           05  DTL2-CC                  PIC  X(01)  VALUE ' '.          00024600
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00024700
           05  DTL2-CLIENT              PIC  X(04).                     00024800
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00024900
           05  DTL2-BRANCH              PIC  X(03).                     00025000
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00025100
           05  DTL2-ACCT                PIC  X(05).                     00025200
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00025300
           05  DTL2-ACAT-CNTL           PIC  X(14).                     00025400
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00025500
           05  DTL2-CUST-NM             PIC  X(45).                     00025600
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00025700
           05  DTL2-ACCT-TYPE-CD        PIC  X(02).                     00025800
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00025900
           05  DTL2-KIND                PIC  X(04).                     00026000
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00026100
           05  DTL2-STTLM-DT            PIC  X(10).                     00026200
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00026300
           05  DTL2-DAYS                PIC  ZZZZ9.                     00026400
           05  FILLER                   PIC  X(30)  VALUE SPACES.       00026500
                                                                        00026600
       01  TRL1-RECORD.                                                 00026700
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00026800
           05  TRL1-LABEL               PIC  X(32).                     00026900
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00027000
           05  FILLER                   PIC  X(88)  VALUE SPACES.       00027100
                                                                        00027200
           EJECT                                                        00027300
      *DB2 COMMUNICATION AREA                                           00027400
           EXEC SQL                                                     00027500
              INCLUDE SQLCA                                             00027600
           END-EXEC.                                                    00027700
                                                                        00027800
      *----------------------------------------------------------------*00027900
      *  BENEFICIARIES NAMED ON INCOMING REGISTRATIONS, NOT YET        *00028000
      *  CARRIED OVER TO THE RECEIVING ACCOUNT.                        *00028100
      *----------------------------------------------------------------*00028200
           EXEC SQL                                                     00028300
              DECLARE CAPCSR CURSOR WITH HOLD FOR                       00028400
                 SELECT T.CLIENT_NBR                                    00028500
                       ,T.BRANCH_CD                                     00028600
                       ,T.ACCT_CD                                       00028700
                       ,F.ACAT_CONTROL_NBR                              00028800
                       ,F.ASSET_SEQ_NBR                                 00028900
                       ,VALUE(F.ISIN_SEC_ISSUE_CD, ' ')                 00029000
                       ,F.BNFCY_NM                                      00029100
                       ,VALUE(F.BNFCY_SSN, ' ')                         00029200
                       ,VALUE(F.RGSTN_TYPE_CD, ' ')                     00029300
                       ,T.RCV_ACCT_TYPE_CD                              00029400
                       ,VALUE((SELECT Y.IRA_IND                         00029500
                                 FROM VACTTYP Y                         00029600
                                WHERE Y.ACCT_TYPE_CD =                  00029700
                                      T.RCV_ACCT_TYPE_CD), 'N')         00029800
                 FROM  VFNDRGST F                                       00029900
                       INNER JOIN VTRNFR T                              00030000
                         ON  T.CLIENT_NBR       = F.CLIENT_NBR          00030100
                         AND T.ACAT_CONTROL_NBR = F.ACAT_CONTROL_NBR    00030200
                 WHERE T.DSTBN_SIDE_CD   = 'R'                          00030300
                   AND T.STTS_CD        <> '140'                        00030400
                   AND T.STTS_CD        <> '600'                        00030500
                   AND F.BNFCY_NM        > ' '                          00030600
                   AND NOT EXISTS                                       00030700
                       (SELECT 1 FROM ACATBNFC B                        00030800
                         WHERE B.CLIENT_NBR = T.CLIENT_NBR              00030900
                           AND B.BRANCH_CD  = T.BRANCH_CD               00031000
                           AND B.ACCT_CD    = T.ACCT_CD                 00031100
                           AND B.BNFCY_NM   = F.BNFCY_NM)               00031200
                 ORDER BY T.CLIENT_NBR, T.BRANCH_CD, T.ACCT_CD,         00031300
                          F.ACAT_CONTROL_NBR, F.ASSET_SEQ_NBR           00031400
           END-EXEC.                                                    00031500
                                                                        00031600
      *----------------------------------------------------------------*00031700
      *  RETIREMENT AND TOD ACCOUNTS RECEIVED MORE THAN 30 DAYS AGO    *00031800
      *  WITH NO BENEFICIARY CARRIED OVER, IN ACCOUNT MASTER SEQUENCE. *00031900
      *----------------------------------------------------------------*00032000
           EXEC SQL                                                     00032100
              DECLARE NOBCSR CURSOR FOR                                 00032200
                 SELECT T.CLIENT_NBR                                    00032300
                       ,T.BRANCH_CD                                     00032400
                       ,T.ACCT_CD                                       00032500
                       ,MAX(T.ACAT_CONTROL_NBR)                         00032600
                       ,MAX(T.RCV_CUST_NM)                              00032700
                       ,MAX(T.RCV_ACCT_TYPE_CD)                         00032800
                       ,MAX(VALUE(Y.IRA_IND, 'N'))                      00032900
                       ,CHAR(MIN(T.STTLM_DT), ISO)                      00033000
                       ,DAYS(CURRENT DATE) - DAYS(MIN(T.STTLM_DT))      00033100
LRM001           FROM  (SELECT CLIENT_NBR, ACAT_CONTROL_NBR, BRANCH_CD, 00001000
LRM001                         ACCT_CD, RCV_CUST_NM, RCV_ACCT_TYPE_CD,  00001000
LRM001                         DSTBN_SIDE_CD, STTS_CD, STTLM_DT         00001000
LRM001                    FROM VTRNFR                                   00001000
LRM001                  UNION ALL                                       00001000
LRM001                  SELECT CLIENT_NBR, ACAT_CONTROL_NBR, BRANCH_CD, 00001000
LRM001                         ACCT_CD, RCV_CUST_NM, RCV_ACCT_TYPE_CD,  00001000
LRM001                         DSTBN_SIDE_CD, STTS_CD, STTLM_DT         00001000
LRM001                    FROM VTRNHSTY) T                              00001000
                       LEFT OUTER JOIN VACTTYP Y                        00033300
                         ON  Y.ACCT_TYPE_CD     = T.RCV_ACCT_TYPE_CD    00033400
                 WHERE T.DSTBN_SIDE_CD   = 'R'                          00033500
                   AND T.STTS_CD        >= '310'                        00033600
                   AND T.STTS_CD        <> '600'                        00033700
                   AND T.STTLM_DT       <= CURRENT DATE - 30 DAYS       00033800
                   AND (VALUE(Y.IRA_IND, 'N') = 'Y'                     00033900
                    OR  EXISTS                                          00034000
                          (SELECT 1 FROM VFNDRGST F                     00034100
                            WHERE F.CLIENT_NBR       = T.CLIENT_NBR     00034200
                              AND F.ACAT_CONTROL_NBR =                  00034300
                                  T.ACAT_CONTROL_NBR                    00034400
                              AND F.RGSTN_TYPE_CD    = 'TOD'))          00034500
                   AND NOT EXISTS                                       00034600
                       (SELECT 1 FROM ACATBNFC B                        00034700
                         WHERE B.CLIENT_NBR = T.CLIENT_NBR              00034800
                           AND B.BRANCH_CD  = T.BRANCH_CD               00034900
                           AND B.ACCT_CD    = T.ACCT_CD)                00035000
                 GROUP BY T.CLIENT_NBR, T.BRANCH_CD, T.ACCT_CD          00035100
                 ORDER BY T.CLIENT_NBR, T.BRANCH_CD, T.ACCT_CD          00035200
                 FOR READ ONLY WITH UR                                  00035300
           END-EXEC.                                                    00035400
                                                                        00035500
           EJECT                                                        00035600
      ***************************************************************** 00035700
       PROCEDURE DIVISION.                                              00035800
      ***************************************************************** 00035900
                                                                        00036000
           DISPLAY '*** CAT789 - BENEFICIARY CARRYOVER ***'.            00036100
                                                                        00036200
           PERFORM 1000-INITIAL-RTN.                                    00036300
                                                                        00036400
           MOVE 'BENEFICIARIES CARRIED OVER TO RECEIVING ACCOUNTS'      00036500
                                            TO  SEC1-TITLE.             00036600
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00036700
           MOVE HDR2-CAP-TEXT               TO  HDR2-TEXT.              00036800
           WRITE REPORT-RECORD            FROM  HDR2-RECORD.            00036900
           EXEC SQL                                                     00037000
              OPEN CAPCSR                                               00037100
           END-EXEC.                                                    00037200
           IF SQLCODE NOT = +0                                          00037300
              PERFORM 8000-DB2-ERROR-RTN                                00037400
           END-IF.                                                      00037500
                                                                        00037600
           PERFORM 2000-CAPTURE-RTN THRU 2000-EXIT                      00037700
              UNTIL WS-END-OF-CAP.                                      00037800
                                                                        00037900
           EXEC SQL                                                     00038000
              CLOSE CAPCSR                                              00038100
           END-EXEC.                                                    00038200
           EXEC SQL                                                     00038300
              COMMIT                                                    00038400
           END-EXEC.                                                    00038500
                                                                        00038600
           MOVE 'RETIREMENT / TOD ACCOUNTS WITH NO BENEFICIARY'         00038700
                                            TO  SEC1-TITLE.             00038800
           MOVE '1'                         TO  SEC1-CC.                00038900
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00039000
           MOVE HDR2-NOB-TEXT               TO  HDR2-TEXT.              00039100
           WRITE REPORT-RECORD            FROM  HDR2-RECORD.            00039200
           EXEC SQL                                                     00039300
              OPEN NOBCSR                                               00039400
           END-EXEC.                                                    00039500
           IF SQLCODE NOT = +0                                          00039600
              PERFORM 8000-DB2-ERROR-RTN                                00039700
           END-IF.                                                      00039800
                                                                        00039900
           PERFORM 3000-NO-BNFCY-RTN THRU 3000-EXIT                     00040000
              UNTIL WS-END-OF-NOB.                                      00040100
                                                                        00040200
           EXEC SQL                                                     00040300
              CLOSE NOBCSR                                              00040400
           END-EXEC.                                                    00040500
                                                                        00040600
           PERFORM 9000-EOJ-RTN.                                        00040700
                                                                        00040800
           GOBACK.                                                      00040900
                                                                        00041000
           EJECT                                                        00041100
      *****************                                                 00041200
       1000-INITIAL-RTN.                                                00041300
      *****************                                                 00041400
                                                                        00041500
           OPEN OUTPUT  BNFC-FEED-FILE                                  00041600
                        REPORT-FILE.                                    00041700
                                                                        00041800
           OPEN INPUT   BNFY-MSTR-FILE.                                 00041900
           IF NOT BNFYMSTR-OK                                           00042000
              DISPLAY 'CAT789 - BNFYMSTR NOT AVAILABLE, STATUS = '      00042100
                       BNFYMSTR-STAT                                    00042200
              DISPLAY 'CAT789 - ACATBNFC ALONE DECIDES ON FILE'         00042300
              MOVE HIGH-VALUES              TO  WS-BNM-KEY              00042400
           END-IF.                                                      00042500
                                                                        00042600
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00042700
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00042800
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00042900
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00043000
                                                                        00043100
           EXEC SQL                                                     00043200
              SELECT CHAR(CURRENT DATE, ISO)                            00043300
                INTO :WS-RUN-DATE                                       00043400
                FROM SYSIBM.SYSDUMMY1                                   00043500
           END-EXEC.                                                    00043600
           IF SQLCODE NOT = +0                                          00043700
              PERFORM 8000-DB2-ERROR-RTN                                00043800
           END-IF.                                                      00043900
                                                                        00044000
           WRITE REPORT-RECORD            FROM  HDR1-RECORD.            00044100
                                                                        00044200
           EJECT                                                        00044300
      *---------------------------------------------------------------  00044400
      * 2000-CAPTURE-RTN - ONE ACATBNFC ROW PER ACCOUNT AND NAMED       00044500
      * BENEFICIARY; THE SAME NAME ON A SECOND FUND IS ALREADY THERE.   00044600
      *---------------------------------------------------------------  00044700
       2000-CAPTURE-RTN.                                                00044800
                                                                        00044900
           EXEC SQL                                                     00045000
              FETCH CAPCSR                                              00045100
                 INTO :WS-CAP-CLIENT                                    00045200
                     ,:WS-CAP-BRANCH                                    00045300
                     ,:WS-CAP-ACCT                                      00045400
                     ,:WS-CAP-ACAT-CNTL                                 00045500
                     ,:WS-CAP-ASSET-SEQ                                 00045600
                     ,:WS-CAP-CUSIP                                     00045700
                     ,:WS-CAP-BNFCY-NM                                  00045800
                     ,:WS-CAP-BNFCY-SSN                                 00045900
                     ,:WS-CAP-RGSTN-TYPE-CD                             00046000
                     ,:WS-CAP-ACCT-TYPE-CD                              00046100
                     ,:WS-CAP-IRA-IND                                   00046200
           END-EXEC.                                                    00046300
                                                                        00046400
           EVALUATE SQLCODE                                             00046500
              WHEN +100                                                 00046600
                 SET WS-END-OF-CAP          TO  TRUE                    00046700
                 GO TO 2000-EXIT                                        00046800
              WHEN +0                                                   00046900
                 CONTINUE                                               00047000
              WHEN OTHER                                                00047100
                 PERFORM 8000-DB2-ERROR-RTN                             00047200
           END-EVALUATE.                                                00047300
                                                                        00047400
           EXEC SQL                                                     00047500
              INSERT INTO ACATBNFC                                      00047600
                    (CLIENT_NBR                                         00047700
                    ,BRANCH_CD                                          00047800
                    ,ACCT_CD                                            00047900
                    ,BNFCY_NM                                           00048000
                    ,BNFCY_SSN                                          00048100
                    ,RGSTN_TYPE_CD                                      00048200
                    ,ACAT_CONTROL_NBR                                   00048300
                    ,ASSET_SEQ_NBR                                      00048400
                    ,CAPT_DT                                            00048500
                    ,UPDT_TMSTP                                         00048600
                    ,PRGM_NM)                                           00048700
              VALUES                                                    00048800
                    (:WS-CAP-CLIENT                                     00048900
                    ,:WS-CAP-BRANCH                                     00049000
                    ,:WS-CAP-ACCT                                       00049100
                    ,:WS-CAP-BNFCY-NM                                   00049200
                    ,:WS-CAP-BNFCY-SSN                                  00049300
                    ,:WS-CAP-RGSTN-TYPE-CD                              00049400
                    ,:WS-CAP-ACAT-CNTL                                  00049500
                    ,:WS-CAP-ASSET-SEQ                                  00049600
                    ,CURRENT DATE                                       00049700
                    ,CURRENT TIMESTAMP                                  00049800
                    ,'CAT789')                                          00049900
           END-EXEC.                                                    00050000
                                                                        00050100
           EVALUATE SQLCODE                                             00050200
              WHEN +0                                                   00050300
                 ADD 1                      TO  WS-CNT-CAPTURED         00050400
                 MOVE 'CAPTURED - FED'      TO  DTL1-STATUS             00050500
              WHEN -803                                                 00050600
                 ADD 1                      TO  WS-CNT-ALREADY          00050700
                 GO TO 2000-EXIT                                        00050800
              WHEN OTHER                                                00050900
                 PERFORM 8000-DB2-ERROR-RTN                             00051000
           END-EVALUATE.                                                00051100
                                                                        00051200
           MOVE SPACES                      TO  BNFC-FEED-RECORD.       00051300
           MOVE WS-CAP-CLIENT               TO  BNF-CLIENT.             00051400
           MOVE WS-CAP-BRANCH               TO  BNF-BRANCH.             00051500
           MOVE WS-CAP-ACCT                 TO  BNF-ACCT.               00051600
           MOVE WS-CAP-BNFCY-SSN            TO  BNF-BNFCY-SSN.          00051700
           MOVE WS-CAP-BNFCY-NM             TO  BNF-BNFCY-NM.           00051800
           MOVE WS-CAP-RGSTN-TYPE-CD        TO  BNF-RGSTN-TYPE-CD.      00051900
           MOVE WS-CAP-ACCT-TYPE-CD         TO  BNF-ACCT-TYPE-CD.       00052000
           MOVE WS-CAP-IRA-IND              TO  BNF-IRA-IND.            00052100
           MOVE WS-CAP-ACAT-CNTL            TO  BNF-ACAT-CNTL.          00052200
           MOVE WS-CAP-ASSET-SEQ            TO  BNF-ASSET-SEQ.          00052300
           MOVE WS-CAP-CUSIP                TO  BNF-CUSIP.              00052400
           MOVE WS-RUN-DATE                 TO  BNF-CAPT-DT.            00052500
           WRITE BNFC-FEED-RECORD.                                      00052600
                                                                        00052700
           MOVE WS-CAP-CLIENT               TO  DTL1-CLIENT.            00052800
           MOVE WS-CAP-BRANCH               TO  DTL1-BRANCH.            00052900
           MOVE WS-CAP-ACCT                 TO  DTL1-ACCT.              00053000
           MOVE WS-CAP-ACAT-CNTL            TO  DTL1-ACAT-CNTL.         00053100
           MOVE WS-CAP-ASSET-SEQ            TO  DTL1-ASSET-SEQ.         00053200
           MOVE WS-CAP-CUSIP                TO  DTL1-CUSIP.             00053300
           MOVE WS-CAP-BNFCY-NM             TO  DTL1-BNFCY-NM.          00053400
           MOVE WS-CAP-RGSTN-TYPE-CD        TO  DTL1-RGSTN-TYPE-CD.     00053500
           MOVE WS-CAP-ACCT-TYPE-CD         TO  DTL1-ACCT-TYPE-CD.      00053600
           MOVE WS-CAP-IRA-IND              TO  DTL1-IRA-IND.           00053700
           WRITE REPORT-RECORD            FROM  DTL1-RECORD.            00053800
                                                                        00053900
           ADD 1                            TO  WS-COMMIT-CNT.          00054000
           IF WS-COMMIT-CNT > 99                                        00054100
              EXEC SQL                                                  00054200
                   COMMIT                                               00054300
              END-EXEC                                                  00054400
              MOVE 0                        TO  WS-COMMIT-CNT           00054500
           END-IF.                                                      00054600
                                                                        00054700
       2000-EXIT.                                                       00054800
           EXIT.                                                        00054900
                                                                        00055000
           EJECT                                                        00055100
      *---------------------------------------------------------------  00055200
      * 3000-NO-BNFCY-RTN - AN ACCOUNT THE MASTER EXTRACT ALREADY       00055300
      * HOLDS A BENEFICIARY FOR IS SKIPPED; THE REST GO TO THE BRANCH.  00055400
      *---------------------------------------------------------------  00055500
       3000-NO-BNFCY-RTN.                                               00055600
                                                                        00055700
           EXEC SQL                                                     00055800
              FETCH NOBCSR                                              00055900
                 INTO :WS-NOB-CLIENT                                    00056000
                     ,:WS-NOB-BRANCH                                    00056100
                     ,:WS-NOB-ACCT                                      00056200
                     ,:WS-NOB-ACAT-CNTL                                 00056300
                     ,:WS-NOB-CUST-NM                                   00056400
                     ,:WS-NOB-ACCT-TYPE-CD                              00056500
                     ,:WS-NOB-IRA-IND                                   00056600
                     ,:WS-NOB-STTLM-DT                                  00056700
                     ,:WS-NOB-DAYS                                      00056800
           END-EXEC.                                                    00056900
                                                                        00057000
           EVALUATE SQLCODE                                             00057100
              WHEN +100                                                 00057200
                 SET WS-END-OF-NOB          TO  TRUE                    00057300
                 GO TO 3000-EXIT                                        00057400
              WHEN +0                                                   00057500
                 CONTINUE                                               00057600
              WHEN OTHER                                                00057700
                 PERFORM 8000-DB2-ERROR-RTN                             00057800
           END-EVALUATE.                                                00057900
                                                                        00058000
           PERFORM 3500-READ-MSTR-RTN THRU 3500-EXIT                    00058100
              UNTIL WS-BNM-KEY NOT < WS-NOB-KEY.                        00058200
                                                                        00058300
           IF WS-BNM-KEY = WS-NOB-KEY                                   00058400
              ADD 1                         TO  WS-CNT-ON-MSTR          00058500
              GO TO 3000-EXIT                                           00058600
           END-IF.                                                      00058700
                                                                        00058800
           ADD 1                            TO  WS-CNT-NO-BNFCY.        00058900
                                                                        00059000
           IF WS-NOB-CLIENT NOT = WS-PREV-CLIENT                        00059100
           OR WS-NOB-BRANCH NOT = WS-PREV-BRNCH                         00059200
              MOVE WS-NOB-CLIENT            TO  BRN1-CLIENT             00059300
                                                WS-PREV-CLIENT          00059400
              MOVE WS-NOB-BRANCH            TO  BRN1-BRANCH             00059500
                                                WS-PREV-BRNCH           00059600
              WRITE REPORT-RECORD         FROM  BRN1-RECORD             00059700
           END-IF.                                                      00059800
                                                                        00059900
           MOVE WS-NOB-CLIENT               TO  DTL2-CLIENT.            00060000
           MOVE WS-NOB-BRANCH               TO  DTL2-BRANCH.            00060100
           MOVE WS-NOB-ACCT                 TO  DTL2-ACCT.              00060200
           MOVE WS-NOB-ACAT-CNTL            TO  DTL2-ACAT-CNTL.         00060300
           MOVE WS-NOB-CUST-NM              TO  DTL2-CUST-NM.           00060400
           MOVE WS-NOB-ACCT-TYPE-CD         TO  DTL2-ACCT-TYPE-CD.      00060500
           IF WS-NOB-IRA-IND = 'Y'                                      00060600
              MOVE 'IRA '                   TO  DTL2-KIND               00060700
           ELSE                                                         00060800
              MOVE 'TOD '                   TO  DTL2-KIND               00060900
           END-IF.                                                      00061000
           MOVE WS-NOB-STTLM-DT             TO  DTL2-STTLM-DT.          00061100
           MOVE WS-NOB-DAYS                 TO  DTL2-DAYS.              00061200
           WRITE REPORT-RECORD            FROM  DTL2-RECORD.            00061300
                                                                        00061400
       3000-EXIT.                                                       00061500
           EXIT.                                                        00061600
                                                                        00061700
      *---------------------------------------------------------------  00061800
      * 3500-READ-MSTR-RTN - HIGH-VALUES KEY AT END OF THE EXTRACT.     00061900
      *---------------------------------------------------------------  00062000
       3500-READ-MSTR-RTN.                                              00062100
                                                                        00062200
           IF WS-BNM-KEY = HIGH-VALUES                                  00062300
              GO TO 3500-EXIT                                           00062400
           END-IF.                                                      00062500
                                                                        00062600
           READ BNFY-MSTR-FILE.                                         00062700
           EVALUATE TRUE                                                00062800
              WHEN BNFYMSTR-OK                                          00062900
                 MOVE BNM-KEY               TO  WS-BNM-KEY              00063000
              WHEN BNFYMSTR-EOF                                         00063100
                 MOVE HIGH-VALUES           TO  WS-BNM-KEY              00063200
              WHEN OTHER                                                00063300
                 DISPLAY 'CAT789 - READ ERROR ON BNFYMSTR, STATUS = '   00063400
                          BNFYMSTR-STAT                                 00063500
                 MOVE 16                    TO  ABEND-CODE              00063600
                 CALL ABEND              USING  ABEND-CODE              00063700
           END-EVALUATE.                                                00063800
                                                                        00063900
       3500-EXIT.                                                       00064000
           EXIT.                                                        00064100
                                                                        00064200
           EJECT                                                        00064300
      ******************                                                00064400
       8000-DB2-ERROR-RTN.                                              00064500
      ******************                                                00064600
                                                                        00064700
           DISPLAY 'CAT789 - DB2 ERROR, SQLCODE = ' SQLCODE.            00064800
           CALL DSNTIAR               USING  SQLCA                      00064900
                                             WS-DB2-MESSAGE-AREA        00065000
                                             WS-ERR-LINE-LEN            00065100
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00065200
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00065300
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00065400
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00065500
                 END-IF                                                 00065600
           END-PERFORM.                                                 00065700
           DISPLAY 'CAT789 ABENDED'.                                    00065800
           CALL ABEND                 USING  ABEND-CODE.                00065900
                                                                        00066000
           EJECT                                                        00066100
      ************                                                      00066200
       9000-EOJ-RTN.                                                    00066300
      ************                                                      00066400
                                                                        00066500
           MOVE 'BENEFICIARIES CARRIED OVER     '   TO  TRL1-LABEL.     00066600
           MOVE WS-CNT-CAPTURED             TO  TRL1-COUNT.             00066700
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00066800
                                                                        00066900
           MOVE ' '                         TO  TRL1-CC.                00067000
           MOVE 'BENEFICIARIES ALREADY CARRIED  '   TO  TRL1-LABEL.     00067100
           MOVE WS-CNT-ALREADY              TO  TRL1-COUNT.             00067200
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00067300
                                                                        00067400
           MOVE 'ON FILE AT THE ACCOUNT MASTER  '   TO  TRL1-LABEL.     00067500
           MOVE WS-CNT-ON-MSTR              TO  TRL1-COUNT.             00067600
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00067700
                                                                        00067800
           MOVE 'ACCOUNTS WITH NO BENEFICIARY   '   TO  TRL1-LABEL.     00067900
           MOVE WS-CNT-NO-BNFCY             TO  TRL1-COUNT.             00068000
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00068100
                                                                        00068200
           IF BNFYMSTR-OK OR BNFYMSTR-EOF                               00068300
              CLOSE BNFY-MSTR-FILE                                      00068400
           END-IF.                                                      00068500
           CLOSE BNFC-FEED-FILE                                         00068600
                 REPORT-FILE.                                           00068700
                                                                        00068800
           IF WS-CNT-NO-BNFCY > ZERO                                    00068900
              MOVE +4                       TO  RETURN-CODE             00069000
           END-IF.                                                      00069100
                                                                        00069200
           DISPLAY ' '                                                  00069300
           DISPLAY 'BENEFICIARIES CAPTURED: ' WS-CNT-CAPTURED           00069400
           DISPLAY 'NO BENEFICIARY:         ' WS-CNT-NO-BNFCY           00069500
           DISPLAY ' '                                                  00069600
           DISPLAY '*************************'                          00069700
           DISPLAY '* END OF CAT789 PROGRAM *'                          00069800
           DISPLAY '*************************'                          00069900
           DISPLAY ' '.                                                 00070000
