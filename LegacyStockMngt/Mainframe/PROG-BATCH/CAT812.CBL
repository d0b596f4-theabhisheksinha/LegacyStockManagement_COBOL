000001* PDX    - CAT812   C0369809 10/15/26 15:20:41 TBTIKUO            00000100
000001* CREATED FOR SSR 114480.  AGENT-BANK SETTLEMENT OF FOREIGN       00000200
000001* ASSETS.  AN ASSET WHOSE SETTLEMENT LOCATION IS OUTSIDE DTC      00000300
000001* (A FOREIGN ORDINARY HELD AT OUR AGENT BANK) CANNOT SETTLE       00000400
000001* THROUGH THE DTC DELIVERY, AND THE INSTRUCTION TO THE AGENT      00000500
000001* WAS KEYED INTO THE BANK'S PORTAL BY HAND.  THIS NIGHTLY STEP    00000600
000001* (AFTER INTAKE) RECOGNIZES EVERY ASSET ON A PENDING TRANSFER     00000700
000001* WHOSE STTLM_LCTN_CD IS MARKED NON-DTC ON ACATSLOC AND           00000800
000001* REGISTERS IT ON ACATFSTL WITH ITS ISIN, PLACE OF SETTLEMENT     00000900
000001* AND THE AGENT BANK AND ACCOUNT FROM ACATSSI (SAME               00001000
000001* MOST-SPECIFIC-KEY LOOKUP AS CAT713).  A RECEIPT IS INSTRUCTED   00001100
000001* AT ONCE AS A SWIFT MT540 RECEIVE FREE; A DELIVERY WAITS AS P    00001200
000001* UNTIL CAT713 RELEASES IT AS AN MT542 DELIVER FREE IN PLACE OF   00001300
000001* THE DTC DELIVERY.  THE AGENT BANK'S STATUS AND SETTLEMENT       00001400
000001* CONFIRMATIONS ARE MATCHED BACK TO THE ASSET, AND UNCONFIRMED    00001500
000001* AND FAILED FOREIGN SETTLEMENTS ARE LISTED ON THE DAILY REPORT.  00001600
       IDENTIFICATION DIVISION.                                         00001700
       PROGRAM-ID.  CAT812.                                             00001800
       AUTHOR.      LARRY MUREY.                                        00001900
       DATE-WRITTEN.  OCT 2026.                                         00002000
      *---------------------------------------------------------------* 00002100
      *                         REMARKS                               * 00002200
      * PARM:    DDD = DAYS PAST CONTRACTUAL SETTLEMENT BEFORE AN     * 00002300
      *                UNCONFIRMED ITEM IS REPORTED (DEFAULT 000)     * 00002400
      * INPUTS:  FSTLSTS  - AGENT-BANK STATUS AND SETTLEMENT          * 00002500
      *                     CONFIRMATIONS FROM THE SWIFT GATEWAY      * 00002600
      *                     (MT548/MT544/MT546, OPTIONAL)             * 00002700
      *          VTRNFR/VASSET (DB2) - ASSETS ON PENDING TRANSFERS    * 00002800
      *                     (BELOW 300, NOT 140) WHOSE STTLM_LCTN_CD  * 00002900
      *                     IS NON-DTC (DTC_IND 'N') ON ACATSLOC      * 00003000
      *          ACATSSI  - AGENT BANK AND ACCOUNT AT AGENT           * 00003100
      * OUTPUTS: ACATFSTL - FOREIGN SETTLEMENT STATUS PER ASSET       * 00003200
      *                     H = HELD - NO ISIN, SSI OR SETTLE DATE    * 00003300
      *                     P = DELIVERY AWAITING RELEASE (CAT713)    * 00003400
      *                     I = INSTRUCTED, AWAITING AGENT BANK       * 00003500
      *                     A = ACCEPTED/MATCHED BY AGENT BANK        * 00003600
      *                     S = SETTLED - CONFIRMED BY AGENT BANK     * 00003700
      *                     F = FAILING AT THE AGENT BANK             * 00003800
      *                     R = INSTRUCTION REJECTED BY AGENT BANK    * 00003900
      *                     X = TRANSFER REJECTED OR DELETED          * 00004000
      *          SWIFTOUT - MT540 RECEIVE-FREE INSTRUCTIONS (CATSWIN) * 00004100
      *          RPTPI    - STATUS, REGISTRATION AND EXCEPTION RPT    * 00004200
      * RC 4 WHEN ANY ASSET IS HELD, UNCONFIRMED, FAILED OR REJECTED. * 00004300
      *---------------------------------------------------------------* 00004400
           EJECT                                                        00004500
      ***************************************************************** 00004600
       ENVIRONMENT DIVISION.                                            00004700
      ***************************************************************** 00004800
       INPUT-OUTPUT SECTION.                                            00004900
       FILE-CONTROL.                                                    00005000
           SELECT FSTLSTS-FILE         ASSIGN  TO  FSTLSTS              00005100
                                       FILE STATUS  IS FSTLSTS-STAT.    00005200
           SELECT SWIFT-OUT-FILE       ASSIGN  TO  SWIFTOUT.            00005300
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00005400
                                                                        00005500
      ***************************************************************** 00005600
       DATA DIVISION.                                                   00005700
      ***************************************************************** 00005800
                                                                        00005900
       FILE SECTION.                                                    00006000
                                                                        00006100
       FD  FSTLSTS-FILE                                                 00006200
           RECORDING MODE F                                             00006300
           BLOCK CONTAINS 0 RECORDS                                     00006400
           LABEL RECORDS ARE STANDARD                                   00006500
           RECORD CONTAINS 100 CHARACTERS.                              00006600
       01  FSTLSTS-RECORD.                                              00006700
           05  FST-CLIENT              PIC X(04).                       00006800
           05  FST-ACAT-CNTL           PIC X(14).                       00006900
           05  FST-ASSET-SEQ           PIC 9(09).                       00007000
           05  FST-SEME-REF            PIC X(16).                       00007100
           05  FST-STTS-CD             PIC X(01).                       00007200
               88  FST-ACCEPTED                   VALUE 'A'.            00007300
               88  FST-SETTLED                    VALUE 'S'.            00007400
               88  FST-FAILING                    VALUE 'F'.            00007500
               88  FST-REJECTED                   VALUE 'R'.            00007600
           05  FST-AGENT-REF           PIC X(16).                       00007700
           05  FST-RSN-CD              PIC X(04).                       00007800
           05  FST-RSN-TXT             PIC X(20).                       00007900
           05  FST-STTLD-DATE          PIC X(08).                       00008000
           05  FILLER                  PIC X(08).                       00008100
                                                                        00008200
       FD  SWIFT-OUT-FILE                                               00008300
           RECORDING MODE F                                             00008400
           BLOCK CONTAINS 0 RECORDS                                     00008500
           LABEL RECORDS ARE STANDARD                                   00008600
           RECORD CONTAINS 200 CHARACTERS.                              00008700
           COPY CATSWIN REPLACING ==:SWIN:== BY ==SWIN==.               00008800
                                                                        00008900
       FD  REPORT-FILE                                                  00009000
           RECORDING MODE F                                             00009100
           BLOCK CONTAINS 0 RECORDS                                     00009200
           LABEL RECORDS ARE STANDARD                                   00009300
           RECORD CONTAINS 132 CHARACTERS.                              00009400
       01  REPORT-RECORD                PIC  X(132).                    00009500
                                                                        00009600
           EJECT                                                        00009700
      ***************************************************************** 00009800
       WORKING-STORAGE SECTION.                                         00009900
      ***************************************************************** 00010000
                                                                        00010100
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00010200
                                                                        00010300
       01  CALL-MODULES.                                                00010400
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00010500
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00010600
                                                                        00010700
       01  FSTLSTS-STAT                 PIC  X(02)  VALUE SPACES.       00010800
           88  FSTLSTS-OK                          VALUE '00'.          00010900
           88  FSTLSTS-EOF                         VALUE '10'.          00011000
                                                                        00011100
       01  WS-END-OF-NEW-SW             PIC  X(01)  VALUE 'N'.          00011200
           88  WS-END-OF-NEW                       VALUE 'Y'.           00011300
       01  WS-END-OF-UNC-SW             PIC  X(01)  VALUE 'N'.          00011400
           88  WS-END-OF-UNC                       VALUE 'Y'.           00011500
       01  WS-END-OF-FLD-SW             PIC  X(01)  VALUE 'N'.          00011600
           88  WS-END-OF-FLD                       VALUE 'Y'.           00011700
                                                                        00011800
       01  WS-GRACE-DAYS                PIC S9(03) COMP-3  VALUE +0.    00011900
                                                                        00012000
      *  HOST VARIABLES - ACATFSTL ROW.                                 00012100
       01  WS-FSTL-AREA.                                                00012200
           05  WS-FSTL-CLIENT           PIC  X(04).                     00012300
           05  WS-FSTL-ACAT-CNTL        PIC  X(14).                     00012400
           05  WS-FSTL-ASSET-SEQ        PIC S9(09) COMP.                00012500
           05  WS-FSTL-BRANCH           PIC  X(03).                     00012600
           05  WS-FSTL-ACCT             PIC  X(05).                     00012700
           05  WS-FSTL-SIDE-CD          PIC  X(01).                     00012800
               88  WS-FSTL-DELIVER                 VALUE 'D'.           00012900
           05  WS-FSTL-CONTRA-PRTCP     PIC  X(04).                     00013000
           05  WS-FSTL-LCTN-CD          PIC  X(02).                     00013100
           05  WS-FSTL-ISIN.                                            00013200
               10  WS-FSTL-ISIN-CNTRY   PIC  X(02).                     00013300
               10  WS-FSTL-ISIN-NSIN    PIC  X(09).                     00013400
               10  WS-FSTL-ISIN-CHK     PIC  X(01).                     00013500
           05  WS-FSTL-SHR-QTY          PIC S9(12)V9(5) COMP-3.         00013600
           05  WS-FSTL-STTLM-DT         PIC  X(10).                     00013700
           05  WS-FSTL-PSET-BIC         PIC  X(11).                     00013800
           05  WS-FSTL-AGENT-BANK       PIC  X(08).                     00013900
           05  WS-FSTL-AGENT-ACCT       PIC  X(20).                     00014000
           05  WS-FSTL-SEME-REF.                                        00014100
               10  WS-FSTL-SEME-CNTL    PIC  X(14).                     00014200
               10  WS-FSTL-SEME-SEQ     PIC  9(02).                     00014300
           05  WS-FSTL-OLD-STTS-CD      PIC  X(01).                     00014400
               88  WS-FSTL-NOT-REGISTERED          VALUE ' '.           00014500
           05  WS-FSTL-STTS-CD          PIC  X(01).                     00014600
               88  WS-FSTL-HELD                    VALUE 'H'.           00014700
               88  WS-FSTL-INSTRUCTED              VALUE 'I'.           00014800
           05  WS-FSTL-AGENT-REF        PIC  X(16).                     00014900
           05  WS-FSTL-RSN-CD           PIC  X(04).                     00015000
           05  WS-FSTL-RSN-TXT          PIC  X(20).                     00015100
           05  WS-FSTL-DAYS-OUT         PIC S9(09) COMP.                00015200
                                                                        00015300
      *  HOST VARIABLES FOR THE SSI LOOKUP.                             00015400
       01  WS-SSI-AREA.                                                 00015500
           05  WS-SSI-PRTCP             PIC  X(04).                     00015600
           05  WS-SSI-CLT               PIC  X(04).                     00015700
           05  WS-SSI-BRANCH            PIC  X(03).                     00015800
           05  WS-SSI-AGENT-BANK        PIC  X(08).                     00015900
           05  WS-SSI-AGENT-ACCT        PIC  X(20).                     00016000
           05  WS-SSI-SPCL-HNDL         PIC  X(04).                     00016100
           05  WS-SSI-FOUND-SW          PIC  X(01)  VALUE 'N'.          00016200
               88  WS-SSI-FOUND                    VALUE 'Y'.           00016300
                                                                        00016400
       01  WS-CNT-STTS-READ             PIC S9(07) COMP-3  VALUE ZERO.  00016500
       01  WS-CNT-ACCEPTED              PIC S9(07) COMP-3  VALUE ZERO.  00016600
       01  WS-CNT-SETTLED               PIC S9(07) COMP-3  VALUE ZERO.  00016700
       01  WS-CNT-FAILING               PIC S9(07) COMP-3  VALUE ZERO.  00016800
       01  WS-CNT-REJECTED              PIC S9(07) COMP-3  VALUE ZERO.  00016900
       01  WS-CNT-STTS-UNMATCHED        PIC S9(07) COMP-3  VALUE ZERO.  00017000
       01  WS-CNT-MT540                 PIC S9(07) COMP-3  VALUE ZERO.  00017100
       01  WS-CNT-AWAIT-RLSE            PIC S9(07) COMP-3  VALUE ZERO.  00017200
       01  WS-CNT-HELD                  PIC S9(07) COMP-3  VALUE ZERO.  00017300
       01  WS-CNT-ENDED                 PIC S9(07) COMP-3  VALUE ZERO.  00017400
       01  WS-CNT-UNCONFIRMED           PIC S9(07) COMP-3  VALUE ZERO.  00017500
       01  WS-CNT-FAILED-OPEN           PIC S9(07) COMP-3  VALUE ZERO.  00017600
       01  WS-COMMIT-CNT                PIC S9(05) COMP-3  VALUE ZERO.  00017700
                                                                        00017800
       01  WS-ACCEPT-DATE.                                              00017900
           05  WS-ACCEPT-YY             PIC  9(02).                     00018000
           05  WS-ACCEPT-MM             PIC  9(02).                     00018100
           05  WS-ACCEPT-DD             PIC  9(02).                     00018200
                                                                        00018300
       01  WS-DB2-MESSAGE-AREA.                                         00018400
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00018500
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00018600
               INDEXED BY WS-ERROR-INDEX.                               00018700
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00018800
                                                                        00018900
           EJECT                                                        00019000
       01  HDR1-RECORD.                                                 00019100
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00019200
           05  FILLER                   PIC  X(30)  VALUE               00019300
               'CAT812 - FOREIGN AGENT-BANK SE'.                        00019400
           05  FILLER                   PIC  X(30)  VALUE               00019500
               'TTLEMENT                      '.                        00019600
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00019700
           05  FILLER                   PIC  X(06)  VALUE 'DATE: '.     00019800
           05  HDR1-DATE-MM             PIC  X(02).                     00019900
           05  FILLER                   PIC  X(01)  VALUE '/'.          00020000
           05  HDR1-DATE-DD             PIC  X(02).                     00020100
           05  FILLER                   PIC  X(01)  VALUE '/'.          00020200
           05  HDR1-DATE-YY             PIC  X(02).                     00020300
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00020400
                                                                        00020500
       01  HDR2-RECORD.                                                 00020600
           05  HDR2-CC                  PIC  X(01)  VALUE '0'.          00020700
           05  FILLER                   PIC  X(30)  VALUE               00020800
               ' CLNT CONTROL NBR       SEQ BR'.                        00020900
           05  FILLER                   PIC  X(30)  VALUE               00021000
               'N ACCT  S ISIN                '.                        00021100
           05  FILLER                   PIC  X(30)  VALUE               00021200
               '  QUANTITY AGENT    PSET BIC  '.                        00021300
           05  FILLER                   PIC  X(30)  VALUE               00021400
               '  DAYS MESSAGE                '.                        00021500
           05  FILLER                   PIC  X(11)  VALUE SPACES.       00021600
                                                                        00021700
       01  SEC1-RECORD.                                                 00021800
           05  SEC1-CC                  PIC  X(01)  VALUE '0'.          00021900
           05  SEC1-TITLE               PIC  X(40).                     00022000
           05  FILLER                   PIC  X(91)  VALUE SPACES.       00022100
                                                                        00022200
       01  DTL1-RECORD.                                                 00022300
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00022400
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00022500
           05  DTL1-CLIENT              PIC  X(04).                     00022600
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00022700
           05  DTL1-ACAT-CNTL           PIC  X(14).                     00022800
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00022900
           05  DTL1-ASSET-SEQ           PIC  Z(05)9.                    00023000
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00023100
           05  DTL1-BRANCH              PIC  X(03).                     00023200
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00023300
           05  DTL1-ACCT                PIC  X(05).                     00023400
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00023500
           05  DTL1-SIDE-CD             PIC  X(01).                     00023600
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00023700
           05  DTL1-ISIN                PIC  X(12).                     00023800
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00023900
           05  DTL1-SHR-QTY             PIC  ZZZ,ZZZ,ZZ9.99999.         00024000
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00024100
           05  DTL1-AGENT-BANK          PIC  X(08).                     00024200
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00024300
           05  DTL1-PSET-BIC            PIC  X(11).                     00024400
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00024500
           05  DTL1-DAYS-OUT            PIC  ZZZ9   BLANK WHEN ZERO.    00024600
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00024700
           05  DTL1-MESSAGE             PIC  X(26).                     00024800
           05  FILLER                   PIC  X(08)  VALUE SPACES.       00024900
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
      *  NON-DTC ASSETS ON PENDING TRANSFERS NOT YET ON ACATFSTL, OR   *00026400
      *  HELD THERE FOR WANT OF AN ISIN, SSI OR SETTLEMENT DATE.  THE  *00026500
      *  CONTRA IS THE RECEIVER ON A DELIVERY, THE DELIVERER ON A      *00026600
      *  RECEIVE.                                                      *00026700
      *----------------------------------------------------------------*00026800
           EXEC SQL                                                     00026900
              DECLARE NEWCSR CURSOR WITH HOLD FOR                       00027000
                 SELECT A.CLIENT_NBR                                    00027100
                       ,A.ACAT_CONTROL_NBR                              00027200
                       ,A.ASSET_SEQ_NBR                                 00027300
                       ,T.BRANCH_CD                                     00027400
                       ,T.ACCT_CD                                       00027500
                       ,T.DSTBN_SIDE_CD                                 00027600
                       ,CASE T.DSTBN_SIDE_CD                            00027700
                             WHEN 'D' THEN T.RCV_NBR                    00027800
                             ELSE T.DLVR_NBR                            00027900
                        END                                             00028000
                       ,A.STTLM_LCTN_CD                                 00028100
                       ,VALUE(A.ISIN_CNTRY_CD, ' ')                     00028200
                       ,A.ISIN_SEC_ISSUE_CD                             00028300
                       ,VALUE(A.ISIN_SEC_CDG_CD, ' ')                   00028400
                       ,A.ASSET_QTY                                     00028500
                       ,VALUE(CHAR(T.STTLM_DT, ISO), ' ')               00028600
                       ,L.PSET_BIC_CD                                   00028700
                       ,VALUE(F.FSTL_STTS_CD, ' ')                      00028800
                 FROM  VTRNFR T                                         00028900
                       INNER JOIN VASSET A                              00029000
                         ON  A.CLIENT_NBR       = T.CLIENT_NBR          00029100
                         AND A.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR    00029200
                       INNER JOIN ACATSLOC L                            00029300
                         ON  L.STTLM_LCTN_CD    = A.STTLM_LCTN_CD       00029400
                         AND L.DTC_IND          = 'N'                   00029500
                       LEFT OUTER JOIN ACATFSTL F                       00029600
                         ON  F.CLIENT_NBR       = A.CLIENT_NBR          00029700
                         AND F.ACAT_CONTROL_NBR = A.ACAT_CONTROL_NBR    00029800
                         AND F.ASSET_SEQ_NBR    = A.ASSET_SEQ_NBR       00029900
                 WHERE T.STTS_CD          < '300'                       00030000
                   AND T.STTS_CD         <> '140'                       00030100
                   AND (F.CLIENT_NBR IS NULL                            00030200
                        OR F.FSTL_STTS_CD = 'H')                        00030300
                 ORDER BY A.CLIENT_NBR, A.ACAT_CONTROL_NBR,             00030400
                          A.ASSET_SEQ_NBR                               00030500
           END-EXEC.                                                    00030600
                                                                        00030700
      *----------------------------------------------------------------*00030800
      *  NOT CONFIRMED BY THE AGENT BANK PAST CONTRACTUAL SETTLEMENT   *00030900
      *  (PLUS GRACE) - STILL AWAITING RELEASE, INSTRUCTED OR ONLY     *00031000
      *  MATCHED.                                                      *00031100
      *----------------------------------------------------------------*00031200
           EXEC SQL                                                     00031300
              DECLARE UNCCSR CURSOR FOR                                 00031400
                 SELECT F.CLIENT_NBR                                    00031500
                       ,F.ACAT_CONTROL_NBR                              00031600
                       ,F.ASSET_SEQ_NBR                                 00031700
                       ,F.BRANCH_CD                                     00031800
                       ,F.ACCT_CD                                       00031900
                       ,F.DSTBN_SIDE_CD                                 00032000
                       ,F.ISIN_CNTRY_CD                                 00032100
                       ,F.ISIN_SEC_ISSUE_CD                             00032200
                       ,F.ISIN_SEC_CDG_CD                               00032300
                       ,F.SHR_QTY                                       00032400
                       ,F.AGENT_BANK_CD                                 00032500
                       ,F.PSET_BIC_CD                                   00032600
                       ,F.FSTL_STTS_CD                                  00032700
                       ,DAYS(CURRENT DATE) - DAYS(T.STTLM_DT)           00032800
                 FROM  ACATFSTL F                                       00032900
                       INNER JOIN VTRNFR T                              00033000
                         ON  T.CLIENT_NBR       = F.CLIENT_NBR          00033100
                         AND T.ACAT_CONTROL_NBR = F.ACAT_CONTROL_NBR    00033200
                 WHERE F.FSTL_STTS_CD IN ('P', 'I', 'A')                00033300
                   AND T.STTLM_DT < CURRENT DATE - :WS-GRACE-DAYS DAYS  00033400
                 ORDER BY F.AGENT_BANK_CD, T.STTLM_DT, F.CLIENT_NBR,    00033500
                          F.ACAT_CONTROL_NBR, F.ASSET_SEQ_NBR           00033600
                 FOR READ ONLY WITH UR                                  00033700
           END-EXEC.                                                    00033800
                                                                        00033900
      *----------------------------------------------------------------*00034000
      *  FAILING OR REJECTED AT THE AGENT BANK.                        *00034100
      *----------------------------------------------------------------*00034200
           EXEC SQL                                                     00034300
              DECLARE FLDCSR CURSOR FOR                                 00034400
                 SELECT F.CLIENT_NBR                                    00034500
                       ,F.ACAT_CONTROL_NBR                              00034600
                       ,F.ASSET_SEQ_NBR                                 00034700
                       ,F.BRANCH_CD                                     00034800
                       ,F.ACCT_CD                                       00034900
                       ,F.DSTBN_SIDE_CD                                 00035000
                       ,F.ISIN_CNTRY_CD                                 00035100
                       ,F.ISIN_SEC_ISSUE_CD                             00035200
                       ,F.ISIN_SEC_CDG_CD                               00035300
                       ,F.SHR_QTY                                       00035400
                       ,F.AGENT_BANK_CD                                 00035500
                       ,F.PSET_BIC_CD                                   00035600
                       ,F.FSTL_STTS_CD                                  00035700
                       ,F.AGENT_RSN_CD                                  00035800
                       ,F.AGENT_RSN_TXT                                 00035900
                       ,DAYS(CURRENT DATE) - DAYS(F.STTS_DT)            00036000
                 FROM  ACATFSTL F                                       00036100
                 WHERE F.FSTL_STTS_CD IN ('F', 'R')                     00036200
                 ORDER BY F.AGENT_BANK_CD, F.STTS_DT, F.CLIENT_NBR,     00036300
                          F.ACAT_CONTROL_NBR, F.ASSET_SEQ_NBR           00036400
                 FOR READ ONLY WITH UR                                  00036500
           END-EXEC.                                                    00036600
                                                                        00036700
           EJECT                                                        00036800
      ***************************************************************   00036900
       LINKAGE SECTION.                                                 00037000
      ***************************************************************   00037100
       01  PARM-AREA.                                                   00037200
           05  PARM-LENGTH              PIC S9(4) COMP SYNC.            00037300
           05  PARM-DAYS                PIC  9(03).                     00037400
                                                                        00037500
           EJECT                                                        00037600
      ***************************************************************** 00037700
       PROCEDURE DIVISION USING PARM-AREA.                              00037800
      ***************************************************************** 00037900
                                                                        00038000
           DISPLAY '*** CAT812 - FOREIGN AGENT-BANK SETTLEMENT ***'.    00038100
                                                                        00038200
           IF PARM-LENGTH = +3 AND PARM-DAYS NUMERIC                    00038300
              MOVE PARM-DAYS                TO  WS-GRACE-DAYS           00038400
           END-IF.                                                      00038500
           DISPLAY 'UNCONFIRMED GRACE DAYS = ' WS-GRACE-DAYS.           00038600
                                                                        00038700
           PERFORM 1000-INITIAL-RTN.                                    00038800
                                                                        00038900
           MOVE 'AGENT-BANK STATUS AND CONFIRMATIONS     '              00039000
                                            TO  SEC1-TITLE.             00039100
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00039200
           IF FSTLSTS-OK                                                00039300
              PERFORM 2000-APPLY-STTS-RTN THRU 2000-EXIT                00039400
                 UNTIL FSTLSTS-EOF                                      00039500
              CLOSE FSTLSTS-FILE                                        00039600
           END-IF.                                                      00039700
                                                                        00039800
           EXEC SQL                                                     00039900
              COMMIT                                                    00040000
           END-EXEC.                                                    00040100
           MOVE 0                           TO  WS-COMMIT-CNT.          00040200
                                                                        00040300
           MOVE 'FOREIGN ASSETS RECOGNIZED AT INTAKE     '              00040400
                                            TO  SEC1-TITLE.             00040500
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00040600
           EXEC SQL                                                     00040700
              OPEN NEWCSR                                               00040800
           END-EXEC.                                                    00040900
           IF SQLCODE NOT = +0                                          00041000
              PERFORM 8000-DB2-ERROR-RTN                                00041100
           END-IF.                                                      00041200
                                                                        00041300
           PERFORM 3000-RECOGNIZE-RTN THRU 3000-EXIT                    00041400
              UNTIL WS-END-OF-NEW.                                      00041500
                                                                        00041600
           EXEC SQL                                                     00041700
              CLOSE NEWCSR                                              00041800
           END-EXEC.                                                    00041900
                                                                        00042000
           PERFORM 4000-END-ITEMS-RTN.                                  00042100
                                                                        00042200
           EXEC SQL                                                     00042300
              COMMIT                                                    00042400
           END-EXEC.                                                    00042500
                                                                        00042600
           MOVE 'UNCONFIRMED FOREIGN SETTLEMENTS         '              00042700
                                            TO  SEC1-TITLE.             00042800
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00042900
           EXEC SQL                                                     00043000
              OPEN UNCCSR                                               00043100
           END-EXEC.                                                    00043200
           IF SQLCODE NOT = +0                                          00043300
              PERFORM 8000-DB2-ERROR-RTN                                00043400
           END-IF.                                                      00043500
                                                                        00043600
           PERFORM 5000-UNCONFIRMED-RTN THRU 5000-EXIT                  00043700
              UNTIL WS-END-OF-UNC.                                      00043800
                                                                        00043900
           EXEC SQL                                                     00044000
              CLOSE UNCCSR                                              00044100
           END-EXEC.                                                    00044200
                                                                        00044300
           MOVE 'FAILED FOREIGN SETTLEMENTS              '              00044400
                                            TO  SEC1-TITLE.             00044500
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00044600
           EXEC SQL                                                     00044700
              OPEN FLDCSR                                               00044800
           END-EXEC.                                                    00044900
           IF SQLCODE NOT = +0                                          00045000
              PERFORM 8000-DB2-ERROR-RTN                                00045100
           END-IF.                                                      00045200
                                                                        00045300
           PERFORM 5500-FAILED-RTN THRU 5500-EXIT                       00045400
              UNTIL WS-END-OF-FLD.                                      00045500
                                                                        00045600
           EXEC SQL                                                     00045700
              CLOSE FLDCSR                                              00045800
           END-EXEC.                                                    00045900
                                                                        00046000
           PERFORM 9000-EOJ-RTN.                                        00046100
                                                                        00046200
           GOBACK.                                                      00046300
                                                                        00046400
           EJECT                                                        00046500
      *****************                                                 00046600
       1000-INITIAL-RTN.                                                00046700
      *****************                                                 00046800
                                                                        00046900
           OPEN INPUT   FSTLSTS-FILE.                                   00047000
           IF NOT FSTLSTS-OK                                            00047100
              DISPLAY 'CAT812 - NO FSTLSTS FILE, STATUS = '             00047200
                       FSTLSTS-STAT                                     00047300
           END-IF.                                                      00047400
                                                                        00047500
           OPEN OUTPUT  SWIFT-OUT-FILE                                  00047600
                        REPORT-FILE.                                    00047700
                                                                        00047800
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00047900
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00048000
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00048100
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00048200
                                                                        00048300
           WRITE REPORT-RECORD            FROM  HDR1-RECORD.            00048400
           WRITE REPORT-RECORD            FROM  HDR2-RECORD.            00048500
                                                                        00048600
           EJECT                                                        00048700
      *---------------------------------------------------------------  00048800
      * 2000-APPLY-STTS-RTN - ONLY AN ITEM STILL OPEN WITH THE AGENT    00048900
      * (I, A OR F) TAKES A STATUS.  A FAIL CAN BE FOLLOWED BY A        00049000
      * SETTLEMENT CONFIRMATION ON A LATER NIGHT.                       00049100
      *---------------------------------------------------------------  00049200
       2000-APPLY-STTS-RTN.                                             00049300
                                                                        00049400
           READ FSTLSTS-FILE                                            00049500
               AT END                                                   00049600
                   SET FSTLSTS-EOF          TO  TRUE                    00049700
                   GO TO 2000-EXIT                                      00049800
           END-READ.                                                    00049900
           ADD 1                            TO  WS-CNT-STTS-READ.       00050000
                                                                        00050100
           MOVE FST-CLIENT                  TO  WS-FSTL-CLIENT.         00050200
           MOVE FST-ACAT-CNTL               TO  WS-FSTL-ACAT-CNTL.      00050300
           MOVE FST-ASSET-SEQ               TO  WS-FSTL-ASSET-SEQ.      00050400
           MOVE FST-STTS-CD                 TO  WS-FSTL-STTS-CD.        00050500
           MOVE FST-AGENT-REF               TO  WS-FSTL-AGENT-REF.      00050600
           MOVE FST-RSN-CD                  TO  WS-FSTL-RSN-CD.         00050700
           MOVE FST-RSN-TXT                 TO  WS-FSTL-RSN-TXT.        00050800
           MOVE SPACES                      TO  WS-FSTL-BRANCH          00050900
                                                WS-FSTL-ACCT            00051000
                                                WS-FSTL-SIDE-CD         00051100
                                                WS-FSTL-ISIN            00051200
                                                WS-FSTL-AGENT-BANK      00051300
                                                WS-FSTL-PSET-BIC.       00051400
           MOVE +0                          TO  WS-FSTL-SHR-QTY         00051500
                                                WS-FSTL-DAYS-OUT.       00051600
                                                                        00051700
           IF NOT FST-ACCEPTED AND NOT FST-SETTLED                      00051800
           AND NOT FST-FAILING AND NOT FST-REJECTED                     00051900
              ADD 1                         TO  WS-CNT-STTS-UNMATCHED   00052000
              MOVE 'INVALID STATUS CODE       '  TO  DTL1-MESSAGE       00052100
              PERFORM 6000-WRITE-DETAIL-RTN                             00052200
              GO TO 2000-EXIT                                           00052300
           END-IF.                                                      00052400
                                                                        00052500
           EXEC SQL                                                     00052600
              UPDATE ACATFSTL                                           00052700
                 SET FSTL_STTS_CD     = :WS-FSTL-STTS-CD                00052800
                    ,AGENT_REF        = :WS-FSTL-AGENT-REF              00052900
                    ,AGENT_RSN_CD     = :WS-FSTL-RSN-CD                 00053000
                    ,AGENT_RSN_TXT    = :WS-FSTL-RSN-TXT                00053100
                    ,STTS_DT          = CURRENT DATE                    00053200
                    ,UPDT_TMSTP       = CURRENT TIMESTAMP               00053300
                    ,PRGM_NM          = 'CAT812'                        00053400
               WHERE CLIENT_NBR       = :WS-FSTL-CLIENT                 00053500
                 AND ACAT_CONTROL_NBR = :WS-FSTL-ACAT-CNTL              00053600
                 AND ASSET_SEQ_NBR    = :WS-FSTL-ASSET-SEQ              00053700
                 AND FSTL_STTS_CD IN ('I', 'A', 'F')                    00053800
           END-EXEC.                                                    00053900
                                                                        00054000
           EVALUATE SQLCODE                                             00054100
              WHEN +0                                                   00054200
                 EVALUATE TRUE                                          00054300
                    WHEN FST-ACCEPTED                                   00054400
                       ADD 1                TO  WS-CNT-ACCEPTED         00054500
                       MOVE 'ACCEPTED BY AGENT BANK    '                00054600
                                            TO  DTL1-MESSAGE            00054700
                    WHEN FST-SETTLED                                    00054800
                       ADD 1                TO  WS-CNT-SETTLED          00054900
                       MOVE SPACES          TO  DTL1-MESSAGE            00055000
                       STRING 'SETTLED '                                00055100
                              FST-STTLD-DATE                            00055200
                          DELIMITED BY SIZE INTO DTL1-MESSAGE           00055300
                    WHEN FST-FAILING                                    00055400
                       ADD 1                TO  WS-CNT-FAILING          00055500
                       MOVE SPACES          TO  DTL1-MESSAGE            00055600
                       STRING 'FAILING '                                00055700
                              FST-RSN-CD                                00055800
                              ' '                                       00055900
                              FST-RSN-TXT (1 : 13)                      00056000
                          DELIMITED BY SIZE INTO DTL1-MESSAGE           00056100
                    WHEN OTHER                                          00056200
                       ADD 1                TO  WS-CNT-REJECTED         00056300
                       MOVE SPACES          TO  DTL1-MESSAGE            00056400
                       STRING 'REJECTED '                               00056500
                              FST-RSN-CD                                00056600
                              ' '                                       00056700
                              FST-RSN-TXT (1 : 12)                      00056800
                          DELIMITED BY SIZE INTO DTL1-MESSAGE           00056900
                 END-EVALUATE                                           00057000
              WHEN +100                                                 00057100
                 ADD 1                      TO  WS-CNT-STTS-UNMATCHED   00057200
                 MOVE 'NO ITEM OPEN WITH AGENT   '  TO  DTL1-MESSAGE    00057300
              WHEN OTHER                                                00057400
                 PERFORM 8000-DB2-ERROR-RTN                             00057500
           END-EVALUATE.                                                00057600
           PERFORM 6000-WRITE-DETAIL-RTN.                               00057700
                                                                        00057800
       2000-EXIT.                                                       00057900
           EXIT.                                                        00058000
                                                                        00058100
           EJECT                                                        00058200
      *---------------------------------------------------------------  00058300
      * 3000-RECOGNIZE-RTN - REGISTER ONE FOREIGN ASSET.  AN ASSET      00058400
      * WITHOUT A FULL ISIN OR AN AGENT-BANK SSI IS HELD (H) AND TRIED  00058500
      * AGAIN EACH NIGHT, AS IS A RECEIPT WITH NO SETTLEMENT DATE YET.  00058600
      * A RECEIPT IS INSTRUCTED (MT540) HERE; A DELIVERY WAITS FOR      00058700
      * CAT713 TO RELEASE IT.                                           00058800
      *---------------------------------------------------------------  00058900
       3000-RECOGNIZE-RTN.                                              00059000
                                                                        00059100
           EXEC SQL                                                     00059200
              FETCH NEWCSR                                              00059300
                 INTO :WS-FSTL-CLIENT                                   00059400
                     ,:WS-FSTL-ACAT-CNTL                                00059500
                     ,:WS-FSTL-ASSET-SEQ                                00059600
                     ,:WS-FSTL-BRANCH                                   00059700
                     ,:WS-FSTL-ACCT                                     00059800
                     ,:WS-FSTL-SIDE-CD                                  00059900
                     ,:WS-FSTL-CONTRA-PRTCP                             00060000
                     ,:WS-FSTL-LCTN-CD                                  00060100
                     ,:WS-FSTL-ISIN-CNTRY                               00060200
                     ,:WS-FSTL-ISIN-NSIN                                00060300
                     ,:WS-FSTL-ISIN-CHK                                 00060400
                     ,:WS-FSTL-SHR-QTY                                  00060500
                     ,:WS-FSTL-STTLM-DT                                 00060600
                     ,:WS-FSTL-PSET-BIC                                 00060700
                     ,:WS-FSTL-OLD-STTS-CD                              00060800
           END-EXEC.                                                    00060900
                                                                        00061000
           EVALUATE SQLCODE                                             00061100
              WHEN +100                                                 00061200
                 SET WS-END-OF-NEW          TO  TRUE                    00061300
                 GO TO 3000-EXIT                                        00061400
              WHEN +0                                                   00061500
                 CONTINUE                                               00061600
              WHEN OTHER                                                00061700
                 PERFORM 8000-DB2-ERROR-RTN                             00061800
           END-EVALUATE.                                                00061900
                                                                        00062000
           MOVE WS-FSTL-ACAT-CNTL           TO  WS-FSTL-SEME-CNTL.      00062100
           MOVE WS-FSTL-ASSET-SEQ           TO  WS-FSTL-SEME-SEQ.       00062200
           PERFORM 3100-FIND-SSI-RTN THRU 3100-EXIT.                    00062300
           IF WS-SSI-FOUND                                              00062400
              MOVE WS-SSI-AGENT-BANK        TO  WS-FSTL-AGENT-BANK      00062500
              MOVE WS-SSI-AGENT-ACCT        TO  WS-FSTL-AGENT-ACCT      00062600
           ELSE                                                         00062700
              MOVE SPACES                   TO  WS-FSTL-AGENT-BANK      00062800
                                                WS-FSTL-AGENT-ACCT      00062900
           END-IF.                                                      00063000
                                                                        00063100
           EVALUATE TRUE                                                00063200
              WHEN WS-FSTL-ISIN-CNTRY = SPACES                          00063300
                OR WS-FSTL-ISIN-NSIN  = SPACES                          00063400
                OR WS-FSTL-ISIN-CHK   = SPACES                          00063500
                 MOVE 'H'                   TO  WS-FSTL-STTS-CD         00063600
                 MOVE 'HELD - NO ISIN ON ASSET   '  TO  DTL1-MESSAGE    00063700
              WHEN NOT WS-SSI-FOUND                                     00063800
                 MOVE 'H'                   TO  WS-FSTL-STTS-CD         00063900
                 MOVE 'HELD - NO AGENT-BANK SSI  '  TO  DTL1-MESSAGE    00064000
              WHEN WS-FSTL-DELIVER                                      00064100
                 MOVE 'P'                   TO  WS-FSTL-STTS-CD         00064200
                 MOVE 'DELIVER - AWAITING RELEASE'  TO  DTL1-MESSAGE    00064300
              WHEN WS-FSTL-STTLM-DT = SPACES                            00064400
                 MOVE 'H'                   TO  WS-FSTL-STTS-CD         00064500
                 MOVE 'HELD - NO SETTLE DATE YET '  TO  DTL1-MESSAGE    00064600
              WHEN OTHER                                                00064700
                 MOVE 'I'                   TO  WS-FSTL-STTS-CD         00064800
                 MOVE 'RECEIVE - MT540 SENT      '  TO  DTL1-MESSAGE    00064900
           END-EVALUATE.                                                00065000
                                                                        00065100
      *    STILL HELD FROM AN EARLIER NIGHT - ONLY THE REPORT LINE      00065200
           IF WS-FSTL-HELD AND NOT WS-FSTL-NOT-REGISTERED               00065300
              ADD 1                         TO  WS-CNT-HELD             00065400
              MOVE +0                       TO  WS-FSTL-DAYS-OUT        00065500
              PERFORM 6000-WRITE-DETAIL-RTN                             00065600
              GO TO 3000-EXIT                                           00065700
           END-IF.                                                      00065800
                                                                        00065900
           IF WS-FSTL-NOT-REGISTERED                                    00066000
              PERFORM 3200-INSERT-FSTL-RTN                              00066100
           ELSE                                                         00066200
              PERFORM 3300-UPDATE-FSTL-RTN                              00066300
           END-IF.                                                      00066400
                                                                        00066500
           EVALUATE TRUE                                                00066600
              WHEN WS-FSTL-HELD                                         00066700
                 ADD 1                      TO  WS-CNT-HELD             00066800
              WHEN WS-FSTL-INSTRUCTED                                   00066900
                 PERFORM 3400-WRITE-MT540-RTN                           00067000
              WHEN OTHER                                                00067100
                 ADD 1                      TO  WS-CNT-AWAIT-RLSE       00067200
           END-EVALUATE.                                                00067300
           MOVE +0                          TO  WS-FSTL-DAYS-OUT.       00067400
           PERFORM 6000-WRITE-DETAIL-RTN.                               00067500
                                                                        00067600
           ADD 1                            TO  WS-COMMIT-CNT.          00067700
           IF WS-COMMIT-CNT > 99                                        00067800
              EXEC SQL                                                  00067900
                   COMMIT                                               00068000
              END-EXEC                                                  00068100
              MOVE 0                        TO  WS-COMMIT-CNT           00068200
           END-IF.                                                      00068300
                                                                        00068400
       3000-EXIT.                                                       00068500
           EXIT.                                                        00068600
                                                                        00068700
      *----------------------------------------------------------------*00068800
      *  3100-FIND-SSI-RTN: MOST SPECIFIC ACTIVE ROW WINS -            *00068900
      *  PARTICIPANT+CLIENT+BRANCH, THEN PARTICIPANT+CLIENT, THEN      *00069000
      *  PARTICIPANT ALONE (CLIENT/BRANCH SPACES ON THE TABLE ROW).    *00069100
      *----------------------------------------------------------------*00069200
       3100-FIND-SSI-RTN.                                               00069300
                                                                        00069400
           MOVE 'N'                         TO  WS-SSI-FOUND-SW.        00069500
                                                                        00069600
           MOVE WS-FSTL-CONTRA-PRTCP        TO  WS-SSI-PRTCP.           00069700
           MOVE WS-FSTL-CLIENT              TO  WS-SSI-CLT.             00069800
           MOVE WS-FSTL-BRANCH              TO  WS-SSI-BRANCH.          00069900
           PERFORM 3150-READ-SSI-RTN.                                   00070000
           IF WS-SSI-FOUND                                              00070100
              GO TO 3100-EXIT                                           00070200
           END-IF.                                                      00070300
                                                                        00070400
           MOVE SPACES                      TO  WS-SSI-BRANCH.          00070500
           PERFORM 3150-READ-SSI-RTN.                                   00070600
           IF WS-SSI-FOUND                                              00070700
              GO TO 3100-EXIT                                           00070800
           END-IF.                                                      00070900
                                                                        00071000
           MOVE SPACES                      TO  WS-SSI-CLT.             00071100
           PERFORM 3150-READ-SSI-RTN.                                   00071200
                                                                        00071300
       3100-EXIT.                                                       00071400
           EXIT.                                                        00071500
                                                                        00071600
      *****************                                                 00071700
       3150-READ-SSI-RTN.                                               00071800
      *****************                                                 00071900
                                                                        00072000
           EXEC SQL                                                     00072100
              SELECT AGENT_BANK_CD                                      00072200
                    ,AGENT_ACCT_NBR                                     00072300
                    ,SPCL_HNDL_CD                                       00072400
                INTO :WS-SSI-AGENT-BANK                                 00072500
                    ,:WS-SSI-AGENT-ACCT                                 00072600
                    ,:WS-SSI-SPCL-HNDL                                  00072700
                FROM ACATSSI                                            00072800
               WHERE PRTCP_NBR  = :WS-SSI-PRTCP                         00072900
                 AND CLIENT_NBR = :WS-SSI-CLT                           00073000
                 AND BRANCH_CD  = :WS-SSI-BRANCH                        00073100
                 AND ACTV_IND   = 'Y'                                   00073200
           END-EXEC.                                                    00073300
                                                                        00073400
           EVALUATE SQLCODE                                             00073500
              WHEN +0                                                   00073600
                 SET WS-SSI-FOUND           TO  TRUE                    00073700
              WHEN +100                                                 00073800
                 CONTINUE                                               00073900
              WHEN OTHER                                                00074000
                 PERFORM 8000-DB2-ERROR-RTN                             00074100
           END-EVALUATE.                                                00074200
                                                                        00074300
      ********************                                              00074400
       3200-INSERT-FSTL-RTN.                                            00074500
      ********************                                              00074600
                                                                        00074700
           EXEC SQL                                                     00074800
              INSERT INTO ACATFSTL                                      00074900
                    (CLIENT_NBR                                         00075000
                    ,ACAT_CONTROL_NBR                                   00075100
                    ,ASSET_SEQ_NBR                                      00075200
                    ,BRANCH_CD                                          00075300
                    ,ACCT_CD                                            00075400
                    ,DSTBN_SIDE_CD                                      00075500
                    ,CNTRA_PRTCP_NBR                                    00075600
                    ,STTLM_LCTN_CD                                      00075700
                    ,ISIN_CNTRY_CD                                      00075800
                    ,ISIN_SEC_ISSUE_CD                                  00075900
                    ,ISIN_SEC_CDG_CD                                    00076000
                    ,SHR_QTY                                            00076100
                    ,PSET_BIC_CD                                        00076200
                    ,AGENT_BANK_CD                                      00076300
                    ,AGENT_ACCT_NBR                                     00076400
                    ,SEME_REF                                           00076500
                    ,FSTL_STTS_CD                                       00076600
                    ,STTS_DT                                            00076700
                    ,AGENT_REF                                          00076800
                    ,AGENT_RSN_CD                                       00076900
                    ,AGENT_RSN_TXT                                      00077000
                    ,UPDT_TMSTP                                         00077100
                    ,PRGM_NM)                                           00077200
              VALUES                                                    00077300
                    (:WS-FSTL-CLIENT                                    00077400
                    ,:WS-FSTL-ACAT-CNTL                                 00077500
                    ,:WS-FSTL-ASSET-SEQ                                 00077600
                    ,:WS-FSTL-BRANCH                                    00077700
                    ,:WS-FSTL-ACCT                                      00077800
                    ,:WS-FSTL-SIDE-CD                                   00077900
                    ,:WS-FSTL-CONTRA-PRTCP                              00078000
                    ,:WS-FSTL-LCTN-CD                                   00078100
                    ,:WS-FSTL-ISIN-CNTRY                                00078200
                    ,:WS-FSTL-ISIN-NSIN                                 00078300
                    ,:WS-FSTL-ISIN-CHK                                  00078400
                    ,:WS-FSTL-SHR-QTY                                   00078500
                    ,:WS-FSTL-PSET-BIC                                  00078600
                    ,:WS-FSTL-AGENT-BANK                                00078700
                    ,:WS-FSTL-AGENT-ACCT                                00078800
                    ,:WS-FSTL-SEME-REF                                  00078900
                    ,:WS-FSTL-STTS-CD                                   00079000
                    ,CURRENT DATE                                       00079100
                    ,' '                                                00079200
                    ,' '                                                00079300
                    ,' '                                                00079400
                    ,CURRENT TIMESTAMP                                  00079500
                    ,'CAT812')                                          00079600
           END-EXEC.                                                    00079700
           IF SQLCODE NOT = +0                                          00079800
              PERFORM 8000-DB2-ERROR-RTN                                00079900
           END-IF.                                                      00080000
                                                                        00080100
      ********************                                              00080200
       3300-UPDATE-FSTL-RTN.                                            00080300
      ********************                                              00080400
                                                                        00080500
           EXEC SQL                                                     00080600
              UPDATE ACATFSTL                                           00080700
                 SET FSTL_STTS_CD     = :WS-FSTL-STTS-CD                00080800
                    ,CNTRA_PRTCP_NBR  = :WS-FSTL-CONTRA-PRTCP           00080900
                    ,ISIN_CNTRY_CD    = :WS-FSTL-ISIN-CNTRY             00081000
                    ,ISIN_SEC_ISSUE_CD = :WS-FSTL-ISIN-NSIN             00081100
                    ,ISIN_SEC_CDG_CD  = :WS-FSTL-ISIN-CHK               00081200
                    ,SHR_QTY          = :WS-FSTL-SHR-QTY                00081300
                    ,PSET_BIC_CD      = :WS-FSTL-PSET-BIC               00081400
                    ,AGENT_BANK_CD    = :WS-FSTL-AGENT-BANK             00081500
                    ,AGENT_ACCT_NBR   = :WS-FSTL-AGENT-ACCT             00081600
                    ,STTS_DT          = CURRENT DATE                    00081700
                    ,UPDT_TMSTP       = CURRENT TIMESTAMP               00081800
                    ,PRGM_NM          = 'CAT812'                        00081900
               WHERE CLIENT_NBR       = :WS-FSTL-CLIENT                 00082000
                 AND ACAT_CONTROL_NBR = :WS-FSTL-ACAT-CNTL              00082100
                 AND ASSET_SEQ_NBR    = :WS-FSTL-ASSET-SEQ              00082200
           END-EXEC.                                                    00082300
           IF SQLCODE NOT = +0                                          00082400
              PERFORM 8000-DB2-ERROR-RTN                                00082500
           END-IF.                                                      00082600
                                                                        00082700
      *---------------------------------------------------------------  00082800
      * 3400-WRITE-MT540-RTN - RECEIVE FREE TO THE AGENT BANK.  THE     00082900
      * SETTLEMENT DATE GOES OUT AS CCYYMMDD.                           00083000
      *---------------------------------------------------------------  00083100
       3400-WRITE-MT540-RTN.                                            00083200
                                                                        00083300
           MOVE SPACES                      TO  SWIN-RECORD.            00083400
           SET SWIN-RECEIVE-FREE            TO  TRUE.                   00083500
           SET SWIN-NEW-MSG                 TO  TRUE.                   00083600
           MOVE WS-FSTL-SEME-REF            TO  SWIN-SEME-REF.          00083700
           MOVE WS-FSTL-CLIENT              TO  SWIN-CLIENT.            00083800
           MOVE WS-FSTL-ACAT-CNTL           TO  SWIN-ACAT-CNTL.         00083900
           MOVE WS-FSTL-ASSET-SEQ           TO  SWIN-ASSET-SEQ.         00084000
           MOVE WS-FSTL-BRANCH              TO  SWIN-BRANCH.            00084100
           MOVE WS-FSTL-ACCT                TO  SWIN-ACCT.              00084200
           MOVE WS-FSTL-PSET-BIC            TO  SWIN-PSET-BIC.          00084300
           MOVE WS-FSTL-AGENT-BANK          TO  SWIN-AGENT-BANK.        00084400
           MOVE WS-FSTL-AGENT-ACCT          TO  SWIN-AGENT-ACCT.        00084500
           MOVE WS-FSTL-CONTRA-PRTCP        TO  SWIN-CONTRA-PRTCP.      00084600
           MOVE WS-FSTL-ISIN                TO  SWIN-ISIN.              00084700
           MOVE WS-FSTL-SHR-QTY             TO  SWIN-QTY.               00084800
           STRING WS-FSTL-STTLM-DT (1 : 4)                              00084900
                  WS-FSTL-STTLM-DT (6 : 2)                              00085000
                  WS-FSTL-STTLM-DT (9 : 2)                              00085100
              DELIMITED BY SIZE INTO SWIN-SETTL-DATE.                   00085200
           MOVE WS-FSTL-LCTN-CD             TO  SWIN-STTLM-LCTN-CD.     00085300
           WRITE SWIN-RECORD.                                           00085400
           ADD 1                            TO  WS-CNT-MT540.           00085500
                                                                        00085600
           EJECT                                                        00085700
      *---------------------------------------------------------------  00085800
      * 4000-END-ITEMS-RTN - A TRANSFER REJECTED (140) OR DELETED (600) 00085900
      * ENDS ITS OPEN FOREIGN SETTLEMENTS.                              00086000
      *---------------------------------------------------------------  00086100
       4000-END-ITEMS-RTN.                                              00086200
                                                                        00086300
           EXEC SQL                                                     00086400
              UPDATE ACATFSTL F                                         00086500
                 SET FSTL_STTS_CD     = 'X'                             00086600
                    ,STTS_DT          = CURRENT DATE                    00086700
                    ,UPDT_TMSTP       = CURRENT TIMESTAMP               00086800
                    ,PRGM_NM          = 'CAT812'                        00086900
               WHERE F.FSTL_STTS_CD IN ('H', 'P', 'I', 'A', 'F', 'R')   00087000
                 AND EXISTS                                             00087100
                     (SELECT 1 FROM VTRNFR T                            00087200
                       WHERE T.CLIENT_NBR       = F.CLIENT_NBR          00087300
                         AND T.ACAT_CONTROL_NBR = F.ACAT_CONTROL_NBR    00087400
                         AND T.STTS_CD IN ('140', '600'))               00087500
           END-EXEC.                                                    00087600
                                                                        00087700
           EVALUATE SQLCODE                                             00087800
              WHEN +0                                                   00087900
                 MOVE SQLERRD (3)           TO  WS-CNT-ENDED            00088000
              WHEN +100                                                 00088100
                 CONTINUE                                               00088200
              WHEN OTHER                                                00088300
                 PERFORM 8000-DB2-ERROR-RTN                             00088400
           END-EVALUATE.                                                00088500
                                                                        00088600
           EJECT                                                        00088700
      *********************                                             00088800
       5000-UNCONFIRMED-RTN.                                            00088900
      *********************                                             00089000
                                                                        00089100
           EXEC SQL                                                     00089200
              FETCH UNCCSR                                              00089300
                 INTO :WS-FSTL-CLIENT                                   00089400
                     ,:WS-FSTL-ACAT-CNTL                                00089500
                     ,:WS-FSTL-ASSET-SEQ                                00089600
                     ,:WS-FSTL-BRANCH                                   00089700
                     ,:WS-FSTL-ACCT                                     00089800
                     ,:WS-FSTL-SIDE-CD                                  00089900
                     ,:WS-FSTL-ISIN-CNTRY                               00090000
                     ,:WS-FSTL-ISIN-NSIN                                00090100
                     ,:WS-FSTL-ISIN-CHK                                 00090200
                     ,:WS-FSTL-SHR-QTY                                  00090300
                     ,:WS-FSTL-AGENT-BANK                               00090400
                     ,:WS-FSTL-PSET-BIC                                 00090500
                     ,:WS-FSTL-STTS-CD                                  00090600
                     ,:WS-FSTL-DAYS-OUT                                 00090700
           END-EXEC.                                                    00090800
                                                                        00090900
           EVALUATE SQLCODE                                             00091000
              WHEN +100                                                 00091100
                 SET WS-END-OF-UNC          TO  TRUE                    00091200
                 GO TO 5000-EXIT                                        00091300
              WHEN +0                                                   00091400
                 CONTINUE                                               00091500
              WHEN OTHER                                                00091600
                 PERFORM 8000-DB2-ERROR-RTN                             00091700
           END-EVALUATE.                                                00091800
                                                                        00091900
           ADD 1                            TO  WS-CNT-UNCONFIRMED.     00092000
           EVALUATE WS-FSTL-STTS-CD                                     00092100
              WHEN 'P'                                                  00092200
                 MOVE 'PAST SETTLE - NOT RELEASED'  TO  DTL1-MESSAGE    00092300
              WHEN 'A'                                                  00092400
                 MOVE 'MATCHED - NOT SETTLED     '  TO  DTL1-MESSAGE    00092500
              WHEN OTHER                                                00092600
                 MOVE 'NO AGENT STATUS - CHASE   '  TO  DTL1-MESSAGE    00092700
           END-EVALUATE.                                                00092800
           PERFORM 6000-WRITE-DETAIL-RTN.                               00092900
                                                                        00093000
       5000-EXIT.                                                       00093100
           EXIT.                                                        00093200
                                                                        00093300
      *****************                                                 00093400
       5500-FAILED-RTN.                                                 00093500
      *****************                                                 00093600
                                                                        00093700
           EXEC SQL                                                     00093800
              FETCH FLDCSR                                              00093900
                 INTO :WS-FSTL-CLIENT                                   00094000
                     ,:WS-FSTL-ACAT-CNTL                                00094100
                     ,:WS-FSTL-ASSET-SEQ                                00094200
                     ,:WS-FSTL-BRANCH                                   00094300
                     ,:WS-FSTL-ACCT                                     00094400
                     ,:WS-FSTL-SIDE-CD                                  00094500
                     ,:WS-FSTL-ISIN-CNTRY                               00094600
                     ,:WS-FSTL-ISIN-NSIN                                00094700
                     ,:WS-FSTL-ISIN-CHK                                 00094800
                     ,:WS-FSTL-SHR-QTY                                  00094900
                     ,:WS-FSTL-AGENT-BANK                               00095000
                     ,:WS-FSTL-PSET-BIC                                 00095100
                     ,:WS-FSTL-STTS-CD                                  00095200
                     ,:WS-FSTL-RSN-CD                                   00095300
                     ,:WS-FSTL-RSN-TXT                                  00095400
                     ,:WS-FSTL-DAYS-OUT                                 00095500
           END-EXEC.                                                    00095600
                                                                        00095700
           EVALUATE SQLCODE                                             00095800
              WHEN +100                                                 00095900
                 SET WS-END-OF-FLD          TO  TRUE                    00096000
                 GO TO 5500-EXIT                                        00096100
              WHEN +0                                                   00096200
                 CONTINUE                                               00096300
              WHEN OTHER                                                00096400
                 PERFORM 8000-DB2-ERROR-RTN                             00096500
           END-EVALUATE.                                                00096600
                                                                        00096700
           ADD 1                            TO  WS-CNT-FAILED-OPEN.     00096800
           MOVE SPACES                      TO  DTL1-MESSAGE.           00096900
           IF WS-FSTL-STTS-CD = 'R'                                     00097000
              STRING 'REJECTED '                                        00097100
                     WS-FSTL-RSN-CD                                     00097200
                     ' '                                                00097300
                     WS-FSTL-RSN-TXT (1 : 12)                           00097400
                 DELIMITED BY SIZE INTO DTL1-MESSAGE                    00097500
           ELSE                                                         00097600
              STRING 'FAILING '                                         00097700
                     WS-FSTL-RSN-CD                                     00097800
                     ' '                                                00097900
                     WS-FSTL-RSN-TXT (1 : 13)                           00098000
                 DELIMITED BY SIZE INTO DTL1-MESSAGE                    00098100
           END-IF.                                                      00098200
           PERFORM 6000-WRITE-DETAIL-RTN.                               00098300
                                                                        00098400
       5500-EXIT.                                                       00098500
           EXIT.                                                        00098600
                                                                        00098700
           EJECT                                                        00098800
      *********************                                             00098900
       6000-WRITE-DETAIL-RTN.                                           00099000
      *********************                                             00099100
                                                                        00099200
           MOVE WS-FSTL-CLIENT              TO  DTL1-CLIENT.            00099300
           MOVE WS-FSTL-ACAT-CNTL           TO  DTL1-ACAT-CNTL.         00099400
           MOVE WS-FSTL-ASSET-SEQ           TO  DTL1-ASSET-SEQ.         00099500
           MOVE WS-FSTL-BRANCH              TO  DTL1-BRANCH.            00099600
           MOVE WS-FSTL-ACCT                TO  DTL1-ACCT.              00099700
           MOVE WS-FSTL-SIDE-CD             TO  DTL1-SIDE-CD.           00099800
           MOVE WS-FSTL-ISIN                TO  DTL1-ISIN.              00099900
           MOVE WS-FSTL-SHR-QTY             TO  DTL1-SHR-QTY.           00100000
           MOVE WS-FSTL-AGENT-BANK          TO  DTL1-AGENT-BANK.        00100100
           MOVE WS-FSTL-PSET-BIC            TO  DTL1-PSET-BIC.          00100200
           MOVE WS-FSTL-DAYS-OUT            TO  DTL1-DAYS-OUT.          00100300
           WRITE REPORT-RECORD            FROM  DTL1-RECORD.            00100400
                                                                        00100500
           EJECT                                                        00100600
      ******************                                                00100700
       8000-DB2-ERROR-RTN.                                              00100800
      ******************                                                00100900
                                                                        00101000
           DISPLAY 'CAT812 - DB2 ERROR, SQLCODE = ' SQLCODE.            00101100
           CALL DSNTIAR               USING  SQLCA                      00101200
                                             WS-DB2-MESSAGE-AREA        00101300
                                             WS-ERR-LINE-LEN            00101400
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00101500
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00101600
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00101700
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00101800
                 END-IF                                                 00101900
           END-PERFORM.                                                 00102000
           DISPLAY 'CAT812 ABENDED'.                                    00102100
           CALL ABEND                 USING  ABEND-CODE.                00102200
                                                                        00102300
           EJECT                                                        00102400
      ************                                                      00102500
       9000-EOJ-RTN.                                                    00102600
      ************                                                      00102700
                                                                        00102800
           MOVE 'AGENT STATUS RECORDS READ       '  TO  TRL1-LABEL.     00102900
           MOVE WS-CNT-STTS-READ            TO  TRL1-COUNT.             00103000
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00103100
                                                                        00103200
           MOVE ' '                         TO  TRL1-CC.                00103300
           MOVE 'ACCEPTED BY AGENT BANK          '  TO  TRL1-LABEL.     00103400
           MOVE WS-CNT-ACCEPTED             TO  TRL1-COUNT.             00103500
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00103600
                                                                        00103700
           MOVE 'SETTLED - CONFIRMED BY AGENT    '  TO  TRL1-LABEL.     00103800
           MOVE WS-CNT-SETTLED              TO  TRL1-COUNT.             00103900
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00104000
                                                                        00104100
           MOVE 'FAILING AT AGENT BANK           '  TO  TRL1-LABEL.     00104200
           MOVE WS-CNT-FAILING              TO  TRL1-COUNT.             00104300
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00104400
                                                                        00104500
           MOVE 'REJECTED BY AGENT BANK          '  TO  TRL1-LABEL.     00104600
           MOVE WS-CNT-REJECTED             TO  TRL1-COUNT.             00104700
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00104800
                                                                        00104900
           MOVE 'STATUS RECORDS NOT MATCHED      '  TO  TRL1-LABEL.     00105000
           MOVE WS-CNT-STTS-UNMATCHED       TO  TRL1-COUNT.             00105100
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00105200
                                                                        00105300
           MOVE 'MT540 RECEIVE-FREE WRITTEN      '  TO  TRL1-LABEL.     00105400
           MOVE WS-CNT-MT540                TO  TRL1-COUNT.             00105500
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00105600
                                                                        00105700
           MOVE 'DELIVERIES AWAITING RELEASE     '  TO  TRL1-LABEL.     00105800
           MOVE WS-CNT-AWAIT-RLSE           TO  TRL1-COUNT.             00105900
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00106000
                                                                        00106100
           MOVE 'HELD - NO ISIN/SSI/SETTLE DATE  '  TO  TRL1-LABEL.     00106200
           MOVE WS-CNT-HELD                 TO  TRL1-COUNT.             00106300
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00106400
                                                                        00106500
           MOVE 'ENDED - TRANSFER REJ/DELETED    '  TO  TRL1-LABEL.     00106600
           MOVE WS-CNT-ENDED                TO  TRL1-COUNT.             00106700
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00106800
                                                                        00106900
           MOVE 'UNCONFIRMED PAST SETTLEMENT     '  TO  TRL1-LABEL.     00107000
           MOVE WS-CNT-UNCONFIRMED          TO  TRL1-COUNT.             00107100
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00107200
                                                                        00107300
           MOVE 'FAILED OR REJECTED - OPEN       '  TO  TRL1-LABEL.     00107400
           MOVE WS-CNT-FAILED-OPEN          TO  TRL1-COUNT.             00107500
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00107600
                                                                        00107700
           CLOSE SWIFT-OUT-FILE                                         00107800
                 REPORT-FILE.                                           00107900
                                                                        00108000
           IF WS-CNT-HELD        > +0                                   00108100
           OR WS-CNT-UNCONFIRMED > +0                                   00108200
           OR WS-CNT-FAILED-OPEN > +0                                   00108300
              MOVE 4                        TO  RETURN-CODE             00108400
           END-IF.                                                      00108500
                                                                        00108600
           DISPLAY ' '                                                  00108700
           DISPLAY 'SETTLED:                ' WS-CNT-SETTLED            00108800
           DISPLAY 'MT540 WRITTEN:          ' WS-CNT-MT540              00108900
           DISPLAY 'AWAITING RELEASE:       ' WS-CNT-AWAIT-RLSE         00109000
           DISPLAY 'HELD:                   ' WS-CNT-HELD               00109100
           DISPLAY 'UNCONFIRMED:            ' WS-CNT-UNCONFIRMED        00109200
           DISPLAY 'FAILED/REJECTED:        ' WS-CNT-FAILED-OPEN        00109300
           DISPLAY ' '                                                  00109400
           DISPLAY '*************************'                          00109500
           DISPLAY '* END OF CAT812 PROGRAM *'                          00109600
           DISPLAY '*************************'                          00109700
           DISPLAY ' '.                                                 00109800
