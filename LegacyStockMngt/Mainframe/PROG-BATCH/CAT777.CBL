000001* PDX    - CAT777   C0369780 10/15/26 17:42:08 TBTIKUO            00000100
000001* CREATED FOR SSR 114452.  ALTERNATIVE-INVESTMENT TRANSFER        00000200
000001* TRACKING.  LIMITED PARTNERSHIPS AND NON-TRADED REITS NEVER      00000300
000001* SETTLE THROUGH CNS - THE SPONSOR RE-REGISTERS THE POSITION ON   00000400
000001* ITS OWN BOOKS FROM PAPERWORK WE SEND, AND UNTIL NOW ALL WE      00000500
000001* HAD WAS THE ELPP EXCEPTION AND A SPREADSHEET.  THIS NIGHTLY     00000600
000001* STEP SPLITS EVERY ASSET ON AN OPEN TRANSFER WHOSE CUSIP IS ON   00000700
000001* THE ALTERNATIVE-INVESTMENT SPONSOR FILE INTO ITS OWN TRACKING   00000800
000001* ROW ON ACATALTI (SPONSOR, SPONSOR HOLDER ACCOUNT, PAPERWORK     00000900
000001* SENT AND RECEIVED DATES, RE-REGISTRATION CONFIRMATION), AND     00001000
000001* POSTS THE OPERATIONS UPDATES KEYED FROM THE SPONSOR CHASE.      00001100
000001* THE WEEKLY RUN ADDS THE CHASE REPORT OF EVERY ITEM STILL        00001200
000001* OUTSTANDING, BY SPONSOR.  A TRANSFER WITH AN UNCONFIRMED ROW    00001300
000001* IS NOT COMPLETE: CAT769 WILL NOT CLOSE THE ACCOUNT AND CAT726   00001400
000001* WILL NOT ARCHIVE THE TRANSFER UNTIL EVERY ROW IS CONFIRMED.     00001500
       IDENTIFICATION DIVISION.                                         00001600
       PROGRAM-ID.  CAT777.                                             00001700
       AUTHOR.      LARRY MUREY.                                        00001800
       DATE-WRITTEN.  OCT 2026.                                         00001900
      *---------------------------------------------------------------* 00002000
      *                         REMARKS                               * 00002100
      * PARM:    W = WEEKLY RUN, PRINT THE SPONSOR CHASE REPORT       * 00002200
      * INPUTS:  ALTSEC   - ALTERNATIVE-INVESTMENT SPONSOR FILE,      * 00002300
      *                     SORTED BY CUSIP: SPONSOR, PRODUCT TYPE    * 00002400
      *          ALTTRAN  - OPERATIONS UPDATES (OPTIONAL)             * 00002500
      *                     S = PAPERWORK SENT TO THE SPONSOR         * 00002600
      *                     R = PAPERWORK RECEIVED IN GOOD ORDER      * 00002700
      *                     C = RE-REGISTRATION CONFIRMED             * 00002800
      *          VTRNFR/VASSET (DB2) - ASSETS ON OPEN TRANSFERS       * 00002900
      *                     (BELOW 400, NOT 140 OR 600)               * 00003000
      * OUTPUTS: ACATALTI - ALTERNATIVE-ASSET TRACKING PER ASSET      * 00003100
      *                     O = OPEN, PAPERWORK NOT YET SENT          * 00003200
      *                     S = PAPERWORK SENT                        * 00003300
      *                     R = PAPERWORK RECEIVED BY THE SPONSOR     * 00003400
      *                     C = RE-REGISTRATION CONFIRMED             * 00003500
      *                     X = TRANSFER REJECTED OR DELETED          * 00003600
      *          RPTPI    - SPLIT, UPDATE AND SPONSOR CHASE REPORT    * 00003700
      * RC 4 WHEN AN UPDATE IS NOT APPLIED OR AN ITEM IS CHASED.      * 00003800
      *---------------------------------------------------------------* 00003900
           EJECT                                                        00004000
      ***************************************************************** 00004100
       ENVIRONMENT DIVISION.                                            00004200
      ***************************************************************** 00004300
       INPUT-OUTPUT SECTION.                                            00004400
       FILE-CONTROL.                                                    00004500
           SELECT ALTSEC-FILE          ASSIGN  TO  ALTSEC               00004600
                                       FILE STATUS  IS ALTSEC-STAT.     00004700
           SELECT ALTTRAN-FILE         ASSIGN  TO  ALTTRAN              00004800
                                       FILE STATUS  IS ALTTRAN-STAT.    00004900
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00005000
                                                                        00005100
      ***************************************************************** 00005200
       DATA DIVISION.                                                   00005300
      ***************************************************************** 00005400
                                                                        00005500
       FILE SECTION.                                                    00005600
                                                                        00005700
       FD  ALTSEC-FILE                                                  00005800
           RECORDING MODE F                                             00005900
           BLOCK CONTAINS 0 RECORDS                                     00006000
           LABEL RECORDS ARE STANDARD                                   00006100
           RECORD CONTAINS 80 CHARACTERS.                               00006200
       01  ALTSEC-RECORD.                                               00006300
           05  ASC-CUSIP               PIC X(09).                       00006400
           05  ASC-SPNSR-ID            PIC X(08).                       00006500
           05  ASC-SPNSR-NM            PIC X(30).                       00006600
           05  ASC-PRDCT-TYPE          PIC X(01).                       00006700
           05  FILLER                  PIC X(32).                       00006800
                                                                        00006900
       FD  ALTTRAN-FILE                                                 00007000
           RECORDING MODE F                                             00007100
           BLOCK CONTAINS 0 RECORDS                                     00007200
           LABEL RECORDS ARE STANDARD                                   00007300
           RECORD CONTAINS 80 CHARACTERS.                               00007400
       01  ALTTRAN-RECORD.                                              00007500
           05  ATR-CLIENT              PIC X(04).                       00007600
           05  ATR-ACAT-CNTL           PIC X(14).                       00007700
           05  ATR-ASSET-SEQ           PIC 9(09).                       00007800
           05  ATR-ACTION-CD           PIC X(01).                       00007900
               88  ATR-PPR-SENT                   VALUE 'S'.            00008000
               88  ATR-PPR-RCVD                   VALUE 'R'.            00008100
               88  ATR-CONFIRMED                  VALUE 'C'.            00008200
           05  ATR-ACTN-DT.                                             00008300
               10  ATR-ACTN-CCYY       PIC X(04).                       00008400
               10  ATR-ACTN-MM         PIC X(02).                       00008500
               10  ATR-ACTN-DD         PIC X(02).                       00008600
           05  ATR-SPNSR-ACCT          PIC X(20).                       00008700
           05  FILLER                  PIC X(24).                       00008800
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
       01  ALTSEC-STAT                  PIC  X(02)  VALUE SPACES.       00010800
           88  ALTSEC-OK                           VALUE '00'.          00010900
           88  ALTSEC-EOF                          VALUE '10'.          00011000
       01  ALTTRAN-STAT                 PIC  X(02)  VALUE SPACES.       00011100
           88  ALTTRAN-OK                          VALUE '00'.          00011200
           88  ALTTRAN-EOF                         VALUE '10'.          00011300
                                                                        00011400
       01  WS-END-OF-NEW-SW             PIC  X(01)  VALUE 'N'.          00011500
           88  WS-END-OF-NEW                       VALUE 'Y'.           00011600
       01  WS-END-OF-CHS-SW             PIC  X(01)  VALUE 'N'.          00011700
           88  WS-END-OF-CHS                       VALUE 'Y'.           00011800
       01  WS-WEEKLY-SW                 PIC  X(01)  VALUE 'N'.          00011900
           88  WS-WEEKLY-RUN                       VALUE 'Y'.           00012000
                                                                        00012100
       01  WS-NO-DATE                   PIC  X(10)  VALUE '0001-01-01'. 00012200
       01  WS-ISO-DATE.                                                 00012300
           05  WS-ISO-CCYY              PIC  X(04).                     00012400
           05  FILLER                   PIC  X(01)  VALUE '-'.          00012500
           05  WS-ISO-MM                PIC  X(02).                     00012600
           05  FILLER                   PIC  X(01)  VALUE '-'.          00012700
           05  WS-ISO-DD                PIC  X(02).                     00012800
                                                                        00012900
      *  ALTERNATIVE-INVESTMENT SECURITIES BY CUSIP.                    00013000
       01  WS-SEC-TABLE-AREA.                                           00013100
           05  WS-SC-CNT                PIC S9(05) COMP  VALUE +0.      00013200
           05  WS-SC-ENTRY              OCCURS 5000 TIMES.              00013300
               10  WS-SC-CUSIP          PIC  X(09).                     00013400
               10  WS-SC-SPNSR-ID       PIC  X(08).                     00013500
               10  WS-SC-SPNSR-NM       PIC  X(30).                     00013600
               10  WS-SC-PRDCT-TYPE     PIC  X(01).                     00013700
       01  WS-SEC-WORK.                                                 00013800
           05  WS-SC-SRCH-CUSIP         PIC  X(09).                     00013900
           05  WS-SC-LO                 PIC S9(05) COMP  VALUE +0.      00014000
           05  WS-SC-HI                 PIC S9(05) COMP  VALUE +0.      00014100
           05  WS-SC-MID                PIC S9(05) COMP  VALUE +0.      00014200
           05  WS-SC-FOUND-SW           PIC  X(01)  VALUE 'N'.          00014300
               88  WS-SC-FOUND                     VALUE 'Y'.           00014400
                                                                        00014500
      *  HOST VARIABLES - ACATALTI ROW.                                 00014600
       01  WS-ALT-AREA.                                                 00014700
           05  WS-ALT-CLIENT            PIC  X(04).                     00014800
           05  WS-ALT-ACAT-CNTL         PIC  X(14).                     00014900
           05  WS-ALT-ASSET-SEQ         PIC S9(09) COMP.                00015000
           05  WS-ALT-BRANCH            PIC  X(03).                     00015100
           05  WS-ALT-ACCT              PIC  X(05).                     00015200
           05  WS-ALT-SIDE-CD           PIC  X(01).                     00015300
           05  WS-ALT-CUSIP             PIC  X(09).                     00015400
           05  WS-ALT-SHR-QTY           PIC S9(12)V9(5) COMP-3.         00015500
           05  WS-ALT-SPNSR-ID          PIC  X(08).                     00015600
           05  WS-ALT-SPNSR-NM          PIC  X(30).                     00015700
           05  WS-ALT-PRDCT-TYPE        PIC  X(01).                     00015800
           05  WS-ALT-HLDR-ACCT         PIC  X(20).                     00015900
           05  WS-ALT-PPR-SENT-DT       PIC  X(10).                     00016000
           05  WS-ALT-PPR-RCVD-DT       PIC  X(10).                     00016100
           05  WS-ALT-CONF-DT           PIC  X(10).                     00016200
           05  WS-ALT-STTS-CD           PIC  X(01).                     00016300
               88  WS-ALT-OPEN                     VALUE 'O'.           00016400
               88  WS-ALT-SENT                     VALUE 'S'.           00016500
               88  WS-ALT-RCVD                     VALUE 'R'.           00016600
           05  WS-ALT-DAYS-OUT          PIC S9(09) COMP.                00016700
                                                                        00016800
       01  WS-PREV-SPNSR-ID             PIC  X(08)  VALUE HIGH-VALUES.  00016900
       01  WS-SPNSR-ITEMS               PIC S9(07) COMP-3  VALUE ZERO.  00017000
                                                                        00017100
       01  WS-CNT-SECS                  PIC S9(07) COMP-3  VALUE ZERO.  00017200
       01  WS-CNT-TRAN-READ             PIC S9(07) COMP-3  VALUE ZERO.  00017300
       01  WS-CNT-APPLIED               PIC S9(07) COMP-3  VALUE ZERO.  00017400
       01  WS-CNT-NOT-APPLIED           PIC S9(07) COMP-3  VALUE ZERO.  00017500
       01  WS-CNT-CONFIRMED             PIC S9(07) COMP-3  VALUE ZERO.  00017600
       01  WS-CNT-SCANNED               PIC S9(07) COMP-3  VALUE ZERO.  00017700
       01  WS-CNT-SPLIT                 PIC S9(07) COMP-3  VALUE ZERO.  00017800
       01  WS-CNT-ENDED                 PIC S9(07) COMP-3  VALUE ZERO.  00017900
       01  WS-CNT-CHASED                PIC S9(07) COMP-3  VALUE ZERO.  00018000
       01  WS-CNT-SPONSORS              PIC S9(07) COMP-3  VALUE ZERO.  00018100
       01  WS-COMMIT-CNT                PIC S9(05) COMP-3  VALUE ZERO.  00018200
                                                                        00018300
       01  WS-ACCEPT-DATE.                                              00018400
           05  WS-ACCEPT-YY             PIC  9(02).                     00018500
           05  WS-ACCEPT-MM             PIC  9(02).                     00018600
           05  WS-ACCEPT-DD             PIC  9(02).                     00018700
                                                                        00018800
       01  WS-DB2-MESSAGE-AREA.                                         00018900
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00019000
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00019100
               INDEXED BY WS-ERROR-INDEX.                               00019200
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00019300
                                                                        00019400
           EJECT                                                        00019500
       01  HDR1-RECORD.                                                 00019600
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00019700
           05  FILLER                   PIC  X(30)  VALUE               00019800
               'CAT777 - ALTERNATIVE-INVESTMEN'.                        00019900
           05  FILLER                   PIC  X(30)  VALUE               00020000
               'T TRANSFER TRACKING           '.                        00020100
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00020200
           05  FILLER                   PIC  X(06)  VALUE 'DATE: '.     00020300
           05  HDR1-DATE-MM             PIC  X(02).                     00020400
           05  FILLER                   PIC  X(01)  VALUE '/'.          00020500
           05  HDR1-DATE-DD             PIC  X(02).                     00020600
           05  FILLER                   PIC  X(01)  VALUE '/'.          00020700
           05  HDR1-DATE-YY             PIC  X(02).                     00020800
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00020900
                                                                        00021000
       01  HDR2-RECORD.                                                 00021100
           05  HDR2-CC                  PIC  X(01)  VALUE '0'.          00021200
           05  FILLER                   PIC  X(30)  VALUE               00021300
               ' CLNT CONTROL NBR       SEQ BR'.                        00021400
           05  FILLER                   PIC  X(30)  VALUE               00021500
               'N ACCT  S CUSIP               '.                        00021600
           05  FILLER                   PIC  X(30)  VALUE               00021700
               ' SHARES T SPONSOR HOLDER ACCT '.                        00021800
           05  FILLER                   PIC  X(30)  VALUE               00021900
               ' PPRS SENT  PPRS RCVD  DAYS ME'.                        00022000
           05  FILLER                   PIC  X(11)  VALUE               00022100
               'SSAGE      '.                                           00022200
                                                                        00022300
       01  SEC1-RECORD.                                                 00022400
           05  SEC1-CC                  PIC  X(01)  VALUE '0'.          00022500
           05  SEC1-TITLE               PIC  X(40).                     00022600
           05  FILLER                   PIC  X(91)  VALUE SPACES.       00022700
                                                                        00022800
       01  SPN1-RECORD.                                                 00022900
           05  SPN1-CC                  PIC  X(01)  VALUE '0'.          00023000
           05  FILLER                   PIC  X(09)  VALUE 'SPONSOR: '.  00023100
           05  SPN1-SPNSR-ID            PIC  X(08).                     00023200
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00023300
           05  SPN1-SPNSR-NM            PIC  X(30).                     00023400
           05  FILLER                   PIC  X(83)  VALUE SPACES.       00023500
                                                                        00023600
       01  SPN2-RECORD.                                                 00023700
           05  SPN2-CC                  PIC  X(01)  VALUE ' '.          00023800
           05  FILLER                   PIC  X(09)  VALUE SPACES.       00023900
           05  FILLER                   PIC  X(24)  VALUE               00024000
               'ITEMS OUTSTANDING       '.                              00024100
           05  SPN2-COUNT               PIC  ZZZ,ZZ9.                   00024200
           05  FILLER                   PIC  X(91)  VALUE SPACES.       00024300
                                                                        00024400
       01  DTL1-RECORD.                                                 00024500
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00024600
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00024700
           05  DTL1-CLIENT              PIC  X(04).                     00024800
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00024900
           05  DTL1-ACAT-CNTL           PIC  X(14).                     00025000
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00025100
           05  DTL1-ASSET-SEQ           PIC  Z(05)9.                    00025200
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00025300
           05  DTL1-BRANCH              PIC  X(03).                     00025400
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00025500
           05  DTL1-ACCT                PIC  X(05).                     00025600
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00025700
           05  DTL1-SIDE-CD             PIC  X(01).                     00025800
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00025900
           05  DTL1-CUSIP               PIC  X(09).                     00026000
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00026100
           05  DTL1-SHR-QTY             PIC  ZZZ,ZZZ,ZZ9.99999.         00026200
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00026300
           05  DTL1-PRDCT-TYPE          PIC  X(01).                     00026400
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00026500
           05  DTL1-HLDR-ACCT           PIC  X(20).                     00026600
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00026700
           05  DTL1-PPR-SENT-DT         PIC  X(10).                     00026800
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00026900
           05  DTL1-PPR-RCVD-DT         PIC  X(10).                     00027000
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00027100
           05  DTL1-DAYS-OUT            PIC  ZZZ9   BLANK WHEN ZERO.    00027200
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00027300
           05  DTL1-MESSAGE             PIC  X(13).                     00027400
                                                                        00027500
       01  TRL1-RECORD.                                                 00027600
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00027700
           05  TRL1-LABEL               PIC  X(32).                     00027800
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00027900
           05  FILLER                   PIC  X(88)  VALUE SPACES.       00028000
                                                                        00028100
           EJECT                                                        00028200
      *DB2 COMMUNICATION AREA                                           00028300
           EXEC SQL                                                     00028400
              INCLUDE SQLCA                                             00028500
           END-EXEC.                                                    00028600
                                                                        00028700
      *----------------------------------------------------------------*00028800
      *  ASSETS ON OPEN TRANSFERS NOT YET SPLIT TO ACATALTI.  THE      *00028900
      *  SPONSOR FILE DECIDES WHICH OF THEM ARE ALTERNATIVES.          *00029000
      *----------------------------------------------------------------*00029100
           EXEC SQL                                                     00029200
              DECLARE NEWCSR CURSOR WITH HOLD FOR                       00029300
                 SELECT A.CLIENT_NBR                                    00029400
                       ,A.ACAT_CONTROL_NBR                              00029500
                       ,A.ASSET_SEQ_NBR                                 00029600
                       ,T.BRANCH_CD                                     00029700
                       ,T.ACCT_CD                                       00029800
                       ,T.DSTBN_SIDE_CD                                 00029900
                       ,A.ISIN_SEC_ISSUE_CD                             00030000
                       ,A.ASSET_QTY                                     00030100
                 FROM  VTRNFR T                                         00030200
                       INNER JOIN VASSET A                              00030300
                         ON  A.CLIENT_NBR       = T.CLIENT_NBR          00030400
                         AND A.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR    00030500
                       LEFT OUTER JOIN ACATALTI L                       00030600
                         ON  L.CLIENT_NBR       = A.CLIENT_NBR          00030700
                         AND L.ACAT_CONTROL_NBR = A.ACAT_CONTROL_NBR    00030800
                         AND L.ASSET_SEQ_NBR    = A.ASSET_SEQ_NBR       00030900
                 WHERE T.STTS_CD          < '400'                       00031000
                   AND T.STTS_CD         <> '140'                       00031100
                   AND L.CLIENT_NBR IS NULL                             00031200
                 ORDER BY A.CLIENT_NBR, A.ACAT_CONTROL_NBR,             00031300
                          A.ASSET_SEQ_NBR                               00031400
           END-EXEC.                                                    00031500
                                                                        00031600
      *----------------------------------------------------------------*00031700
      *  EVERY ITEM NOT YET CONFIRMED BY ITS SPONSOR, FOR THE CHASE.   *00031800
      *----------------------------------------------------------------*00031900
           EXEC SQL                                                     00032000
              DECLARE CHSCSR CURSOR FOR                                 00032100
                 SELECT L.CLIENT_NBR                                    00032200
                       ,L.ACAT_CONTROL_NBR                              00032300
                       ,L.ASSET_SEQ_NBR                                 00032400
                       ,L.BRANCH_CD                                     00032500
                       ,L.ACCT_CD                                       00032600
                       ,L.DSTBN_SIDE_CD                                 00032700
                       ,L.ISIN_SEC_ISSUE_CD                             00032800
                       ,L.SHR_QTY                                       00032900
                       ,L.SPNSR_ID                                      00033000
                       ,L.SPNSR_NM                                      00033100
                       ,L.ALT_PRDCT_TYPE_CD                             00033200
                       ,L.SPNSR_HLDR_ACCT_NBR                           00033300
                       ,CHAR(L.PPR_SENT_DT, ISO)                        00033400
                       ,CHAR(L.PPR_RCVD_DT, ISO)                        00033500
                       ,L.ALT_STTS_CD                                   00033600
                       ,DAYS(CURRENT DATE) - DAYS(L.CRT_DT)             00033700
                 FROM  ACATALTI L                                       00033800
                 WHERE L.ALT_STTS_CD IN ('O', 'S', 'R')                 00033900
                 ORDER BY L.SPNSR_ID, L.CRT_DT, L.CLIENT_NBR,           00034000
                          L.ACAT_CONTROL_NBR, L.ASSET_SEQ_NBR           00034100
                 FOR READ ONLY WITH UR                                  00034200
           END-EXEC.                                                    00034300
                                                                        00034400
           EJECT                                                        00034500
      ***************************************************************   00034600
       LINKAGE SECTION.                                                 00034700
      ***************************************************************   00034800
       01  PARM-AREA.                                                   00034900
           05  PARM-LENGTH              PIC S9(4) COMP SYNC.            00035000
           05  PARM-RUN-CD              PIC  X(01).                     00035100
               88  PARM-WEEKLY                     VALUE 'W'.           00035200
                                                                        00035300
           EJECT                                                        00035400
      ***************************************************************** 00035500
       PROCEDURE DIVISION USING PARM-AREA.                              00035600
      ***************************************************************** 00035700
                                                                        00035800
           DISPLAY '*** CAT777 - ALTERNATIVE-INVESTMENT TRACKING ***'.  00035900
                                                                        00036000
           IF PARM-LENGTH = +1 AND PARM-WEEKLY                          00036100
              SET WS-WEEKLY-RUN             TO  TRUE                    00036200
              DISPLAY 'WEEKLY RUN - SPONSOR CHASE REPORT REQUESTED'     00036300
           END-IF.                                                      00036400
                                                                        00036500
           PERFORM 1000-INITIAL-RTN.                                    00036600
                                                                        00036700
           MOVE 'OPERATIONS UPDATES                      '              00036800
                                            TO  SEC1-TITLE.             00036900
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00037000
           IF ALTTRAN-OK                                                00037100
              PERFORM 2000-APPLY-TRAN-RTN THRU 2000-EXIT                00037200
                 UNTIL ALTTRAN-EOF                                      00037300
              CLOSE ALTTRAN-FILE                                        00037400
           END-IF.                                                      00037500
                                                                        00037600
           EXEC SQL                                                     00037700
              COMMIT                                                    00037800
           END-EXEC.                                                    00037900
           MOVE 0                           TO  WS-COMMIT-CNT.          00038000
                                                                        00038100
           MOVE 'ALTERNATIVE ASSETS SPLIT FOR TRACKING   '              00038200
                                            TO  SEC1-TITLE.             00038300
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00038400
           EXEC SQL                                                     00038500
              OPEN NEWCSR                                               00038600
           END-EXEC.                                                    00038700
           IF SQLCODE NOT = +0                                          00038800
              PERFORM 8000-DB2-ERROR-RTN                                00038900
           END-IF.                                                      00039000
                                                                        00039100
           PERFORM 3000-SPLIT-RTN THRU 3000-EXIT                        00039200
              UNTIL WS-END-OF-NEW.                                      00039300
                                                                        00039400
           EXEC SQL                                                     00039500
              CLOSE NEWCSR                                              00039600
           END-EXEC.                                                    00039700
                                                                        00039800
           PERFORM 4000-END-ITEMS-RTN.                                  00039900
                                                                        00040000
           EXEC SQL                                                     00040100
              COMMIT                                                    00040200
           END-EXEC.                                                    00040300
                                                                        00040400
           IF WS-WEEKLY-RUN                                             00040500
              MOVE 'SPONSOR CHASE - ITEMS NOT YET CONFIRMED '           00040600
                                            TO  SEC1-TITLE              00040700
              WRITE REPORT-RECORD         FROM  SEC1-RECORD             00040800
              EXEC SQL                                                  00040900
                 OPEN CHSCSR                                            00041000
              END-EXEC                                                  00041100
              IF SQLCODE NOT = +0                                       00041200
                 PERFORM 8000-DB2-ERROR-RTN                             00041300
              END-IF                                                    00041400
              PERFORM 5000-CHASE-RTN THRU 5000-EXIT                     00041500
                 UNTIL WS-END-OF-CHS                                    00041600
              EXEC SQL                                                  00041700
                 CLOSE CHSCSR                                           00041800
              END-EXEC                                                  00041900
              IF WS-CNT-SPONSORS > +0                                   00042000
                 PERFORM 5100-SPONSOR-TOTAL-RTN                         00042100
              END-IF                                                    00042200
           END-IF.                                                      00042300
                                                                        00042400
           PERFORM 9000-EOJ-RTN.                                        00042500
                                                                        00042600
           GOBACK.                                                      00042700
                                                                        00042800
           EJECT                                                        00042900
      *****************                                                 00043000
       1000-INITIAL-RTN.                                                00043100
      *****************                                                 00043200
                                                                        00043300
           OPEN INPUT   ALTSEC-FILE.                                    00043400
           IF NOT ALTSEC-OK                                             00043500
              DISPLAY 'CAT777 - OPEN FAILED ON ALTSEC, STATUS = '       00043600
                       ALTSEC-STAT                                      00043700
              DISPLAY 'CAT777 ABENDED'                                  00043800
              CALL ABEND             USING ABEND-CODE                   00043900
           END-IF.                                                      00044000
           PERFORM 1100-LOAD-SEC-RTN THRU 1100-EXIT                     00044100
              UNTIL ALTSEC-EOF.                                         00044200
           CLOSE ALTSEC-FILE.                                           00044300
                                                                        00044400
           OPEN INPUT   ALTTRAN-FILE.                                   00044500
           IF NOT ALTTRAN-OK                                            00044600
              DISPLAY 'CAT777 - NO ALTTRAN FILE, STATUS = '             00044700
                       ALTTRAN-STAT                                     00044800
           END-IF.                                                      00044900
                                                                        00045000
           OPEN OUTPUT  REPORT-FILE.                                    00045100
                                                                        00045200
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00045300
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00045400
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00045500
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00045600
                                                                        00045700
           WRITE REPORT-RECORD            FROM  HDR1-RECORD.            00045800
           WRITE REPORT-RECORD            FROM  HDR2-RECORD.            00045900
                                                                        00046000
      *---------------------------------------------------------------  00046100
      * 1100-LOAD-SEC-RTN - THE TABLE IS BINARY-SEARCHED, SO THE        00046200
      * SPONSOR FILE MUST BE IN CUSIP SEQUENCE.                         00046300
      *---------------------------------------------------------------  00046400
       1100-LOAD-SEC-RTN.                                               00046500
                                                                        00046600
           READ ALTSEC-FILE                                             00046700
               AT END                                                   00046800
                   SET ALTSEC-EOF           TO  TRUE                    00046900
                   GO TO 1100-EXIT                                      00047000
           END-READ.                                                    00047100
                                                                        00047200
           IF WS-SC-CNT > +0                                            00047300
              IF ASC-CUSIP NOT > WS-SC-CUSIP (WS-SC-CNT)                00047400
                 DISPLAY 'CAT777 - ALTSEC OUT OF SEQUENCE - ABENDING'   00047500
                 MOVE 1100                  TO  ABEND-CODE              00047600
                 CALL ABEND              USING  ABEND-CODE              00047700
              END-IF                                                    00047800
           END-IF.                                                      00047900
                                                                        00048000
           IF WS-SC-CNT NOT < +5000                                     00048100
              DISPLAY 'CAT777 - ALTSEC TABLE FULL - ABENDING'           00048200
              MOVE 1100                     TO  ABEND-CODE              00048300
              CALL ABEND                 USING  ABEND-CODE              00048400
           END-IF.                                                      00048500
                                                                        00048600
           ADD 1                            TO  WS-SC-CNT               00048700
                                                WS-CNT-SECS.            00048800
           MOVE ASC-CUSIP                   TO  WS-SC-CUSIP (WS-SC-CNT).00048900
           MOVE ASC-SPNSR-ID           TO  WS-SC-SPNSR-ID (WS-SC-CNT).  00049000
           MOVE ASC-SPNSR-NM           TO  WS-SC-SPNSR-NM (WS-SC-CNT).  00049100
           MOVE ASC-PRDCT-TYPE       TO  WS-SC-PRDCT-TYPE (WS-SC-CNT).  00049200
                                                                        00049300
       1100-EXIT.                                                       00049400
           EXIT.                                                        00049500
                                                                        00049600
           EJECT                                                        00049700
      *---------------------------------------------------------------  00049800
      * 2000-APPLY-TRAN-RTN - EACH STEP IS TAKEN ONLY FROM THE STATES   00049900
      * THAT PRECEDE IT: PAPERWORK SENT FROM O OR S (A RESEND),         00050000
      * RECEIVED FROM S OR R, CONFIRMED FROM ANY OPEN STATE.  THE       00050100
      * SPONSOR HOLDER ACCOUNT IS TAKEN WHEN ONE IS SUPPLIED.           00050200
      *---------------------------------------------------------------  00050300
       2000-APPLY-TRAN-RTN.                                             00050400
                                                                        00050500
           READ ALTTRAN-FILE                                            00050600
               AT END                                                   00050700
                   SET ALTTRAN-EOF          TO  TRUE                    00050800
                   GO TO 2000-EXIT                                      00050900
           END-READ.                                                    00051000
           ADD 1                            TO  WS-CNT-TRAN-READ.       00051100
                                                                        00051200
           MOVE ATR-CLIENT                  TO  WS-ALT-CLIENT.          00051300
           MOVE ATR-ACAT-CNTL               TO  WS-ALT-ACAT-CNTL.       00051400
           MOVE ATR-ASSET-SEQ               TO  WS-ALT-ASSET-SEQ.       00051500
           MOVE ATR-SPNSR-ACCT              TO  WS-ALT-HLDR-ACCT.       00051600
           MOVE ATR-ACTION-CD               TO  WS-ALT-STTS-CD.         00051700
           MOVE SPACES                      TO  WS-ALT-BRANCH           00051800
                                                WS-ALT-ACCT             00051900
                                                WS-ALT-SIDE-CD          00052000
                                                WS-ALT-CUSIP            00052100
                                                WS-ALT-PRDCT-TYPE.      00052200
           MOVE +0                          TO  WS-ALT-SHR-QTY          00052300
                                                WS-ALT-DAYS-OUT.        00052400
           MOVE WS-NO-DATE                  TO  WS-ALT-PPR-SENT-DT      00052500
                                                WS-ALT-PPR-RCVD-DT.     00052600
                                                                        00052700
           IF NOT ATR-PPR-SENT AND NOT ATR-PPR-RCVD                     00052800
           AND NOT ATR-CONFIRMED                                        00052900
              ADD 1                         TO  WS-CNT-NOT-APPLIED      00053000
              MOVE 'BAD ACTION   '          TO  DTL1-MESSAGE            00053100
              PERFORM 6000-WRITE-DETAIL-RTN                             00053200
              GO TO 2000-EXIT                                           00053300
           END-IF.                                                      00053400
                                                                        00053500
           IF ATR-ACTN-DT NOT NUMERIC                                   00053600
           OR ATR-ACTN-MM < '01' OR ATR-ACTN-MM > '12'                  00053700
           OR ATR-ACTN-DD < '01' OR ATR-ACTN-DD > '31'                  00053800
              ADD 1                         TO  WS-CNT-NOT-APPLIED      00053900
              MOVE 'BAD DATE     '          TO  DTL1-MESSAGE            00054000
              PERFORM 6000-WRITE-DETAIL-RTN                             00054100
              GO TO 2000-EXIT                                           00054200
           END-IF.                                                      00054300
           MOVE ATR-ACTN-CCYY               TO  WS-ISO-CCYY.            00054400
           MOVE ATR-ACTN-MM                 TO  WS-ISO-MM.              00054500
           MOVE ATR-ACTN-DD                 TO  WS-ISO-DD.              00054600
                                                                        00054700
           EVALUATE TRUE                                                00054800
              WHEN ATR-PPR-SENT                                         00054900
                 MOVE WS-ISO-DATE           TO  WS-ALT-PPR-SENT-DT      00055000
                 EXEC SQL                                               00055100
                    UPDATE ACATALTI                                     00055200
                       SET ALT_STTS_CD         = 'S'                    00055300
                          ,PPR_SENT_DT         = :WS-ALT-PPR-SENT-DT    00055400
                          ,SPNSR_HLDR_ACCT_NBR =                        00055500
                              CASE WHEN :WS-ALT-HLDR-ACCT = ' '         00055600
                                   THEN SPNSR_HLDR_ACCT_NBR             00055700
                                   ELSE :WS-ALT-HLDR-ACCT               00055800
                              END                                       00055900
                          ,STTS_DT             = CURRENT DATE           00056000
                          ,UPDT_TMSTP          = CURRENT TIMESTAMP      00056100
                          ,PRGM_NM             = 'CAT777'               00056200
                     WHERE CLIENT_NBR          = :WS-ALT-CLIENT         00056300
                       AND ACAT_CONTROL_NBR    = :WS-ALT-ACAT-CNTL      00056400
                       AND ASSET_SEQ_NBR       = :WS-ALT-ASSET-SEQ      00056500
                       AND ALT_STTS_CD IN ('O', 'S')                    00056600
                 END-EXEC                                               00056700
              WHEN ATR-PPR-RCVD                                         00056800
                 MOVE WS-ISO-DATE           TO  WS-ALT-PPR-RCVD-DT      00056900
                 EXEC SQL                                               00057000
                    UPDATE ACATALTI                                     00057100
                       SET ALT_STTS_CD         = 'R'                    00057200
                          ,PPR_RCVD_DT         = :WS-ALT-PPR-RCVD-DT    00057300
                          ,STTS_DT             = CURRENT DATE           00057400
                          ,UPDT_TMSTP          = CURRENT TIMESTAMP      00057500
                          ,PRGM_NM             = 'CAT777'               00057600
                     WHERE CLIENT_NBR          = :WS-ALT-CLIENT         00057700
                       AND ACAT_CONTROL_NBR    = :WS-ALT-ACAT-CNTL      00057800
                       AND ASSET_SEQ_NBR       = :WS-ALT-ASSET-SEQ      00057900
                       AND ALT_STTS_CD IN ('S', 'R')                    00058000
                 END-EXEC                                               00058100
              WHEN OTHER                                                00058200
                 MOVE WS-ISO-DATE           TO  WS-ALT-CONF-DT          00058300
                 EXEC SQL                                               00058400
                    UPDATE ACATALTI                                     00058500
                       SET ALT_STTS_CD         = 'C'                    00058600
                          ,RRGSTN_CONF_DT      = :WS-ALT-CONF-DT        00058700
                          ,SPNSR_HLDR_ACCT_NBR =                        00058800
                              CASE WHEN :WS-ALT-HLDR-ACCT = ' '         00058900
                                   THEN SPNSR_HLDR_ACCT_NBR             00059000
                                   ELSE :WS-ALT-HLDR-ACCT               00059100
                              END                                       00059200
                          ,STTS_DT             = CURRENT DATE           00059300
                          ,UPDT_TMSTP          = CURRENT TIMESTAMP      00059400
                          ,PRGM_NM             = 'CAT777'               00059500
                     WHERE CLIENT_NBR          = :WS-ALT-CLIENT         00059600
                       AND ACAT_CONTROL_NBR    = :WS-ALT-ACAT-CNTL      00059700
                       AND ASSET_SEQ_NBR       = :WS-ALT-ASSET-SEQ      00059800
                       AND ALT_STTS_CD IN ('O', 'S', 'R')               00059900
                 END-EXEC                                               00060000
           END-EVALUATE.                                                00060100
                                                                        00060200
           EVALUATE SQLCODE                                             00060300
              WHEN +0                                                   00060400
                 ADD 1                      TO  WS-CNT-APPLIED          00060500
                 EVALUATE TRUE                                          00060600
                    WHEN ATR-PPR-SENT                                   00060700
                       MOVE 'PPRS SENT    '  TO  DTL1-MESSAGE           00060800
                    WHEN ATR-PPR-RCVD                                   00060900
                       MOVE 'PPRS RCVD    '  TO  DTL1-MESSAGE           00061000
                    WHEN OTHER                                          00061100
                       ADD 1                TO  WS-CNT-CONFIRMED        00061200
                       MOVE 'CONFIRMED    '  TO  DTL1-MESSAGE           00061300
                 END-EVALUATE                                           00061400
              WHEN +100                                                 00061500
                 ADD 1                      TO  WS-CNT-NOT-APPLIED      00061600
                 MOVE 'NO OPEN ITEM '       TO  DTL1-MESSAGE            00061700
              WHEN OTHER                                                00061800
                 PERFORM 8000-DB2-ERROR-RTN                             00061900
           END-EVALUATE.                                                00062000
           PERFORM 6000-WRITE-DETAIL-RTN.                               00062100
                                                                        00062200
       2000-EXIT.                                                       00062300
           EXIT.                                                        00062400
                                                                        00062500
           EJECT                                                        00062600
      *---------------------------------------------------------------  00062700
      * 3000-SPLIT-RTN - AN ASSET WHOSE CUSIP IS ON THE SPONSOR FILE    00062800
      * GETS ITS OWN TRACKING ROW, OPEN WITH NO PAPERWORK.              00062900
      *---------------------------------------------------------------  00063000
       3000-SPLIT-RTN.                                                  00063100
                                                                        00063200
           EXEC SQL                                                     00063300
              FETCH NEWCSR                                              00063400
                 INTO :WS-ALT-CLIENT                                    00063500
                     ,:WS-ALT-ACAT-CNTL                                 00063600
                     ,:WS-ALT-ASSET-SEQ                                 00063700
                     ,:WS-ALT-BRANCH                                    00063800
                     ,:WS-ALT-ACCT                                      00063900
                     ,:WS-ALT-SIDE-CD                                   00064000
                     ,:WS-ALT-CUSIP                                     00064100
                     ,:WS-ALT-SHR-QTY                                   00064200
           END-EXEC.                                                    00064300
                                                                        00064400
           EVALUATE SQLCODE                                             00064500
              WHEN +100                                                 00064600
                 SET WS-END-OF-NEW          TO  TRUE                    00064700
                 GO TO 3000-EXIT                                        00064800
              WHEN +0                                                   00064900
                 CONTINUE                                               00065000
              WHEN OTHER                                                00065100
                 PERFORM 8000-DB2-ERROR-RTN                             00065200
           END-EVALUATE.                                                00065300
           ADD 1                            TO  WS-CNT-SCANNED.         00065400
                                                                        00065500
           MOVE WS-ALT-CUSIP                TO  WS-SC-SRCH-CUSIP.       00065600
           MOVE 'N'                         TO  WS-SC-FOUND-SW.         00065700
           MOVE +1                          TO  WS-SC-LO.               00065800
           MOVE WS-SC-CNT                   TO  WS-SC-HI.               00065900
           PERFORM 3100-PROBE-SEC-RTN                                   00066000
              UNTIL WS-SC-FOUND OR WS-SC-LO > WS-SC-HI.                 00066100
                                                                        00066200
           IF NOT WS-SC-FOUND                                           00066300
              GO TO 3000-EXIT                                           00066400
           END-IF.                                                      00066500
                                                                        00066600
           MOVE WS-SC-SPNSR-ID (WS-SC-MID)  TO  WS-ALT-SPNSR-ID.        00066700
           MOVE WS-SC-SPNSR-NM (WS-SC-MID)  TO  WS-ALT-SPNSR-NM.        00066800
           MOVE WS-SC-PRDCT-TYPE (WS-SC-MID)                            00066900
                                            TO  WS-ALT-PRDCT-TYPE.      00067000
           MOVE SPACES                      TO  WS-ALT-HLDR-ACCT.       00067100
           MOVE WS-NO-DATE                  TO  WS-ALT-PPR-SENT-DT      00067200
                                                WS-ALT-PPR-RCVD-DT.     00067300
           MOVE 'O'                         TO  WS-ALT-STTS-CD.         00067400
           MOVE +0                          TO  WS-ALT-DAYS-OUT.        00067500
                                                                        00067600
           EXEC SQL                                                     00067700
              INSERT INTO ACATALTI                                      00067800
                    (CLIENT_NBR                                         00067900
                    ,ACAT_CONTROL_NBR                                   00068000
                    ,ASSET_SEQ_NBR                                      00068100
                    ,BRANCH_CD                                          00068200
                    ,ACCT_CD                                            00068300
                    ,DSTBN_SIDE_CD                                      00068400
                    ,ISIN_SEC_ISSUE_CD                                  00068500
                    ,SHR_QTY                                            00068600
                    ,SPNSR_ID                                           00068700
                    ,SPNSR_NM                                           00068800
                    ,ALT_PRDCT_TYPE_CD                                  00068900
                    ,SPNSR_HLDR_ACCT_NBR                                00069000
                    ,PPR_SENT_DT                                        00069100
                    ,PPR_RCVD_DT                                        00069200
                    ,RRGSTN_CONF_DT                                     00069300
                    ,ALT_STTS_CD                                        00069400
                    ,CRT_DT                                             00069500
                    ,STTS_DT                                            00069600
                    ,UPDT_TMSTP                                         00069700
                    ,PRGM_NM)                                           00069800
              VALUES                                                    00069900
                    (:WS-ALT-CLIENT                                     00070000
                    ,:WS-ALT-ACAT-CNTL                                  00070100
                    ,:WS-ALT-ASSET-SEQ                                  00070200
                    ,:WS-ALT-BRANCH                                     00070300
                    ,:WS-ALT-ACCT                                       00070400
                    ,:WS-ALT-SIDE-CD                                    00070500
                    ,:WS-ALT-CUSIP                                      00070600
                    ,:WS-ALT-SHR-QTY                                    00070700
                    ,:WS-ALT-SPNSR-ID                                   00070800
                    ,:WS-ALT-SPNSR-NM                                   00070900
                    ,:WS-ALT-PRDCT-TYPE                                 00071000
                    ,:WS-ALT-HLDR-ACCT                                  00071100
                    ,:WS-NO-DATE                                        00071200
                    ,:WS-NO-DATE                                        00071300
                    ,:WS-NO-DATE                                        00071400
                    ,:WS-ALT-STTS-CD                                    00071500
                    ,CURRENT DATE                                       00071600
                    ,CURRENT DATE                                       00071700
                    ,CURRENT TIMESTAMP                                  00071800
                    ,'CAT777')                                          00071900
           END-EXEC.                                                    00072000
           IF SQLCODE NOT = +0                                          00072100
              PERFORM 8000-DB2-ERROR-RTN                                00072200
           END-IF.                                                      00072300
                                                                        00072400
           ADD 1                            TO  WS-CNT-SPLIT.           00072500
           MOVE 'SPLIT - OPEN '             TO  DTL1-MESSAGE.           00072600
           PERFORM 6000-WRITE-DETAIL-RTN.                               00072700
                                                                        00072800
           ADD 1                            TO  WS-COMMIT-CNT.          00072900
           IF WS-COMMIT-CNT > 99                                        00073000
              EXEC SQL                                                  00073100
                   COMMIT                                               00073200
              END-EXEC                                                  00073300
              MOVE 0                        TO  WS-COMMIT-CNT           00073400
           END-IF.                                                      00073500
                                                                        00073600
       3000-EXIT.                                                       00073700
           EXIT.                                                        00073800
                                                                        00073900
       3100-PROBE-SEC-RTN.                                              00074000
                                                                        00074100
           COMPUTE WS-SC-MID = (WS-SC-LO + WS-SC-HI) / 2.               00074200
           EVALUATE TRUE                                                00074300
              WHEN WS-SC-CUSIP (WS-SC-MID) = WS-SC-SRCH-CUSIP           00074400
                 SET WS-SC-FOUND            TO  TRUE                    00074500
              WHEN WS-SC-CUSIP (WS-SC-MID) < WS-SC-SRCH-CUSIP           00074600
                 COMPUTE WS-SC-LO = WS-SC-MID + 1                       00074700
              WHEN OTHER                                                00074800
                 COMPUTE WS-SC-HI = WS-SC-MID - 1                       00074900
           END-EVALUATE.                                                00075000
                                                                        00075100
           EJECT                                                        00075200
      *---------------------------------------------------------------  00075300
      * 4000-END-ITEMS-RTN - A TRANSFER REJECTED (140) OR DELETED (600) 00075400
      * ENDS ITS UNCONFIRMED ITEMS.                                     00075500
      *---------------------------------------------------------------  00075600
       4000-END-ITEMS-RTN.                                              00075700
                                                                        00075800
           EXEC SQL                                                     00075900
              UPDATE ACATALTI L                                         00076000
                 SET ALT_STTS_CD      = 'X'                             00076100
                    ,STTS_DT          = CURRENT DATE                    00076200
                    ,UPDT_TMSTP       = CURRENT TIMESTAMP               00076300
                    ,PRGM_NM          = 'CAT777'                        00076400
               WHERE L.ALT_STTS_CD IN ('O', 'S', 'R')                   00076500
                 AND EXISTS                                             00076600
                     (SELECT 1 FROM VTRNFR T                            00076700
                       WHERE T.CLIENT_NBR       = L.CLIENT_NBR          00076800
                         AND T.ACAT_CONTROL_NBR = L.ACAT_CONTROL_NBR    00076900
                         AND T.STTS_CD IN ('140', '600'))               00077000
           END-EXEC.                                                    00077100
                                                                        00077200
           EVALUATE SQLCODE                                             00077300
              WHEN +0                                                   00077400
                 MOVE SQLERRD (3)           TO  WS-CNT-ENDED            00077500
              WHEN +100                                                 00077600
                 CONTINUE                                               00077700
              WHEN OTHER                                                00077800
                 PERFORM 8000-DB2-ERROR-RTN                             00077900
           END-EVALUATE.                                                00078000
                                                                        00078100
           EJECT                                                        00078200
      *---------------------------------------------------------------  00078300
      * 5000-CHASE-RTN - ONE SECTION PER SPONSOR, OLDEST ITEM FIRST.    00078400
      *---------------------------------------------------------------  00078500
       5000-CHASE-RTN.                                                  00078600
                                                                        00078700
           EXEC SQL                                                     00078800
              FETCH CHSCSR                                              00078900
                 INTO :WS-ALT-CLIENT                                    00079000
                     ,:WS-ALT-ACAT-CNTL                                 00079100
                     ,:WS-ALT-ASSET-SEQ                                 00079200
                     ,:WS-ALT-BRANCH                                    00079300
                     ,:WS-ALT-ACCT                                      00079400
                     ,:WS-ALT-SIDE-CD                                   00079500
                     ,:WS-ALT-CUSIP                                     00079600
                     ,:WS-ALT-SHR-QTY                                   00079700
                     ,:WS-ALT-SPNSR-ID                                  00079800
                     ,:WS-ALT-SPNSR-NM                                  00079900
                     ,:WS-ALT-PRDCT-TYPE                                00080000
                     ,:WS-ALT-HLDR-ACCT                                 00080100
                     ,:WS-ALT-PPR-SENT-DT                               00080200
                     ,:WS-ALT-PPR-RCVD-DT                               00080300
                     ,:WS-ALT-STTS-CD                                   00080400
                     ,:WS-ALT-DAYS-OUT                                  00080500
           END-EXEC.                                                    00080600
                                                                        00080700
           EVALUATE SQLCODE                                             00080800
              WHEN +100                                                 00080900
                 SET WS-END-OF-CHS          TO  TRUE                    00081000
                 GO TO 5000-EXIT                                        00081100
              WHEN +0                                                   00081200
                 CONTINUE                                               00081300
              WHEN OTHER                                                00081400
                 PERFORM 8000-DB2-ERROR-RTN                             00081500
           END-EVALUATE.                                                00081600
                                                                        00081700
           IF WS-ALT-SPNSR-ID NOT = WS-PREV-SPNSR-ID                    00081800
              IF WS-CNT-SPONSORS > +0                                   00081900
                 PERFORM 5100-SPONSOR-TOTAL-RTN                         00082000
              END-IF                                                    00082100
              ADD 1                         TO  WS-CNT-SPONSORS         00082200
              MOVE +0                       TO  WS-SPNSR-ITEMS          00082300
              MOVE WS-ALT-SPNSR-ID          TO  WS-PREV-SPNSR-ID        00082400
                                                SPN1-SPNSR-ID           00082500
              MOVE WS-ALT-SPNSR-NM          TO  SPN1-SPNSR-NM           00082600
              WRITE REPORT-RECORD         FROM  SPN1-RECORD             00082700
           END-IF.                                                      00082800
                                                                        00082900
           ADD 1                            TO  WS-CNT-CHASED           00083000
                                                WS-SPNSR-ITEMS.         00083100
           EVALUATE TRUE                                                00083200
              WHEN WS-ALT-OPEN                                          00083300
                 MOVE 'SEND PPRS    '       TO  DTL1-MESSAGE            00083400
              WHEN WS-ALT-SENT                                          00083500
                 MOVE 'NO SPNSR RCPT'       TO  DTL1-MESSAGE            00083600
              WHEN OTHER                                                00083700
                 MOVE 'NO RE-REG CNF'       TO  DTL1-MESSAGE            00083800
           END-EVALUATE.                                                00083900
           PERFORM 6000-WRITE-DETAIL-RTN.                               00084000
                                                                        00084100
       5000-EXIT.                                                       00084200
           EXIT.                                                        00084300
                                                                        00084400
       5100-SPONSOR-TOTAL-RTN.                                          00084500
                                                                        00084600
           MOVE WS-SPNSR-ITEMS              TO  SPN2-COUNT.             00084700
           WRITE REPORT-RECORD            FROM  SPN2-RECORD.            00084800
                                                                        00084900
           EJECT                                                        00085000
      *********************                                             00085100
       6000-WRITE-DETAIL-RTN.                                           00085200
      *********************                                             00085300
                                                                        00085400
           MOVE WS-ALT-CLIENT               TO  DTL1-CLIENT.            00085500
           MOVE WS-ALT-ACAT-CNTL            TO  DTL1-ACAT-CNTL.         00085600
           MOVE WS-ALT-ASSET-SEQ            TO  DTL1-ASSET-SEQ.         00085700
           MOVE WS-ALT-BRANCH               TO  DTL1-BRANCH.            00085800
           MOVE WS-ALT-ACCT                 TO  DTL1-ACCT.              00085900
           MOVE WS-ALT-SIDE-CD              TO  DTL1-SIDE-CD.           00086000
           MOVE WS-ALT-CUSIP                TO  DTL1-CUSIP.             00086100
           MOVE WS-ALT-SHR-QTY              TO  DTL1-SHR-QTY.           00086200
           MOVE WS-ALT-PRDCT-TYPE           TO  DTL1-PRDCT-TYPE.        00086300
           MOVE WS-ALT-HLDR-ACCT            TO  DTL1-HLDR-ACCT.         00086400
           IF WS-ALT-PPR-SENT-DT = WS-NO-DATE                           00086500
              MOVE SPACES                   TO  DTL1-PPR-SENT-DT        00086600
           ELSE                                                         00086700
              MOVE WS-ALT-PPR-SENT-DT       TO  DTL1-PPR-SENT-DT        00086800
           END-IF.                                                      00086900
           IF WS-ALT-PPR-RCVD-DT = WS-NO-DATE                           00087000
              MOVE SPACES                   TO  DTL1-PPR-RCVD-DT        00087100
           ELSE                                                         00087200
              MOVE WS-ALT-PPR-RCVD-DT       TO  DTL1-PPR-RCVD-DT        00087300
           END-IF.                                                      00087400
           MOVE WS-ALT-DAYS-OUT             TO  DTL1-DAYS-OUT.          00087500
           WRITE REPORT-RECORD            FROM  DTL1-RECORD.            00087600
                                                                        00087700
           EJECT                                                        00087800
      ******************                                                00087900
       8000-DB2-ERROR-RTN.                                              00088000
      ******************                                                00088100
                                                                        00088200
           DISPLAY 'CAT777 - DB2 ERROR, SQLCODE = ' SQLCODE.            00088300
           CALL DSNTIAR               USING  SQLCA                      00088400
                                             WS-DB2-MESSAGE-AREA        00088500
                                             WS-ERR-LINE-LEN            00088600
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00088700
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00088800
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00088900
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00089000
                 END-IF                                                 00089100
           END-PERFORM.                                                 00089200
           DISPLAY 'CAT777 ABENDED'.                                    00089300
           CALL ABEND                 USING  ABEND-CODE.                00089400
                                                                        00089500
           EJECT                                                        00089600
      ************                                                      00089700
       9000-EOJ-RTN.                                                    00089800
      ************                                                      00089900
                                                                        00090000
           MOVE 'SPONSOR FILE CUSIPS LOADED      '  TO  TRL1-LABEL.     00090100
           MOVE WS-CNT-SECS                 TO  TRL1-COUNT.             00090200
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00090300
                                                                        00090400
           MOVE ' '                         TO  TRL1-CC.                00090500
           MOVE 'OPERATIONS UPDATES READ         '  TO  TRL1-LABEL.     00090600
           MOVE WS-CNT-TRAN-READ            TO  TRL1-COUNT.             00090700
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00090800
                                                                        00090900
           MOVE 'UPDATES APPLIED                 '  TO  TRL1-LABEL.     00091000
           MOVE WS-CNT-APPLIED              TO  TRL1-COUNT.             00091100
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00091200
                                                                        00091300
           MOVE '  OF WHICH RE-REG CONFIRMED     '  TO  TRL1-LABEL.     00091400
           MOVE WS-CNT-CONFIRMED            TO  TRL1-COUNT.             00091500
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00091600
                                                                        00091700
           MOVE 'UPDATES NOT APPLIED             '  TO  TRL1-LABEL.     00091800
           MOVE WS-CNT-NOT-APPLIED          TO  TRL1-COUNT.             00091900
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00092000
                                                                        00092100
           MOVE 'OPEN-TRANSFER ASSETS SCANNED    '  TO  TRL1-LABEL.     00092200
           MOVE WS-CNT-SCANNED              TO  TRL1-COUNT.             00092300
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00092400
                                                                        00092500
           MOVE 'ALTERNATIVE ASSETS SPLIT        '  TO  TRL1-LABEL.     00092600
           MOVE WS-CNT-SPLIT                TO  TRL1-COUNT.             00092700
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00092800
                                                                        00092900
           MOVE 'ENDED - TRANSFER REJ/DELETED    '  TO  TRL1-LABEL.     00093000
           MOVE WS-CNT-ENDED                TO  TRL1-COUNT.             00093100
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00093200
                                                                        00093300
           IF WS-WEEKLY-RUN                                             00093400
              MOVE 'SPONSORS WITH ITEMS OUTSTANDING '  TO  TRL1-LABEL   00093500
              MOVE WS-CNT-SPONSORS          TO  TRL1-COUNT              00093600
              WRITE REPORT-RECORD         FROM  TRL1-RECORD             00093700
              MOVE 'ITEMS ON THE SPONSOR CHASE      '  TO  TRL1-LABEL   00093800
              MOVE WS-CNT-CHASED            TO  TRL1-COUNT              00093900
              WRITE REPORT-RECORD         FROM  TRL1-RECORD             00094000
           END-IF.                                                      00094100
                                                                        00094200
           CLOSE REPORT-FILE.                                           00094300
                                                                        00094400
           IF WS-CNT-NOT-APPLIED > +0                                   00094500
           OR WS-CNT-CHASED      > +0                                   00094600
              MOVE 4                        TO  RETURN-CODE             00094700
           END-IF.                                                      00094800
                                                                        00094900
           DISPLAY ' '                                                  00095000
           DISPLAY 'UPDATES APPLIED:        ' WS-CNT-APPLIED            00095100
           DISPLAY 'UPDATES NOT APPLIED:    ' WS-CNT-NOT-APPLIED        00095200
           DISPLAY 'ASSETS SPLIT:           ' WS-CNT-SPLIT              00095300
           DISPLAY 'ITEMS ENDED:            ' WS-CNT-ENDED              00095400
           DISPLAY 'ITEMS CHASED:           ' WS-CNT-CHASED             00095500
           DISPLAY ' '                                                  00095600
           DISPLAY '*************************'                          00095700
           DISPLAY '* END OF CAT777 PROGRAM *'                          00095800
           DISPLAY '*************************'                          00095900
           DISPLAY ' '.                                                 00096000
