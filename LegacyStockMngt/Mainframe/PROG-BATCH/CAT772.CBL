000001* PDX    - CAT772   C0369775 10/15/26 06:40:12 TBTIKUO            00000100
000001* CREATED FOR SSR 114447.  DIVIDEND AND INTEREST CLAIMS AGAINST   00000200
000001* THE CONTRA FIRM.  WHEN A RECEIVED ASSET'S RECORD DATE FALLS     00000300
000001* WHILE IT IS STILL IN TRANSIT THE CONTRA FIRM COLLECTS THE       00000400
000001* DIVIDEND OR COUPON THAT BELONGS TO OUR CUSTOMER, AND WE ONLY    00000500
000001* FOUND OUT WHEN THE CUSTOMER ASKED WHERE IT WENT.  THIS STEP     00000600
000001* TAKES THE DIVIDEND/INTEREST ANNOUNCEMENT FEED, FINDS RECEIVED   00000700
000001* VASSET/VASTHSTY POSITIONS WHOSE RECORD DATE FELL ON OR AFTER    00000800
000001* THE TRANSFER STARTED (PRCS_DT) AND BEFORE OUR SETTLEMENT DATE   00000900
000001* (STTLM_DT), AND REGISTERS A CLAIM ON ACATDVCL FOR THE AMOUNT    00001000
000001* OWED.  PAYMENTS AND WRITE-OFFS COME BACK ON A RESOLUTION FILE.  00001100
000001* CLAIM RECORDS ARE WRITTEN PER CONTRA PARTICIPANT (DLVR_NBR)     00001200
000001* FOR THE CLAIM LETTERS, AND THE OPEN CLAIMS ARE AGED.            00001300
       IDENTIFICATION DIVISION.                                         00001400
       PROGRAM-ID.  CAT772.                                             00001500
       AUTHOR.      LARRY MUREY.                                        00001600
       DATE-WRITTEN.  OCT 2026.                                         00001700
      *---------------------------------------------------------------* 00001800
      *                         REMARKS                               * 00001900
      * PARM:   NNN = DAYS BACK FROM TODAY TO LOOK FOR SETTLED        * 00002000
      *               RECEIPTS (DEFAULT 060) - THE FEED CAN LAG       * 00002100
      * INPUTS:  VTRNFR/VASSET, VTRNHSTY/VASTHSTY, VPRTCPPF (DB2)     * 00002200
      *          DIVANN   - DIVIDEND/INTEREST ANNOUNCEMENTS, SORTED   * 00002300
      *                     ADP NUMBER/RECORD DATE                    * 00002400
      *          CLMTRAN  - CLAIM RESOLUTIONS (P = PAID,              * 00002500
      *                     W = WRITTEN OFF)                          * 00002600
      * OUTPUTS: ACATDVCL - CLAIM REGISTER, CLM_STTS_CD O/P/W         * 00002700
      *          CLMOUT   - OPEN CLAIMS BY CONTRA FOR THE LETTERS     * 00002800
      *                     (H CONTRA, D CLAIM, T CONTRA TOTAL)       * 00002900
      *          RPTPI    - RESOLUTIONS, NEW CLAIMS, AGED OPEN CLAIMS * 00003000
      * CLAIM AMOUNT = ASSET QTY X RATE PER SHARE (OR PER UNIT OF     * 00003100
      * FACE FOR INTEREST), ROUNDED TO THE CENT.                      * 00003200
      *---------------------------------------------------------------* 00003300
           EJECT                                                        00003400
      ***************************************************************** 00003500
       ENVIRONMENT DIVISION.                                            00003600
      ***************************************************************** 00003700
       INPUT-OUTPUT SECTION.                                            00003800
       FILE-CONTROL.                                                    00003900
           SELECT DIVANN-FILE          ASSIGN  TO  DIVANN               00004000
                                       FILE STATUS  IS DIVANN-STAT.     00004100
           SELECT CLMTRAN-FILE         ASSIGN  TO  CLMTRAN              00004200
                                       FILE STATUS  IS CLMTRAN-STAT.    00004300
           SELECT CLAIM-FILE           ASSIGN  TO  CLMOUT.              00004400
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00004500
                                                                        00004600
      ***************************************************************** 00004700
       DATA DIVISION.                                                   00004800
      ***************************************************************** 00004900
                                                                        00005000
       FILE SECTION.                                                    00005100
                                                                        00005200
       FD  DIVANN-FILE                                                  00005300
           RECORDING MODE F                                             00005400
           BLOCK CONTAINS 0 RECORDS                                     00005500
           LABEL RECORDS ARE STANDARD                                   00005600
           RECORD CONTAINS 80 CHARACTERS.                               00005700
       01  DIVANN-RECORD.                                               00005800
           05  ANN-KEY.                                                 00005900
               10  ANN-ADP-NBR         PIC X(07).                       00006000
               10  ANN-RCRD-DT         PIC X(08).                       00006100
           05  ANN-TYPE-CD             PIC X(01).                       00006200
               88  ANN-DIVIDEND                   VALUE 'D'.            00006300
               88  ANN-INTEREST                   VALUE 'I'.            00006400
           05  ANN-PAY-DT              PIC X(08).                       00006500
           05  ANN-RATE                PIC 9(05)V9(6).                  00006600
           05  FILLER                  PIC X(45).                       00006700
                                                                        00006800
       FD  CLMTRAN-FILE                                                 00006900
           RECORDING MODE F                                             00007000
           BLOCK CONTAINS 0 RECORDS                                     00007100
           LABEL RECORDS ARE STANDARD                                   00007200
           RECORD CONTAINS 80 CHARACTERS.                               00007300
       01  CLMTRAN-RECORD.                                              00007400
           05  CLT-CLIENT              PIC X(04).                       00007500
           05  CLT-ACAT-CNTL           PIC X(14).                       00007600
           05  CLT-ASSET-SEQ           PIC 9(09).                       00007700
           05  CLT-RCRD-DT             PIC X(08).                       00007800
           05  CLT-ACTION-CD           PIC X(01).                       00007900
               88  CLT-PAID                       VALUE 'P'.            00008000
               88  CLT-WRITE-OFF                  VALUE 'W'.            00008100
           05  CLT-AMT-RCVD            PIC 9(11)V99.                    00008200
           05  FILLER                  PIC X(31).                       00008300
                                                                        00008400
       FD  CLAIM-FILE                                                   00008500
           RECORDING MODE F                                             00008600
           BLOCK CONTAINS 0 RECORDS                                     00008700
           LABEL RECORDS ARE STANDARD                                   00008800
           RECORD CONTAINS 150 CHARACTERS.                              00008900
       01  CLAIM-HDR-RECORD.                                            00009000
           05  CLH-REC-TYPE            PIC X(01).                       00009100
           05  CLH-CONTRA-NBR          PIC X(04).                       00009200
           05  CLH-CONTRA-NM           PIC X(60).                       00009300
           05  CLH-RUN-DT              PIC X(08).                       00009400
           05  FILLER                  PIC X(77).                       00009500
       01  CLAIM-DTL-RECORD.                                            00009600
           05  CLD-REC-TYPE            PIC X(01).                       00009700
           05  CLD-CONTRA-NBR          PIC X(04).                       00009800
           05  CLD-CLIENT              PIC X(04).                       00009900
           05  CLD-BRANCH              PIC X(03).                       00010000
           05  CLD-ACCT                PIC X(05).                       00010100
           05  CLD-ACAT-CNTL           PIC X(14).                       00010200
           05  CLD-ASSET-SEQ           PIC 9(09).                       00010300
           05  CLD-ADP-NBR             PIC X(07).                       00010400
           05  CLD-TYPE-CD             PIC X(01).                       00010500
           05  CLD-RCRD-DT             PIC X(08).                       00010600
           05  CLD-PAY-DT              PIC X(08).                       00010700
           05  CLD-QTY                 PIC S9(11)V9(5).                 00010800
           05  CLD-RATE                PIC 9(05)V9(6).                  00010900
           05  CLD-AMT                 PIC S9(13)V99.                   00011000
           05  CLD-DAYS-OPEN           PIC 9(05).                       00011100
           05  CLD-NEW-IND             PIC X(01).                       00011200
           05  FILLER                  PIC X(38).                       00011300
       01  CLAIM-TRL-RECORD.                                            00011400
           05  CLX-REC-TYPE            PIC X(01).                       00011500
           05  CLX-CONTRA-NBR          PIC X(04).                       00011600
           05  CLX-CLAIM-CNT           PIC 9(07).                       00011700
           05  CLX-CLAIM-AMT           PIC S9(13)V99.                   00011800
           05  FILLER                  PIC X(123).                      00011900
                                                                        00012000
       FD  REPORT-FILE                                                  00012100
           RECORDING MODE F                                             00012200
           BLOCK CONTAINS 0 RECORDS                                     00012300
           LABEL RECORDS ARE STANDARD                                   00012400
           RECORD CONTAINS 132 CHARACTERS.                              00012500
       01  REPORT-RECORD                PIC  X(132).                    00012600
                                                                        00012700
           EJECT                                                        00012800
      ***************************************************************** 00012900
       WORKING-STORAGE SECTION.                                         00013000
      ***************************************************************** 00013100
                                                                        00013200
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00013300
                                                                        00013400
       01  CALL-MODULES.                                                00013500
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00013600
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00013700
                                                                        00013800
       01  DIVANN-STAT                  PIC  X(02)  VALUE SPACES.       00013900
           88  DIVANN-OK                           VALUE '00'.          00014000
           88  DIVANN-EOF                          VALUE '10'.          00014100
       01  CLMTRAN-STAT                 PIC  X(02)  VALUE SPACES.       00014200
           88  CLMTRAN-OK                          VALUE '00'.          00014300
           88  CLMTRAN-EOF                         VALUE '10'.          00014400
                                                                        00014500
       01  WS-END-OF-RCV-SW             PIC  X(01)  VALUE 'N'.          00014600
           88  WS-END-OF-RCV                       VALUE 'Y'.           00014700
       01  WS-END-OF-OPEN-SW            PIC  X(01)  VALUE 'N'.          00014800
           88  WS-END-OF-OPEN                      VALUE 'Y'.           00014900
       01  WS-FIRST-CONTRA-SW           PIC  X(01)  VALUE 'Y'.          00015000
           88  WS-FIRST-CONTRA                     VALUE 'Y'.           00015100
                                                                        00015200
       01  WS-LOOKBACK-DAYS             PIC S9(03) COMP-3  VALUE +60.   00015300
                                                                        00015400
      *  ANNOUNCEMENTS, BY ADP NUMBER/RECORD DATE (RECORD DATE HELD     00015500
      *  AS CCYY-MM-DD TO COMPARE WITH THE DB2 DATES).                  00015600
       01  WS-ANN-TABLE-AREA.                                           00015700
           05  WS-AN-CNT                PIC S9(05) COMP  VALUE +0.      00015800
           05  WS-AN-ENTRY              OCCURS 10000 TIMES.             00015900
               10  WS-AN-ADP-NBR        PIC  X(07).                     00016000
               10  WS-AN-RCRD-DT        PIC  X(10).                     00016100
               10  WS-AN-PAY-DT         PIC  X(10).                     00016200
               10  WS-AN-TYPE-CD        PIC  X(01).                     00016300
               10  WS-AN-RATE           PIC  9(05)V9(6) COMP-3.         00016400
       01  WS-ANN-WORK.                                                 00016500
           05  WS-AN-PREV-KEY           PIC  X(15)  VALUE LOW-VALUES.   00016600
           05  WS-AN-LO                 PIC S9(05) COMP  VALUE +0.      00016700
           05  WS-AN-HI                 PIC S9(05) COMP  VALUE +0.      00016800
           05  WS-AN-MID                PIC S9(05) COMP  VALUE +0.      00016900
           05  WS-AN-IX                 PIC S9(05) COMP  VALUE +0.      00017000
           05  WS-AN-FOUND-SW           PIC  X(01)  VALUE 'N'.          00017100
               88  WS-AN-FOUND                     VALUE 'Y'.           00017200
           05  WS-AN-SCAN-SW            PIC  X(01)  VALUE 'N'.          00017300
               88  WS-AN-SCAN-DONE                 VALUE 'Y'.           00017400
                                                                        00017500
      *  HOST VARIABLES - CLAIM REGISTER / RECEIVED ASSETS.             00017600
       01  WS-CLM-AREA.                                                 00017700
           05  WS-CLM-CLIENT            PIC  X(04).                     00017800
           05  WS-CLM-ACAT-CNTL         PIC  X(14).                     00017900
           05  WS-CLM-ASSET-SEQ         PIC S9(09) COMP.                00018000
           05  WS-CLM-BRANCH            PIC  X(03).                     00018100
           05  WS-CLM-ACCT              PIC  X(05).                     00018200
           05  WS-CLM-CONTRA            PIC  X(04).                     00018300
           05  WS-CLM-ADP-NBR           PIC  X(07).                     00018400
           05  WS-CLM-QTY               PIC S9(11)V9(5) COMP-3.         00018500
           05  WS-CLM-PRCS-DT           PIC  X(10).                     00018600
           05  WS-CLM-STTLM-DT          PIC  X(10).                     00018700
           05  WS-CLM-TYPE-CD           PIC  X(01).                     00018800
           05  WS-CLM-RCRD-DT           PIC  X(10).                     00018900
           05  WS-CLM-PAY-DT            PIC  X(10).                     00019000
           05  WS-CLM-RATE              PIC S9(05)V9(6) COMP-3.         00019100
           05  WS-CLM-AMT               PIC S9(13)V99 COMP-3.           00019200
           05  WS-CLM-PAID-AMT          PIC S9(13)V99 COMP-3.           00019300
           05  WS-CLM-STTS-CD           PIC  X(01).                     00019400
           05  WS-CLM-DAYS-OPEN         PIC S9(09) COMP.                00019500
           05  WS-CLM-CONTRA-NM         PIC  X(60).                     00019600
           05  WS-CLM-EXIST-CNT         PIC S9(09) COMP.                00019700
                                                                        00019800
       01  WS-RPT-ACTION                PIC  X(25)  VALUE SPACES.       00019900
                                                                        00020000
      *  AGING BY CONTRA - 0-30, 31-60, 61-90, OVER 90 DAYS OPEN.       00020100
       01  WS-AGE-AREA.                                                 00020200
           05  WS-AGE-CONTRA            PIC  X(04)  VALUE SPACES.       00020300
           05  WS-AGE-CONTRA-NM         PIC  X(60)  VALUE SPACES.       00020400
           05  WS-AGE-CNT               PIC S9(07) COMP-3  VALUE ZERO.  00020500
           05  WS-AGE-TOT               PIC S9(13)V99 COMP-3 VALUE ZERO.00020600
           05  WS-AGE-BKT               PIC S9(13)V99 COMP-3            00020700
                                        OCCURS 4 TIMES.                 00020800
           05  WS-AGE-BX                PIC S9(04) COMP  VALUE +0.      00020900
       01  WS-GRAND-AREA.                                               00021000
           05  WS-GRD-CNT               PIC S9(07) COMP-3  VALUE ZERO.  00021100
           05  WS-GRD-TOT               PIC S9(13)V99 COMP-3 VALUE ZERO.00021200
           05  WS-GRD-BKT               PIC S9(13)V99 COMP-3            00021300
                                        OCCURS 4 TIMES.                 00021400
                                                                        00021500
       01  WS-CNT-RESOLVED              PIC S9(07) COMP-3  VALUE ZERO.  00021600
       01  WS-CNT-RSLV-REJECT           PIC S9(07) COMP-3  VALUE ZERO.  00021700
       01  WS-CNT-ASSETS                PIC S9(07) COMP-3  VALUE ZERO.  00021800
       01  WS-CNT-NEW-CLAIMS            PIC S9(07) COMP-3  VALUE ZERO.  00021900
       01  WS-COMMIT-CNT                PIC S9(05) COMP-3  VALUE ZERO.  00022000
                                                                        00022100
       01  WS-ACCEPT-DATE.                                              00022200
           05  WS-ACCEPT-YY             PIC  9(02).                     00022300
           05  WS-ACCEPT-MM             PIC  9(02).                     00022400
           05  WS-ACCEPT-DD             PIC  9(02).                     00022500
       01  WS-RUN-DATE                  PIC  X(08)  VALUE SPACES.       00022600
                                                                        00022700
       01  WS-DB2-MESSAGE-AREA.                                         00022800
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00022900
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00023000
               INDEXED BY WS-ERROR-INDEX.                               00023100
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00023200
                                                                        00023300
           EJECT                                                        00023400
       01  HDR1-RECORD.                                                 00023500
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00023600
           05  FILLER                   PIC  X(30)  VALUE               00023700
               'CAT772 - DIVIDEND/INTEREST CLA'.                        00023800
           05  FILLER                   PIC  X(30)  VALUE               00023900
               'IMS AGAINST CONTRA FIRMS      '.                        00024000
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00024100
           05  FILLER                   PIC  X(06)  VALUE 'DATE: '.     00024200
           05  HDR1-DATE-MM             PIC  X(02).                     00024300
           05  FILLER                   PIC  X(01)  VALUE '/'.          00024400
           05  HDR1-DATE-DD             PIC  X(02).                     00024500
           05  FILLER                   PIC  X(01)  VALUE '/'.          00024600
           05  HDR1-DATE-YY             PIC  X(02).                     00024700
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00024800
                                                                        00024900
       01  HDR2-RECORD.                                                 00025000
           05  HDR2-CC                  PIC  X(01)  VALUE '0'.          00025100
           05  FILLER                   PIC  X(30)  VALUE               00025200
               ' CLNT CONTROL NBR      ASSET S'.                        00025300
           05  FILLER                   PIC  X(30)  VALUE               00025400
               'EQ ADP NBR CNTR RECORD DT     '.                        00025500
           05  FILLER                   PIC  X(30)  VALUE               00025600
               '      QUANTITY         RATE   '.                        00025700
           05  FILLER                   PIC  X(30)  VALUE               00025800
               '      AMOUNT  ACTION          '.                        00025900
           05  FILLER                   PIC  X(11)  VALUE SPACES.       00026000
                                                                        00026100
       01  DTL1-RECORD.                                                 00026200
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00026300
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00026400
           05  DTL1-CLIENT              PIC  X(04).                     00026500
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00026600
           05  DTL1-ACAT-CNTL           PIC  X(14).                     00026700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00026800
           05  DTL1-ASSET-SEQ           PIC  Z(08)9.                    00026900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00027000
           05  DTL1-ADP-NBR             PIC  X(07).                     00027100
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00027200
           05  DTL1-CONTRA              PIC  X(04).                     00027300
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00027400
           05  DTL1-RCRD-DT             PIC  X(10).                     00027500
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00027600
           05  DTL1-QTY                 PIC  ZZZ,ZZZ,ZZ9.999.           00027700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00027800
           05  DTL1-RATE                PIC  ZZ,ZZ9.999999.             00027900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00028000
           05  DTL1-AMT                 PIC  ZZZ,ZZZ,ZZ9.99-.           00028100
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00028200
           05  DTL1-ACTION              PIC  X(25).                     00028300
           05  FILLER                   PIC  X(05)  VALUE SPACES.       00028400
                                                                        00028500
       01  SEC1-RECORD.                                                 00028600
           05  SEC1-CC                  PIC  X(01)  VALUE '0'.          00028700
           05  SEC1-TITLE               PIC  X(40).                     00028800
           05  FILLER                   PIC  X(91)  VALUE SPACES.       00028900
                                                                        00029000
       01  AHD1-RECORD.                                                 00029100
           05  AHD1-CC                  PIC  X(01)  VALUE '0'.          00029200
           05  FILLER                   PIC  X(30)  VALUE               00029300
               ' CNTR CONTRA NAME            '.                         00029400
           05  FILLER                   PIC  X(30)  VALUE               00029500
               '      CLAIMS       0-30 DAYS  '.                        00029600
           05  FILLER                   PIC  X(30)  VALUE               00029700
               '    31-60 DAYS     61-90 DAYS '.                        00029800
           05  FILLER                   PIC  X(30)  VALUE               00029900
               '   OVER 90 DAYS   TOTAL OPEN  '.                        00030000
           05  FILLER                   PIC  X(11)  VALUE SPACES.       00030100
                                                                        00030200
       01  AGE1-RECORD.                                                 00030300
           05  AGE1-CC                  PIC  X(01)  VALUE ' '.          00030400
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00030500
           05  AGE1-CONTRA              PIC  X(04).                     00030600
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00030700
           05  AGE1-CONTRA-NM           PIC  X(30).                     00030800
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00030900
           05  AGE1-CNT                 PIC  ZZ,ZZ9.                    00031000
           05  AGE1-BKT-GRP             OCCURS 4 TIMES.                 00031100
               10  FILLER               PIC  X(02).                     00031200
               10  AGE1-BKT             PIC  ZZ,ZZZ,ZZ9.99.             00031300
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00031400
           05  AGE1-TOT                 PIC  ZZZ,ZZZ,ZZ9.99.            00031500
           05  FILLER                   PIC  X(12)  VALUE SPACES.       00031600
                                                                        00031700
       01  TRL1-RECORD.                                                 00031800
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00031900
           05  TRL1-LABEL               PIC  X(32).                     00032000
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00032100
           05  FILLER                   PIC  X(88)  VALUE SPACES.       00032200
                                                                        00032300
           EJECT                                                        00032400
      *DB2 COMMUNICATION AREA                                           00032500
           EXEC SQL                                                     00032600
              INCLUDE SQLCA                                             00032700
           END-EXEC.                                                    00032800
                                                                        00032900
      *----------------------------------------------------------------*00033000
      *  RECEIVED ASSETS SETTLED IN THE LOOKBACK WINDOW, ACTIVE AND    *00033100
      *  ARCHIVED.  THE CONTRA IS THE DELIVERING PARTICIPANT.          *00033200
      *----------------------------------------------------------------*00033300
           EXEC SQL                                                     00033400
              DECLARE RCVCSR CURSOR WITH HOLD FOR                       00033500
                 SELECT T.CLIENT_NBR                                    00033600
                       ,T.ACAT_CONTROL_NBR                              00033700
                       ,A.ASSET_SEQ_NBR                                 00033800
                       ,T.BRANCH_CD                                     00033900
                       ,T.ACCT_CD                                       00034000
                       ,T.DLVR_NBR                                      00034100
                       ,A.SECURITY_ADP_NBR                              00034200
                       ,A.ASSET_QTY                                     00034300
                       ,CHAR(T.PRCS_DT, ISO)                            00034400
                       ,CHAR(T.STTLM_DT, ISO)                           00034500
                 FROM  VTRNFR T                                         00034600
                      ,VASSET A                                         00034700
                 WHERE T.DSTBN_SIDE_CD    = 'R'                         00034800
                   AND T.STTS_CD          = '310'                       00034900
                   AND T.STTLM_DT        >=                             00035000
                       CURRENT DATE - :WS-LOOKBACK-DAYS DAYS            00035100
                   AND A.CLIENT_NBR       = T.CLIENT_NBR                00035200
                   AND A.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR          00035300
                   AND A.SECURITY_ADP_NBR <> ' '                        00035400
                   AND A.ASSET_QTY        > 0                           00035500
                 UNION ALL                                              00035600
                 SELECT T.CLIENT_NBR                                    00035700
                       ,T.ACAT_CONTROL_NBR                              00035800
                       ,A.ASSET_SEQ_NBR                                 00035900
                       ,T.BRANCH_CD                                     00036000
                       ,T.ACCT_CD                                       00036100
                       ,T.DLVR_NBR                                      00036200
                       ,A.SECURITY_ADP_NBR                              00036300
                       ,A.ASSET_QTY                                     00036400
                       ,CHAR(T.PRCS_DT, ISO)                            00036500
                       ,CHAR(T.STTLM_DT, ISO)                           00036600
                 FROM  VTRNHSTY T                                       00036700
                      ,VASTHSTY A                                       00036800
                 WHERE T.DSTBN_SIDE_CD    = 'R'                         00036900
                   AND (T.STTS_CD         = '310'                       00037000
                    OR  T.STTS_CD        >= '400')                      00037100
                   AND T.STTS_CD         <> '600'                       00037200
                   AND T.STTLM_DT        >=                             00037300
                       CURRENT DATE - :WS-LOOKBACK-DAYS DAYS            00037400
                   AND A.CLIENT_NBR       = T.CLIENT_NBR                00037500
                   AND A.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR          00037600
                   AND A.SECURITY_ADP_NBR <> ' '                        00037700
                   AND A.ASSET_QTY        > 0                           00037800
                 ORDER BY 1, 2, 3                                       00037900
           END-EXEC.                                                    00038000
                                                                        00038100
      *----------------------------------------------------------------*00038200
      *  OPEN CLAIMS BY CONTRA, OLDEST FIRST, FOR LETTERS AND AGING.   *00038300
      *----------------------------------------------------------------*00038400
           EXEC SQL                                                     00038500
              DECLARE OPENCSR CURSOR FOR                                00038600
                 SELECT C.CLIENT_NBR                                    00038700
                       ,C.ACAT_CONTROL_NBR                              00038800
                       ,C.ASSET_SEQ_NBR                                 00038900
                       ,C.BRANCH_CD                                     00039000
                       ,C.ACCT_CD                                       00039100
                       ,C.DLVR_NBR                                      00039200
                       ,C.SECURITY_ADP_NBR                              00039300
                       ,C.CLM_TYPE_CD                                   00039400
                       ,CHAR(C.RCRD_DT, ISO)                            00039500
                       ,CHAR(C.PAY_DT, ISO)                             00039600
                       ,C.CLM_QTY                                       00039700
                       ,C.CLM_RATE                                      00039800
                       ,C.CLM_AMT                                       00039900
                       ,DAYS(CURRENT DATE) - DAYS(C.OPEN_DT)            00040000
                       ,VALUE(P.PRTCP_NM, ' ')                          00040100
                 FROM  ACATDVCL C                                       00040200
                       LEFT OUTER JOIN VPRTCPPF P                       00040300
                         ON  P.PRTCP_NBR = C.DLVR_NBR                   00040400
                 WHERE C.CLM_STTS_CD = 'O'                              00040500
                 ORDER BY C.DLVR_NBR, C.OPEN_DT, C.CLIENT_NBR,          00040600
                          C.ACAT_CONTROL_NBR, C.ASSET_SEQ_NBR,          00040700
                          C.RCRD_DT                                     00040800
           END-EXEC.                                                    00040900
                                                                        00041000
           EJECT                                                        00041100
      ***************************************************************   00041200
       LINKAGE SECTION.                                                 00041300
      ***************************************************************   00041400
       01  PARM-AREA.                                                   00041500
           05  PARM-LENGTH              PIC S9(4) COMP SYNC.            00041600
           05  PARM-DAYS                PIC  9(03).                     00041700
                                                                        00041800
           EJECT                                                        00041900
      ***************************************************************** 00042000
       PROCEDURE DIVISION USING PARM-AREA.                              00042100
      ***************************************************************** 00042200
                                                                        00042300
           DISPLAY '*** CAT772 - DIVIDEND/INTEREST CLAIMS ***'.         00042400
                                                                        00042500
           IF PARM-LENGTH = +3 AND PARM-DAYS NUMERIC                    00042600
              MOVE PARM-DAYS                TO  WS-LOOKBACK-DAYS        00042700
           END-IF.                                                      00042800
           DISPLAY 'LOOKBACK DAYS = ' WS-LOOKBACK-DAYS.                 00042900
                                                                        00043000
           PERFORM 1000-INITIAL-RTN.                                    00043100
                                                                        00043200
           PERFORM 2000-RESOLVE-RTN.                                    00043300
                                                                        00043400
           PERFORM 3000-NEW-CLAIM-RTN.                                  00043500
                                                                        00043600
           PERFORM 4000-OPEN-CLAIM-RTN.                                 00043700
                                                                        00043800
           PERFORM 9000-EOJ-RTN.                                        00043900
                                                                        00044000
           GOBACK.                                                      00044100
                                                                        00044200
           EJECT                                                        00044300
      *****************                                                 00044400
       1000-INITIAL-RTN.                                                00044500
      *****************                                                 00044600
                                                                        00044700
           OPEN INPUT   DIVANN-FILE.                                    00044800
           IF NOT DIVANN-OK                                             00044900
              DISPLAY 'CAT772 - OPEN FAILED ON DIVANN, STATUS = '       00045000
                       DIVANN-STAT                                      00045100
              DISPLAY 'CAT772 ABENDED'                                  00045200
              CALL ABEND             USING ABEND-CODE                   00045300
           END-IF.                                                      00045400
           PERFORM 1100-LOAD-ANN-RTN THRU 1100-EXIT                     00045500
              UNTIL DIVANN-EOF.                                         00045600
           CLOSE DIVANN-FILE.                                           00045700
                                                                        00045800
           OPEN INPUT   CLMTRAN-FILE.                                   00045900
           IF NOT CLMTRAN-OK                                            00046000
              DISPLAY 'CAT772 - OPEN FAILED ON CLMTRAN, STATUS = '      00046100
                       CLMTRAN-STAT                                     00046200
              DISPLAY 'CAT772 ABENDED'                                  00046300
              CALL ABEND             USING ABEND-CODE                   00046400
           END-IF.                                                      00046500
                                                                        00046600
           OPEN OUTPUT  CLAIM-FILE                                      00046700
                        REPORT-FILE.                                    00046800
                                                                        00046900
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00047000
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00047100
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00047200
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00047300
           MOVE '20'                        TO  WS-RUN-DATE (1 : 2).    00047400
           MOVE WS-ACCEPT-DATE              TO  WS-RUN-DATE (3 : 6).    00047500
                                                                        00047600
           WRITE REPORT-RECORD            FROM  HDR1-RECORD.            00047700
           WRITE REPORT-RECORD            FROM  HDR2-RECORD.            00047800
                                                                        00047900
      *---------------------------------------------------------------  00048000
      * 1100-LOAD-ANN-RTN - THE TABLE IS BINARY-SEARCHED ON THE ADP     00048100
      * NUMBER, SO THE FEED MUST BE IN ADP NUMBER/RECORD DATE ORDER.    00048200
      * A REPEATED ANNOUNCEMENT IS TAKEN ONCE.                          00048300
      *---------------------------------------------------------------  00048400
       1100-LOAD-ANN-RTN.                                               00048500
                                                                        00048600
           READ DIVANN-FILE                                             00048700
               AT END                                                   00048800
                   SET DIVANN-EOF           TO  TRUE                    00048900
                   GO TO 1100-EXIT                                      00049000
           END-READ.                                                    00049100
                                                                        00049200
           IF ANN-KEY < WS-AN-PREV-KEY                                  00049300
              DISPLAY 'CAT772 - DIVANN OUT OF SEQUENCE - ABENDING'      00049400
              MOVE 1100                     TO  ABEND-CODE              00049500
              CALL ABEND                 USING  ABEND-CODE              00049600
           END-IF.                                                      00049700
           IF ANN-KEY = WS-AN-PREV-KEY                                  00049800
              GO TO 1100-EXIT                                           00049900
           END-IF.                                                      00050000
           MOVE ANN-KEY                     TO  WS-AN-PREV-KEY.         00050100
                                                                        00050200
           IF WS-AN-CNT NOT < +10000                                    00050300
              DISPLAY 'CAT772 - DIVANN TABLE FULL - ABENDING'           00050400
              MOVE 1100                     TO  ABEND-CODE              00050500
              CALL ABEND                 USING  ABEND-CODE              00050600
           END-IF.                                                      00050700
                                                                        00050800
           ADD 1                            TO  WS-AN-CNT.              00050900
           MOVE ANN-ADP-NBR             TO  WS-AN-ADP-NBR (WS-AN-CNT).  00051000
           MOVE ANN-TYPE-CD             TO  WS-AN-TYPE-CD (WS-AN-CNT).  00051100
           MOVE ANN-RATE                TO  WS-AN-RATE (WS-AN-CNT).     00051200
           STRING ANN-RCRD-DT (1 : 4) '-' ANN-RCRD-DT (5 : 2) '-'       00051300
                  ANN-RCRD-DT (7 : 2)                                   00051400
              DELIMITED BY SIZE INTO WS-AN-RCRD-DT (WS-AN-CNT).         00051500
           STRING ANN-PAY-DT (1 : 4) '-' ANN-PAY-DT (5 : 2) '-'         00051600
                  ANN-PAY-DT (7 : 2)                                    00051700
              DELIMITED BY SIZE INTO WS-AN-PAY-DT (WS-AN-CNT).          00051800
                                                                        00051900
       1100-EXIT.                                                       00052000
           EXIT.                                                        00052100
                                                                        00052200
      *---------------------------------------------------------------  00052300
      * 1200-FIND-ANN-RTN - FIRST ANNOUNCEMENT FOR WS-CLM-ADP-NBR.      00052400
      * WS-AN-IX IS LEFT ON IT WHEN WS-AN-FOUND.                        00052500
      *---------------------------------------------------------------  00052600
       1200-FIND-ANN-RTN.                                               00052700
                                                                        00052800
           MOVE 'N'                         TO  WS-AN-FOUND-SW.         00052900
           MOVE +1                          TO  WS-AN-LO.               00053000
           MOVE WS-AN-CNT                   TO  WS-AN-HI.               00053100
           PERFORM 1210-PROBE-RTN                                       00053200
              UNTIL WS-AN-FOUND OR WS-AN-LO > WS-AN-HI.                 00053300
           IF WS-AN-FOUND                                               00053400
              MOVE WS-AN-MID                TO  WS-AN-IX                00053500
              PERFORM 1220-BACK-UP-RTN                                  00053600
                 UNTIL WS-AN-IX = +1                                    00053700
                          OR WS-AN-ADP-NBR (WS-AN-IX - 1)               00053800
                                NOT = WS-CLM-ADP-NBR                    00053900
           END-IF.                                                      00054000
                                                                        00054100
       1210-PROBE-RTN.                                                  00054200
                                                                        00054300
           COMPUTE WS-AN-MID = (WS-AN-LO + WS-AN-HI) / 2.               00054400
           EVALUATE TRUE                                                00054500
              WHEN WS-AN-ADP-NBR (WS-AN-MID) = WS-CLM-ADP-NBR           00054600
                 SET WS-AN-FOUND            TO  TRUE                    00054700
              WHEN WS-AN-ADP-NBR (WS-AN-MID) < WS-CLM-ADP-NBR           00054800
                 COMPUTE WS-AN-LO = WS-AN-MID + 1                       00054900
              WHEN OTHER                                                00055000
                 COMPUTE WS-AN-HI = WS-AN-MID - 1                       00055100
           END-EVALUATE.                                                00055200
                                                                        00055300
       1220-BACK-UP-RTN.                                                00055400
                                                                        00055500
           SUBTRACT 1                     FROM  WS-AN-IX.               00055600
                                                                        00055700
           EJECT                                                        00055800
      *---------------------------------------------------------------  00055900
      * 2000-RESOLVE-RTN - APPLY PAYMENTS AND WRITE-OFFS.  ONLY AN      00056000
      * OPEN CLAIM CAN BE RESOLVED.                                     00056100
      *---------------------------------------------------------------  00056200
       2000-RESOLVE-RTN.                                                00056300
                                                                        00056400
           MOVE 'CLAIM RESOLUTIONS                       '              00056500
                                            TO  SEC1-TITLE.             00056600
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00056700
                                                                        00056800
           PERFORM 2100-RESOLVE-ONE-RTN THRU 2100-EXIT                  00056900
              UNTIL CLMTRAN-EOF.                                        00057000
                                                                        00057100
           CLOSE CLMTRAN-FILE.                                          00057200
           PERFORM 6000-COMMIT-RTN.                                     00057300
                                                                        00057400
       2100-RESOLVE-ONE-RTN.                                            00057500
                                                                        00057600
           READ CLMTRAN-FILE                                            00057700
               AT END                                                   00057800
                   SET CLMTRAN-EOF          TO  TRUE                    00057900
                   GO TO 2100-EXIT                                      00058000
           END-READ.                                                    00058100
                                                                        00058200
           INITIALIZE WS-CLM-AREA.                                      00058300
           MOVE CLT-CLIENT                  TO  WS-CLM-CLIENT.          00058400
           MOVE CLT-ACAT-CNTL               TO  WS-CLM-ACAT-CNTL.       00058500
           STRING CLT-RCRD-DT (1 : 4) '-' CLT-RCRD-DT (5 : 2) '-'       00058600
                  CLT-RCRD-DT (7 : 2)                                   00058700
              DELIMITED BY SIZE INTO WS-CLM-RCRD-DT.                    00058800
           MOVE SPACES                      TO  WS-CLM-PAY-DT.          00058900
                                                                        00059000
           IF CLT-ASSET-SEQ NOT NUMERIC                                 00059100
           OR CLT-AMT-RCVD NOT NUMERIC                                  00059200
           OR NOT (CLT-PAID OR CLT-WRITE-OFF)                           00059300
              MOVE 'REJECTED - INVALID INPUT '                          00059400
                                            TO  WS-RPT-ACTION           00059500
              GO TO 2100-REJECT                                         00059600
           END-IF.                                                      00059700
                                                                        00059800
           MOVE CLT-ASSET-SEQ               TO  WS-CLM-ASSET-SEQ.       00059900
           MOVE CLT-ACTION-CD               TO  WS-CLM-STTS-CD.         00060000
           MOVE CLT-AMT-RCVD                TO  WS-CLM-PAID-AMT.        00060100
                                                                        00060200
           EXEC SQL                                                     00060300
              UPDATE ACATDVCL                                           00060400
                 SET CLM_STTS_CD = :WS-CLM-STTS-CD                      00060500
                    ,PAID_AMT    = :WS-CLM-PAID-AMT                     00060600
                    ,CLS_DT      = CURRENT DATE                         00060700
                    ,UPDT_TMSTP  = CURRENT TIMESTAMP                    00060800
                    ,PRGM_NM     = 'CAT772'                             00060900
               WHERE CLIENT_NBR       = :WS-CLM-CLIENT                  00061000
                 AND ACAT_CONTROL_NBR = :WS-CLM-ACAT-CNTL               00061100
                 AND ASSET_SEQ_NBR    = :WS-CLM-ASSET-SEQ               00061200
                 AND RCRD_DT          = DATE(:WS-CLM-RCRD-DT)           00061300
                 AND CLM_STTS_CD      = 'O'                             00061400
           END-EXEC.                                                    00061500
                                                                        00061600
           EVALUATE SQLCODE                                             00061700
              WHEN +0                                                   00061800
                 CONTINUE                                               00061900
              WHEN +100                                                 00062000
                 MOVE 'REJECTED - NO OPEN CLAIM '                       00062100
                                            TO  WS-RPT-ACTION           00062200
                 GO TO 2100-REJECT                                      00062300
              WHEN OTHER                                                00062400
                 PERFORM 8000-DB2-ERROR-RTN                             00062500
           END-EVALUATE.                                                00062600
                                                                        00062700
           ADD 1                            TO  WS-CNT-RESOLVED.        00062800
           IF CLT-PAID                                                  00062900
              MOVE 'PAID BY CONTRA           '                          00063000
                                            TO  WS-RPT-ACTION           00063100
           ELSE                                                         00063200
              MOVE 'WRITTEN OFF              '                          00063300
                                            TO  WS-RPT-ACTION           00063400
           END-IF.                                                      00063500
           MOVE WS-CLM-PAID-AMT             TO  WS-CLM-AMT.             00063600
           PERFORM 5000-WRITE-DETAIL-RTN.                               00063700
                                                                        00063800
           ADD 1                            TO  WS-COMMIT-CNT.          00063900
           IF WS-COMMIT-CNT > 49                                        00064000
              PERFORM 6000-COMMIT-RTN                                   00064100
           END-IF.                                                      00064200
           GO TO 2100-EXIT.                                             00064300
                                                                        00064400
       2100-REJECT.                                                     00064500
                                                                        00064600
           ADD 1                            TO  WS-CNT-RSLV-REJECT.     00064700
           MOVE +0                          TO  WS-CLM-AMT.             00064800
           PERFORM 5000-WRITE-DETAIL-RTN.                               00064900
                                                                        00065000
       2100-EXIT.                                                       00065100
           EXIT.                                                        00065200
                                                                        00065300
           EJECT                                                        00065400
      *---------------------------------------------------------------  00065500
      * 3000-NEW-CLAIM-RTN - EVERY ANNOUNCEMENT FOR A RECEIVED ASSET    00065600
      * WHOSE RECORD DATE FELL WHILE THE TRANSFER WAS IN FLIGHT.        00065700
      *---------------------------------------------------------------  00065800
       3000-NEW-CLAIM-RTN.                                              00065900
                                                                        00066000
           MOVE 'NEW CLAIMS                              '              00066100
                                            TO  SEC1-TITLE.             00066200
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00066300
                                                                        00066400
           EXEC SQL                                                     00066500
              OPEN RCVCSR                                               00066600
           END-EXEC.                                                    00066700
           IF SQLCODE NOT = +0                                          00066800
              PERFORM 8000-DB2-ERROR-RTN                                00066900
           END-IF.                                                      00067000
                                                                        00067100
           PERFORM 3100-RCV-ASSET-RTN THRU 3100-EXIT                    00067200
              UNTIL WS-END-OF-RCV.                                      00067300
                                                                        00067400
           EXEC SQL                                                     00067500
              CLOSE RCVCSR                                              00067600
           END-EXEC.                                                    00067700
           PERFORM 6000-COMMIT-RTN.                                     00067800
                                                                        00067900
       3100-RCV-ASSET-RTN.                                              00068000
                                                                        00068100
           EXEC SQL                                                     00068200
              FETCH RCVCSR                                              00068300
                 INTO :WS-CLM-CLIENT                                    00068400
                     ,:WS-CLM-ACAT-CNTL                                 00068500
                     ,:WS-CLM-ASSET-SEQ                                 00068600
                     ,:WS-CLM-BRANCH                                    00068700
                     ,:WS-CLM-ACCT                                      00068800
                     ,:WS-CLM-CONTRA                                    00068900
                     ,:WS-CLM-ADP-NBR                                   00069000
                     ,:WS-CLM-QTY                                       00069100
                     ,:WS-CLM-PRCS-DT                                   00069200
                     ,:WS-CLM-STTLM-DT                                  00069300
           END-EXEC.                                                    00069400
                                                                        00069500
           EVALUATE SQLCODE                                             00069600
              WHEN +100                                                 00069700
                 SET WS-END-OF-RCV          TO  TRUE                    00069800
                 GO TO 3100-EXIT                                        00069900
              WHEN +0                                                   00070000
                 ADD 1                      TO  WS-CNT-ASSETS           00070100
              WHEN OTHER                                                00070200
                 PERFORM 8000-DB2-ERROR-RTN                             00070300
           END-EVALUATE.                                                00070400
                                                                        00070500
           PERFORM 1200-FIND-ANN-RTN.                                   00070600
           IF NOT WS-AN-FOUND                                           00070700
              GO TO 3100-EXIT                                           00070800
           END-IF.                                                      00070900
                                                                        00071000
           MOVE 'N'                         TO  WS-AN-SCAN-SW.          00071100
           PERFORM 3200-CHECK-ANN-RTN THRU 3200-EXIT                    00071200
              UNTIL WS-AN-SCAN-DONE.                                    00071300
                                                                        00071400
       3100-EXIT.                                                       00071500
           EXIT.                                                        00071600
                                                                        00071700
      *---------------------------------------------------------------  00071800
      * 3200-CHECK-ANN-RTN - ONE ANNOUNCEMENT FOR THE ASSET.  THE       00071900
      * ENTRIES ARE IN RECORD DATE ORDER, SO THE SCAN STOPS AT THE      00072000
      * FIRST RECORD DATE ON OR AFTER SETTLEMENT.                       00072100
      *---------------------------------------------------------------  00072200
       3200-CHECK-ANN-RTN.                                              00072300
                                                                        00072400
           IF WS-AN-IX > WS-AN-CNT                                      00072500
              SET WS-AN-SCAN-DONE           TO  TRUE                    00072600
              GO TO 3200-EXIT                                           00072700
           END-IF.                                                      00072800
           IF WS-AN-ADP-NBR (WS-AN-IX) NOT = WS-CLM-ADP-NBR             00072900
           OR WS-AN-RCRD-DT (WS-AN-IX) NOT < WS-CLM-STTLM-DT            00073000
              SET WS-AN-SCAN-DONE           TO  TRUE                    00073100
              GO TO 3200-EXIT                                           00073200
           END-IF.                                                      00073300
           IF WS-AN-RCRD-DT (WS-AN-IX) < WS-CLM-PRCS-DT                 00073400
              GO TO 3200-NEXT                                           00073500
           END-IF.                                                      00073600
                                                                        00073700
           MOVE WS-AN-RCRD-DT (WS-AN-IX)    TO  WS-CLM-RCRD-DT.         00073800
           MOVE WS-AN-PAY-DT (WS-AN-IX)     TO  WS-CLM-PAY-DT.          00073900
           MOVE WS-AN-TYPE-CD (WS-AN-IX)    TO  WS-CLM-TYPE-CD.         00074000
           MOVE WS-AN-RATE (WS-AN-IX)       TO  WS-CLM-RATE.            00074100
                                                                        00074200
           EXEC SQL                                                     00074300
              SELECT COUNT(*)                                           00074400
                INTO :WS-CLM-EXIST-CNT                                  00074500
                FROM ACATDVCL                                           00074600
               WHERE CLIENT_NBR       = :WS-CLM-CLIENT                  00074700
                 AND ACAT_CONTROL_NBR = :WS-CLM-ACAT-CNTL               00074800
                 AND ASSET_SEQ_NBR    = :WS-CLM-ASSET-SEQ               00074900
                 AND RCRD_DT          = DATE(:WS-CLM-RCRD-DT)           00075000
           END-EXEC.                                                    00075100
           IF SQLCODE NOT = +0                                          00075200
              PERFORM 8000-DB2-ERROR-RTN                                00075300
           END-IF.                                                      00075400
           IF WS-CLM-EXIST-CNT > +0                                     00075500
              GO TO 3200-NEXT                                           00075600
           END-IF.                                                      00075700
                                                                        00075800
           COMPUTE WS-CLM-AMT ROUNDED = WS-CLM-QTY * WS-CLM-RATE.       00075900
                                                                        00076000
           EXEC SQL                                                     00076100
              INSERT INTO ACATDVCL                                      00076200
                    (CLIENT_NBR                                         00076300
                    ,ACAT_CONTROL_NBR                                   00076400
                    ,ASSET_SEQ_NBR                                      00076500
                    ,RCRD_DT                                            00076600
                    ,BRANCH_CD                                          00076700
                    ,ACCT_CD                                            00076800
                    ,DLVR_NBR                                           00076900
                    ,SECURITY_ADP_NBR                                   00077000
                    ,CLM_TYPE_CD                                        00077100
                    ,PAY_DT                                             00077200
                    ,CLM_QTY                                            00077300
                    ,CLM_RATE                                           00077400
                    ,CLM_AMT                                            00077500
                    ,PAID_AMT                                           00077600
                    ,CLM_STTS_CD                                        00077700
                    ,OPEN_DT                                            00077800
                    ,UPDT_TMSTP                                         00077900
                    ,PRGM_NM)                                           00078000
              VALUES                                                    00078100
                    (:WS-CLM-CLIENT                                     00078200
                    ,:WS-CLM-ACAT-CNTL                                  00078300
                    ,:WS-CLM-ASSET-SEQ                                  00078400
                    ,DATE(:WS-CLM-RCRD-DT)                              00078500
                    ,:WS-CLM-BRANCH                                     00078600
                    ,:WS-CLM-ACCT                                       00078700
                    ,:WS-CLM-CONTRA                                     00078800
                    ,:WS-CLM-ADP-NBR                                    00078900
                    ,:WS-CLM-TYPE-CD                                    00079000
                    ,DATE(:WS-CLM-PAY-DT)                               00079100
                    ,:WS-CLM-QTY                                        00079200
                    ,:WS-CLM-RATE                                       00079300
                    ,:WS-CLM-AMT                                        00079400
                    ,0                                                  00079500
                    ,'O'                                                00079600
                    ,CURRENT DATE                                       00079700
                    ,CURRENT TIMESTAMP                                  00079800
                    ,'CAT772')                                          00079900
           END-EXEC.                                                    00080000
           IF SQLCODE NOT = +0                                          00080100
              PERFORM 8000-DB2-ERROR-RTN                                00080200
           END-IF.                                                      00080300
                                                                        00080400
           ADD 1                            TO  WS-CNT-NEW-CLAIMS.      00080500
           IF WS-CLM-TYPE-CD = 'I'                                      00080600
              MOVE 'INTEREST CLAIM OPENED    '                          00080700
                                            TO  WS-RPT-ACTION           00080800
           ELSE                                                         00080900
              MOVE 'DIVIDEND CLAIM OPENED    '                          00081000
                                            TO  WS-RPT-ACTION           00081100
           END-IF.                                                      00081200
           PERFORM 5000-WRITE-DETAIL-RTN.                               00081300
                                                                        00081400
           ADD 1                            TO  WS-COMMIT-CNT.          00081500
           IF WS-COMMIT-CNT > 49                                        00081600
              PERFORM 6000-COMMIT-RTN                                   00081700
           END-IF.                                                      00081800
                                                                        00081900
       3200-NEXT.                                                       00082000
                                                                        00082100
           ADD 1                            TO  WS-AN-IX.               00082200
                                                                        00082300
       3200-EXIT.                                                       00082400
           EXIT.                                                        00082500
                                                                        00082600
           EJECT                                                        00082700
      *---------------------------------------------------------------  00082800
      * 4000-OPEN-CLAIM-RTN - CLAIM RECORDS AND AGING BY CONTRA.        00082900
      *---------------------------------------------------------------  00083000
       4000-OPEN-CLAIM-RTN.                                             00083100
                                                                        00083200
           MOVE 'OPEN CLAIMS AGED BY CONTRA PARTICIPANT  '              00083300
                                            TO  SEC1-TITLE.             00083400
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00083500
           WRITE REPORT-RECORD            FROM  AHD1-RECORD.            00083600
                                                                        00083700
           INITIALIZE WS-GRAND-AREA.                                    00083800
                                                                        00083900
           EXEC SQL                                                     00084000
              OPEN OPENCSR                                              00084100
           END-EXEC.                                                    00084200
           IF SQLCODE NOT = +0                                          00084300
              PERFORM 8000-DB2-ERROR-RTN                                00084400
           END-IF.                                                      00084500
                                                                        00084600
           PERFORM 4100-OPEN-ONE-RTN THRU 4100-EXIT                     00084700
              UNTIL WS-END-OF-OPEN.                                     00084800
                                                                        00084900
           EXEC SQL                                                     00085000
              CLOSE OPENCSR                                             00085100
           END-EXEC.                                                    00085200
                                                                        00085300
           IF NOT WS-FIRST-CONTRA                                       00085400
              PERFORM 4300-END-CONTRA-RTN                               00085500
           END-IF.                                                      00085600
                                                                        00085700
           MOVE SPACES                      TO  AGE1-CONTRA.            00085800
           MOVE 'ALL CONTRA FIRMS              '                        00085900
                                            TO  AGE1-CONTRA-NM.         00086000
           MOVE WS-GRD-CNT                  TO  AGE1-CNT.               00086100
           MOVE WS-GRD-TOT                  TO  AGE1-TOT.               00086200
           MOVE +1                          TO  WS-AGE-BX.              00086300
           PERFORM 4500-MOVE-GRAND-BKT-RTN 4 TIMES.                     00086400
           MOVE '0'                         TO  AGE1-CC.                00086500
           WRITE REPORT-RECORD            FROM  AGE1-RECORD.            00086600
           MOVE ' '                         TO  AGE1-CC.                00086700
                                                                        00086800
       4100-OPEN-ONE-RTN.                                               00086900
                                                                        00087000
           EXEC SQL                                                     00087100
              FETCH OPENCSR                                             00087200
                 INTO :WS-CLM-CLIENT                                    00087300
                     ,:WS-CLM-ACAT-CNTL                                 00087400
                     ,:WS-CLM-ASSET-SEQ                                 00087500
                     ,:WS-CLM-BRANCH                                    00087600
                     ,:WS-CLM-ACCT                                      00087700
                     ,:WS-CLM-CONTRA                                    00087800
                     ,:WS-CLM-ADP-NBR                                   00087900
                     ,:WS-CLM-TYPE-CD                                   00088000
                     ,:WS-CLM-RCRD-DT                                   00088100
                     ,:WS-CLM-PAY-DT                                    00088200
                     ,:WS-CLM-QTY                                       00088300
                     ,:WS-CLM-RATE                                      00088400
                     ,:WS-CLM-AMT                                       00088500
                     ,:WS-CLM-DAYS-OPEN                                 00088600
                     ,:WS-CLM-CONTRA-NM                                 00088700
           END-EXEC.                                                    00088800
                                                                        00088900
           EVALUATE SQLCODE                                             00089000
              WHEN +100                                                 00089100
                 SET WS-END-OF-OPEN         TO  TRUE                    00089200
                 GO TO 4100-EXIT                                        00089300
              WHEN +0                                                   00089400
                 CONTINUE                                               00089500
              WHEN OTHER                                                00089600
                 PERFORM 8000-DB2-ERROR-RTN                             00089700
           END-EVALUATE.                                                00089800
                                                                        00089900
           IF WS-FIRST-CONTRA                                           00090000
              PERFORM 4200-START-CONTRA-RTN                             00090100
           ELSE                                                         00090200
              IF WS-CLM-CONTRA NOT = WS-AGE-CONTRA                      00090300
                 PERFORM 4300-END-CONTRA-RTN                            00090400
                 PERFORM 4200-START-CONTRA-RTN                          00090500
              END-IF                                                    00090600
           END-IF.                                                      00090700
                                                                        00090800
           EVALUATE TRUE                                                00090900
              WHEN WS-CLM-DAYS-OPEN NOT > +30                           00091000
                 MOVE +1                    TO  WS-AGE-BX               00091100
              WHEN WS-CLM-DAYS-OPEN NOT > +60                           00091200
                 MOVE +2                    TO  WS-AGE-BX               00091300
              WHEN WS-CLM-DAYS-OPEN NOT > +90                           00091400
                 MOVE +3                    TO  WS-AGE-BX               00091500
              WHEN OTHER                                                00091600
                 MOVE +4                    TO  WS-AGE-BX               00091700
           END-EVALUATE.                                                00091800
           ADD WS-CLM-AMT               TO  WS-AGE-BKT (WS-AGE-BX)      00091900
                                            WS-GRD-BKT (WS-AGE-BX)      00092000
                                            WS-AGE-TOT                  00092100
                                            WS-GRD-TOT.                 00092200
           ADD 1                            TO  WS-AGE-CNT              00092300
                                                WS-GRD-CNT.             00092400
                                                                        00092500
           MOVE SPACES                      TO  CLAIM-DTL-RECORD.       00092600
           MOVE 'D'                         TO  CLD-REC-TYPE.           00092700
           MOVE WS-CLM-CONTRA               TO  CLD-CONTRA-NBR.         00092800
           MOVE WS-CLM-CLIENT               TO  CLD-CLIENT.             00092900
           MOVE WS-CLM-BRANCH               TO  CLD-BRANCH.             00093000
           MOVE WS-CLM-ACCT                 TO  CLD-ACCT.               00093100
           MOVE WS-CLM-ACAT-CNTL            TO  CLD-ACAT-CNTL.          00093200
           MOVE WS-CLM-ASSET-SEQ            TO  CLD-ASSET-SEQ.          00093300
           MOVE WS-CLM-ADP-NBR              TO  CLD-ADP-NBR.            00093400
           MOVE WS-CLM-TYPE-CD              TO  CLD-TYPE-CD.            00093500
           MOVE WS-CLM-RCRD-DT (1 : 4)      TO  CLD-RCRD-DT (1 : 4).    00093600
           MOVE WS-CLM-RCRD-DT (6 : 2)      TO  CLD-RCRD-DT (5 : 2).    00093700
           MOVE WS-CLM-RCRD-DT (9 : 2)      TO  CLD-RCRD-DT (7 : 2).    00093800
           MOVE WS-CLM-PAY-DT (1 : 4)       TO  CLD-PAY-DT (1 : 4).     00093900
           MOVE WS-CLM-PAY-DT (6 : 2)       TO  CLD-PAY-DT (5 : 2).     00094000
           MOVE WS-CLM-PAY-DT (9 : 2)       TO  CLD-PAY-DT (7 : 2).     00094100
           MOVE WS-CLM-QTY                  TO  CLD-QTY.                00094200
           MOVE WS-CLM-RATE                 TO  CLD-RATE.               00094300
           MOVE WS-CLM-AMT                  TO  CLD-AMT.                00094400
           MOVE WS-CLM-DAYS-OPEN            TO  CLD-DAYS-OPEN.          00094500
           IF WS-CLM-DAYS-OPEN = +0                                     00094600
              MOVE 'Y'                      TO  CLD-NEW-IND             00094700
           ELSE                                                         00094800
              MOVE 'N'                      TO  CLD-NEW-IND             00094900
           END-IF.                                                      00095000
           WRITE CLAIM-DTL-RECORD.                                      00095100
                                                                        00095200
       4100-EXIT.                                                       00095300
           EXIT.                                                        00095400
                                                                        00095500
       4200-START-CONTRA-RTN.                                           00095600
                                                                        00095700
           MOVE 'N'                         TO  WS-FIRST-CONTRA-SW.     00095800
           INITIALIZE WS-AGE-AREA.                                      00095900
           MOVE WS-CLM-CONTRA               TO  WS-AGE-CONTRA.          00096000
           MOVE WS-CLM-CONTRA-NM            TO  WS-AGE-CONTRA-NM.       00096100
                                                                        00096200
           MOVE SPACES                      TO  CLAIM-HDR-RECORD.       00096300
           MOVE 'H'                         TO  CLH-REC-TYPE.           00096400
           MOVE WS-CLM-CONTRA               TO  CLH-CONTRA-NBR.         00096500
           MOVE WS-CLM-CONTRA-NM            TO  CLH-CONTRA-NM.          00096600
           MOVE WS-RUN-DATE                 TO  CLH-RUN-DT.             00096700
           WRITE CLAIM-HDR-RECORD.                                      00096800
                                                                        00096900
       4300-END-CONTRA-RTN.                                             00097000
                                                                        00097100
           MOVE SPACES                      TO  CLAIM-TRL-RECORD.       00097200
           MOVE 'T'                         TO  CLX-REC-TYPE.           00097300
           MOVE WS-AGE-CONTRA               TO  CLX-CONTRA-NBR.         00097400
           MOVE WS-AGE-CNT                  TO  CLX-CLAIM-CNT.          00097500
           MOVE WS-AGE-TOT                  TO  CLX-CLAIM-AMT.          00097600
           WRITE CLAIM-TRL-RECORD.                                      00097700
                                                                        00097800
           MOVE WS-AGE-CONTRA               TO  AGE1-CONTRA.            00097900
           MOVE WS-AGE-CONTRA-NM            TO  AGE1-CONTRA-NM.         00098000
           MOVE WS-AGE-CNT                  TO  AGE1-CNT.               00098100
           MOVE WS-AGE-TOT                  TO  AGE1-TOT.               00098200
           MOVE +1                          TO  WS-AGE-BX.              00098300
           PERFORM 4400-MOVE-BKT-RTN 4 TIMES.                           00098400
           WRITE REPORT-RECORD            FROM  AGE1-RECORD.            00098500
                                                                        00098600
       4400-MOVE-BKT-RTN.                                               00098700
                                                                        00098800
           MOVE SPACES                 TO  AGE1-BKT-GRP (WS-AGE-BX).    00098900
           MOVE WS-AGE-BKT (WS-AGE-BX) TO  AGE1-BKT (WS-AGE-BX).        00099000
           ADD 1                            TO  WS-AGE-BX.              00099100
                                                                        00099200
       4500-MOVE-GRAND-BKT-RTN.                                         00099300
                                                                        00099400
           MOVE SPACES                 TO  AGE1-BKT-GRP (WS-AGE-BX).    00099500
           MOVE WS-GRD-BKT (WS-AGE-BX) TO  AGE1-BKT (WS-AGE-BX).        00099600
           ADD 1                            TO  WS-AGE-BX.              00099700
                                                                        00099800
           EJECT                                                        00099900
      *********************                                             00100000
       5000-WRITE-DETAIL-RTN.                                           00100100
      *********************                                             00100200
                                                                        00100300
           MOVE WS-CLM-CLIENT               TO  DTL1-CLIENT.            00100400
           MOVE WS-CLM-ACAT-CNTL            TO  DTL1-ACAT-CNTL.         00100500
           MOVE WS-CLM-ASSET-SEQ            TO  DTL1-ASSET-SEQ.         00100600
           MOVE WS-CLM-ADP-NBR              TO  DTL1-ADP-NBR.           00100700
           MOVE WS-CLM-CONTRA               TO  DTL1-CONTRA.            00100800
           MOVE WS-CLM-RCRD-DT              TO  DTL1-RCRD-DT.           00100900
           MOVE WS-CLM-QTY                  TO  DTL1-QTY.               00101000
           MOVE WS-CLM-RATE                 TO  DTL1-RATE.              00101100
           MOVE WS-CLM-AMT                  TO  DTL1-AMT.               00101200
           MOVE WS-RPT-ACTION               TO  DTL1-ACTION.            00101300
           WRITE REPORT-RECORD            FROM  DTL1-RECORD.            00101400
                                                                        00101500
      ***************                                                   00101600
       6000-COMMIT-RTN.                                                 00101700
      ***************                                                   00101800
                                                                        00101900
           EXEC SQL                                                     00102000
                COMMIT                                                  00102100
           END-EXEC.                                                    00102200
           MOVE 0                           TO  WS-COMMIT-CNT.          00102300
                                                                        00102400
           EJECT                                                        00102500
      ******************                                                00102600
       8000-DB2-ERROR-RTN.                                              00102700
      ******************                                                00102800
                                                                        00102900
           DISPLAY 'CAT772 - DB2 ERROR, SQLCODE = ' SQLCODE.            00103000
           CALL DSNTIAR               USING  SQLCA                      00103100
                                             WS-DB2-MESSAGE-AREA        00103200
                                             WS-ERR-LINE-LEN            00103300
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00103400
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00103500
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00103600
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00103700
                 END-IF                                                 00103800
           END-PERFORM.                                                 00103900
           DISPLAY 'CAT772 ABENDED'.                                    00104000
           CALL ABEND                 USING  ABEND-CODE.                00104100
                                                                        00104200
           EJECT                                                        00104300
      ************                                                      00104400
       9000-EOJ-RTN.                                                    00104500
      ************                                                      00104600
                                                                        00104700
           MOVE 'RESOLUTIONS APPLIED             '  TO  TRL1-LABEL.     00104800
           MOVE WS-CNT-RESOLVED             TO  TRL1-COUNT.             00104900
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00105000
                                                                        00105100
           MOVE ' '                         TO  TRL1-CC.                00105200
           MOVE 'RESOLUTIONS REJECTED            '  TO  TRL1-LABEL.     00105300
           MOVE WS-CNT-RSLV-REJECT          TO  TRL1-COUNT.             00105400
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00105500
                                                                        00105600
           MOVE 'RECEIVED ASSETS EXAMINED        '  TO  TRL1-LABEL.     00105700
           MOVE WS-CNT-ASSETS               TO  TRL1-COUNT.             00105800
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00105900
                                                                        00106000
           MOVE 'NEW CLAIMS OPENED               '  TO  TRL1-LABEL.     00106100
           MOVE WS-CNT-NEW-CLAIMS           TO  TRL1-COUNT.             00106200
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00106300
                                                                        00106400
           MOVE 'OPEN CLAIMS                     '  TO  TRL1-LABEL.     00106500
           MOVE WS-GRD-CNT                  TO  TRL1-COUNT.             00106600
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00106700
                                                                        00106800
           CLOSE CLAIM-FILE                                             00106900
                 REPORT-FILE.                                           00107000
                                                                        00107100
           IF WS-CNT-RSLV-REJECT > +0                                   00107200
              MOVE 4                        TO  RETURN-CODE             00107300
           END-IF.                                                      00107400
                                                                        00107500
           DISPLAY ' '                                                  00107600
           DISPLAY 'RESOLUTIONS APPLIED:    ' WS-CNT-RESOLVED           00107700
           DISPLAY 'RESOLUTIONS REJECTED:   ' WS-CNT-RSLV-REJECT        00107800
           DISPLAY 'NEW CLAIMS OPENED:      ' WS-CNT-NEW-CLAIMS         00107900
           DISPLAY 'OPEN CLAIMS:            ' WS-GRD-CNT                00108000
           DISPLAY ' '                                                  00108100
           DISPLAY '*************************'                          00108200
           DISPLAY '* END OF CAT772 PROGRAM *'                          00108300
           DISPLAY '*************************'                          00108400
           DISPLAY ' '.                                                 00108500
