000001* PDX    - CAT814   C0369810 10/15/26 16:31:40 TBTIKUO            00000100
000001* CREATED FOR SSR 114481.  GIFT AND ESTATE COST-BASIS VALUATION.  00000200
000001* A GIFT (THE EGFT EXCEPTION - ACTITRF GIFT_IND) OR AN ESTATE     00000300
000001* DISTRIBUTION DOES NOT TAKE THE LOTS THE CONTRA SENDS ON CBRS:   00000400
000001* INHERITED SHARES TAKE THE DATE-OF-DEATH MARKET VALUE, AND A     00000500
000001* GIFT CARRIES THE DONOR'S BASIS PLUS THE DATE-OF-GIFT VALUE FOR  00000600
000001* THE LOSS RULE.  TAX OPERATIONS OVERRODE THESE LOTS BY HAND      00000700
000001* AFTER THE FACT AND SOME WERE MISSED.  THIS NIGHTLY STEP (AFTER  00000800
000001* CAT786) REGISTERS GIFT AND ESTATE RECEIPTS ON ACATGFTE AT       00000900
000001* INTAKE WITH THE DATE OF GIFT OR DEATH, VALUES EACH RECEIVED     00001000
000001* SECURITY AT THAT DATE FROM THE PRICE HISTORY, AND WRITES THE    00001100
000001* ADJUSTED LOTS TO TAXPOST IN PLACE OF THE CBRS LOTS CAT786 HELD  00001200
000001* BACK ON ACATGFLT.  ASSETS WITH NO PRICE FOR THE VALUATION DATE  00001300
000001* ARE LISTED AND TRIED AGAIN EACH NIGHT.                          00001400
       IDENTIFICATION DIVISION.                                         00001500
       PROGRAM-ID.  CAT814.                                             00001600
       AUTHOR.      LARRY MUREY.                                        00001700
       DATE-WRITTEN.  OCT 2026.                                         00001800
      *---------------------------------------------------------------* 00001900
      *                         REMARKS                               * 00002000
      * PARM:    DDD = DAYS BACK A PRICE MAY BE TAKEN FROM WHEN THE   * 00002100
      *                VALUATION DATE WAS NOT A TRADING DAY (DEFAULT  * 00002200
      *                005)                                           * 00002300
      * INPUTS:  GFTEVNT  - TAX-OPERATIONS GIFT/ESTATE EVENTS         * 00002400
      *                     (OPTIONAL, FB 80) - CLIENT(4) CONTROL     * 00002500
      *                     NBR(14) TYPE(1) G/E EVENT DATE(8)         * 00002600
      *                     CCYYMMDD OPER(8).  ADDS A TRANSFER OR     * 00002700
      *                     SETS ITS TYPE AND DATE OF GIFT/DEATH.     * 00002800
      *          VTRNFR   - RECEIVE TRANSFERS, IDENTIFIED AS:         * 00002900
      *                     GIFT   - ACTITRF GIFT_IND 'Y'             * 00003000
      *                     ESTATE - ACATDCSD CONFIRMED DECEASED 'D'  * 00003100
      *                              (DEATH_DT_TXT)                   * 00003200
      *          PRCHIST  - PRICE HISTORY, DAILY PRICE FILE LAYOUT,   * 00003300
      *                     SORTED BY CUSIP AND PRICE DATE            * 00003400
      *          ACATGFLT - CBRS LOTS HELD BACK BY CAT786 (W)         * 00003500
      * OUTPUTS: ACATGFTE - GIFT/ESTATE TRANSFER AND EVENT DATE       * 00003600
      *                     SOURCE T = TIF GIFT INDICATOR,            * 00003700
      *                     D = DECEASED MATCH, M = TAX OPERATIONS    * 00003800
      *          ACATGFAV - VALUATION PER ASSET                       * 00003900
      *                     N = NO PRICE FOR THE VALUATION DATE       * 00004000
      *                     W = GIFT VALUED, DONOR LOTS NOT RECEIVED  * 00004100
      *                     P = ADJUSTED LOTS POSTED                  * 00004200
      *          TAXPOST  - ADJUSTED LOTS (CATTXPS, BASIS TYPE G/E)   * 00004300
      *          RPTPI    - IDENTIFICATION AND EXCEPTION REPORT       * 00004400
      * GIFT VALUATION DATE IS THE SETTLEMENT DATE UNLESS TAX OPS     * 00004500
      * SUPPLIED THE DATE OF GIFT.  A SECURITY IS VALUED AT THE LAST  * 00004600
      * PRICE ON OR BEFORE THE VALUATION DATE WITHIN THE PARM DAYS.   * 00004700
      * RC 4 WHEN ANY ASSET HAS NO PRICE OR AN ESTATE NO DEATH DATE.  * 00004800
      *---------------------------------------------------------------* 00004900
           EJECT                                                        00005000
      ***************************************************************** 00005100
       ENVIRONMENT DIVISION.                                            00005200
      ***************************************************************** 00005300
       INPUT-OUTPUT SECTION.                                            00005400
       FILE-CONTROL.                                                    00005500
           SELECT GFTEVNT-FILE         ASSIGN  TO  GFTEVNT              00005600
                                       FILE STATUS  IS GFTEVNT-STAT.    00005700
           SELECT PRICE-HIST-FILE      ASSIGN  TO  PRCHIST              00005800
                                       FILE STATUS  IS PRCHIST-STAT.    00005900
           SELECT TAXPOST-FILE         ASSIGN  TO  TAXPOST.             00006000
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00006100
                                                                        00006200
      ***************************************************************** 00006300
       DATA DIVISION.                                                   00006400
      ***************************************************************** 00006500
                                                                        00006600
       FILE SECTION.                                                    00006700
                                                                        00006800
       FD  GFTEVNT-FILE                                                 00006900
           RECORDING MODE F                                             00007000
           BLOCK CONTAINS 0 RECORDS                                     00007100
           LABEL RECORDS ARE STANDARD                                   00007200
           RECORD CONTAINS 80 CHARACTERS.                               00007300
       01  GFTEVNT-RECORD.                                              00007400
           05  GEV-CLIENT              PIC X(04).                       00007500
           05  GEV-ACAT-CNTL           PIC X(14).                       00007600
           05  GEV-BASIS-TYPE          PIC X(01).                       00007700
               88  GEV-GIFT                       VALUE 'G'.            00007800
               88  GEV-ESTATE                     VALUE 'E'.            00007900
           05  GEV-EVNT-DATE.                                           00008000
               10  GEV-EVNT-CCYY       PIC X(04).                       00008100
               10  GEV-EVNT-MM         PIC X(02).                       00008200
               10  GEV-EVNT-DD         PIC X(02).                       00008300
           05  GEV-OPER-ID             PIC X(08).                       00008400
           05  FILLER                  PIC X(45).                       00008500
                                                                        00008600
       FD  PRICE-HIST-FILE                                              00008700
           RECORDING MODE F                                             00008800
           BLOCK CONTAINS 0 RECORDS                                     00008900
           LABEL RECORDS ARE STANDARD                                   00009000
           RECORD CONTAINS 80 CHARACTERS.                               00009100
       01  PRICE-HIST-RECORD.                                           00009200
           05  PRC-KEY.                                                 00009300
               10  PRC-CUSIP           PIC  X(09).                      00009400
               10  PRC-PRICE-DATE      PIC  X(08).                      00009500
           05  PRC-PRICE               PIC  9(09)V9(06).                00009600
           05  FILLER                  PIC  X(48).                      00009700
                                                                        00009800
       FD  TAXPOST-FILE                                                 00009900
           RECORDING MODE F                                             00010000
           BLOCK CONTAINS 0 RECORDS                                     00010100
           LABEL RECORDS ARE STANDARD                                   00010200
           RECORD CONTAINS 100 CHARACTERS.                              00010300
           COPY CATTXPS REPLACING ==:TXP:== BY ==TXP==.                 00010400
                                                                        00010500
       FD  REPORT-FILE                                                  00010600
           RECORDING MODE F                                             00010700
           BLOCK CONTAINS 0 RECORDS                                     00010800
           LABEL RECORDS ARE STANDARD                                   00010900
           RECORD CONTAINS 132 CHARACTERS.                              00011000
       01  REPORT-RECORD                PIC  X(132).                    00011100
                                                                        00011200
           EJECT                                                        00011300
      ***************************************************************** 00011400
       WORKING-STORAGE SECTION.                                         00011500
      ***************************************************************** 00011600
                                                                        00011700
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00011800
                                                                        00011900
       01  CALL-MODULES.                                                00012000
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00012100
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00012200
                                                                        00012300
       01  GFTEVNT-STAT                 PIC  X(02)  VALUE SPACES.       00012400
           88  GFTEVNT-OK                          VALUE '00'.          00012500
           88  GFTEVNT-EOF                         VALUE '10'.          00012600
       01  PRCHIST-STAT                 PIC  X(02)  VALUE SPACES.       00012700
           88  PRCHIST-OK                          VALUE '00'.          00012800
           88  PRCHIST-EOF                         VALUE '10'.          00012900
                                                                        00013000
       01  WS-END-OF-IDN-SW             PIC  X(01)  VALUE 'N'.          00013100
           88  WS-END-OF-IDN                       VALUE 'Y'.           00013200
       01  WS-END-OF-VAL-SW             PIC  X(01)  VALUE 'N'.          00013300
           88  WS-END-OF-VAL                       VALUE 'Y'.           00013400
       01  WS-END-OF-LOT-SW             PIC  X(01)  VALUE 'N'.          00013500
           88  WS-END-OF-LOT                       VALUE 'Y'.           00013600
                                                                        00013700
       01  WS-LOOKBACK-DAYS             PIC S9(03) COMP-3  VALUE +5.    00013800
                                                                        00013900
      *  HOST VARIABLES - ACATGFTE ROW.                                 00014000
       01  WS-GFTE-AREA.                                                00014100
           05  WS-GFTE-CLIENT           PIC  X(04).                     00014200
           05  WS-GFTE-ACAT-CNTL        PIC  X(14).                     00014300
           05  WS-GFTE-BRANCH           PIC  X(03).                     00014400
           05  WS-GFTE-ACCT             PIC  X(05).                     00014500
           05  WS-GFTE-BASIS-TYPE       PIC  X(01).                     00014600
               88  WS-GFTE-GIFT                    VALUE 'G'.           00014700
               88  WS-GFTE-ESTATE                  VALUE 'E'.           00014800
           05  WS-GFTE-EVNT-DT          PIC  X(10).                     00014900
           05  WS-GFTE-EVNT-DT-R        REDEFINES  WS-GFTE-EVNT-DT.     00015000
               10  WS-GFTE-EVNT-CCYY    PIC  X(04).                     00015100
               10  FILLER               PIC  X(01).                     00015200
               10  WS-GFTE-EVNT-MM      PIC  X(02).                     00015300
               10  FILLER               PIC  X(01).                     00015400
               10  WS-GFTE-EVNT-DD      PIC  X(02).                     00015500
           05  WS-GFTE-SRC-CD           PIC  X(01).                     00015600
           05  WS-GFTE-OPER-ID          PIC  X(08).                     00015700
           05  WS-GFTE-POSTED-CNT       PIC S9(09) COMP.                00015800
                                                                        00015900
      *  HOST VARIABLES - ASSET BEING VALUED AND ITS ACATGFAV ROW.      00016000
       01  WS-VAL-AREA.                                                 00016100
           05  WS-VAL-KEY.                                              00016200
               10  WS-VAL-CUSIP         PIC  X(09).                     00016300
               10  WS-VAL-DATE-8        PIC  X(08).                     00016400
           05  WS-VAL-DT                PIC  X(10).                     00016500
           05  WS-VAL-DT-R              REDEFINES  WS-VAL-DT.           00016600
               10  WS-VAL-DT-CCYY       PIC  X(04).                     00016700
               10  FILLER               PIC  X(01).                     00016800
               10  WS-VAL-DT-MM         PIC  X(02).                     00016900
               10  FILLER               PIC  X(01).                     00017000
               10  WS-VAL-DT-DD         PIC  X(02).                     00017100
           05  WS-VAL-EARLY-DT          PIC  X(10).                     00017200
           05  WS-VAL-EARLY-DT-R        REDEFINES  WS-VAL-EARLY-DT.     00017300
               10  WS-VAL-EARLY-CCYY    PIC  X(04).                     00017400
               10  FILLER               PIC  X(01).                     00017500
               10  WS-VAL-EARLY-MM      PIC  X(02).                     00017600
               10  FILLER               PIC  X(01).                     00017700
               10  WS-VAL-EARLY-DD      PIC  X(02).                     00017800
           05  WS-VAL-EARLY-8           PIC  X(08).                     00017900
           05  WS-VAL-CLIENT            PIC  X(04).                     00018000
           05  WS-VAL-ACAT-CNTL         PIC  X(14).                     00018100
           05  WS-VAL-ASSET-SEQ         PIC S9(09) COMP.                00018200
           05  WS-VAL-BRANCH            PIC  X(03).                     00018300
           05  WS-VAL-ACCT              PIC  X(05).                     00018400
           05  WS-VAL-ADP-NBR           PIC  X(07).                     00018500
           05  WS-VAL-BASIS-TYPE        PIC  X(01).                     00018600
               88  WS-VAL-GIFT                     VALUE 'G'.           00018700
               88  WS-VAL-ESTATE                   VALUE 'E'.           00018800
           05  WS-VAL-QTY               PIC S9(12)V9(5) COMP-3.         00018900
           05  WS-VAL-OLD-STTS-CD       PIC  X(01).                     00019000
               88  WS-VAL-NOT-RECORDED             VALUE ' '.           00019100
           05  WS-VAL-STTS-CD           PIC  X(01).                     00019200
               88  WS-VAL-NO-PRICE                 VALUE 'N'.           00019300
               88  WS-VAL-AWAIT-LOTS               VALUE 'W'.           00019400
               88  WS-VAL-POSTED                   VALUE 'P'.           00019500
           05  WS-VAL-PRICE             PIC S9(09)V9(6) COMP-3.         00019600
           05  WS-VAL-PRICE-DT          PIC  X(08).                     00019700
           05  WS-VAL-MKT-VAL           PIC S9(13)V99 COMP-3.           00019800
           05  WS-VAL-LOTS-POSTED       PIC S9(05) COMP-3.              00019900
                                                                        00020000
      *  HOST VARIABLES - ACATGFLT HELD CBRS LOT.                       00020100
       01  WS-LOT-AREA.                                                 00020200
           05  WS-LOT-NBR               PIC S9(09) COMP.                00020300
           05  WS-LOT-ADP-NBR           PIC  X(07).                     00020400
           05  WS-LOT-DT                PIC  X(08).                     00020500
           05  WS-LOT-QTY               PIC S9(11)V9(5) COMP-3.         00020600
           05  WS-LOT-COST              PIC S9(13)V99 COMP-3.           00020700
           05  WS-LOT-GIFT-FMV          PIC S9(13)V99 COMP-3.           00020800
                                                                        00020900
      *  PRICE HISTORY - CURRENT RECORD KEY AND THE LAST PRICE SEEN     00021000
      *  FOR THE CUSIP ON OR BEFORE THE VALUATION DATE.                 00021100
       01  WS-PRC-KEY                   PIC  X(17)  VALUE LOW-VALUES.   00021200
       01  WS-HST-AREA.                                                 00021300
           05  WS-HST-CUSIP             PIC  X(09)  VALUE SPACES.       00021400
           05  WS-HST-DATE              PIC  X(08)  VALUE SPACES.       00021500
           05  WS-HST-PRICE             PIC  9(09)V9(06) VALUE ZERO.    00021600
                                                                        00021700
       01  WS-CNT-EVNT-READ             PIC S9(07) COMP-3  VALUE ZERO.  00021800
       01  WS-CNT-EVNT-APPLIED          PIC S9(07) COMP-3  VALUE ZERO.  00021900
       01  WS-CNT-EVNT-REJECTED         PIC S9(07) COMP-3  VALUE ZERO.  00022000
       01  WS-CNT-IDN-GIFT              PIC S9(07) COMP-3  VALUE ZERO.  00022100
       01  WS-CNT-IDN-ESTATE            PIC S9(07) COMP-3  VALUE ZERO.  00022200
       01  WS-CNT-NO-DEATH-DT           PIC S9(07) COMP-3  VALUE ZERO.  00022300
       01  WS-CNT-VALUED                PIC S9(07) COMP-3  VALUE ZERO.  00022400
       01  WS-CNT-OTHER-DATE            PIC S9(07) COMP-3  VALUE ZERO.  00022500
       01  WS-CNT-NO-PRICE              PIC S9(07) COMP-3  VALUE ZERO.  00022600
       01  WS-CNT-AWAIT-LOTS            PIC S9(07) COMP-3  VALUE ZERO.  00022700
       01  WS-CNT-GIFT-LOTS             PIC S9(07) COMP-3  VALUE ZERO.  00022800
       01  WS-CNT-ESTATE-LOTS           PIC S9(07) COMP-3  VALUE ZERO.  00022900
       01  WS-CNT-PRICES                PIC S9(07) COMP-3  VALUE ZERO.  00023000
       01  WS-COMMIT-CNT                PIC S9(05) COMP-3  VALUE ZERO.  00023100
                                                                        00023200
       01  WS-ACCEPT-DATE.                                              00023300
           05  WS-ACCEPT-YY             PIC  9(02).                     00023400
           05  WS-ACCEPT-MM             PIC  9(02).                     00023500
           05  WS-ACCEPT-DD             PIC  9(02).                     00023600
                                                                        00023700
       01  WS-DB2-MESSAGE-AREA.                                         00023800
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00023900
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00024000
               INDEXED BY WS-ERROR-INDEX.                               00024100
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00024200
                                                                        00024300
           EJECT                                                        00024400
       01  HDR1-RECORD.                                                 00024500
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00024600
           05  FILLER                   PIC  X(30)  VALUE               00024700
               'CAT814 - GIFT AND ESTATE COST-'.                        00024800
           05  FILLER                   PIC  X(30)  VALUE               00024900
               'BASIS VALUATION               '.                        00025000
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00025100
           05  FILLER                   PIC  X(06)  VALUE 'DATE: '.     00025200
           05  HDR1-DATE-MM             PIC  X(02).                     00025300
           05  FILLER                   PIC  X(01)  VALUE '/'.          00025400
           05  HDR1-DATE-DD             PIC  X(02).                     00025500
           05  FILLER                   PIC  X(01)  VALUE '/'.          00025600
           05  HDR1-DATE-YY             PIC  X(02).                     00025700
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00025800
                                                                        00025900
       01  HDR2-RECORD.                                                 00026000
           05  HDR2-CC                  PIC  X(01)  VALUE '0'.          00026100
           05  FILLER                   PIC  X(30)  VALUE               00026200
               ' CLNT CONTROL NBR       SEQ BR'.                        00026300
           05  FILLER                   PIC  X(30)  VALUE               00026400
               'N ACCT  T CUSIP     VALUE DATE'.                        00026500
           05  FILLER                   PIC  X(30)  VALUE               00026600
               '         QUANTITY        PRICE'.                        00026700
           05  FILLER                   PIC  X(30)  VALUE               00026800
               ' MESSAGE                      '.                        00026900
           05  FILLER                   PIC  X(11)  VALUE SPACES.       00027000
                                                                        00027100
       01  SEC1-RECORD.                                                 00027200
           05  SEC1-CC                  PIC  X(01)  VALUE '0'.          00027300
           05  SEC1-TITLE               PIC  X(40).                     00027400
           05  FILLER                   PIC  X(91)  VALUE SPACES.       00027500
                                                                        00027600
       01  DTL1-RECORD.                                                 00027700
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00027800
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00027900
           05  DTL1-CLIENT              PIC  X(04).                     00028000
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00028100
           05  DTL1-ACAT-CNTL           PIC  X(14).                     00028200
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00028300
           05  DTL1-ASSET-SEQ           PIC  Z(05)9 BLANK WHEN ZERO.    00028400
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00028500
           05  DTL1-BRANCH              PIC  X(03).                     00028600
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00028700
           05  DTL1-ACCT                PIC  X(05).                     00028800
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00028900
           05  DTL1-BASIS-TYPE          PIC  X(01).                     00029000
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00029100
           05  DTL1-CUSIP               PIC  X(09).                     00029200
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00029300
           05  DTL1-VAL-DT              PIC  X(10).                     00029400
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00029500
           05  DTL1-QTY                 PIC  ZZZ,ZZZ,ZZ9.99999          00029600
                                        BLANK WHEN ZERO.                00029700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00029800
           05  DTL1-PRICE               PIC  ZZZ,ZZ9.9999               00029900
                                        BLANK WHEN ZERO.                00030000
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00030100
           05  DTL1-MESSAGE             PIC  X(30).                     00030200
           05  FILLER                   PIC  X(04)  VALUE SPACES.       00030300
                                                                        00030400
       01  TRL1-RECORD.                                                 00030500
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00030600
           05  TRL1-LABEL               PIC  X(32).                     00030700
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00030800
           05  FILLER                   PIC  X(88)  VALUE SPACES.       00030900
                                                                        00031000
           EJECT                                                        00031100
      *DB2 COMMUNICATION AREA                                           00031200
           EXEC SQL                                                     00031300
              INCLUDE SQLCA                                             00031400
           END-EXEC.                                                    00031500
                                                                        00031600
      *----------------------------------------------------------------*00031700
      *  RECEIVE TRANSFERS NOT YET ON ACATGFTE THAT ARE ESTATE         *00031800
      *  RECEIPTS (OWNER CONFIRMED DECEASED ON ACATDCSD) OR GIFTS      *00031900
      *  (GIFT INDICATOR ON THE TIF).  AN ESTATE SORTS AHEAD OF A GIFT *00032000
      *  ON THE SAME TRANSFER AND WINS.                                *00032100
      *----------------------------------------------------------------*00032200
           EXEC SQL                                                     00032300
              DECLARE IDNCSR CURSOR WITH HOLD FOR                       00032400
                 SELECT T.CLIENT_NBR                                    00032500
                       ,T.ACAT_CONTROL_NBR                              00032600
                       ,T.BRANCH_CD                                     00032700
                       ,T.ACCT_CD                                       00032800
                       ,'E'                                             00032900
                       ,VALUE(D.DEATH_DT_TXT, ' ')                      00033000
                       ,'D'                                             00033100
                 FROM  VTRNFR T                                         00033200
                       INNER JOIN ACATDCSD D                            00033300
                         ON  D.CLIENT_NBR       = T.CLIENT_NBR          00033400
                         AND D.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR    00033500
                         AND D.DSPSN_CD         = 'D'                   00033600
                 WHERE T.DSTBN_SIDE_CD    = 'R'                         00033700
                   AND T.STTS_CD         <> '140'                       00033800
                   AND T.STTS_CD         <> '600'                       00033900
                   AND NOT EXISTS                                       00034000
                       (SELECT 1 FROM ACATGFTE G                        00034100
                         WHERE G.CLIENT_NBR       = T.CLIENT_NBR        00034200
                           AND G.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR) 00034300
                 UNION ALL                                              00034400
                 SELECT T.CLIENT_NBR                                    00034500
                       ,T.ACAT_CONTROL_NBR                              00034600
                       ,T.BRANCH_CD                                     00034700
                       ,T.ACCT_CD                                       00034800
                       ,'G'                                             00034900
                       ,' '                                             00035000
                       ,'T'                                             00035100
                 FROM  VTRNFR T                                         00035200
                 WHERE T.DSTBN_SIDE_CD    = 'R'                         00035300
                   AND T.STTS_CD         <> '140'                       00035400
                   AND T.STTS_CD         <> '600'                       00035500
                   AND EXISTS                                           00035600
                       (SELECT 1 FROM ACTITRF I                         00035700
                         WHERE I.CLIENT_NBR       = T.CLIENT_NBR        00035800
                           AND I.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR  00035900
                           AND I.GIFT_IND         = 'Y')                00036000
                   AND NOT EXISTS                                       00036100
                       (SELECT 1 FROM ACATGFTE G                        00036200
                         WHERE G.CLIENT_NBR       = T.CLIENT_NBR        00036300
                           AND G.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR) 00036400
                 ORDER BY 1, 2, 5                                       00036500
           END-EXEC.                                                    00036600
                                                                        00036700
      *----------------------------------------------------------------*00036800
      *  SECURITIES RECEIVED ON SETTLED GIFT AND ESTATE TRANSFERS NOT  *00036900
      *  YET POSTED, IN CUSIP AND VALUATION-DATE SEQUENCE FOR THE      *00037000
      *  PRICE HISTORY MATCH.  THE VALUATION DATE IS THE DATE OF GIFT  *00037100
      *  OR DEATH, OR THE SETTLEMENT DATE FOR A GIFT WITHOUT ONE.  AN  *00037200
      *  ESTATE WITH NO DATE OF DEATH WAITS FOR TAX OPERATIONS.        *00037300
      *----------------------------------------------------------------*00037400
           EXEC SQL                                                     00037500
              DECLARE VALCSR CURSOR WITH HOLD FOR                       00037600
                 SELECT A.ISIN_SEC_ISSUE_CD                             00037700
                       ,CASE WHEN E.EVNT_DT_TXT > ' '                   00037800
                             THEN E.EVNT_DT_TXT                         00037900
                             ELSE CHAR(T.STTLM_DT, ISO)                 00038000
                        END                                             00038100
                       ,CHAR(DATE(CASE WHEN E.EVNT_DT_TXT > ' '         00038200
                                       THEN E.EVNT_DT_TXT               00038300
                                       ELSE CHAR(T.STTLM_DT, ISO)       00038400
                                  END) - :WS-LOOKBACK-DAYS DAYS, ISO)   00038500
                       ,A.CLIENT_NBR                                    00038600
                       ,A.ACAT_CONTROL_NBR                              00038700
                       ,A.ASSET_SEQ_NBR                                 00038800
                       ,T.BRANCH_CD                                     00038900
                       ,T.ACCT_CD                                       00039000
                       ,VALUE(A.SECURITY_ADP_NBR, ' ')                  00039100
                       ,E.BASIS_TYPE_CD                                 00039200
                       ,A.ASSET_QTY                                     00039300
                       ,VALUE(V.VAL_STTS_CD, ' ')                       00039400
                 FROM  ACATGFTE E                                       00039500
                       INNER JOIN VTRNFR T                              00039600
                         ON  T.CLIENT_NBR       = E.CLIENT_NBR          00039700
                         AND T.ACAT_CONTROL_NBR = E.ACAT_CONTROL_NBR    00039800
                         AND T.DSTBN_SIDE_CD    = 'R'                   00039900
                       INNER JOIN VASSET A                              00040000
                         ON  A.CLIENT_NBR       = T.CLIENT_NBR          00040100
                         AND A.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR    00040200
                       LEFT OUTER JOIN ACATGFAV V                       00040300
                         ON  V.CLIENT_NBR       = A.CLIENT_NBR          00040400
                         AND V.ACAT_CONTROL_NBR = A.ACAT_CONTROL_NBR    00040500
                         AND V.ASSET_SEQ_NBR    = A.ASSET_SEQ_NBR       00040600
                 WHERE T.STTS_CD          >= '310'                      00040700
                   AND T.STTS_CD          <> '600'                      00040800
                   AND A.ISIN_SEC_ISSUE_CD > ' '                        00040900
                   AND (E.EVNT_DT_TXT > ' ' OR E.BASIS_TYPE_CD = 'G')   00041000
                   AND VALUE(V.VAL_STTS_CD, ' ') <> 'P'                 00041100
                 ORDER BY 1, 2                                          00041200
           END-EXEC.                                                    00041300
                                                                        00041400
      *----------------------------------------------------------------*00041500
      *  DONOR LOTS FOR ONE GIFTED ASSET, HELD BACK BY CAT786.         *00041600
      *----------------------------------------------------------------*00041700
           EXEC SQL                                                     00041800
              DECLARE LOTCSR CURSOR WITH HOLD FOR                       00041900
                 SELECT LOT_NBR                                         00042000
                       ,ADP_NBR                                         00042100
                       ,LOT_DT_TXT                                      00042200
                       ,LOT_QTY                                         00042300
                       ,LOT_COST_AMT                                    00042400
                 FROM  ACATGFLT                                         00042500
                 WHERE CLIENT_NBR       = :WS-VAL-CLIENT                00042600
                   AND ACAT_CONTROL_NBR = :WS-VAL-ACAT-CNTL             00042700
                   AND ASSET_SEQ_NBR    = :WS-VAL-ASSET-SEQ             00042800
                   AND LOT_STTS_CD      = 'W'                           00042900
                 ORDER BY LOT_DT_TXT, LOT_NBR                           00043000
           END-EXEC.                                                    00043100
                                                                        00043200
           EJECT                                                        00043300
      ***************************************************************   00043400
       LINKAGE SECTION.                                                 00043500
      ***************************************************************   00043600
       01  PARM-AREA.                                                   00043700
           05  PARM-LENGTH              PIC S9(4) COMP SYNC.            00043800
           05  PARM-DAYS                PIC  9(03).                     00043900
                                                                        00044000
           EJECT                                                        00044100
      ***************************************************************** 00044200
       PROCEDURE DIVISION USING PARM-AREA.                              00044300
      ***************************************************************** 00044400
                                                                        00044500
           DISPLAY '*** CAT814 - GIFT AND ESTATE BASIS VALUATION ***'.  00044600
                                                                        00044700
           IF PARM-LENGTH = +3 AND PARM-DAYS NUMERIC                    00044800
              MOVE PARM-DAYS                TO  WS-LOOKBACK-DAYS        00044900
           END-IF.                                                      00045000
           DISPLAY 'PRICE LOOKBACK DAYS = ' WS-LOOKBACK-DAYS.           00045100
                                                                        00045200
           PERFORM 1000-INITIAL-RTN.                                    00045300
                                                                        00045400
           MOVE 'TAX OPERATIONS GIFT/ESTATE EVENTS       '              00045500
                                            TO  SEC1-TITLE.             00045600
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00045700
           IF GFTEVNT-OK                                                00045800
              PERFORM 2000-APPLY-EVNT-RTN THRU 2000-EXIT                00045900
                 UNTIL GFTEVNT-EOF                                      00046000
              CLOSE GFTEVNT-FILE                                        00046100
           END-IF.                                                      00046200
                                                                        00046300
           EXEC SQL                                                     00046400
              COMMIT                                                    00046500
           END-EXEC.                                                    00046600
           MOVE 0                           TO  WS-COMMIT-CNT.          00046700
                                                                        00046800
           MOVE 'GIFT AND ESTATE TRANSFERS IDENTIFIED    '              00046900
                                            TO  SEC1-TITLE.             00047000
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00047100
           EXEC SQL                                                     00047200
              OPEN IDNCSR                                               00047300
           END-EXEC.                                                    00047400
           IF SQLCODE NOT = +0                                          00047500
              PERFORM 8000-DB2-ERROR-RTN                                00047600
           END-IF.                                                      00047700
                                                                        00047800
           PERFORM 3000-IDENTIFY-RTN THRU 3000-EXIT                     00047900
              UNTIL WS-END-OF-IDN.                                      00048000
                                                                        00048100
           EXEC SQL                                                     00048200
              CLOSE IDNCSR                                              00048300
           END-EXEC.                                                    00048400
                                                                        00048500
           EXEC SQL                                                     00048600
              COMMIT                                                    00048700
           END-EXEC.                                                    00048800
           MOVE 0                           TO  WS-COMMIT-CNT.          00048900
                                                                        00049000
           MOVE 'VALUATION EXCEPTIONS                    '              00049100
                                            TO  SEC1-TITLE.             00049200
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00049300
           EXEC SQL                                                     00049400
              OPEN VALCSR                                               00049500
           END-EXEC.                                                    00049600
           IF SQLCODE NOT = +0                                          00049700
              PERFORM 8000-DB2-ERROR-RTN                                00049800
           END-IF.                                                      00049900
                                                                        00050000
           PERFORM 4000-VALUE-ASSET-RTN THRU 4000-EXIT                  00050100
              UNTIL WS-END-OF-VAL.                                      00050200
                                                                        00050300
           EXEC SQL                                                     00050400
              CLOSE VALCSR                                              00050500
           END-EXEC.                                                    00050600
                                                                        00050700
           EXEC SQL                                                     00050800
              COMMIT                                                    00050900
           END-EXEC.                                                    00051000
                                                                        00051100
           PERFORM 9000-EOJ-RTN.                                        00051200
                                                                        00051300
           GOBACK.                                                      00051400
                                                                        00051500
           EJECT                                                        00051600
      *****************                                                 00051700
       1000-INITIAL-RTN.                                                00051800
      *****************                                                 00051900
                                                                        00052000
           OPEN INPUT   GFTEVNT-FILE.                                   00052100
           IF NOT GFTEVNT-OK                                            00052200
              DISPLAY 'CAT814 - NO GFTEVNT FILE, STATUS = '             00052300
                       GFTEVNT-STAT                                     00052400
           END-IF.                                                      00052500
                                                                        00052600
           OPEN INPUT   PRICE-HIST-FILE.                                00052700
           IF PRCHIST-OK                                                00052800
              PERFORM 4600-READ-PRICE-RTN THRU 4600-EXIT                00052900
           ELSE                                                         00053000
              DISPLAY 'CAT814 - OPEN FAILED ON PRCHIST, STATUS = '      00053100
                       PRCHIST-STAT                                     00053200
              DISPLAY 'CAT814 ABENDED'                                  00053300
              CALL ABEND             USING ABEND-CODE                   00053400
           END-IF.                                                      00053500
                                                                        00053600
           OPEN OUTPUT  TAXPOST-FILE                                    00053700
                        REPORT-FILE.                                    00053800
                                                                        00053900
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00054000
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00054100
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00054200
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00054300
                                                                        00054400
           WRITE REPORT-RECORD            FROM  HDR1-RECORD.            00054500
           WRITE REPORT-RECORD            FROM  HDR2-RECORD.            00054600
                                                                        00054700
           EJECT                                                        00054800
      *---------------------------------------------------------------  00054900
      * 2000-APPLY-EVNT-RTN - TAX OPERATIONS ADDS A GIFT OR ESTATE      00055000
      * TRANSFER THE INTAKE RULES DID NOT CATCH, OR SETS THE TYPE AND   00055100
      * DATE OF GIFT/DEATH ON ONE THEY DID.  ONCE ANY ADJUSTED LOT HAS  00055200
      * POSTED THE EVENT IS REFUSED - THE LOTS ARE ON THE TAX SIDE.     00055300
      *---------------------------------------------------------------  00055400
       2000-APPLY-EVNT-RTN.                                             00055500
                                                                        00055600
           READ GFTEVNT-FILE                                            00055700
               AT END                                                   00055800
                   SET GFTEVNT-EOF          TO  TRUE                    00055900
                   GO TO 2000-EXIT                                      00056000
           END-READ.                                                    00056100
           ADD 1                            TO  WS-CNT-EVNT-READ.       00056200
                                                                        00056300
           MOVE GEV-CLIENT                  TO  WS-GFTE-CLIENT.         00056400
           MOVE GEV-ACAT-CNTL               TO  WS-GFTE-ACAT-CNTL.      00056500
           MOVE GEV-BASIS-TYPE              TO  WS-GFTE-BASIS-TYPE.     00056600
           MOVE GEV-OPER-ID                 TO  WS-GFTE-OPER-ID.        00056700
           MOVE 'M'                         TO  WS-GFTE-SRC-CD.         00056800
           MOVE SPACES                      TO  WS-GFTE-BRANCH          00056900
                                                WS-GFTE-ACCT            00057000
                                                WS-GFTE-EVNT-DT.        00057100
           MOVE ZERO                        TO  DTL1-ASSET-SEQ          00057200
                                                DTL1-QTY                00057300
                                                DTL1-PRICE.             00057400
           MOVE SPACES                      TO  DTL1-CUSIP.             00057500
                                                                        00057600
           IF (NOT GEV-GIFT AND NOT GEV-ESTATE)                         00057700
           OR GEV-EVNT-DATE NOT NUMERIC                                 00057800
              ADD 1                         TO  WS-CNT-EVNT-REJECTED    00057900
              MOVE 'INVALID TYPE OR EVENT DATE    '  TO  DTL1-MESSAGE   00058000
              PERFORM 6000-WRITE-GFTE-RTN                               00058100
              GO TO 2000-EXIT                                           00058200
           END-IF.                                                      00058300
           STRING GEV-EVNT-CCYY '-' GEV-EVNT-MM '-' GEV-EVNT-DD         00058400
                  DELIMITED BY SIZE       INTO  WS-GFTE-EVNT-DT.        00058500
                                                                        00058600
           EXEC SQL                                                     00058700
              SELECT BRANCH_CD                                          00058800
                    ,ACCT_CD                                            00058900
                INTO :WS-GFTE-BRANCH                                    00059000
                    ,:WS-GFTE-ACCT                                      00059100
                FROM VTRNFR                                             00059200
               WHERE CLIENT_NBR       = :WS-GFTE-CLIENT                 00059300
                 AND ACAT_CONTROL_NBR = :WS-GFTE-ACAT-CNTL              00059400
                 AND DSTBN_SIDE_CD    = 'R'                             00059500
           END-EXEC.                                                    00059600
           EVALUATE SQLCODE                                             00059700
              WHEN +0                                                   00059800
                 CONTINUE                                               00059900
              WHEN +100                                                 00060000
                 ADD 1                      TO  WS-CNT-EVNT-REJECTED    00060100
                 MOVE 'NO RECEIVE TRANSFER           '                  00060200
                                            TO  DTL1-MESSAGE            00060300
                 PERFORM 6000-WRITE-GFTE-RTN                            00060400
                 GO TO 2000-EXIT                                        00060500
              WHEN OTHER                                                00060600
                 PERFORM 8000-DB2-ERROR-RTN                             00060700
           END-EVALUATE.                                                00060800
                                                                        00060900
           EXEC SQL                                                     00061000
              SELECT COUNT(*)                                           00061100
                INTO :WS-GFTE-POSTED-CNT                                00061200
                FROM ACATGFAV                                           00061300
               WHERE CLIENT_NBR       = :WS-GFTE-CLIENT                 00061400
                 AND ACAT_CONTROL_NBR = :WS-GFTE-ACAT-CNTL              00061500
                 AND VAL_STTS_CD      = 'P'                             00061600
           END-EXEC.                                                    00061700
           IF SQLCODE NOT = +0                                          00061800
              PERFORM 8000-DB2-ERROR-RTN                                00061900
           END-IF.                                                      00062000
           IF WS-GFTE-POSTED-CNT > +0                                   00062100
              ADD 1                         TO  WS-CNT-EVNT-REJECTED    00062200
              MOVE 'REFUSED - BASIS ALREADY POSTED'  TO  DTL1-MESSAGE   00062300
              PERFORM 6000-WRITE-GFTE-RTN                               00062400
              GO TO 2000-EXIT                                           00062500
           END-IF.                                                      00062600
                                                                        00062700
           EXEC SQL                                                     00062800
              UPDATE ACATGFTE                                           00062900
                 SET BASIS_TYPE_CD    = :WS-GFTE-BASIS-TYPE             00063000
                    ,EVNT_DT_TXT      = :WS-GFTE-EVNT-DT                00063100
                    ,EVNT_SRC_CD      = :WS-GFTE-SRC-CD                 00063200
                    ,OPER_ID          = :WS-GFTE-OPER-ID                00063300
                    ,UPDT_TMSTP       = CURRENT TIMESTAMP               00063400
                    ,PRGM_NM          = 'CAT814'                        00063500
               WHERE CLIENT_NBR       = :WS-GFTE-CLIENT                 00063600
                 AND ACAT_CONTROL_NBR = :WS-GFTE-ACAT-CNTL              00063700
           END-EXEC.                                                    00063800
           EVALUATE SQLCODE                                             00063900
              WHEN +0                                                   00064000
                 CONTINUE                                               00064100
              WHEN +100                                                 00064200
                 PERFORM 3200-INSERT-GFTE-RTN                           00064300
              WHEN OTHER                                                00064400
                 PERFORM 8000-DB2-ERROR-RTN                             00064500
           END-EVALUATE.                                                00064600
                                                                        00064700
      *    A NEW DATE MEANS A NEW VALUATION FOR ANY UNPOSTED ASSET      00064800
           EXEC SQL                                                     00064900
              DELETE FROM ACATGFAV                                      00065000
               WHERE CLIENT_NBR       = :WS-GFTE-CLIENT                 00065100
                 AND ACAT_CONTROL_NBR = :WS-GFTE-ACAT-CNTL              00065200
           END-EXEC.                                                    00065300
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100                   00065400
              PERFORM 8000-DB2-ERROR-RTN                                00065500
           END-IF.                                                      00065600
                                                                        00065700
           ADD 1                            TO  WS-CNT-EVNT-APPLIED.    00065800
           MOVE 'RECORDED FOR TAX OPERATIONS   '  TO  DTL1-MESSAGE.     00065900
           PERFORM 6000-WRITE-GFTE-RTN.                                 00066000
                                                                        00066100
       2000-EXIT.                                                       00066200
           EXIT.                                                        00066300
                                                                        00066400
           EJECT                                                        00066500
      *---------------------------------------------------------------  00066600
      * 3000-IDENTIFY-RTN - REGISTER ONE GIFT OR ESTATE RECEIPT.  A     00066700
      * GIFT IS VALUED AT SETTLEMENT UNLESS TAX OPERATIONS SENDS THE    00066800
      * DATE OF GIFT; AN ESTATE WITHOUT A USABLE DATE OF DEATH IS       00066900
      * REGISTERED BUT NOT VALUED UNTIL ONE IS SUPPLIED.                00067000
      *---------------------------------------------------------------  00067100
       3000-IDENTIFY-RTN.                                               00067200
                                                                        00067300
           EXEC SQL                                                     00067400
              FETCH IDNCSR                                              00067500
                 INTO :WS-GFTE-CLIENT                                   00067600
                     ,:WS-GFTE-ACAT-CNTL                                00067700
                     ,:WS-GFTE-BRANCH                                   00067800
                     ,:WS-GFTE-ACCT                                     00067900
                     ,:WS-GFTE-BASIS-TYPE                               00068000
                     ,:WS-GFTE-EVNT-DT                                  00068100
                     ,:WS-GFTE-SRC-CD                                   00068200
           END-EXEC.                                                    00068300
                                                                        00068400
           EVALUATE SQLCODE                                             00068500
              WHEN +100                                                 00068600
                 SET WS-END-OF-IDN          TO  TRUE                    00068700
                 GO TO 3000-EXIT                                        00068800
              WHEN +0                                                   00068900
                 CONTINUE                                               00069000
              WHEN OTHER                                                00069100
                 PERFORM 8000-DB2-ERROR-RTN                             00069200
           END-EVALUATE.                                                00069300
                                                                        00069400
           MOVE SPACES                      TO  WS-GFTE-OPER-ID.        00069500
           MOVE ZERO                        TO  DTL1-ASSET-SEQ          00069600
                                                DTL1-QTY                00069700
                                                DTL1-PRICE.             00069800
           MOVE SPACES                      TO  DTL1-CUSIP.             00069900
                                                                        00070000
           IF WS-GFTE-ESTATE                                            00070100
              IF WS-GFTE-EVNT-CCYY NOT NUMERIC                          00070200
              OR WS-GFTE-EVNT-MM   NOT NUMERIC                          00070300
              OR WS-GFTE-EVNT-DD   NOT NUMERIC                          00070400
                 MOVE SPACES                TO  WS-GFTE-EVNT-DT         00070500
              END-IF                                                    00070600
           END-IF.                                                      00070700
                                                                        00070800
           PERFORM 3200-INSERT-GFTE-RTN.                                00070900
           IF SQLCODE = -803                                            00071000
              GO TO 3000-EXIT                                           00071100
           END-IF.                                                      00071200
                                                                        00071300
           EVALUATE TRUE                                                00071400
              WHEN WS-GFTE-GIFT                                         00071500
                 ADD 1                      TO  WS-CNT-IDN-GIFT         00071600
                 MOVE 'GIFT - VALUED AT SETTLEMENT   '                  00071700
                                            TO  DTL1-MESSAGE            00071800
              WHEN WS-GFTE-EVNT-DT = SPACES                             00071900
                 ADD 1                      TO  WS-CNT-IDN-ESTATE       00072000
                                                WS-CNT-NO-DEATH-DT      00072100
                 MOVE 'ESTATE - NO DATE OF DEATH     '                  00072200
                                            TO  DTL1-MESSAGE            00072300
              WHEN OTHER                                                00072400
                 ADD 1                      TO  WS-CNT-IDN-ESTATE       00072500
                 MOVE 'ESTATE - DATE OF DEATH        '                  00072600
                                            TO  DTL1-MESSAGE            00072700
           END-EVALUATE.                                                00072800
           PERFORM 6000-WRITE-GFTE-RTN.                                 00072900
                                                                        00073000
           ADD 1                            TO  WS-COMMIT-CNT.          00073100
           IF WS-COMMIT-CNT > 99                                        00073200
              EXEC SQL                                                  00073300
                   COMMIT                                               00073400
              END-EXEC                                                  00073500
              MOVE 0                        TO  WS-COMMIT-CNT           00073600
           END-IF.                                                      00073700
                                                                        00073800
       3000-EXIT.                                                       00073900
           EXIT.                                                        00074000
                                                                        00074100
      *---------------------------------------------------------------  00074200
      * 3200-INSERT-GFTE-RTN - A GIFT FLAGGED ON THE TIF AND ALSO AN    00074300
      * ESTATE RECEIPT IS ALREADY REGISTERED AS THE ESTATE (-803).      00074400
      *---------------------------------------------------------------  00074500
       3200-INSERT-GFTE-RTN.                                            00074600
                                                                        00074700
           EXEC SQL                                                     00074800
              INSERT INTO ACATGFTE                                      00074900
                    (CLIENT_NBR                                         00075000
                    ,ACAT_CONTROL_NBR                                   00075100
                    ,BRANCH_CD                                          00075200
                    ,ACCT_CD                                            00075300
                    ,BASIS_TYPE_CD                                      00075400
                    ,EVNT_DT_TXT                                        00075500
                    ,EVNT_SRC_CD                                        00075600
                    ,OPER_ID                                            00075700
                    ,CRT_TMSTP                                          00075800
                    ,UPDT_TMSTP                                         00075900
                    ,PRGM_NM)                                           00076000
              VALUES                                                    00076100
                    (:WS-GFTE-CLIENT                                    00076200
                    ,:WS-GFTE-ACAT-CNTL                                 00076300
                    ,:WS-GFTE-BRANCH                                    00076400
                    ,:WS-GFTE-ACCT                                      00076500
                    ,:WS-GFTE-BASIS-TYPE                                00076600
                    ,:WS-GFTE-EVNT-DT                                   00076700
                    ,:WS-GFTE-SRC-CD                                    00076800
                    ,:WS-GFTE-OPER-ID                                   00076900
                    ,CURRENT TIMESTAMP                                  00077000
                    ,CURRENT TIMESTAMP                                  00077100
                    ,'CAT814')                                          00077200
           END-EXEC.                                                    00077300
           IF SQLCODE NOT = +0 AND SQLCODE NOT = -803                   00077400
              PERFORM 8000-DB2-ERROR-RTN                                00077500
           END-IF.                                                      00077600
                                                                        00077700
           EJECT                                                        00077800
      *---------------------------------------------------------------  00077900
      * 4000-VALUE-ASSET-RTN - VALUE ONE RECEIVED SECURITY AT THE       00078000
      * VALUATION DATE AND POST ITS ADJUSTED LOTS:                      00078100
      *   ESTATE - ONE LOT, COST = QUANTITY X PRICE, DATED THE DATE     00078200
      *            OF DEATH; THE HELD CBRS LOTS ARE SUPERSEDED (S)      00078300
      *   GIFT   - EACH HELD DONOR LOT AT THE DONOR'S COST AND DATE,    00078400
      *            WITH ITS DATE-OF-GIFT VALUE; NO DONOR LOTS YET AND   00078500
      *            THE ASSET WAITS (W) FOR CAT786 TO HOLD SOME          00078600
      * NO PRICE WITHIN THE LOOKBACK AND THE ASSET IS LISTED (N).       00078700
      *---------------------------------------------------------------  00078800
       4000-VALUE-ASSET-RTN.                                            00078900
                                                                        00079000
           EXEC SQL                                                     00079100
              FETCH VALCSR                                              00079200
                 INTO :WS-VAL-CUSIP                                     00079300
                     ,:WS-VAL-DT                                        00079400
                     ,:WS-VAL-EARLY-DT                                  00079500
                     ,:WS-VAL-CLIENT                                    00079600
                     ,:WS-VAL-ACAT-CNTL                                 00079700
                     ,:WS-VAL-ASSET-SEQ                                 00079800
                     ,:WS-VAL-BRANCH                                    00079900
                     ,:WS-VAL-ACCT                                      00080000
                     ,:WS-VAL-ADP-NBR                                   00080100
                     ,:WS-VAL-BASIS-TYPE                                00080200
                     ,:WS-VAL-QTY                                       00080300
                     ,:WS-VAL-OLD-STTS-CD                               00080400
           END-EXEC.                                                    00080500
                                                                        00080600
           EVALUATE SQLCODE                                             00080700
              WHEN +100                                                 00080800
                 SET WS-END-OF-VAL          TO  TRUE                    00080900
                 GO TO 4000-EXIT                                        00081000
              WHEN +0                                                   00081100
                 CONTINUE                                               00081200
              WHEN OTHER                                                00081300
                 PERFORM 8000-DB2-ERROR-RTN                             00081400
           END-EVALUATE.                                                00081500
                                                                        00081600
           STRING WS-VAL-DT-CCYY WS-VAL-DT-MM WS-VAL-DT-DD              00081700
                  DELIMITED BY SIZE       INTO  WS-VAL-DATE-8.          00081800
           STRING WS-VAL-EARLY-CCYY WS-VAL-EARLY-MM WS-VAL-EARLY-DD     00081900
                  DELIMITED BY SIZE       INTO  WS-VAL-EARLY-8.         00082000
           MOVE ZERO                        TO  WS-VAL-PRICE            00082100
                                                WS-VAL-MKT-VAL          00082200
                                                WS-VAL-LOTS-POSTED.     00082300
           MOVE SPACES                      TO  WS-VAL-PRICE-DT.        00082400
                                                                        00082500
           PERFORM 4500-ADVANCE-PRICE-RTN                               00082600
              UNTIL WS-PRC-KEY > WS-VAL-KEY.                            00082700
                                                                        00082800
           IF WS-HST-CUSIP NOT = WS-VAL-CUSIP                           00082900
           OR WS-HST-DATE  < WS-VAL-EARLY-8                             00083000
              MOVE 'N'                      TO  WS-VAL-STTS-CD          00083100
              ADD 1                         TO  WS-CNT-NO-PRICE         00083200
              MOVE 'NO PRICE FOR VALUATION DATE   '  TO  DTL1-MESSAGE   00083300
              PERFORM 6100-WRITE-VAL-RTN                                00083400
              PERFORM 4700-RECORD-VAL-RTN                               00083500
              PERFORM 4900-COMMIT-RTN                                   00083600
              GO TO 4000-EXIT                                           00083700
           END-IF.                                                      00083800
                                                                        00083900
           MOVE WS-HST-PRICE                TO  WS-VAL-PRICE.           00084000
           MOVE WS-HST-DATE                 TO  WS-VAL-PRICE-DT.        00084100
           COMPUTE WS-VAL-MKT-VAL ROUNDED = WS-VAL-QTY * WS-VAL-PRICE.  00084200
           ADD 1                            TO  WS-CNT-VALUED.          00084300
           IF WS-HST-DATE NOT = WS-VAL-DATE-8                           00084400
              ADD 1                         TO  WS-CNT-OTHER-DATE       00084500
           END-IF.                                                      00084600
                                                                        00084700
           IF WS-VAL-ESTATE                                             00084800
              PERFORM 4100-POST-ESTATE-RTN                              00084900
           ELSE                                                         00085000
              PERFORM 4200-POST-GIFT-RTN                                00085100
           END-IF.                                                      00085200
           PERFORM 4700-RECORD-VAL-RTN.                                 00085300
           PERFORM 4900-COMMIT-RTN.                                     00085400
                                                                        00085500
       4000-EXIT.                                                       00085600
           EXIT.                                                        00085700
                                                                        00085800
      ********************                                              00085900
       4100-POST-ESTATE-RTN.                                            00086000
      ********************                                              00086100
                                                                        00086200
           MOVE SPACES                      TO  TXP-RECORD.             00086300
           MOVE WS-VAL-CLIENT               TO  TXP-CLIENT.             00086400
           MOVE WS-VAL-ACAT-CNTL            TO  TXP-ACAT-CNTRL.         00086500
           MOVE WS-VAL-BRANCH               TO  TXP-BRANCH.             00086600
           MOVE WS-VAL-ACCT                 TO  TXP-ACCOUNT.            00086700
           MOVE WS-VAL-ADP-NBR              TO  TXP-ADP-NBR.            00086800
           MOVE WS-VAL-CUSIP                TO  TXP-CUSIP.              00086900
           MOVE WS-VAL-DATE-8               TO  TXP-LOT-DATE.           00087000
           MOVE WS-VAL-QTY                  TO  TXP-LOT-QTY.            00087100
           MOVE WS-VAL-MKT-VAL              TO  TXP-LOT-COST.           00087200
           SET TXP-ESTATE-BASIS             TO  TRUE.                   00087300
           MOVE ZERO                        TO  TXP-GIFT-FMV.           00087400
           WRITE TXP-RECORD.                                            00087500
           ADD 1                            TO  WS-CNT-ESTATE-LOTS      00087600
                                                WS-VAL-LOTS-POSTED.     00087700
           MOVE 'P'                         TO  WS-VAL-STTS-CD.         00087800
                                                                        00087900
           EXEC SQL                                                     00088000
              UPDATE ACATGFLT                                           00088100
                 SET LOT_STTS_CD      = 'S'                             00088200
                    ,UPDT_TMSTP       = CURRENT TIMESTAMP               00088300
                    ,PRGM_NM          = 'CAT814'                        00088400
               WHERE CLIENT_NBR       = :WS-VAL-CLIENT                  00088500
                 AND ACAT_CONTROL_NBR = :WS-VAL-ACAT-CNTL               00088600
                 AND ASSET_SEQ_NBR    = :WS-VAL-ASSET-SEQ               00088700
                 AND LOT_STTS_CD      = 'W'                             00088800
           END-EXEC.                                                    00088900
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100                   00089000
              PERFORM 8000-DB2-ERROR-RTN                                00089100
           END-IF.                                                      00089200
                                                                        00089300
      ******************                                                00089400
       4200-POST-GIFT-RTN.                                              00089500
      ******************                                                00089600
                                                                        00089700
           MOVE 'N'                         TO  WS-END-OF-LOT-SW.       00089800
           EXEC SQL                                                     00089900
              OPEN LOTCSR                                               00090000
           END-EXEC.                                                    00090100
           IF SQLCODE NOT = +0                                          00090200
              PERFORM 8000-DB2-ERROR-RTN                                00090300
           END-IF.                                                      00090400
                                                                        00090500
           PERFORM 4300-POST-DONOR-LOT-RTN THRU 4300-EXIT               00090600
              UNTIL WS-END-OF-LOT.                                      00090700
                                                                        00090800
           EXEC SQL                                                     00090900
              CLOSE LOTCSR                                              00091000
           END-EXEC.                                                    00091100
                                                                        00091200
           IF WS-VAL-LOTS-POSTED > +0                                   00091300
              MOVE 'P'                      TO  WS-VAL-STTS-CD          00091400
           ELSE                                                         00091500
              MOVE 'W'                      TO  WS-VAL-STTS-CD          00091600
              ADD 1                         TO  WS-CNT-AWAIT-LOTS       00091700
              MOVE 'GIFT - AWAITING DONOR BASIS   '  TO  DTL1-MESSAGE   00091800
              PERFORM 6100-WRITE-VAL-RTN                                00091900
           END-IF.                                                      00092000
                                                                        00092100
      ***********************                                           00092200
       4300-POST-DONOR-LOT-RTN.                                         00092300
      ***********************                                           00092400
                                                                        00092500
           EXEC SQL                                                     00092600
              FETCH LOTCSR                                              00092700
                 INTO :WS-LOT-NBR                                       00092800
                     ,:WS-LOT-ADP-NBR                                   00092900
                     ,:WS-LOT-DT                                        00093000
                     ,:WS-LOT-QTY                                       00093100
                     ,:WS-LOT-COST                                      00093200
           END-EXEC.                                                    00093300
                                                                        00093400
           EVALUATE SQLCODE                                             00093500
              WHEN +100                                                 00093600
                 SET WS-END-OF-LOT          TO  TRUE                    00093700
                 GO TO 4300-EXIT                                        00093800
              WHEN +0                                                   00093900
                 CONTINUE                                               00094000
              WHEN OTHER                                                00094100
                 PERFORM 8000-DB2-ERROR-RTN                             00094200
           END-EVALUATE.                                                00094300
                                                                        00094400
           COMPUTE WS-LOT-GIFT-FMV ROUNDED = WS-LOT-QTY * WS-VAL-PRICE. 00094500
                                                                        00094600
           MOVE SPACES                      TO  TXP-RECORD.             00094700
           MOVE WS-VAL-CLIENT               TO  TXP-CLIENT.             00094800
           MOVE WS-VAL-ACAT-CNTL            TO  TXP-ACAT-CNTRL.         00094900
           MOVE WS-VAL-BRANCH               TO  TXP-BRANCH.             00095000
           MOVE WS-VAL-ACCT                 TO  TXP-ACCOUNT.            00095100
           MOVE WS-LOT-ADP-NBR              TO  TXP-ADP-NBR.            00095200
           MOVE WS-VAL-CUSIP                TO  TXP-CUSIP.              00095300
           MOVE WS-LOT-DT                   TO  TXP-LOT-DATE.           00095400
           MOVE WS-LOT-QTY                  TO  TXP-LOT-QTY.            00095500
           MOVE WS-LOT-COST                 TO  TXP-LOT-COST.           00095600
           SET TXP-GIFT-BASIS               TO  TRUE.                   00095700
           MOVE WS-LOT-GIFT-FMV             TO  TXP-GIFT-FMV.           00095800
           WRITE TXP-RECORD.                                            00095900
           ADD 1                            TO  WS-CNT-GIFT-LOTS        00096000
                                                WS-VAL-LOTS-POSTED.     00096100
                                                                        00096200
           EXEC SQL                                                     00096300
              UPDATE ACATGFLT                                           00096400
                 SET LOT_STTS_CD      = 'P'                             00096500
                    ,UPDT_TMSTP       = CURRENT TIMESTAMP               00096600
                    ,PRGM_NM          = 'CAT814'                        00096700
               WHERE CLIENT_NBR       = :WS-VAL-CLIENT                  00096800
                 AND ACAT_CONTROL_NBR = :WS-VAL-ACAT-CNTL               00096900
                 AND ASSET_SEQ_NBR    = :WS-VAL-ASSET-SEQ               00097000
                 AND LOT_NBR          = :WS-LOT-NBR                     00097100
           END-EXEC.                                                    00097200
           IF SQLCODE NOT = +0                                          00097300
              PERFORM 8000-DB2-ERROR-RTN                                00097400
           END-IF.                                                      00097500
                                                                        00097600
       4300-EXIT.                                                       00097700
           EXIT.                                                        00097800
                                                                        00097900
      *---------------------------------------------------------------  00098000
      * 4500-ADVANCE-PRICE-RTN - STEP THE PRICE HISTORY UP TO THE       00098100
      * ASSET'S CUSIP AND VALUATION DATE, KEEPING THE LAST PRICE OF     00098200
      * THE CUSIP SEEN ON THE WAY.                                      00098300
      *---------------------------------------------------------------  00098400
       4500-ADVANCE-PRICE-RTN.                                          00098500
                                                                        00098600
           IF PRC-CUSIP = WS-VAL-CUSIP                                  00098700
              MOVE PRC-CUSIP                TO  WS-HST-CUSIP            00098800
              MOVE PRC-PRICE-DATE           TO  WS-HST-DATE             00098900
              MOVE PRC-PRICE                TO  WS-HST-PRICE            00099000
           END-IF.                                                      00099100
           PERFORM 4600-READ-PRICE-RTN THRU 4600-EXIT.                  00099200
                                                                        00099300
      *---------------------------------------------------------------  00099400
      * 4600-READ-PRICE-RTN - HIGH-VALUES KEY AT END OF PRICE HISTORY.  00099500
      *---------------------------------------------------------------  00099600
       4600-READ-PRICE-RTN.                                             00099700
                                                                        00099800
           IF WS-PRC-KEY = HIGH-VALUES                                  00099900
              GO TO 4600-EXIT                                           00100000
           END-IF.                                                      00100100
                                                                        00100200
           READ PRICE-HIST-FILE.                                        00100300
           EVALUATE TRUE                                                00100400
              WHEN PRCHIST-OK                                           00100500
                 IF PRC-KEY < WS-PRC-KEY                                00100600
                    DISPLAY 'CAT814 - PRCHIST OUT OF SEQUENCE - '       00100700
                            'ABENDING'                                  00100800
                    MOVE 4600               TO  ABEND-CODE              00100900
                    CALL ABEND           USING  ABEND-CODE              00101000
                 END-IF                                                 00101100
                 IF PRC-PRICE NOT NUMERIC                               00101200
                 OR PRC-PRICE = ZERO                                    00101300
                    GO TO 4600-READ-PRICE-RTN                           00101400
                 END-IF                                                 00101500
                 ADD 1                      TO  WS-CNT-PRICES           00101600
                 MOVE PRC-KEY               TO  WS-PRC-KEY              00101700
              WHEN PRCHIST-EOF                                          00101800
                 MOVE HIGH-VALUES           TO  WS-PRC-KEY              00101900
                 CLOSE PRICE-HIST-FILE                                  00102000
              WHEN OTHER                                                00102100
                 DISPLAY 'CAT814 - READ ERROR ON PRCHIST, STATUS = '    00102200
                          PRCHIST-STAT                                  00102300
                 MOVE 16                    TO  ABEND-CODE              00102400
                 CALL ABEND              USING  ABEND-CODE              00102500
           END-EVALUATE.                                                00102600
                                                                        00102700
       4600-EXIT.                                                       00102800
           EXIT.                                                        00102900
                                                                        00103000
      *******************                                               00103100
       4700-RECORD-VAL-RTN.                                             00103200
      *******************                                               00103300
                                                                        00103400
           IF WS-VAL-NOT-RECORDED                                       00103500
              EXEC SQL                                                  00103600
                 INSERT INTO ACATGFAV                                   00103700
                       (CLIENT_NBR                                      00103800
                       ,ACAT_CONTROL_NBR                                00103900
                       ,ASSET_SEQ_NBR                                   00104000
                       ,BASIS_TYPE_CD                                   00104100
                       ,CUSIP_NBR                                       00104200
                       ,VAL_DT_TXT                                      00104300
                       ,PRICE_DT_TXT                                    00104400
                       ,PRICE_AMT                                       00104500
                       ,MKT_VAL_AMT                                     00104600
                       ,LOT_CNT                                         00104700
                       ,VAL_STTS_CD                                     00104800
                       ,CRT_TMSTP                                       00104900
                       ,UPDT_TMSTP                                      00105000
                       ,PRGM_NM)                                        00105100
                 VALUES                                                 00105200
                       (:WS-VAL-CLIENT                                  00105300
                       ,:WS-VAL-ACAT-CNTL                               00105400
                       ,:WS-VAL-ASSET-SEQ                               00105500
                       ,:WS-VAL-BASIS-TYPE                              00105600
                       ,:WS-VAL-CUSIP                                   00105700
                       ,:WS-VAL-DT                                      00105800
                       ,:WS-VAL-PRICE-DT                                00105900
                       ,:WS-VAL-PRICE                                   00106000
                       ,:WS-VAL-MKT-VAL                                 00106100
                       ,:WS-VAL-LOTS-POSTED                             00106200
                       ,:WS-VAL-STTS-CD                                 00106300
                       ,CURRENT TIMESTAMP                               00106400
                       ,CURRENT TIMESTAMP                               00106500
                       ,'CAT814')                                       00106600
              END-EXEC                                                  00106700
           ELSE                                                         00106800
              EXEC SQL                                                  00106900
                 UPDATE ACATGFAV                                        00107000
                    SET VAL_DT_TXT       = :WS-VAL-DT                   00107100
                       ,PRICE_DT_TXT     = :WS-VAL-PRICE-DT             00107200
                       ,PRICE_AMT        = :WS-VAL-PRICE                00107300
                       ,MKT_VAL_AMT      = :WS-VAL-MKT-VAL              00107400
                       ,LOT_CNT          = :WS-VAL-LOTS-POSTED          00107500
                       ,VAL_STTS_CD      = :WS-VAL-STTS-CD              00107600
                       ,UPDT_TMSTP       = CURRENT TIMESTAMP            00107700
                       ,PRGM_NM          = 'CAT814'                     00107800
                  WHERE CLIENT_NBR       = :WS-VAL-CLIENT               00107900
                    AND ACAT_CONTROL_NBR = :WS-VAL-ACAT-CNTL            00108000
                    AND ASSET_SEQ_NBR    = :WS-VAL-ASSET-SEQ            00108100
              END-EXEC                                                  00108200
           END-IF.                                                      00108300
           IF SQLCODE NOT = +0                                          00108400
              PERFORM 8000-DB2-ERROR-RTN                                00108500
           END-IF.                                                      00108600
                                                                        00108700
      ***************                                                   00108800
       4900-COMMIT-RTN.                                                 00108900
      ***************                                                   00109000
                                                                        00109100
           ADD 1                            TO  WS-COMMIT-CNT.          00109200
           IF WS-COMMIT-CNT > 99                                        00109300
              EXEC SQL                                                  00109400
                   COMMIT                                               00109500
              END-EXEC                                                  00109600
              MOVE 0                        TO  WS-COMMIT-CNT           00109700
           END-IF.                                                      00109800
                                                                        00109900
           EJECT                                                        00110000
      *******************                                               00110100
       6000-WRITE-GFTE-RTN.                                             00110200
      *******************                                               00110300
                                                                        00110400
           MOVE WS-GFTE-CLIENT              TO  DTL1-CLIENT.            00110500
           MOVE WS-GFTE-ACAT-CNTL           TO  DTL1-ACAT-CNTL.         00110600
           MOVE WS-GFTE-BRANCH              TO  DTL1-BRANCH.            00110700
           MOVE WS-GFTE-ACCT                TO  DTL1-ACCT.              00110800
           MOVE WS-GFTE-BASIS-TYPE          TO  DTL1-BASIS-TYPE.        00110900
           MOVE WS-GFTE-EVNT-DT             TO  DTL1-VAL-DT.            00111000
           WRITE REPORT-RECORD            FROM  DTL1-RECORD.            00111100
                                                                        00111200
      ******************                                                00111300
       6100-WRITE-VAL-RTN.                                              00111400
      ******************                                                00111500
                                                                        00111600
           MOVE WS-VAL-CLIENT               TO  DTL1-CLIENT.            00111700
           MOVE WS-VAL-ACAT-CNTL            TO  DTL1-ACAT-CNTL.         00111800
           MOVE WS-VAL-ASSET-SEQ            TO  DTL1-ASSET-SEQ.         00111900
           MOVE WS-VAL-BRANCH               TO  DTL1-BRANCH.            00112000
           MOVE WS-VAL-ACCT                 TO  DTL1-ACCT.              00112100
           MOVE WS-VAL-BASIS-TYPE           TO  DTL1-BASIS-TYPE.        00112200
           MOVE WS-VAL-CUSIP                TO  DTL1-CUSIP.             00112300
           MOVE WS-VAL-DT                   TO  DTL1-VAL-DT.            00112400
           MOVE WS-VAL-QTY                  TO  DTL1-QTY.               00112500
           MOVE WS-VAL-PRICE                TO  DTL1-PRICE.             00112600
           WRITE REPORT-RECORD            FROM  DTL1-RECORD.            00112700
                                                                        00112800
           EJECT                                                        00112900
      ******************                                                00113000
       8000-DB2-ERROR-RTN.                                              00113100
      ******************                                                00113200
                                                                        00113300
           DISPLAY 'CAT814 - DB2 ERROR, SQLCODE = ' SQLCODE.            00113400
           CALL DSNTIAR               USING  SQLCA                      00113500
                                             WS-DB2-MESSAGE-AREA        00113600
                                             WS-ERR-LINE-LEN            00113700
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00113800
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00113900
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00114000
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00114100
                 END-IF                                                 00114200
           END-PERFORM.                                                 00114300
           DISPLAY 'CAT814 ABENDED'.                                    00114400
           CALL ABEND                 USING  ABEND-CODE.                00114500
                                                                        00114600
           EJECT                                                        00114700
      ************                                                      00114800
       9000-EOJ-RTN.                                                    00114900
      ************                                                      00115000
                                                                        00115100
           MOVE 'TAX OPS EVENTS READ             '  TO  TRL1-LABEL.     00115200
           MOVE WS-CNT-EVNT-READ            TO  TRL1-COUNT.             00115300
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00115400
                                                                        00115500
           MOVE ' '                         TO  TRL1-CC.                00115600
           MOVE 'TAX OPS EVENTS APPLIED          '  TO  TRL1-LABEL.     00115700
           MOVE WS-CNT-EVNT-APPLIED         TO  TRL1-COUNT.             00115800
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00115900
                                                                        00116000
           MOVE 'TAX OPS EVENTS REJECTED         '  TO  TRL1-LABEL.     00116100
           MOVE WS-CNT-EVNT-REJECTED        TO  TRL1-COUNT.             00116200
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00116300
                                                                        00116400
           MOVE 'GIFT TRANSFERS IDENTIFIED       '  TO  TRL1-LABEL.     00116500
           MOVE WS-CNT-IDN-GIFT             TO  TRL1-COUNT.             00116600
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00116700
                                                                        00116800
           MOVE 'ESTATE TRANSFERS IDENTIFIED     '  TO  TRL1-LABEL.     00116900
           MOVE WS-CNT-IDN-ESTATE           TO  TRL1-COUNT.             00117000
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00117100
                                                                        00117200
           MOVE 'ESTATES WITH NO DATE OF DEATH   '  TO  TRL1-LABEL.     00117300
           MOVE WS-CNT-NO-DEATH-DT          TO  TRL1-COUNT.             00117400
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00117500
                                                                        00117600
           MOVE 'PRICE HISTORY RECORDS READ      '  TO  TRL1-LABEL.     00117700
           MOVE WS-CNT-PRICES               TO  TRL1-COUNT.             00117800
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00117900
                                                                        00118000
           MOVE 'ASSETS VALUED                   '  TO  TRL1-LABEL.     00118100
           MOVE WS-CNT-VALUED               TO  TRL1-COUNT.             00118200
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00118300
                                                                        00118400
           MOVE 'VALUED AT AN EARLIER PRICE DATE '  TO  TRL1-LABEL.     00118500
           MOVE WS-CNT-OTHER-DATE           TO  TRL1-COUNT.             00118600
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00118700
                                                                        00118800
           MOVE 'NO PRICE FOR VALUATION DATE     '  TO  TRL1-LABEL.     00118900
           MOVE WS-CNT-NO-PRICE             TO  TRL1-COUNT.             00119000
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00119100
                                                                        00119200
           MOVE 'GIFTS AWAITING DONOR BASIS      '  TO  TRL1-LABEL.     00119300
           MOVE WS-CNT-AWAIT-LOTS           TO  TRL1-COUNT.             00119400
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00119500
                                                                        00119600
           MOVE 'GIFT LOTS POSTED (DONOR BASIS)  '  TO  TRL1-LABEL.     00119700
           MOVE WS-CNT-GIFT-LOTS            TO  TRL1-COUNT.             00119800
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00119900
                                                                        00120000
           MOVE 'ESTATE LOTS POSTED (STEPPED UP) '  TO  TRL1-LABEL.     00120100
           MOVE WS-CNT-ESTATE-LOTS          TO  TRL1-COUNT.             00120200
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00120300
                                                                        00120400
           IF WS-PRC-KEY NOT = HIGH-VALUES                              00120500
              CLOSE PRICE-HIST-FILE                                     00120600
           END-IF.                                                      00120700
           CLOSE TAXPOST-FILE                                           00120800
                 REPORT-FILE.                                           00120900
                                                                        00121000
           IF WS-CNT-NO-PRICE    > +0                                   00121100
           OR WS-CNT-NO-DEATH-DT > +0                                   00121200
              MOVE 4                        TO  RETURN-CODE             00121300
           END-IF.                                                      00121400
                                                                        00121500
           DISPLAY ' '                                                  00121600
           DISPLAY 'GIFTS IDENTIFIED:       ' WS-CNT-IDN-GIFT           00121700
           DISPLAY 'ESTATES IDENTIFIED:     ' WS-CNT-IDN-ESTATE         00121800
           DISPLAY 'ASSETS VALUED:          ' WS-CNT-VALUED             00121900
           DISPLAY 'NO PRICE:               ' WS-CNT-NO-PRICE           00122000
           DISPLAY 'GIFT LOTS POSTED:       ' WS-CNT-GIFT-LOTS          00122100
           DISPLAY 'ESTATE LOTS POSTED:     ' WS-CNT-ESTATE-LOTS        00122200
           DISPLAY ' '                                                  00122300
           DISPLAY '*************************'                          00122400
           DISPLAY '* END OF CAT814 PROGRAM *'                          00122500
           DISPLAY '*************************'                          00122600
           DISPLAY ' '.                                                 00122700
