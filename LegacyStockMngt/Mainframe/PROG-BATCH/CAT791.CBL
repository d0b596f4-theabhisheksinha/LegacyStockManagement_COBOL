000001* PDX    - CAT791   C0369790 10/15/26 23:26:40 TBTIKUO            00001000
LRM001* READ THE CAT726 HISTORY.  A SETTLED TRANSFER IS ARCHIVED TO     00001000
LRM001* VTRNHSTY/VASTHSTY THE NIGHT IT SETTLES, SO AN ITEM STILL IN     00001000
LRM001* TRANSIT A DAY LATER WAS NO LONGER SEEN.  THE CURSOR NOW TAKES   00001000
LRM001* THE ARCHIVED RECEIVES TOO, WITH THE CAGE TAG FROM THE HISTORY   00001000
LRM001* ASSET.                                                          00001000
000001* PDX    - CAT791   C0369788 10/15/26 22:31:07 TBTIKUO            00000100
000001* CREATED FOR SSR 114460.  CUSTOMER-PROTECTION (RULE 15C3-3)      00000200
000001* IN-TRANSIT SECURITIES FEED.  SECURITIES THAT HAVE LEFT THE      00000300
000001* CONTRA BUT ARE NOT YET IN A GOOD CONTROL LOCATION - CAGE TAGS   00000400
000001* NOT YET VAULTED, DRS MOVES OUT WITH THE TRANSFER AGENT, ASSETS  00000500
000001* SETTLED AT NSCC BUT NOT YET ON OUR STOCK RECORD - WERE LISTED   00000600
000001* BY HAND FROM THE CAT715 AND CAT741 OUTPUT FOR THE RESERVE       00000700
000001* FORMULA AND THE POSSESSION-AND-CONTROL COMPUTATION.  DAILY,     00000800
000001* EVERY CUSTOMER SECURITY IN TRANSIT ON A RECEIVED TRANSFER IS    00000900
000001* WRITTEN WITH ITS QUANTITY, MARKET VALUE, DAYS IN TRANSIT AND    00001000
000001* CURRENT LOCATION, AND ITEMS PAST THE AGING THRESHOLDS FLAGGED.  00001100
       IDENTIFICATION DIVISION.                                         00001200
       PROGRAM-ID.  CAT791.                                             00001300
       AUTHOR.      LARRY MUREY.                                        00001400
       DATE-WRITTEN.  OCT 2026.                                         00001500
      *---------------------------------------------------------------* 00001600
      *                         REMARKS                               * 00001700
      * RUNS DAILY AFTER CAT715 AND THE STOCK-RECORD EXTRACT.         * 00001800
      * INPUTS:  VTRNFR   - RECEIVED TRANSFERS SETTLED (STATUS 310)   * 00001900
      *          VASSET     AND THEIR SECURITY ASSETS (CUSIP PRESENT) * 00002000
LRM001*          VTRNHSTY - THE SAME, ONCE ARCHIVED BY CAT726; THE    * 00001000
LRM001*          VASTHSTY   CAGE TAG IS ON THE HISTORY ASSET          * 00001000
      *          ACATVLOC - CAGE/VAULT LOCATION OF THE CAGE TAG       * 00002200
      *          ACATDRSI - DRS MOVES OUT WITH THE TRANSFER AGENT (I) * 00002300
      *          STKPOSN  - STOCK-RECORD EXTRACT (OPTIONAL), SORTED   * 00002400
      *                     BRANCH/ACCOUNT/CUSIP                      * 00002500
      * OUTPUTS: INTRNST  - IN-TRANSIT EXTRACT, FB 200: H HEADER,     * 00002600
      *                     D ONE PER ITEM, T TRAILER                 * 00002700
      *          RPTPI    - IN-TRANSIT LISTING AND LOCATION SUMMARY   * 00002800
      * PARM:    OPTIONAL AGING THRESHOLDS IN DAYS, 6 DIGITS:         * 00002900
      *          NSCC/CAGE/VAULT DAYS (3), TRANSFER AGENT DAYS (3),   * 00003000
      *          DEFAULT 030040.                                      * 00003100
      * LOCATION: TA    - DRS MOVE OUT WITH THE TRANSFER AGENT, OR    * 00003200
      *                   CAGE TAG SHIPPED OUT                        * 00003300
      *           CAGE  - CAGE TAG RECEIVED OR PULLED, NOT VAULTED    * 00003400
      *           VAULT - VAULTED, NOT YET ON THE STOCK RECORD        * 00003500
      *           NSCC  - SETTLED, NOT YET ON THE STOCK RECORD        * 00003600
      * AN ITEM WHOSE STOCK-RECORD POSITION COVERS THE QUANTITY IS IN * 00003700
      * CONTROL AND IS NOT WRITTEN.  WITHOUT STKPOSN EVERY ITEM IS    * 00003800
      * WRITTEN.  RC 4 WHEN ANY ITEM IS PAST ITS AGING THRESHOLD.     * 00003900
      *---------------------------------------------------------------* 00004000
           EJECT                                                        00004100
      ***************************************************************** 00004200
       ENVIRONMENT DIVISION.                                            00004300
      ***************************************************************** 00004400
       INPUT-OUTPUT SECTION.                                            00004500
       FILE-CONTROL.                                                    00004600
           SELECT STKPOSN-FILE         ASSIGN  TO  STKPOSN              00004700
                                       FILE STATUS  IS STKPOSN-STAT.    00004800
           SELECT INTRNST-FILE         ASSIGN  TO  INTRNST.             00004900
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00005000
                                                                        00005100
      ***************************************************************** 00005200
       DATA DIVISION.                                                   00005300
      ***************************************************************** 00005400
                                                                        00005500
       FILE SECTION.                                                    00005600
                                                                        00005700
       FD  STKPOSN-FILE                                                 00005800
           RECORDING MODE F                                             00005900
           BLOCK CONTAINS 0 RECORDS                                     00006000
           LABEL RECORDS ARE STANDARD                                   00006100
           RECORD CONTAINS 80 CHARACTERS.                               00006200
       01  STKPOSN-RECORD.                                              00006300
           05  STK-REC-TYPE            PIC X(01).                       00006400
               88  STK-POSITION                   VALUE 'P'.            00006500
           05  STK-KEY.                                                 00006600
               10  STK-BRANCH          PIC X(03).                       00006700
               10  STK-ACCT            PIC X(05).                       00006800
               10  STK-CUSIP           PIC X(09).                       00006900
           05  STK-QTY                 PIC S9(12)V9(5).                 00007000
           05  FILLER                  PIC X(45).                       00007100
                                                                        00007200
       FD  INTRNST-FILE                                                 00007300
           RECORDING MODE F                                             00007400
           BLOCK CONTAINS 0 RECORDS                                     00007500
           LABEL RECORDS ARE STANDARD                                   00007600
           RECORD CONTAINS 200 CHARACTERS.                              00007700
       01  INTRNST-RECORD.                                              00007800
           05  ITR-REC-TYPE            PIC  X(01).                      00007900
               88  ITR-HEADER                     VALUE 'H'.            00008000
               88  ITR-DETAIL                     VALUE 'D'.            00008100
               88  ITR-TRAILER                    VALUE 'T'.            00008200
           05  ITR-CLIENT              PIC  X(04).                      00008300
           05  ITR-ACAT-CNTL           PIC  X(14).                      00008400
           05  ITR-ASSET-SEQ           PIC  9(09).                      00008500
           05  ITR-BRANCH              PIC  X(03).                      00008600
           05  ITR-ACCT                PIC  X(05).                      00008700
           05  ITR-CUSIP               PIC  X(09).                      00008800
           05  ITR-QTY                 PIC S9(12)V9(5).                 00008900
           05  ITR-MKT-VAL             PIC S9(13)V99.                   00009000
           05  ITR-START-DT            PIC  X(10).                      00009100
           05  ITR-DAYS                PIC  9(05).                      00009200
           05  ITR-LCTN-CD             PIC  X(05).                      00009300
           05  ITR-CAGE-TAG            PIC  X(09).                      00009400
           05  ITR-VAULT               PIC  X(03).                      00009500
           05  ITR-BOX                 PIC  X(05).                      00009600
           05  ITR-SHELF               PIC  X(03).                      00009700
           05  ITR-TA-NBR              PIC  X(08).                      00009800
           05  ITR-AGED-FLAG           PIC  X(01).                      00009900
               88  ITR-AGED                       VALUE 'Y'.            00010000
           05  ITR-RUN-DT              PIC  X(10).                      00010100
           05  FILLER                  PIC  X(64).                      00010200
       01  INTRNST-HDR-RECORD.                                          00010300
           05  ITH-REC-TYPE            PIC  X(01).                      00010400
           05  ITH-RUN-DT              PIC  X(10).                      00010500
           05  ITH-NSCC-DAYS           PIC  9(03).                      00010600
           05  ITH-TA-DAYS             PIC  9(03).                      00010700
           05  FILLER                  PIC  X(183).                     00010800
       01  INTRNST-TRL-RECORD.                                          00010900
           05  ITT-REC-TYPE            PIC  X(01).                      00011000
           05  ITT-ITEM-CNT            PIC  9(09).                      00011100
           05  ITT-MKT-VAL             PIC S9(15)V99.                   00011200
           05  ITT-AGED-CNT            PIC  9(09).                      00011300
           05  FILLER                  PIC  X(164).                     00011400
                                                                        00011500
       FD  REPORT-FILE                                                  00011600
           RECORDING MODE F                                             00011700
           BLOCK CONTAINS 0 RECORDS                                     00011800
           LABEL RECORDS ARE STANDARD                                   00011900
           RECORD CONTAINS 132 CHARACTERS.                              00012000
       01  REPORT-RECORD                PIC  X(132).                    00012100
                                                                        00012200
           EJECT                                                        00012300
      ***************************************************************** 00012400
       WORKING-STORAGE SECTION.                                         00012500
      ***************************************************************** 00012600
                                                                        00012700
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00012800
                                                                        00012900
       01  CALL-MODULES.                                                00013000
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00013100
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00013200
                                                                        00013300
       01  STKPOSN-STAT                 PIC  X(02)  VALUE SPACES.       00013400
           88  STKPOSN-OK                          VALUE '00'.          00013500
           88  STKPOSN-EOF                         VALUE '10'.          00013600
                                                                        00013700
       01  WS-END-OF-ITM-SW             PIC  X(01)  VALUE 'N'.          00013800
           88  WS-END-OF-ITM                       VALUE 'Y'.           00013900
       01  WS-POS-LOADED-SW             PIC  X(01)  VALUE 'N'.          00014000
           88  WS-POS-LOADED                       VALUE 'Y'.           00014100
                                                                        00014200
      *  HOST VARIABLES - RECEIVED ASSET WITH ITS LOCATION DATA.        00014300
       01  WS-ITM-AREA.                                                 00014400
           05  WS-ITM-CLIENT            PIC  X(04).                     00014500
           05  WS-ITM-ACAT-CNTL         PIC  X(14).                     00014600
           05  WS-ITM-ASSET-SEQ         PIC S9(09) COMP.                00014700
           05  WS-ITM-BRANCH            PIC  X(03).                     00014800
           05  WS-ITM-ACCT              PIC  X(05).                     00014900
           05  WS-ITM-CUSIP             PIC  X(09).                     00015000
           05  WS-ITM-QTY               PIC S9(12)V9(5) COMP-3.         00015100
           05  WS-ITM-MKT-VAL           PIC S9(13)V99 COMP-3.           00015200
           05  WS-ITM-START-DT          PIC  X(10).                     00015300
           05  WS-ITM-DAYS              PIC S9(09) COMP.                00015400
           05  WS-ITM-CAGE-TAG          PIC  X(09).                     00015500
           05  WS-ITM-MVMT-CD           PIC  X(01).                     00015600
               88  WS-ITM-NO-LOCATION              VALUE ' '.           00015700
               88  WS-ITM-RECEIVED                 VALUE 'R'.           00015800
               88  WS-ITM-VAULTED                  VALUE 'V'.           00015900
               88  WS-ITM-PULLED                   VALUE 'P'.           00016000
               88  WS-ITM-SHIPPED                  VALUE 'S'.           00016100
           05  WS-ITM-VAULT             PIC  X(03).                     00016200
           05  WS-ITM-BOX               PIC  X(05).                     00016300
           05  WS-ITM-SHELF             PIC  X(03).                     00016400
           05  WS-ITM-DRS-STTS-CD       PIC  X(01).                     00016500
               88  WS-ITM-DRS-WITH-TA              VALUE 'I'.           00016600
           05  WS-ITM-TA-NBR            PIC  X(08).                     00016700
                                                                        00016800
      *  LOCATION OF THE CURRENT ITEM AND ITS SUMMARY SLOT.             00016900
       01  WS-LCTN-CD                   PIC  X(05).                     00017000
       01  WS-LCTN-SUB                  PIC S9(04) COMP  VALUE +0.      00017100
       01  WS-LCTN-DETAIL               PIC  X(20).                     00017200
       01  WS-AGED-SW                   PIC  X(01)  VALUE 'N'.          00017300
           88  WS-ITEM-AGED                        VALUE 'Y'.           00017400
                                                                        00017500
       01  WS-LCTN-NAMES.                                               00017600
           05  FILLER                   PIC  X(05)  VALUE 'NSCC '.      00017700
           05  FILLER                   PIC  X(05)  VALUE 'CAGE '.      00017800
           05  FILLER                   PIC  X(05)  VALUE 'VAULT'.      00017900
           05  FILLER                   PIC  X(05)  VALUE 'TA   '.      00018000
       01  WS-LCTN-NAME-TABLE REDEFINES WS-LCTN-NAMES.                  00018100
           05  WS-LCTN-NAME             PIC  X(05)  OCCURS 4 TIMES.     00018200
                                                                        00018300
       01  WS-LCTN-TOTALS.                                              00018400
           05  WS-LCTN-TOT              OCCURS 4 TIMES.                 00018500
               10  WS-LCTN-CNT          PIC S9(07) COMP-3.              00018600
               10  WS-LCTN-AGED-CNT     PIC S9(07) COMP-3.              00018700
               10  WS-LCTN-MKT-VAL      PIC S9(15)V99 COMP-3.           00018800
                                                                        00018900
      *  STOCK-RECORD POSITIONS, BINARY-SEARCHED BY BRANCH/ACCT/CUSIP.  00019000
       01  WS-POS-TABLE-AREA.                                           00019100
           05  WS-POS-CNT               PIC S9(05) COMP  VALUE +0.      00019200
           05  WS-POS-ENTRY             OCCURS 10000 TIMES.             00019300
               10  WS-POS-KEY           PIC  X(17).                     00019400
               10  WS-POS-QTY           PIC S9(12)V9(5) COMP-3.         00019500
       01  WS-POS-WORK.                                                 00019600
           05  WS-POS-SRCH-KEY.                                         00019700
               10  WS-PSK-BRANCH        PIC  X(03).                     00019800
               10  WS-PSK-ACCT          PIC  X(05).                     00019900
               10  WS-PSK-CUSIP         PIC  X(09).                     00020000
           05  WS-POS-LO                PIC S9(05) COMP  VALUE +0.      00020100
           05  WS-POS-HI                PIC S9(05) COMP  VALUE +0.      00020200
           05  WS-POS-MID               PIC S9(05) COMP  VALUE +0.      00020300
           05  WS-POS-FOUND-SW          PIC  X(01)  VALUE 'N'.          00020400
               88  WS-POS-FOUND                    VALUE 'Y'.           00020500
                                                                        00020600
       01  WS-RUN-DATE                  PIC  X(10)  VALUE SPACES.       00020700
       01  WS-NSCC-DAYS                 PIC S9(04) COMP  VALUE +30.     00020800
       01  WS-TA-DAYS                   PIC S9(04) COMP  VALUE +40.     00020900
       01  WS-LIMIT-DAYS                PIC S9(04) COMP  VALUE +0.      00021000
                                                                        00021100
       01  WS-CNT-READ                  PIC S9(07) COMP-3  VALUE ZERO.  00021200
       01  WS-CNT-IN-CONTROL            PIC S9(07) COMP-3  VALUE ZERO.  00021300
       01  WS-CNT-WRITTEN               PIC S9(07) COMP-3  VALUE ZERO.  00021400
       01  WS-CNT-AGED                  PIC S9(07) COMP-3  VALUE ZERO.  00021500
       01  WS-CNT-POSNS                 PIC S9(07) COMP-3  VALUE ZERO.  00021600
       01  WS-AMT-IN-TRANSIT            PIC S9(15)V99 COMP-3 VALUE +0.  00021700
                                                                        00021800
       01  WS-ACCEPT-DATE.                                              00021900
           05  WS-ACCEPT-YY             PIC  9(02).                     00022000
           05  WS-ACCEPT-MM             PIC  9(02).                     00022100
           05  WS-ACCEPT-DD             PIC  9(02).                     00022200
                                                                        00022300
       01  WS-DB2-MESSAGE-AREA.                                         00022400
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00022500
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00022600
               INDEXED BY WS-ERROR-INDEX.                               00022700
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00022800
                                                                        00022900
           EJECT                                                        00023000
       01  HDR1-RECORD.                                                 00023100
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00023200
           05  FILLER                   PIC  X(30)  VALUE               00023300
               'CAT791 - 15C3-3 IN-TRANSIT SEC'.                        00023400
           05  FILLER                   PIC  X(30)  VALUE               00023500
               'URITIES, RECEIVED TRANSFERS   '.                        00023600
           05  FILLER                   PIC  X(12)  VALUE               00023700
               'AGING DAYS: '.                                          00023800
           05  HDR1-NSCC-DAYS           PIC  ZZ9.                       00023900
           05  FILLER                   PIC  X(04)  VALUE ' TA '.       00024000
           05  HDR1-TA-DAYS             PIC  ZZ9.                       00024100
           05  FILLER                   PIC  X(04)  VALUE SPACES.       00024200
           05  FILLER                   PIC  X(06)  VALUE 'DATE: '.     00024300
           05  HDR1-DATE-MM             PIC  X(02).                     00024400
           05  FILLER                   PIC  X(01)  VALUE '/'.          00024500
           05  HDR1-DATE-DD             PIC  X(02).                     00024600
           05  FILLER                   PIC  X(01)  VALUE '/'.          00024700
           05  HDR1-DATE-YY             PIC  X(02).                     00024800
           05  FILLER                   PIC  X(31)  VALUE SPACES.       00024900
                                                                        00025000
       01  HDR2-RECORD.                                                 00025100
           05  HDR2-CC                  PIC  X(01)  VALUE '0'.          00025200
           05  FILLER                   PIC  X(30)  VALUE               00025300
               ' CLNT BRN ACCT  ACAT CONTROL  '.                        00025400
           05  FILLER                   PIC  X(30)  VALUE               00025500
               ' CUSIP                QUANTITY'.                        00025600
           05  FILLER                   PIC  X(30)  VALUE               00025700
               '        MARKET VALUE START DAT'.                        00025800
           05  FILLER                   PIC  X(30)  VALUE               00025900
               'E DAYS  LOCN  LOCATION DETAIL '.                        00026000
           05  FILLER                   PIC  X(11)  VALUE               00026100
               '     AGED  '.                                           00026200
                                                                        00026300
       01  DTL1-RECORD.                                                 00026400
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00026500
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00026600
           05  DTL1-CLIENT              PIC  X(04).                     00026700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00026800
           05  DTL1-BRANCH              PIC  X(03).                     00026900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00027000
           05  DTL1-ACCT                PIC  X(05).                     00027100
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00027200
           05  DTL1-ACAT-CNTL           PIC  X(14).                     00027300
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00027400
           05  DTL1-CUSIP               PIC  X(09).                     00027500
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00027600
           05  DTL1-QTY                 PIC  ZZZ,ZZZ,ZZ9.99999-.        00027700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00027800
           05  DTL1-MKT-VAL             PIC  ZZZ,ZZZ,ZZZ,ZZ9.99-.       00027900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00028000
           05  DTL1-START-DT            PIC  X(10).                     00028100
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00028200
           05  DTL1-DAYS                PIC  ZZZZ9.                     00028300
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00028400
           05  DTL1-LCTN-CD             PIC  X(05).                     00028500
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00028600
           05  DTL1-LCTN-DETAIL         PIC  X(20).                     00028700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00028800
           05  DTL1-AGED                PIC  X(05).                     00028900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00029000
                                                                        00029100
       01  SUM1-RECORD.                                                 00029200
           05  SUM1-CC                  PIC  X(01)  VALUE '0'.          00029300
           05  FILLER                   PIC  X(30)  VALUE               00029400
               'LOCATION       ITEMS    AGED  '.                        00029500
           05  FILLER                   PIC  X(30)  VALUE               00029600
               '      MARKET VALUE            '.                        00029700
           05  FILLER                   PIC  X(71)  VALUE SPACES.       00029800
                                                                        00029900
       01  SUM2-RECORD.                                                 00030000
           05  SUM2-CC                  PIC  X(01)  VALUE ' '.          00030100
           05  SUM2-LCTN-CD             PIC  X(05).                     00030200
           05  FILLER                   PIC  X(04)  VALUE SPACES.       00030300
           05  SUM2-CNT                 PIC  ZZZ,ZZZ,ZZ9.               00030400
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00030500
           05  SUM2-AGED-CNT            PIC  ZZZ,ZZ9.                   00030600
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00030700
           05  SUM2-MKT-VAL             PIC  ZZZ,ZZZ,ZZZ,ZZ9.99-.       00030800
           05  FILLER                   PIC  X(83)  VALUE SPACES.       00030900
                                                                        00031000
       01  TRL1-RECORD.                                                 00031100
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00031200
           05  TRL1-LABEL               PIC  X(32).                     00031300
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00031400
           05  FILLER                   PIC  X(88)  VALUE SPACES.       00031500
                                                                        00031600
       01  TRL2-RECORD.                                                 00031700
           05  TRL2-CC                  PIC  X(01)  VALUE ' '.          00031800
           05  TRL2-LABEL               PIC  X(32).                     00031900
           05  TRL2-AMOUNT              PIC  ZZZ,ZZZ,ZZZ,ZZ9.99-.       00032000
           05  FILLER                   PIC  X(80)  VALUE SPACES.       00032100
                                                                        00032200
           EJECT                                                        00032300
      *DB2 COMMUNICATION AREA                                           00032400
           EXEC SQL                                                     00032500
              INCLUDE SQLCA                                             00032600
           END-EXEC.                                                    00032700
                                                                        00032800
      *----------------------------------------------------------------*00032900
      *  SECURITY ASSETS ON SETTLED RECEIVES, AND ON RECEIVES WITH A   *00033000
      *  DRS MOVE OUT WITH THE TRANSFER AGENT, WITH THE CAGE TAG, ITS  *00033100
      *  CUSTODY LOCATION AND THE DRS STATUS.  DAYS IN TRANSIT RUN     *00033200
      *  FROM SETTLEMENT, OR FROM THE DRS MOVE WHEN THE ITEM IS AT THE *00033300
LRM001*  TRANSFER AGENT.  SETTLED TRANSFERS ARE MOSTLY ALREADY ON THE  *00001000
LRM001*  CAT726 HISTORY, WHERE THE CAGE TAG IS CARRIED ON THE ASSET.   *00001000
      *----------------------------------------------------------------*00033500
           EXEC SQL                                                     00033600
              DECLARE ITMCSR CURSOR FOR                                 00033700
                 SELECT A.CLIENT_NBR                                    00033800
                       ,A.ACAT_CONTROL_NBR                              00033900
                       ,A.ASSET_SEQ_NBR                                 00034000
                       ,T.BRANCH_CD                                     00034100
                       ,T.ACCT_CD                                       00034200
                       ,A.ISIN_SEC_ISSUE_CD                             00034300
                       ,A.ASSET_QTY                                     00034400
                       ,VALUE(A.ASSET_AMT, 0)                           00034500
                       ,CHAR(CASE WHEN D.DRS_STTS_CD = 'I'              00034600
                                  THEN D.STTS_DT                        00034700
                                  ELSE VALUE(T.STTLM_DT, CURRENT DATE)  00034800
                             END, ISO)                                  00034900
                       ,DAYS(CURRENT DATE)                              00035000
                      - DAYS(CASE WHEN D.DRS_STTS_CD = 'I'              00035100
                                  THEN D.STTS_DT                        00035200
                                  ELSE VALUE(T.STTLM_DT, CURRENT DATE)  00035300
                             END)                                       00035400
LRM001                 ,' '                                             00001000
LRM001                 ,' '                                             00001000
LRM001                 ,' '                                             00001000
LRM001                 ,' '                                             00001000
LRM001                 ,' '                                             00001000
                       ,VALUE(D.DRS_STTS_CD, ' ')                       00036000
                       ,VALUE(D.TA_NBR, ' ')                            00036100
                 FROM  VTRNFR T                                         00036200
                       INNER JOIN VASSET A                              00036300
                         ON  A.CLIENT_NBR       = T.CLIENT_NBR          00036400
                         AND A.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR    00036500
                       LEFT OUTER JOIN ACATDRSI D                       00037300
                         ON  D.CLIENT_NBR       = A.CLIENT_NBR          00037400
                         AND D.ACAT_CONTROL_NBR = A.ACAT_CONTROL_NBR    00037500
                         AND D.ASSET_SEQ_NBR    = A.ASSET_SEQ_NBR       00037600
                 WHERE T.DSTBN_SIDE_CD     = 'R'                        00037700
                   AND T.STTS_CD           < '400'                      00037800
                   AND T.STTS_CD          <> '140'                      00037900
                   AND (T.STTS_CD          = '310'                      00038000
                        OR D.DRS_STTS_CD   = 'I')                       00038100
                   AND A.ISIN_SEC_ISSUE_CD > ' '                        00038200
                   AND A.ASSET_QTY         > 0                          00038300
LRM001           UNION ALL                                              00001000
LRM001           SELECT A.CLIENT_NBR                                    00001000
LRM001                 ,A.ACAT_CONTROL_NBR                              00001000
LRM001                 ,A.ASSET_SEQ_NBR                                 00001000
LRM001                 ,T.BRANCH_CD                                     00001000
LRM001                 ,T.ACCT_CD                                       00001000
LRM001                 ,A.ISIN_SEC_ISSUE_CD                             00001000
LRM001                 ,A.ASSET_QTY                                     00001000
LRM001                 ,VALUE(A.ASSET_AMT, 0)                           00001000
LRM001                 ,CHAR(CASE WHEN D.DRS_STTS_CD = 'I'              00001000
LRM001                            THEN D.STTS_DT                        00001000
LRM001                            ELSE VALUE(T.STTLM_DT, CURRENT DATE)  00001000
LRM001                       END, ISO)                                  00001000
LRM001                 ,DAYS(CURRENT DATE)                              00001000
LRM001                - DAYS(CASE WHEN D.DRS_STTS_CD = 'I'              00001000
LRM001                            THEN D.STTS_DT                        00001000
LRM001                            ELSE VALUE(T.STTLM_DT, CURRENT DATE)  00001000
LRM001                       END)                                       00001000
LRM001                 ,A.CAGE_TAG_NBR                                  00001000
LRM001                 ,VALUE(L.MVMT_CD, ' ')                           00001000
LRM001                 ,VALUE(L.VAULT_CD, ' ')                          00001000
LRM001                 ,VALUE(L.BOX_NBR, ' ')                           00001000
LRM001                 ,VALUE(L.SHELF_CD, ' ')                          00001000
LRM001                 ,VALUE(D.DRS_STTS_CD, ' ')                       00001000
LRM001                 ,VALUE(D.TA_NBR, ' ')                            00001000
LRM001           FROM  VTRNHSTY T                                       00001000
LRM001                 INNER JOIN VASTHSTY A                            00001000
LRM001                   ON  A.CLIENT_NBR       = T.CLIENT_NBR          00001000
LRM001                   AND A.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR    00001000
LRM001                 LEFT OUTER JOIN ACATVLOC L                       00001000
LRM001                   ON  L.CAGE_TAG_NBR     = A.CAGE_TAG_NBR        00001000
LRM001                   AND A.CAGE_TAG_NBR     > ' '                   00001000
LRM001                 LEFT OUTER JOIN ACATDRSI D                       00001000
LRM001                   ON  D.CLIENT_NBR       = A.CLIENT_NBR          00001000
LRM001                   AND D.ACAT_CONTROL_NBR = A.ACAT_CONTROL_NBR    00001000
LRM001                   AND D.ASSET_SEQ_NBR    = A.ASSET_SEQ_NBR       00001000
LRM001           WHERE T.DSTBN_SIDE_CD     = 'R'                        00001000
LRM001             AND T.STTS_CD           < '400'                      00001000
LRM001             AND T.STTS_CD          <> '140'                      00001000
LRM001             AND (T.STTS_CD          = '310'                      00001000
LRM001                  OR D.DRS_STTS_CD   = 'I')                       00001000
LRM001             AND A.ISIN_SEC_ISSUE_CD > ' '                        00001000
LRM001             AND A.ASSET_QTY         > 0                          00001000
LRM001           ORDER BY 1, 2, 3                                       00001000
LRM001           WITH UR                                                00001000
           END-EXEC.                                                    00038700
                                                                        00038800
           EJECT                                                        00038900
       LINKAGE SECTION.                                                 00039000
       01  PARM-AREA.                                                   00039100
           05  PARM-LENGTH              PIC S9(4) COMP SYNC.            00039200
           05  PARM-NSCC-DAYS           PIC  9(03).                     00039300
           05  PARM-TA-DAYS             PIC  9(03).                     00039400
                                                                        00039500
      ***************************************************************** 00039600
       PROCEDURE DIVISION USING PARM-AREA.                              00039700
      ***************************************************************** 00039800
                                                                        00039900
           DISPLAY '*** CAT791 - 15C3-3 IN-TRANSIT FEED ***'.           00040000
                                                                        00040100
           IF PARM-LENGTH = +6                                          00040200
           AND PARM-NSCC-DAYS NUMERIC                                   00040300
           AND PARM-TA-DAYS NUMERIC                                     00040400
              MOVE PARM-NSCC-DAYS           TO  WS-NSCC-DAYS            00040500
              MOVE PARM-TA-DAYS             TO  WS-TA-DAYS              00040600
           END-IF.                                                      00040700
           DISPLAY 'CAT791 - NSCC/CAGE/VAULT AGING DAYS ' WS-NSCC-DAYS. 00040800
           DISPLAY 'CAT791 - TRANSFER AGENT AGING DAYS  ' WS-TA-DAYS.   00040900
                                                                        00041000
           PERFORM 1000-INITIAL-RTN.                                    00041100
                                                                        00041200
           EXEC SQL                                                     00041300
              OPEN ITMCSR                                               00041400
           END-EXEC.                                                    00041500
           IF SQLCODE NOT = +0                                          00041600
              PERFORM 8000-DB2-ERROR-RTN                                00041700
           END-IF.                                                      00041800
                                                                        00041900
           PERFORM 2000-PROCESS-ITEM-RTN THRU 2000-EXIT                 00042000
              UNTIL WS-END-OF-ITM.                                      00042100
                                                                        00042200
           EXEC SQL                                                     00042300
              CLOSE ITMCSR                                              00042400
           END-EXEC.                                                    00042500
                                                                        00042600
           PERFORM 9000-EOJ-RTN.                                        00042700
                                                                        00042800
           GOBACK.                                                      00042900
                                                                        00043000
           EJECT                                                        00043100
      *****************                                                 00043200
       1000-INITIAL-RTN.                                                00043300
      *****************                                                 00043400
                                                                        00043500
           EXEC SQL                                                     00043600
              SELECT  CHAR(CURRENT DATE, ISO)                           00043700
                INTO :WS-RUN-DATE                                       00043800
                FROM  SYSIBM.SYSDUMMY1                                  00043900
           END-EXEC.                                                    00044000
           IF SQLCODE NOT = +0                                          00044100
              PERFORM 8000-DB2-ERROR-RTN                                00044200
           END-IF.                                                      00044300
           DISPLAY 'CAT791 - RUN DATE ' WS-RUN-DATE.                    00044400
                                                                        00044500
           INITIALIZE WS-LCTN-TOTALS.                                   00044600
                                                                        00044700
           OPEN OUTPUT  INTRNST-FILE                                    00044800
                        REPORT-FILE.                                    00044900
                                                                        00045000
           MOVE SPACES                      TO  INTRNST-HDR-RECORD.     00045100
           SET ITR-HEADER                   TO  TRUE.                   00045200
           MOVE WS-RUN-DATE                 TO  ITH-RUN-DT.             00045300
           MOVE WS-NSCC-DAYS                TO  ITH-NSCC-DAYS.          00045400
           MOVE WS-TA-DAYS                  TO  ITH-TA-DAYS.            00045500
           WRITE INTRNST-HDR-RECORD.                                    00045600
                                                                        00045700
           OPEN INPUT   STKPOSN-FILE.                                   00045800
           IF STKPOSN-OK                                                00045900
              PERFORM 1100-LOAD-POS-RTN THRU 1100-EXIT                  00046000
                 UNTIL STKPOSN-EOF                                      00046100
              CLOSE STKPOSN-FILE                                        00046200
              SET WS-POS-LOADED             TO  TRUE                    00046300
           ELSE                                                         00046400
              DISPLAY 'CAT791 - NO STKPOSN FILE, STATUS = '             00046500
                       STKPOSN-STAT                                     00046600
              DISPLAY 'CAT791 - EVERY RECEIVED ITEM IS WRITTEN'         00046700
           END-IF.                                                      00046800
           DISPLAY 'CAT791 - STOCK-RECORD POSITIONS LOADED '            00046900
                    WS-CNT-POSNS.                                       00047000
                                                                        00047100
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00047200
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00047300
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00047400
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00047500
           MOVE WS-NSCC-DAYS                TO  HDR1-NSCC-DAYS.         00047600
           MOVE WS-TA-DAYS                  TO  HDR1-TA-DAYS.           00047700
                                                                        00047800
           WRITE REPORT-RECORD            FROM  HDR1-RECORD.            00047900
           WRITE REPORT-RECORD            FROM  HDR2-RECORD.            00048000
                                                                        00048100
      *---------------------------------------------------------------  00048200
      * 1100-LOAD-POS-RTN - SETTLED POSITIONS ONLY; THE TABLE IS        00048300
      * BINARY-SEARCHED, SO THE EXTRACT MUST BE IN KEY SEQUENCE.        00048400
      *---------------------------------------------------------------  00048500
       1100-LOAD-POS-RTN.                                               00048600
                                                                        00048700
           READ STKPOSN-FILE                                            00048800
               AT END                                                   00048900
                   SET STKPOSN-EOF          TO  TRUE                    00049000
                   GO TO 1100-EXIT                                      00049100
           END-READ.                                                    00049200
                                                                        00049300
           IF NOT STK-POSITION                                          00049400
              GO TO 1100-EXIT                                           00049500
           END-IF.                                                      00049600
                                                                        00049700
           IF WS-POS-CNT > +0                                           00049800
              IF STK-KEY NOT > WS-POS-KEY (WS-POS-CNT)                  00049900
                 DISPLAY 'CAT791 - STKPOSN OUT OF SEQUENCE - ABENDING'  00050000
                 MOVE 1100                  TO  ABEND-CODE              00050100
                 CALL ABEND              USING  ABEND-CODE              00050200
              END-IF                                                    00050300
           END-IF.                                                      00050400
                                                                        00050500
           IF WS-POS-CNT NOT < +10000                                   00050600
              DISPLAY 'CAT791 - STKPOSN TABLE FULL - ABENDING'          00050700
              MOVE 1100                     TO  ABEND-CODE              00050800
              CALL ABEND                 USING  ABEND-CODE              00050900
           END-IF.                                                      00051000
                                                                        00051100
           ADD 1                            TO  WS-POS-CNT              00051200
                                                WS-CNT-POSNS.           00051300
           MOVE STK-KEY                     TO  WS-POS-KEY (WS-POS-CNT).00051400
           MOVE STK-QTY                     TO  WS-POS-QTY (WS-POS-CNT).00051500
                                                                        00051600
       1100-EXIT.                                                       00051700
           EXIT.                                                        00051800
                                                                        00051900
           EJECT                                                        00052000
      *---------------------------------------------------------------  00052100
      * 2000-PROCESS-ITEM-RTN - LOCATE THE ITEM, DROP IT WHEN THE STOCK 00052200
      * RECORD ALREADY CARRIES IT, AGE IT AND WRITE IT.                 00052300
      *---------------------------------------------------------------  00052400
       2000-PROCESS-ITEM-RTN.                                           00052500
                                                                        00052600
           EXEC SQL                                                     00052700
              FETCH ITMCSR                                              00052800
                 INTO :WS-ITM-CLIENT                                    00052900
                     ,:WS-ITM-ACAT-CNTL                                 00053000
                     ,:WS-ITM-ASSET-SEQ                                 00053100
                     ,:WS-ITM-BRANCH                                    00053200
                     ,:WS-ITM-ACCT                                      00053300
                     ,:WS-ITM-CUSIP                                     00053400
                     ,:WS-ITM-QTY                                       00053500
                     ,:WS-ITM-MKT-VAL                                   00053600
                     ,:WS-ITM-START-DT                                  00053700
                     ,:WS-ITM-DAYS                                      00053800
                     ,:WS-ITM-CAGE-TAG                                  00053900
                     ,:WS-ITM-MVMT-CD                                   00054000
                     ,:WS-ITM-VAULT                                     00054100
                     ,:WS-ITM-BOX                                       00054200
                     ,:WS-ITM-SHELF                                     00054300
                     ,:WS-ITM-DRS-STTS-CD                               00054400
                     ,:WS-ITM-TA-NBR                                    00054500
           END-EXEC.                                                    00054600
                                                                        00054700
           EVALUATE SQLCODE                                             00054800
              WHEN +0                                                   00054900
                 CONTINUE                                               00055000
              WHEN +100                                                 00055100
                 SET WS-END-OF-ITM          TO  TRUE                    00055200
                 GO TO 2000-EXIT                                        00055300
              WHEN OTHER                                                00055400
                 PERFORM 8000-DB2-ERROR-RTN                             00055500
           END-EVALUATE.                                                00055600
                                                                        00055700
           ADD 1                            TO  WS-CNT-READ.            00055800
                                                                        00055900
           PERFORM 2100-SET-LOCATION-RTN.                               00056000
                                                                        00056100
      *    AN ITEM AT THE TRANSFER AGENT IS OUT OF OUR CONTROL WHATEVER 00056200
      *    THE STOCK RECORD SAYS.                                       00056300
           IF WS-POS-LOADED AND WS-LCTN-SUB < +4                        00056400
              PERFORM 3100-FIND-POS-RTN                                 00056500
              IF WS-POS-FOUND                                           00056600
              AND WS-POS-QTY (WS-POS-MID) NOT < WS-ITM-QTY              00056700
                 ADD 1                      TO  WS-CNT-IN-CONTROL       00056800
                 GO TO 2000-EXIT                                        00056900
              END-IF                                                    00057000
           END-IF.                                                      00057100
                                                                        00057200
           IF WS-LCTN-SUB = +4                                          00057300
              MOVE WS-TA-DAYS               TO  WS-LIMIT-DAYS           00057400
           ELSE                                                         00057500
              MOVE WS-NSCC-DAYS             TO  WS-LIMIT-DAYS           00057600
           END-IF.                                                      00057700
           IF WS-ITM-DAYS > WS-LIMIT-DAYS                               00057800
              SET WS-ITEM-AGED              TO  TRUE                    00057900
              ADD 1                         TO  WS-CNT-AGED             00058000
                                    WS-LCTN-AGED-CNT (WS-LCTN-SUB)      00058100
           ELSE                                                         00058200
              MOVE 'N'                      TO  WS-AGED-SW              00058300
           END-IF.                                                      00058400
                                                                        00058500
           ADD 1                            TO  WS-CNT-WRITTEN          00058600
                                            WS-LCTN-CNT (WS-LCTN-SUB).  00058700
           ADD WS-ITM-MKT-VAL               TO  WS-AMT-IN-TRANSIT       00058800
                                        WS-LCTN-MKT-VAL (WS-LCTN-SUB).  00058900
                                                                        00059000
           PERFORM 2200-WRITE-EXTRACT-RTN.                              00059100
           PERFORM 2300-WRITE-DETAIL-RTN.                               00059200
                                                                        00059300
       2000-EXIT.                                                       00059400
           EXIT.                                                        00059500
                                                                        00059600
      *---------------------------------------------------------------  00059700
      * 2100-SET-LOCATION-RTN - A DRS MOVE OR A SHIPPED CAGE TAG IS AT  00059800
      * THE TRANSFER AGENT; A CAGE TAG IS IN THE CAGE UNTIL ACATVLOC    00059900
      * HAS IT VAULTED; WITH NO CAGE TAG IT SETTLED THROUGH NSCC.       00060000
      *---------------------------------------------------------------  00060100
       2100-SET-LOCATION-RTN.                                           00060200
                                                                        00060300
           MOVE SPACES                      TO  WS-LCTN-DETAIL.         00060400
           EVALUATE TRUE                                                00060500
              WHEN WS-ITM-DRS-WITH-TA                                   00060600
                 MOVE +4                    TO  WS-LCTN-SUB             00060700
                 STRING 'TA '              DELIMITED BY SIZE            00060800
                        WS-ITM-TA-NBR      DELIMITED BY SIZE            00060900
                   INTO WS-LCTN-DETAIL                                  00061000
              WHEN WS-ITM-CAGE-TAG = SPACES                             00061100
                 MOVE +1                    TO  WS-LCTN-SUB             00061200
                 MOVE 'NOT ON STOCK RECORD' TO  WS-LCTN-DETAIL          00061300
              WHEN WS-ITM-SHIPPED                                       00061400
                 MOVE +4                    TO  WS-LCTN-SUB             00061500
                 STRING 'SHIPPED TAG '     DELIMITED BY SIZE            00061600
                        WS-ITM-CAGE-TAG    DELIMITED BY SIZE            00061700
                   INTO WS-LCTN-DETAIL                                  00061800
              WHEN WS-ITM-VAULTED                                       00061900
                 MOVE +3                    TO  WS-LCTN-SUB             00062000
                 STRING 'V:'               DELIMITED BY SIZE            00062100
                        WS-ITM-VAULT       DELIMITED BY SIZE            00062200
                        ' BX:'             DELIMITED BY SIZE            00062300
                        WS-ITM-BOX         DELIMITED BY SIZE            00062400
                        ' S:'              DELIMITED BY SIZE            00062500
                        WS-ITM-SHELF       DELIMITED BY SIZE            00062600
                   INTO WS-LCTN-DETAIL                                  00062700
              WHEN OTHER                                                00062800
                 MOVE +2                    TO  WS-LCTN-SUB             00062900
                 STRING 'TAG '             DELIMITED BY SIZE            00063000
                        WS-ITM-CAGE-TAG    DELIMITED BY SIZE            00063100
                   INTO WS-LCTN-DETAIL                                  00063200
           END-EVALUATE.                                                00063300
           MOVE WS-LCTN-NAME (WS-LCTN-SUB)  TO  WS-LCTN-CD.             00063400
                                                                        00063500
      **********************                                            00063600
       2200-WRITE-EXTRACT-RTN.                                          00063700
      **********************                                            00063800
                                                                        00063900
           MOVE SPACES                      TO  INTRNST-RECORD.         00064000
           SET ITR-DETAIL                   TO  TRUE.                   00064100
           MOVE WS-ITM-CLIENT               TO  ITR-CLIENT.             00064200
           MOVE WS-ITM-ACAT-CNTL            TO  ITR-ACAT-CNTL.          00064300
           MOVE WS-ITM-ASSET-SEQ            TO  ITR-ASSET-SEQ.          00064400
           MOVE WS-ITM-BRANCH               TO  ITR-BRANCH.             00064500
           MOVE WS-ITM-ACCT                 TO  ITR-ACCT.               00064600
           MOVE WS-ITM-CUSIP                TO  ITR-CUSIP.              00064700
           MOVE WS-ITM-QTY                  TO  ITR-QTY.                00064800
           MOVE WS-ITM-MKT-VAL              TO  ITR-MKT-VAL.            00064900
           MOVE WS-ITM-START-DT             TO  ITR-START-DT.           00065000
           MOVE WS-ITM-DAYS                 TO  ITR-DAYS.               00065100
           MOVE WS-LCTN-CD                  TO  ITR-LCTN-CD.            00065200
           MOVE WS-ITM-CAGE-TAG             TO  ITR-CAGE-TAG.           00065300
           IF WS-LCTN-SUB = +3                                          00065400
              MOVE WS-ITM-VAULT             TO  ITR-VAULT               00065500
              MOVE WS-ITM-BOX               TO  ITR-BOX                 00065600
              MOVE WS-ITM-SHELF             TO  ITR-SHELF               00065700
           END-IF.                                                      00065800
           MOVE WS-ITM-TA-NBR               TO  ITR-TA-NBR.             00065900
           MOVE WS-AGED-SW                  TO  ITR-AGED-FLAG.          00066000
           MOVE WS-RUN-DATE                 TO  ITR-RUN-DT.             00066100
           WRITE INTRNST-RECORD.                                        00066200
                                                                        00066300
      **********************                                            00066400
       2300-WRITE-DETAIL-RTN.                                           00066500
      **********************                                            00066600
                                                                        00066700
           MOVE WS-ITM-CLIENT               TO  DTL1-CLIENT.            00066800
           MOVE WS-ITM-BRANCH               TO  DTL1-BRANCH.            00066900
           MOVE WS-ITM-ACCT                 TO  DTL1-ACCT.              00067000
           MOVE WS-ITM-ACAT-CNTL            TO  DTL1-ACAT-CNTL.         00067100
           MOVE WS-ITM-CUSIP                TO  DTL1-CUSIP.             00067200
           MOVE WS-ITM-QTY                  TO  DTL1-QTY.               00067300
           MOVE WS-ITM-MKT-VAL              TO  DTL1-MKT-VAL.           00067400
           MOVE WS-ITM-START-DT             TO  DTL1-START-DT.          00067500
           MOVE WS-ITM-DAYS                 TO  DTL1-DAYS.              00067600
           MOVE WS-LCTN-CD                  TO  DTL1-LCTN-CD.           00067700
           MOVE WS-LCTN-DETAIL              TO  DTL1-LCTN-DETAIL.       00067800
           IF WS-ITEM-AGED                                              00067900
              MOVE '*AGED'                  TO  DTL1-AGED               00068000
           ELSE                                                         00068100
              MOVE SPACES                   TO  DTL1-AGED               00068200
           END-IF.                                                      00068300
           WRITE REPORT-RECORD            FROM  DTL1-RECORD.            00068400
                                                                        00068500
      *---------------------------------------------------------------  00068600
      * 3100-FIND-POS-RTN - BINARY SEARCH OF THE STOCK-RECORD TABLE.    00068700
      *---------------------------------------------------------------  00068800
       3100-FIND-POS-RTN.                                               00068900
                                                                        00069000
           MOVE WS-ITM-BRANCH               TO  WS-PSK-BRANCH.          00069100
           MOVE WS-ITM-ACCT                 TO  WS-PSK-ACCT.            00069200
           MOVE WS-ITM-CUSIP                TO  WS-PSK-CUSIP.           00069300
           MOVE 'N'                         TO  WS-POS-FOUND-SW.        00069400
           MOVE +1                          TO  WS-POS-LO.              00069500
           MOVE WS-POS-CNT                  TO  WS-POS-HI.              00069600
           PERFORM 3110-PROBE-POS-RTN                                   00069700
              UNTIL WS-POS-FOUND OR WS-POS-LO > WS-POS-HI.              00069800
                                                                        00069900
       3110-PROBE-POS-RTN.                                              00070000
                                                                        00070100
           COMPUTE WS-POS-MID = (WS-POS-LO + WS-POS-HI) / 2.            00070200
           EVALUATE TRUE                                                00070300
              WHEN WS-POS-KEY (WS-POS-MID) = WS-POS-SRCH-KEY            00070400
                 SET WS-POS-FOUND           TO  TRUE                    00070500
              WHEN WS-POS-KEY (WS-POS-MID) < WS-POS-SRCH-KEY            00070600
                 COMPUTE WS-POS-LO = WS-POS-MID + 1                     00070700
              WHEN OTHER                                                00070800
                 COMPUTE WS-POS-HI = WS-POS-MID - 1                     00070900
           END-EVALUATE.                                                00071000
                                                                        00071100
           EJECT                                                        00071200
      ******************                                                00071300
       8000-DB2-ERROR-RTN.                                              00071400
      ******************                                                00071500
                                                                        00071600
           DISPLAY 'CAT791 - DB2 ERROR, SQLCODE = ' SQLCODE.            00071700
           CALL DSNTIAR               USING  SQLCA                      00071800
                                             WS-DB2-MESSAGE-AREA        00071900
                                             WS-ERR-LINE-LEN            00072000
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00072100
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00072200
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00072300
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00072400
                 END-IF                                                 00072500
           END-PERFORM.                                                 00072600
           DISPLAY 'CAT791 ABENDED'.                                    00072700
           CALL ABEND                 USING  ABEND-CODE.                00072800
                                                                        00072900
           EJECT                                                        00073000
      ************                                                      00073100
       9000-EOJ-RTN.                                                    00073200
      ************                                                      00073300
                                                                        00073400
           MOVE SPACES                      TO  INTRNST-TRL-RECORD.     00073500
           SET ITR-TRAILER                  TO  TRUE.                   00073600
           MOVE WS-CNT-WRITTEN              TO  ITT-ITEM-CNT.           00073700
           MOVE WS-AMT-IN-TRANSIT           TO  ITT-MKT-VAL.            00073800
           MOVE WS-CNT-AGED                 TO  ITT-AGED-CNT.           00073900
           WRITE INTRNST-TRL-RECORD.                                    00074000
                                                                        00074100
           WRITE REPORT-RECORD            FROM  SUM1-RECORD.            00074200
           PERFORM 9100-WRITE-SUMMARY-RTN                               00074300
              VARYING WS-LCTN-SUB FROM +1 BY +1                         00074400
                UNTIL WS-LCTN-SUB > +4.                                 00074500
                                                                        00074600
           MOVE 'RECEIVED ITEMS EXAMINED        '   TO  TRL1-LABEL.     00074700
           MOVE WS-CNT-READ                 TO  TRL1-COUNT.             00074800
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00074900
                                                                        00075000
           MOVE ' '                         TO  TRL1-CC.                00075100
           MOVE 'ON THE STOCK RECORD - IN CONTROL'  TO  TRL1-LABEL.     00075200
           MOVE WS-CNT-IN-CONTROL           TO  TRL1-COUNT.             00075300
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00075400
                                                                        00075500
           MOVE 'IN TRANSIT - WRITTEN           '   TO  TRL1-LABEL.     00075600
           MOVE WS-CNT-WRITTEN              TO  TRL1-COUNT.             00075700
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00075800
                                                                        00075900
           MOVE 'PAST AGING THRESHOLD           '   TO  TRL1-LABEL.     00076000
           MOVE WS-CNT-AGED                 TO  TRL1-COUNT.             00076100
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00076200
                                                                        00076300
           MOVE 'MARKET VALUE IN TRANSIT        '   TO  TRL2-LABEL.     00076400
           MOVE WS-AMT-IN-TRANSIT           TO  TRL2-AMOUNT.            00076500
           WRITE REPORT-RECORD            FROM  TRL2-RECORD.            00076600
                                                                        00076700
           CLOSE INTRNST-FILE                                           00076800
                 REPORT-FILE.                                           00076900
                                                                        00077000
           IF WS-CNT-AGED > ZERO                                        00077100
              MOVE +4                       TO  RETURN-CODE             00077200
           END-IF.                                                      00077300
                                                                        00077400
           DISPLAY ' '                                                  00077500
           DISPLAY 'ITEMS EXAMINED:         ' WS-CNT-READ               00077600
           DISPLAY 'IN CONTROL:             ' WS-CNT-IN-CONTROL         00077700
           DISPLAY 'IN TRANSIT:             ' WS-CNT-WRITTEN            00077800
           DISPLAY 'PAST AGING THRESHOLD:   ' WS-CNT-AGED               00077900
           DISPLAY ' '                                                  00078000
           DISPLAY '*************************'                          00078100
           DISPLAY '* END OF CAT791 PROGRAM *'                          00078200
           DISPLAY '*************************'                          00078300
           DISPLAY ' '.                                                 00078400
                                                                        00078500
      **********************                                            00078600
       9100-WRITE-SUMMARY-RTN.                                          00078700
      **********************                                            00078800
                                                                        00078900
           MOVE WS-LCTN-NAME (WS-LCTN-SUB)  TO  SUM2-LCTN-CD.           00079000
           MOVE WS-LCTN-CNT (WS-LCTN-SUB)   TO  SUM2-CNT.               00079100
           MOVE WS-LCTN-AGED-CNT (WS-LCTN-SUB)                          00079200
                                            TO  SUM2-AGED-CNT.          00079300
           MOVE WS-LCTN-MKT-VAL (WS-LCTN-SUB)                           00079400
                                            TO  SUM2-MKT-VAL.           00079500
           WRITE REPORT-RECORD            FROM  SUM2-RECORD.            00079600
