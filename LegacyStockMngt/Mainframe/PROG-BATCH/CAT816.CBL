000001* PDX    - CAT816   C0369812 10/15/26 17:52:05 TBTIKUO            00000100
000001* CREATED FOR SSR 114483.  TRANSFERS-IN-PROGRESS FEED TO THE      00000200
000001* CUSTOMER STATEMENT SYSTEM.  A CUSTOMER WHOSE TRANSFER WAS       00000300
000001* MID-FLIGHT AT MONTH END SAW THE ASSETS LEAVE ONE STATEMENT AND  00000400
000001* NOT ARRIVE ON ANY OTHER, AND THE "WHERE IS MY MONEY" CALLS      00000500
000001* CAME IN THE FIRST WEEK OF EVERY MONTH.  THIS MONTH-END STEP     00000600
000001* EXTRACTS EVERY ASSET OF EVERY TRANSFER NOT YET SETTLED, BY OUR  00000700
000001* RECEIVING OR DELIVERING ACCOUNT, WITH QUANTITY, USD VALUE AS    00000800
000001* OF THE STATEMENT DATE, TRANSFER STATUS AND EXPECTED SETTLE      00000900
000001* DATE, SO THE STATEMENT SYSTEM CAN PRINT A TRANSFERS IN          00001000
000001* PROGRESS SECTION.  VALUES ARE THE DAILY PRICE FEED'S (CAT657)   00001100
000001* VASSET AMOUNTS; NON-USD AMOUNTS ARE CONVERTED AT THE ACATFXRT   00001200
000001* RATE (CALL CATFXRT, THE CAT653 PATTERN).                        00001300
       IDENTIFICATION DIVISION.                                         00001400
       PROGRAM-ID.  CAT816.                                             00001500
       AUTHOR.      LARRY MUREY.                                        00001600
       DATE-WRITTEN.  OCT 2026.                                         00001700
      *---------------------------------------------------------------* 00001800
      *                         REMARKS                               * 00001900
      * PARM:    CCYYMMDD = STATEMENT DATE (DEFAULT TODAY)            * 00002000
      * INPUTS:  VTRNFR, VASSET (DB2) - TRANSFERS BELOW '310' OTHER   * 00002100
      *                     THAN REJECTED ('140')                     * 00002200
      *          ACATFXRT - FX RATES THROUGH CATFXRT                  * 00002300
      * OUTPUTS: INTRANS  - CATINTR LAYOUT (200 BYTES FB), H/D/T,     * 00002400
      *                     CLIENT / BRANCH / ACCOUNT ORDER           * 00002500
      *          RPTPI    - VALUATION EXCEPTIONS AND CONTROL TOTALS   * 00002600
      * PRICE INDICATOR ON EACH DETAIL:                               * 00002700
      *   Y  PRICED BY THE DAILY FEED WITHIN WS-STALE-DAYS OF THE     * 00002800
      *      STATEMENT DATE                                           * 00002900
      *   S  LAST DAILY PRICE IS OLDER - VALUE AS OF THAT PRICE       * 00003000
      *   N  NEVER PRICED HERE - VALUE IS THE AMOUNT ON THE TRANSFER  * 00003100
      *   F  NON-USD WITH NO USABLE FX RATE - VALUE IS THE RAW        * 00003200
      *      FOREIGN AMOUNT                                           * 00003300
      * RC 4 WHEN ANY ASSET HAS NO USABLE FX RATE.                    * 00003400
      *---------------------------------------------------------------* 00003500
           EJECT                                                        00003600
      ***************************************************************** 00003700
       ENVIRONMENT DIVISION.                                            00003800
      ***************************************************************** 00003900
       INPUT-OUTPUT SECTION.                                            00004000
       FILE-CONTROL.                                                    00004100
           SELECT INTRANS-FILE         ASSIGN  TO  INTRANS.             00004200
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00004300
                                                                        00004400
      ***************************************************************** 00004500
       DATA DIVISION.                                                   00004600
      ***************************************************************** 00004700
                                                                        00004800
       FILE SECTION.                                                    00004900
                                                                        00005000
       FD  INTRANS-FILE                                                 00005100
           RECORDING MODE F                                             00005200
           BLOCK CONTAINS 0 RECORDS                                     00005300
           LABEL RECORDS ARE STANDARD                                   00005400
           RECORD CONTAINS 200 CHARACTERS.                              00005500
           COPY CATINTR REPLACING ==:INTR:== BY ==INTR==.               00005600
                                                                        00005700
       FD  REPORT-FILE                                                  00005800
           RECORDING MODE F                                             00005900
           BLOCK CONTAINS 0 RECORDS                                     00006000
           LABEL RECORDS ARE STANDARD                                   00006100
           RECORD CONTAINS 132 CHARACTERS.                              00006200
       01  REPORT-RECORD                PIC  X(132).                    00006300
                                                                        00006400
           EJECT                                                        00006500
      ***************************************************************** 00006600
       WORKING-STORAGE SECTION.                                         00006700
      ***************************************************************** 00006800
                                                                        00006900
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00007000
                                                                        00007100
       01  CALL-MODULES.                                                00007200
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00007300
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00007400
                                                                        00007500
       01  WS-END-OF-ITR-SW             PIC  X(01)  VALUE 'N'.          00007600
           88  WS-END-OF-ITR                       VALUE 'Y'.           00007700
                                                                        00007800
       01  WS-STALE-DAYS                PIC S9(03) COMP-3  VALUE +5.    00007900
                                                                        00008000
       01  WS-STMT-DT                   PIC  X(10)  VALUE SPACES.       00008100
       01  WS-STMT-DT-R                 REDEFINES  WS-STMT-DT.          00008200
           05  WS-STMT-CCYY             PIC  X(04).                     00008300
           05  FILLER                   PIC  X(01).                     00008400
           05  WS-STMT-MM               PIC  X(02).                     00008500
           05  FILLER                   PIC  X(01).                     00008600
           05  WS-STMT-DD               PIC  X(02).                     00008700
       01  WS-STMT-DATE-8               PIC  X(08)  VALUE SPACES.       00008800
       01  WS-RUN-TMSTP                 PIC  X(26)  VALUE SPACES.       00008900
                                                                        00009000
      *  HOST VARIABLES - ONE ASSET OF A TRANSFER IN PROGRESS.          00009100
       01  WS-ITR-AREA.                                                 00009200
           05  WS-ITR-CLIENT            PIC  X(04).                     00009300
           05  WS-ITR-BRANCH            PIC  X(03).                     00009400
           05  WS-ITR-ACCT              PIC  X(05).                     00009500
           05  WS-ITR-SIDE              PIC  X(01).                     00009600
               88  WS-ITR-INCOMING                 VALUE 'R'.           00009700
           05  WS-ITR-ACAT-CNTL         PIC  X(14).                     00009800
           05  WS-ITR-ASSET-SEQ         PIC S9(09) COMP.                00009900
           05  WS-ITR-CNTRA-PRTCP       PIC  X(04).                     00010000
           05  WS-ITR-CNTRA-ACCT        PIC  X(20).                     00010100
           05  WS-ITR-TRNFR-TYPE        PIC  X(03).                     00010200
           05  WS-ITR-STTS              PIC  X(03).                     00010300
           05  WS-ITR-STTS-R            REDEFINES  WS-ITR-STTS.         00010400
               10  WS-ITR-STTS-SERIES   PIC  X(01).                     00010500
                   88  WS-ITR-REQUEST-SERIES       VALUE '1'.           00010600
                   88  WS-ITR-REVIEW-SERIES        VALUE '2'.           00010700
               10  FILLER               PIC  X(02).                     00010800
           05  WS-ITR-STTL-DT           PIC  X(10).                     00010900
           05  WS-ITR-STTL-DT-R         REDEFINES  WS-ITR-STTL-DT.      00011000
               10  WS-ITR-STTL-CCYY     PIC  X(04).                     00011100
               10  FILLER               PIC  X(01).                     00011200
               10  WS-ITR-STTL-MM       PIC  X(02).                     00011300
               10  FILLER               PIC  X(01).                     00011400
               10  WS-ITR-STTL-DD       PIC  X(02).                     00011500
           05  WS-ITR-CUSIP             PIC  X(09).                     00011600
           05  WS-ITR-SECURITY-ADP      PIC  X(07).                     00011700
           05  WS-ITR-QTY               PIC S9(12)V9(5) COMP-3.         00011800
           05  WS-ITR-AMT               PIC S9(13)V99 COMP-3.           00011900
           05  WS-ITR-CRNCY             PIC  X(03).                     00012000
           05  WS-ITR-PRC-DT            PIC  X(10).                     00012100
           05  WS-ITR-PRC-DT-R          REDEFINES  WS-ITR-PRC-DT.       00012200
               10  WS-ITR-PRC-CCYY      PIC  X(04).                     00012300
               10  FILLER               PIC  X(01).                     00012400
               10  WS-ITR-PRC-MM        PIC  X(02).                     00012500
               10  FILLER               PIC  X(01).                     00012600
               10  WS-ITR-PRC-DD        PIC  X(02).                     00012700
           05  WS-ITR-PRICE-IND         PIC  X(01).                     00012800
               88  WS-ITR-PRICED                   VALUE 'Y'.           00012900
               88  WS-ITR-PRICE-STALE              VALUE 'S'.           00013000
               88  WS-ITR-NOT-PRICED               VALUE 'N'.           00013100
               88  WS-ITR-NO-FX-RATE               VALUE 'F'.           00013200
                                                                        00013300
       01  WS-USD-AMT                   PIC S9(13)V99 COMP-3  VALUE +0. 00013400
       01  WS-USD-PRICE                 PIC S9(09)V9(6) COMP-3          00013500
                                                           VALUE +0.    00013600
                                                                        00013700
       01  WS-CATFXRT                   PIC  X(08) VALUE 'CATFXRT '.    00013800
           COPY CATFXRT REPLACING ==:FXRT:== BY ==FX==.                 00013900
                                                                        00014000
       01  WS-CNT-ASSETS                PIC S9(09) COMP-3  VALUE ZERO.  00014100
       01  WS-CNT-INCOMING              PIC S9(09) COMP-3  VALUE ZERO.  00014200
       01  WS-CNT-OUTGOING              PIC S9(09) COMP-3  VALUE ZERO.  00014300
       01  WS-CNT-STALE                 PIC S9(07) COMP-3  VALUE ZERO.  00014400
       01  WS-CNT-NOT-PRICED            PIC S9(07) COMP-3  VALUE ZERO.  00014500
       01  WS-CNT-FX-CONV               PIC S9(07) COMP-3  VALUE ZERO.  00014600
       01  WS-CNT-FX-NORATE             PIC S9(07) COMP-3  VALUE ZERO.  00014700
       01  WS-VAL-INCOMING              PIC S9(15)V99 COMP-3            00014800
                                                           VALUE ZERO.  00014900
       01  WS-VAL-OUTGOING              PIC S9(15)V99 COMP-3            00015000
                                                           VALUE ZERO.  00015100
       01  WS-VAL-TOTAL                 PIC S9(15)V99 COMP-3            00015200
                                                           VALUE ZERO.  00015300
                                                                        00015400
       01  WS-ACCEPT-DATE.                                              00015500
           05  WS-ACCEPT-YY             PIC  9(02).                     00015600
           05  WS-ACCEPT-MM             PIC  9(02).                     00015700
           05  WS-ACCEPT-DD             PIC  9(02).                     00015800
                                                                        00015900
       01  WS-DB2-MESSAGE-AREA.                                         00016000
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00016100
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00016200
               INDEXED BY WS-ERROR-INDEX.                               00016300
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00016400
                                                                        00016500
           EJECT                                                        00016600
       01  HDR1-RECORD.                                                 00016700
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00016800
           05  FILLER                   PIC  X(30)  VALUE               00016900
               'CAT816 - TRANSFERS IN PROGRESS'.                        00017000
           05  FILLER                   PIC  X(30)  VALUE               00017100
               ' STATEMENT FEED  STMT DATE:   '.                        00017200
           05  HDR1-STMT-DT             PIC  X(10).                     00017300
           05  FILLER                   PIC  X(13)  VALUE SPACES.       00017400
           05  FILLER                   PIC  X(06)  VALUE 'DATE: '.     00017500
           05  HDR1-DATE-MM             PIC  X(02).                     00017600
           05  FILLER                   PIC  X(01)  VALUE '/'.          00017700
           05  HDR1-DATE-DD             PIC  X(02).                     00017800
           05  FILLER                   PIC  X(01)  VALUE '/'.          00017900
           05  HDR1-DATE-YY             PIC  X(02).                     00018000
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00018100
                                                                        00018200
       01  HDR2-RECORD.                                                 00018300
           05  HDR2-CC                  PIC  X(01)  VALUE '0'.          00018400
           05  FILLER                   PIC  X(30)  VALUE               00018500
               ' CLNT BRN ACCT  S CONTROL NBR '.                        00018600
           05  FILLER                   PIC  X(30)  VALUE               00018700
               '      SEQ CUSIP     CCY       '.                        00018800
           05  FILLER                   PIC  X(30)  VALUE               00018900
               '    AMOUNT PRICE DATE MESSAGE '.                        00019000
           05  FILLER                   PIC  X(41)  VALUE SPACES.       00019100
                                                                        00019200
       01  SEC1-RECORD.                                                 00019300
           05  SEC1-CC                  PIC  X(01)  VALUE '0'.          00019400
           05  SEC1-TITLE               PIC  X(40).                     00019500
           05  FILLER                   PIC  X(91)  VALUE SPACES.       00019600
                                                                        00019700
       01  DTL1-RECORD.                                                 00019800
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00019900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00020000
           05  DTL1-CLIENT              PIC  X(04).                     00020100
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00020200
           05  DTL1-BRANCH              PIC  X(03).                     00020300
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00020400
           05  DTL1-ACCT                PIC  X(05).                     00020500
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00020600
           05  DTL1-SIDE                PIC  X(01).                     00020700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00020800
           05  DTL1-ACAT-CNTL           PIC  X(14).                     00020900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00021000
           05  DTL1-ASSET-SEQ           PIC  Z(05)9.                    00021100
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00021200
           05  DTL1-CUSIP               PIC  X(09).                     00021300
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00021400
           05  DTL1-CRNCY               PIC  X(03).                     00021500
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00021600
           05  DTL1-AMT                 PIC  ZZ,ZZZ,ZZZ,ZZ9.99-.        00021700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00021800
           05  DTL1-PRC-DT              PIC  X(10).                     00021900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00022000
           05  DTL1-MESSAGE             PIC  X(35).                     00022100
           05  FILLER                   PIC  X(11)  VALUE SPACES.       00022200
                                                                        00022300
       01  TRL1-RECORD.                                                 00022400
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00022500
           05  TRL1-LABEL               PIC  X(32).                     00022600
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00022700
           05  FILLER                   PIC  X(88)  VALUE SPACES.       00022800
                                                                        00022900
       01  TRL2-RECORD.                                                 00023000
           05  TRL2-CC                  PIC  X(01)  VALUE ' '.          00023100
           05  TRL2-LABEL               PIC  X(32).                     00023200
           05  TRL2-AMOUNT              PIC  ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.   00023300
           05  FILLER                   PIC  X(76)  VALUE SPACES.       00023400
                                                                        00023500
           EJECT                                                        00023600
      *DB2 COMMUNICATION AREA                                           00023700
           EXEC SQL                                                     00023800
              INCLUDE SQLCA                                             00023900
           END-EXEC.                                                    00024000
                                                                        00024100
      *----------------------------------------------------------------*00024200
      *  ASSETS OF EVERY TRANSFER NOT YET SETTLED, BY OUR ACCOUNT.     *00024300
      *  THE CONTRA IS THE DELIVERER ON A RECEIVE AND THE RECEIVER ON  *00024400
      *  A DELIVERY.  THE PRICE INDICATOR COMPARES THE LAST DAILY      *00024500
      *  PRICE DATE WITH THE STATEMENT DATE.                           *00024600
      *----------------------------------------------------------------*00024700
           EXEC SQL                                                     00024800
              DECLARE ITRCSR CURSOR FOR                                 00024900
                 SELECT T.CLIENT_NBR                                    00025000
                       ,T.BRANCH_CD                                     00025100
                       ,T.ACCT_CD                                       00025200
                       ,T.DSTBN_SIDE_CD                                 00025300
                       ,T.ACAT_CONTROL_NBR                              00025400
                       ,A.ASSET_SEQ_NBR                                 00025500
                       ,CASE WHEN T.DSTBN_SIDE_CD = 'R'                 00025600
                             THEN VALUE(T.DLVR_NBR, ' ')                00025700
                             ELSE VALUE(T.RCV_NBR, ' ')                 00025800
                        END                                             00025900
                       ,CASE WHEN T.DSTBN_SIDE_CD = 'R'                 00026000
                             THEN VALUE(T.ACCT_DLVR_NBR, ' ')           00026100
                             ELSE VALUE(T.ACCT_RCV_NBR, ' ')            00026200
                        END                                             00026300
                       ,T.TRNFR_TYPE_CD                                 00026400
                       ,T.STTS_CD                                       00026500
                       ,VALUE(CHAR(T.STTLM_DT, ISO), ' ')               00026600
                       ,VALUE(A.ISIN_SEC_ISSUE_CD, ' ')                 00026700
                       ,VALUE(A.SECURITY_ADP_NBR, ' ')                  00026800
                       ,A.ASSET_QTY                                     00026900
                       ,A.ASSET_AMT                                     00027000
                       ,VALUE(A.CRNCY_CD, 'USD')                        00027100
                       ,VALUE(CHAR(A.ASSET_PRC_DT, ISO), ' ')           00027200
                       ,CASE WHEN A.ASSET_PRC_DT IS NULL                00027300
                             THEN 'N'                                   00027400
                             WHEN A.ASSET_PRC_DT < DATE(:WS-STMT-DT)    00027500
                                  - :WS-STALE-DAYS DAYS                 00027600
                             THEN 'S'                                   00027700
                             ELSE 'Y'                                   00027800
                        END                                             00027900
                 FROM  VTRNFR T                                         00028000
                       INNER JOIN VASSET A                              00028100
                          ON  A.CLIENT_NBR       = T.CLIENT_NBR         00028200
                          AND A.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR   00028300
                 WHERE T.STTS_CD          < '310'                       00028400
                   AND T.STTS_CD         <> '140'                       00028500
                 ORDER BY 1, 2, 3, 5, 6                                 00028600
                 FOR READ ONLY WITH UR                                  00028700
           END-EXEC.                                                    00028800
                                                                        00028900
           EJECT                                                        00029000
      ***************************************************************   00029100
       LINKAGE SECTION.                                                 00029200
      ***************************************************************   00029300
       01  PARM-AREA.                                                   00029400
           05  PARM-LENGTH              PIC S9(4) COMP SYNC.            00029500
           05  PARM-STMT-DATE.                                          00029600
               10  PARM-STMT-CCYY       PIC  X(04).                     00029700
               10  PARM-STMT-MM         PIC  X(02).                     00029800
               10  PARM-STMT-DD         PIC  X(02).                     00029900
                                                                        00030000
           EJECT                                                        00030100
      ***************************************************************** 00030200
       PROCEDURE DIVISION USING PARM-AREA.                              00030300
      ***************************************************************** 00030400
                                                                        00030500
           DISPLAY '*** CAT816 - TRANSFERS IN PROGRESS FEED ***'.       00030600
                                                                        00030700
           PERFORM 1000-INITIAL-RTN.                                    00030800
                                                                        00030900
           MOVE 'VALUATION EXCEPTIONS                    '              00031000
                                            TO  SEC1-TITLE.             00031100
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00031200
           EXEC SQL                                                     00031300
              OPEN ITRCSR                                               00031400
           END-EXEC.                                                    00031500
           IF SQLCODE NOT = +0                                          00031600
              PERFORM 8000-DB2-ERROR-RTN                                00031700
           END-IF.                                                      00031800
                                                                        00031900
           PERFORM 2000-EXTRACT-RTN THRU 2000-EXIT                      00032000
              UNTIL WS-END-OF-ITR.                                      00032100
                                                                        00032200
           EXEC SQL                                                     00032300
              CLOSE ITRCSR                                              00032400
           END-EXEC.                                                    00032500
                                                                        00032600
           PERFORM 9000-EOJ-RTN.                                        00032700
                                                                        00032800
           GOBACK.                                                      00032900
                                                                        00033000
           EJECT                                                        00033100
      *---------------------------------------------------------------  00033200
      * 1000-INITIAL-RTN - STATEMENT DATE FROM THE PARM, OR TODAY.  A   00033300
      * PARM DB2 CANNOT TAKE AS A DATE STOPS THE RUN.                   00033400
      *---------------------------------------------------------------  00033500
       1000-INITIAL-RTN.                                                00033600
                                                                        00033700
           IF PARM-LENGTH = +8 AND PARM-STMT-DATE NUMERIC               00033800
              STRING PARM-STMT-CCYY '-' PARM-STMT-MM '-' PARM-STMT-DD   00033900
                     DELIMITED BY SIZE    INTO  WS-STMT-DT              00034000
              EXEC SQL                                                  00034100
                 SELECT CHAR(DATE(:WS-STMT-DT), ISO)                    00034200
                       ,CHAR(CURRENT TIMESTAMP)                         00034300
                   INTO :WS-STMT-DT                                     00034400
                       ,:WS-RUN-TMSTP                                   00034500
                   FROM SYSIBM.SYSDUMMY1                                00034600
              END-EXEC                                                  00034700
           ELSE                                                         00034800
              EXEC SQL                                                  00034900
                 SELECT CHAR(CURRENT DATE, ISO)                         00035000
                       ,CHAR(CURRENT TIMESTAMP)                         00035100
                   INTO :WS-STMT-DT                                     00035200
                       ,:WS-RUN-TMSTP                                   00035300
                   FROM SYSIBM.SYSDUMMY1                                00035400
              END-EXEC                                                  00035500
           END-IF.                                                      00035600
           IF SQLCODE NOT = +0                                          00035700
              DISPLAY 'CAT816 - INVALID STATEMENT DATE PARM'            00035800
              PERFORM 8000-DB2-ERROR-RTN                                00035900
           END-IF.                                                      00036000
           STRING WS-STMT-CCYY WS-STMT-MM WS-STMT-DD                    00036100
                  DELIMITED BY SIZE       INTO  WS-STMT-DATE-8.         00036200
           DISPLAY 'STATEMENT DATE = ' WS-STMT-DT.                      00036300
                                                                        00036400
           OPEN OUTPUT  INTRANS-FILE                                    00036500
                        REPORT-FILE.                                    00036600
                                                                        00036700
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00036800
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00036900
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00037000
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00037100
           MOVE WS-STMT-DT                  TO  HDR1-STMT-DT.           00037200
                                                                        00037300
           WRITE REPORT-RECORD            FROM  HDR1-RECORD.            00037400
           WRITE REPORT-RECORD            FROM  HDR2-RECORD.            00037500
                                                                        00037600
           MOVE SPACES                      TO  INTR-RECORD.            00037700
           SET INTR-HEADER                  TO  TRUE.                   00037800
           MOVE WS-STMT-DATE-8              TO  INTR-HDR-STMT-DATE.     00037900
           MOVE WS-RUN-TMSTP                TO  INTR-HDR-TMSTP.         00038000
           MOVE 'CAT816'                    TO  INTR-HDR-PGM.           00038100
           WRITE INTR-RECORD.                                           00038200
                                                                        00038300
           EJECT                                                        00038400
      *---------------------------------------------------------------  00038500
      * 2000-EXTRACT-RTN - ONE FEED DETAIL PER ASSET, VALUED IN USD.    00038600
      *---------------------------------------------------------------  00038700
       2000-EXTRACT-RTN.                                                00038800
                                                                        00038900
           EXEC SQL                                                     00039000
              FETCH ITRCSR                                              00039100
                 INTO :WS-ITR-CLIENT                                    00039200
                     ,:WS-ITR-BRANCH                                    00039300
                     ,:WS-ITR-ACCT                                      00039400
                     ,:WS-ITR-SIDE                                      00039500
                     ,:WS-ITR-ACAT-CNTL                                 00039600
                     ,:WS-ITR-ASSET-SEQ                                 00039700
                     ,:WS-ITR-CNTRA-PRTCP                               00039800
                     ,:WS-ITR-CNTRA-ACCT                                00039900
                     ,:WS-ITR-TRNFR-TYPE                                00040000
                     ,:WS-ITR-STTS                                      00040100
                     ,:WS-ITR-STTL-DT                                   00040200
                     ,:WS-ITR-CUSIP                                     00040300
                     ,:WS-ITR-SECURITY-ADP                              00040400
                     ,:WS-ITR-QTY                                       00040500
                     ,:WS-ITR-AMT                                       00040600
                     ,:WS-ITR-CRNCY                                     00040700
                     ,:WS-ITR-PRC-DT                                    00040800
                     ,:WS-ITR-PRICE-IND                                 00040900
           END-EXEC.                                                    00041000
                                                                        00041100
           EVALUATE SQLCODE                                             00041200
              WHEN +100                                                 00041300
                 SET WS-END-OF-ITR          TO  TRUE                    00041400
                 GO TO 2000-EXIT                                        00041500
              WHEN +0                                                   00041600
                 ADD 1                      TO  WS-CNT-ASSETS           00041700
              WHEN OTHER                                                00041800
                 PERFORM 8000-DB2-ERROR-RTN                             00041900
           END-EVALUATE.                                                00042000
                                                                        00042100
           MOVE WS-ITR-AMT                  TO  WS-USD-AMT.             00042200
           PERFORM 2100-FX-CONVERT-RTN THRU 2100-EXIT.                  00042300
                                                                        00042400
           IF WS-ITR-QTY NOT = ZERO                                     00042500
              COMPUTE WS-USD-PRICE ROUNDED = WS-USD-AMT / WS-ITR-QTY    00042600
           ELSE                                                         00042700
              MOVE ZERO                     TO  WS-USD-PRICE            00042800
           END-IF.                                                      00042900
                                                                        00043000
           MOVE SPACES                      TO  INTR-RECORD.            00043100
           SET INTR-DETAIL                  TO  TRUE.                   00043200
           MOVE WS-ITR-CLIENT               TO  INTR-CLIENT.            00043300
           MOVE WS-ITR-BRANCH               TO  INTR-BRANCH.            00043400
           MOVE WS-ITR-ACCT                 TO  INTR-ACCT.              00043500
           MOVE WS-ITR-SIDE                 TO  INTR-DSTBN-SIDE.        00043600
           MOVE WS-ITR-ACAT-CNTL            TO  INTR-ACAT-CNTL.         00043700
           MOVE WS-ITR-ASSET-SEQ            TO  INTR-ASSET-SEQ.         00043800
           MOVE WS-ITR-CNTRA-PRTCP          TO  INTR-CNTRA-PRTCP.       00043900
           MOVE WS-ITR-CNTRA-ACCT           TO  INTR-CNTRA-ACCT.        00044000
           MOVE WS-ITR-TRNFR-TYPE           TO  INTR-TRNFR-TYPE.        00044100
           MOVE WS-ITR-STTS                 TO  INTR-STTS.              00044200
           EVALUATE TRUE                                                00044300
              WHEN WS-ITR-REQUEST-SERIES                                00044400
                 MOVE 'REQUEST PENDING     '  TO  INTR-STTS-DESC        00044500
              WHEN WS-ITR-REVIEW-SERIES                                 00044600
                 MOVE 'UNDER REVIEW        '  TO  INTR-STTS-DESC        00044700
              WHEN OTHER                                                00044800
                 MOVE 'ACCEPTED - SETTLING '  TO  INTR-STTS-DESC        00044900
           END-EVALUATE.                                                00045000
           IF WS-ITR-STTL-DT NOT = SPACES                               00045100
              STRING WS-ITR-STTL-CCYY WS-ITR-STTL-MM WS-ITR-STTL-DD     00045200
                     DELIMITED BY SIZE    INTO  INTR-EXP-STTL-DATE      00045300
           END-IF.                                                      00045400
           MOVE WS-ITR-CUSIP                TO  INTR-CUSIP.             00045500
           MOVE WS-ITR-SECURITY-ADP         TO  INTR-SECURITY-ADP.      00045600
           MOVE WS-ITR-QTY                  TO  INTR-QTY.               00045700
           MOVE WS-USD-PRICE                TO  INTR-PRICE.             00045800
           MOVE WS-USD-AMT                  TO  INTR-MKT-VAL.           00045900
           MOVE WS-ITR-CRNCY                TO  INTR-ORIG-CRNCY.        00046000
           MOVE WS-ITR-AMT                  TO  INTR-ORIG-AMT.          00046100
           MOVE FX-RATE                     TO  INTR-FX-RATE.           00046200
           IF WS-ITR-PRC-DT NOT = SPACES                                00046300
              STRING WS-ITR-PRC-CCYY WS-ITR-PRC-MM WS-ITR-PRC-DD        00046400
                     DELIMITED BY SIZE    INTO  INTR-PRICE-DATE         00046500
           END-IF.                                                      00046600
           MOVE WS-ITR-PRICE-IND            TO  INTR-PRICE-IND.         00046700
           WRITE INTR-RECORD.                                           00046800
                                                                        00046900
           ADD WS-USD-AMT                   TO  WS-VAL-TOTAL.           00047000
           IF WS-ITR-INCOMING                                           00047100
              ADD 1                         TO  WS-CNT-INCOMING         00047200
              ADD WS-USD-AMT                TO  WS-VAL-INCOMING         00047300
           ELSE                                                         00047400
              ADD 1                         TO  WS-CNT-OUTGOING         00047500
              ADD WS-USD-AMT                TO  WS-VAL-OUTGOING         00047600
           END-IF.                                                      00047700
                                                                        00047800
           EVALUATE TRUE                                                00047900
              WHEN WS-ITR-NO-FX-RATE                                    00048000
                 MOVE 'NO USABLE FX RATE - RAW AMOUNT     '             00048100
                                            TO  DTL1-MESSAGE            00048200
              WHEN WS-ITR-NOT-PRICED                                    00048300
                 ADD 1                      TO  WS-CNT-NOT-PRICED       00048400
                 MOVE 'NOT ON THE DAILY PRICE FEED        '             00048500
                                            TO  DTL1-MESSAGE            00048600
              WHEN WS-ITR-PRICE-STALE                                   00048700
                 ADD 1                      TO  WS-CNT-STALE            00048800
                 MOVE 'STALE PRICE - VALUE AS OF PRICE DT '             00048900
                                            TO  DTL1-MESSAGE            00049000
              WHEN OTHER                                                00049100
                 GO TO 2000-EXIT                                        00049200
           END-EVALUATE.                                                00049300
                                                                        00049400
           MOVE WS-ITR-CLIENT               TO  DTL1-CLIENT.            00049500
           MOVE WS-ITR-BRANCH               TO  DTL1-BRANCH.            00049600
           MOVE WS-ITR-ACCT                 TO  DTL1-ACCT.              00049700
           MOVE WS-ITR-SIDE                 TO  DTL1-SIDE.              00049800
           MOVE WS-ITR-ACAT-CNTL            TO  DTL1-ACAT-CNTL.         00049900
           MOVE WS-ITR-ASSET-SEQ            TO  DTL1-ASSET-SEQ.         00050000
           MOVE WS-ITR-CUSIP                TO  DTL1-CUSIP.             00050100
           MOVE WS-ITR-CRNCY                TO  DTL1-CRNCY.             00050200
           MOVE WS-ITR-AMT                  TO  DTL1-AMT.               00050300
           MOVE WS-ITR-PRC-DT               TO  DTL1-PRC-DT.            00050400
           WRITE REPORT-RECORD            FROM  DTL1-RECORD.            00050500
                                                                        00050600
       2000-EXIT.                                                       00050700
           EXIT.                                                        00050800
                                                                        00050900
      *---------------------------------------------------------------  00051000
      * 2100-FX-CONVERT-RTN - RESTATE A NON-USD AMOUNT IN DOLLARS.  A   00051100
      * STALE RATE IS STILL USED; NO USABLE RATE KEEPS THE RAW AMOUNT.  00051200
      *---------------------------------------------------------------  00051300
       2100-FX-CONVERT-RTN.                                             00051400
                                                                        00051500
           MOVE SPACES                      TO  FX-PARAMETERS.          00051600
           MOVE +1                          TO  FX-RATE.                00051700
           IF WS-ITR-CRNCY = 'USD' OR SPACES                            00051800
              GO TO 2100-EXIT                                           00051900
           END-IF.                                                      00052000
                                                                        00052100
           SET FX-GET-RATE                  TO  TRUE.                   00052200
           MOVE WS-ITR-CRNCY                TO  FX-CRNCY-CD.            00052300
           MOVE WS-STALE-DAYS               TO  FX-MAX-AGE-DAYS.        00052400
           CALL WS-CATFXRT               USING  FX-PARAMETERS.          00052500
                                                                        00052600
           IF FX-NO-RATE OR FX-DB2-ERROR                                00052700
              ADD 1                         TO  WS-CNT-FX-NORATE        00052800
              SET WS-ITR-NO-FX-RATE         TO  TRUE                    00052900
              MOVE ZERO                     TO  FX-RATE                 00053000
              GO TO 2100-EXIT                                           00053100
           END-IF.                                                      00053200
                                                                        00053300
           COMPUTE WS-USD-AMT ROUNDED = WS-ITR-AMT * FX-RATE.           00053400
           ADD 1                            TO  WS-CNT-FX-CONV.         00053500
                                                                        00053600
       2100-EXIT.                                                       00053700
           EXIT.                                                        00053800
                                                                        00053900
           EJECT                                                        00054000
      ******************                                                00054100
       8000-DB2-ERROR-RTN.                                              00054200
      ******************                                                00054300
                                                                        00054400
           DISPLAY 'CAT816 - DB2 ERROR, SQLCODE = ' SQLCODE.            00054500
           CALL DSNTIAR               USING  SQLCA                      00054600
                                             WS-DB2-MESSAGE-AREA        00054700
                                             WS-ERR-LINE-LEN            00054800
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00054900
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00055000
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00055100
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00055200
                 END-IF                                                 00055300
           END-PERFORM.                                                 00055400
           DISPLAY 'CAT816 ABENDED'.                                    00055500
           CALL ABEND                 USING  ABEND-CODE.                00055600
                                                                        00055700
           EJECT                                                        00055800
      ************                                                      00055900
       9000-EOJ-RTN.                                                    00056000
      ************                                                      00056100
                                                                        00056200
           MOVE SPACES                      TO  INTR-RECORD.            00056300
           SET INTR-TRAILER                 TO  TRUE.                   00056400
           MOVE WS-STMT-DATE-8              TO  INTR-TRL-STMT-DATE.     00056500
           MOVE WS-CNT-ASSETS               TO  INTR-TRL-REC-CNT.       00056600
           MOVE WS-VAL-TOTAL                TO  INTR-TRL-VAL-TOT.       00056700
           WRITE INTR-RECORD.                                           00056800
                                                                        00056900
           MOVE 'ASSETS EXTRACTED                '  TO  TRL1-LABEL.     00057000
           MOVE WS-CNT-ASSETS               TO  TRL1-COUNT.             00057100
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00057200
                                                                        00057300
           MOVE ' '                         TO  TRL1-CC.                00057400
           MOVE 'INCOMING TRANSFER ASSETS        '  TO  TRL1-LABEL.     00057500
           MOVE WS-CNT-INCOMING             TO  TRL1-COUNT.             00057600
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00057700
                                                                        00057800
           MOVE 'OUTGOING TRANSFER ASSETS        '  TO  TRL1-LABEL.     00057900
           MOVE WS-CNT-OUTGOING             TO  TRL1-COUNT.             00058000
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00058100
                                                                        00058200
           MOVE 'STALE PRICE                     '  TO  TRL1-LABEL.     00058300
           MOVE WS-CNT-STALE                TO  TRL1-COUNT.             00058400
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00058500
                                                                        00058600
           MOVE 'NOT ON THE DAILY PRICE FEED     '  TO  TRL1-LABEL.     00058700
           MOVE WS-CNT-NOT-PRICED           TO  TRL1-COUNT.             00058800
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00058900
                                                                        00059000
           MOVE 'FX CONVERSIONS                  '  TO  TRL1-LABEL.     00059100
           MOVE WS-CNT-FX-CONV              TO  TRL1-COUNT.             00059200
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00059300
                                                                        00059400
           MOVE 'NO USABLE FX RATE               '  TO  TRL1-LABEL.     00059500
           MOVE WS-CNT-FX-NORATE            TO  TRL1-COUNT.             00059600
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00059700
                                                                        00059800
           MOVE 'INCOMING VALUE (USD)            '  TO  TRL2-LABEL.     00059900
           MOVE WS-VAL-INCOMING             TO  TRL2-AMOUNT.            00060000
           WRITE REPORT-RECORD            FROM  TRL2-RECORD.            00060100
                                                                        00060200
           MOVE 'OUTGOING VALUE (USD)            '  TO  TRL2-LABEL.     00060300
           MOVE WS-VAL-OUTGOING             TO  TRL2-AMOUNT.            00060400
           WRITE REPORT-RECORD            FROM  TRL2-RECORD.            00060500
                                                                        00060600
           MOVE 'TOTAL VALUE ON THE FEED (USD)   '  TO  TRL2-LABEL.     00060700
           MOVE WS-VAL-TOTAL                TO  TRL2-AMOUNT.            00060800
           WRITE REPORT-RECORD            FROM  TRL2-RECORD.            00060900
                                                                        00061000
           CLOSE INTRANS-FILE                                           00061100
                 REPORT-FILE.                                           00061200
                                                                        00061300
           IF WS-CNT-FX-NORATE > +0                                     00061400
              MOVE 4                        TO  RETURN-CODE             00061500
           END-IF.                                                      00061600
                                                                        00061700
           DISPLAY ' '                                                  00061800
           DISPLAY 'ASSETS EXTRACTED:       ' WS-CNT-ASSETS             00061900
           DISPLAY 'INCOMING:               ' WS-CNT-INCOMING           00062000
           DISPLAY 'OUTGOING:               ' WS-CNT-OUTGOING           00062100
           DISPLAY 'FX RATE MISSING:        ' WS-CNT-FX-NORATE          00062200
           DISPLAY ' '                                                  00062300
           DISPLAY '*************************'                          00062400
           DISPLAY '* END OF CAT816 PROGRAM *'                          00062500
           DISPLAY '*************************'                          00062600
           DISPLAY ' '.                                                 00062700
