000001* PDX    - CAT792   C0369789 10/15/26 23:04:18 TBTIKUO            00000100
000001* CREATED FOR SSR 114461.  EXTERNAL-FLOW FEED TO THE PORTFOLIO    00000200
000001* PERFORMANCE-MEASUREMENT SYSTEM.  THE PERFORMANCE SYSTEM BOOKS   00000300
000001* A TRANSFER AS INVESTMENT GAIN OR LOSS UNLESS TOLD THE VALUE     00000400
000001* CAME FROM OUTSIDE, SO A CUSTOMER WHO TRANSFERRED IN A LARGE     00000500
000001* ACCOUNT SAW A HUGE FALSE RETURN ON THE QUARTERLY REPORT.        00000600
000001* DAILY, EVERY ASSET OF EVERY TRANSFER THAT SETTLED THAT DAY, IN  00000700
000001* OR OUT, IS WRITTEN WITH THE ACCOUNT, SECURITY, QUANTITY, MARKET 00000800
000001* VALUE AT THE SETTLEMENT DATE FROM THE DAILY PRICE FILE AND THE  00000900
000001* DIRECTION, FOR BOOKING AS AN EXTERNAL CONTRIBUTION OR           00001000
000001* WITHDRAWAL.  DIRECTION COMES FROM OUR SIDE OF THE TRANSFER, NOT 00001100
000001* THE TRANSFER TYPE, SO A PTD WE DELIVER IS A WITHDRAWAL OF ONLY  00001200
000001* THE ASSETS DELIVERED; RECLAIMS AND FAIL REVERSALS ARE MARKED AS 00001300
000001* REVERSING FLOWS.                                                00001400
       IDENTIFICATION DIVISION.                                         00001500
       PROGRAM-ID.  CAT792.                                             00001600
       AUTHOR.      LARRY MUREY.                                        00001700
       DATE-WRITTEN.  OCT 2026.                                         00001800
      *---------------------------------------------------------------* 00001900
      *                         REMARKS                               * 00002000
      * RUNS DAILY AFTER CAT657 (SAME PRICE FILE).                    * 00002100
      * INPUTS:  VTRNFR   - TRANSFERS SETTLED ON THE RUN DATE, ACTIVE * 00002200
      *          VASSET     AND ALREADY ARCHIVED BY CAT726 (VTRNHSTY/ * 00002300
      *                     VASTHSTY); STATUS 310 AND CLOSED, NOT 600 * 00002400
      *          ACATMBSF - POOL FACTOR FOR MORTGAGE-BACKED ASSETS    * 00002500
      *          PRICEIN  - DAILY PRICE FILE: CUSIP(9) PRICE          * 00002600
      *                     9(9)V9(6) PRICE-DATE(8), SORTED BY CUSIP  * 00002700
      * OUTPUTS: PERFFLOW - EXTERNAL FLOWS, FB 150: H HEADER, D ONE   * 00002800
      *                     PER ASSET, T TRAILER                      * 00002900
      *          RPTPI    - UNPRICED ITEMS AND CONTROL TOTALS         * 00003000
      * PARM:    OPTIONAL SETTLE DATE YYYY-MM-DD FOR A RERUN,         * 00003100
      *          DEFAULT THE CURRENT DATE.                            * 00003200
      * DIRECTION: C = CONTRIBUTION (WE RECEIVED), W = WITHDRAWAL     * 00003300
      * (WE DELIVERED).  FLOW TYPE: T = TRANSFER, R = REVERSING FLOW  * 00003400
      * (RCL, RCR RECLAIMS AND FRV FAIL REVERSALS).                   * 00003500
      * MARKET VALUE = QUANTITY X POOL FACTOR X PRICE; CASH (NO       * 00003600
      * CUSIP) AT ITS AMOUNT; A SECURITY NOT ON THE PRICE FILE AT ITS * 00003700
      * CARRIED ASSET VALUE AND LISTED.                               * 00003800
      *---------------------------------------------------------------* 00003900
           EJECT                                                        00004000
      ***************************************************************** 00004100
       ENVIRONMENT DIVISION.                                            00004200
      ***************************************************************** 00004300
       INPUT-OUTPUT SECTION.                                            00004400
       FILE-CONTROL.                                                    00004500
           SELECT PRICE-IN-FILE        ASSIGN  TO  PRICEIN              00004600
                                       FILE STATUS  IS PRICEIN-STAT.    00004700
           SELECT PERFFLOW-FILE        ASSIGN  TO  PERFFLOW.            00004800
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00004900
                                                                        00005000
      ***************************************************************** 00005100
       DATA DIVISION.                                                   00005200
      ***************************************************************** 00005300
                                                                        00005400
       FILE SECTION.                                                    00005500
                                                                        00005600
       FD  PRICE-IN-FILE                                                00005700
           RECORDING MODE F                                             00005800
           BLOCK CONTAINS 0 RECORDS                                     00005900
           LABEL RECORDS ARE STANDARD                                   00006000
           RECORD CONTAINS 80 CHARACTERS.                               00006100
       01  PRICE-IN-RECORD.                                             00006200
           05  PRC-CUSIP                PIC  X(09).                     00006300
           05  PRC-PRICE                PIC  9(09)V9(06).               00006400
           05  PRC-PRICE-DATE           PIC  X(08).                     00006500
           05  FILLER                   PIC  X(48).                     00006600
                                                                        00006700
       FD  PERFFLOW-FILE                                                00006800
           RECORDING MODE F                                             00006900
           BLOCK CONTAINS 0 RECORDS                                     00007000
           LABEL RECORDS ARE STANDARD                                   00007100
           RECORD CONTAINS 150 CHARACTERS.                              00007200
       01  PERFFLOW-RECORD.                                             00007300
           05  PFL-REC-TYPE            PIC  X(01).                      00007400
               88  PFL-HEADER                     VALUE 'H'.            00007500
               88  PFL-DETAIL                     VALUE 'D'.            00007600
               88  PFL-TRAILER                    VALUE 'T'.            00007700
           05  PFL-CLIENT              PIC  X(04).                      00007800
           05  PFL-BRANCH              PIC  X(03).                      00007900
           05  PFL-ACCT                PIC  X(05).                      00008000
           05  PFL-ACAT-CNTL           PIC  X(14).                      00008100
           05  PFL-ASSET-SEQ           PIC  9(09).                      00008200
           05  PFL-TRNFR-TYPE          PIC  X(03).                      00008300
           05  PFL-DIRECTION           PIC  X(01).                      00008400
               88  PFL-CONTRIBUTION               VALUE 'C'.            00008500
               88  PFL-WITHDRAWAL                 VALUE 'W'.            00008600
           05  PFL-FLOW-TYPE           PIC  X(01).                      00008700
               88  PFL-TRANSFER                   VALUE 'T'.            00008800
               88  PFL-REVERSAL                   VALUE 'R'.            00008900
           05  PFL-CUSIP               PIC  X(09).                      00009000
           05  PFL-QTY                 PIC S9(12)V9(5).                 00009100
           05  PFL-PRICE               PIC  9(09)V9(06).                00009200
           05  PFL-MKT-VAL             PIC S9(13)V99.                   00009300
           05  PFL-PRICE-SRC           PIC  X(01).                      00009400
               88  PFL-PRICED                     VALUE 'P'.            00009500
               88  PFL-PRICED-OTHER-DATE          VALUE 'S'.            00009600
               88  PFL-CARRIED-VALUE              VALUE 'A'.            00009700
               88  PFL-CASH                       VALUE 'C'.            00009800
           05  PFL-STTLM-DT            PIC  X(10).                      00009900
           05  FILLER                  PIC  X(42).                      00010000
       01  PERFFLOW-HDR-RECORD.                                         00010100
           05  PFH-REC-TYPE            PIC  X(01).                      00010200
           05  PFH-STTLM-DT            PIC  X(10).                      00010300
           05  FILLER                  PIC  X(139).                     00010400
       01  PERFFLOW-TRL-RECORD.                                         00010500
           05  PFT-REC-TYPE            PIC  X(01).                      00010600
           05  PFT-ITEM-CNT            PIC  9(09).                      00010700
           05  PFT-IN-VAL              PIC S9(15)V99.                   00010800
           05  PFT-OUT-VAL             PIC S9(15)V99.                   00010900
           05  FILLER                  PIC  X(106).                     00011000
                                                                        00011100
       FD  REPORT-FILE                                                  00011200
           RECORDING MODE F                                             00011300
           BLOCK CONTAINS 0 RECORDS                                     00011400
           LABEL RECORDS ARE STANDARD                                   00011500
           RECORD CONTAINS 132 CHARACTERS.                              00011600
       01  REPORT-RECORD                PIC  X(132).                    00011700
                                                                        00011800
           EJECT                                                        00011900
      ***************************************************************** 00012000
       WORKING-STORAGE SECTION.                                         00012100
      ***************************************************************** 00012200
                                                                        00012300
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00012400
                                                                        00012500
       01  CALL-MODULES.                                                00012600
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00012700
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00012800
                                                                        00012900
       01  PRICEIN-STAT                 PIC  X(02)  VALUE SPACES.       00013000
           88  PRICEIN-OK                          VALUE '00'.          00013100
           88  PRICEIN-EOF                         VALUE '10'.          00013200
                                                                        00013300
       01  WS-END-OF-FLW-SW             PIC  X(01)  VALUE 'N'.          00013400
           88  WS-END-OF-FLW                       VALUE 'Y'.           00013500
                                                                        00013600
      *  HOST VARIABLES - SETTLED ASSET, IN CUSIP SEQUENCE.             00013700
       01  WS-FLW-AREA.                                                 00013800
           05  WS-FLW-CUSIP             PIC  X(09).                     00013900
           05  WS-FLW-CLIENT            PIC  X(04).                     00014000
           05  WS-FLW-ACAT-CNTL         PIC  X(14).                     00014100
           05  WS-FLW-ASSET-SEQ         PIC S9(09) COMP.                00014200
           05  WS-FLW-BRANCH            PIC  X(03).                     00014300
           05  WS-FLW-ACCT              PIC  X(05).                     00014400
           05  WS-FLW-TRNFR-TYPE        PIC  X(03).                     00014500
               88  WS-FLW-REVERSAL           VALUES 'RCL' 'RCR' 'FRV'.  00014600
           05  WS-FLW-SIDE-CD           PIC  X(01).                     00014700
               88  WS-FLW-RECEIVE                  VALUE 'R'.           00014800
           05  WS-FLW-QTY               PIC S9(12)V9(5) COMP-3.         00014900
           05  WS-FLW-AMT               PIC S9(13)V99 COMP-3.           00015000
           05  WS-FLW-FCTR              PIC S9(01)V9(08) COMP-3.        00015100
                                                                        00015200
       01  WS-STTLM-DT                  PIC  X(10)  VALUE SPACES.       00015300
       01  WS-STTLM-DT-R  REDEFINES WS-STTLM-DT.                        00015400
           05  WS-STTLM-YYYY            PIC  X(04).                     00015500
           05  FILLER                   PIC  X(01).                     00015600
           05  WS-STTLM-MM              PIC  X(02).                     00015700
           05  FILLER                   PIC  X(01).                     00015800
           05  WS-STTLM-DD              PIC  X(02).                     00015900
       01  WS-STTLM-DT-8.                                               00016000
           05  WS-STTLM-8-YYYY          PIC  X(04).                     00016100
           05  WS-STTLM-8-MM            PIC  X(02).                     00016200
           05  WS-STTLM-8-DD            PIC  X(02).                     00016300
                                                                        00016400
       01  WS-PRC-KEY                   PIC  X(09)  VALUE LOW-VALUES.   00016500
       01  WS-PRICE                     PIC  9(09)V9(06) VALUE ZERO.    00016600
       01  WS-MKT-VAL                   PIC S9(13)V99 COMP-3 VALUE +0.  00016700
       01  WS-PRICE-SRC                 PIC  X(01).                     00016800
                                                                        00016900
       01  WS-CNT-READ                  PIC S9(07) COMP-3  VALUE ZERO.  00017000
       01  WS-CNT-IN                    PIC S9(07) COMP-3  VALUE ZERO.  00017100
       01  WS-CNT-OUT                   PIC S9(07) COMP-3  VALUE ZERO.  00017200
       01  WS-CNT-REVERSAL              PIC S9(07) COMP-3  VALUE ZERO.  00017300
       01  WS-CNT-CASH                  PIC S9(07) COMP-3  VALUE ZERO.  00017400
       01  WS-CNT-PRICED                PIC S9(07) COMP-3  VALUE ZERO.  00017500
       01  WS-CNT-OTHER-DATE            PIC S9(07) COMP-3  VALUE ZERO.  00017600
       01  WS-CNT-UNPRICED              PIC S9(07) COMP-3  VALUE ZERO.  00017700
       01  WS-CNT-PRICES                PIC S9(07) COMP-3  VALUE ZERO.  00017800
       01  WS-AMT-IN                    PIC S9(15)V99 COMP-3 VALUE +0.  00017900
       01  WS-AMT-OUT                   PIC S9(15)V99 COMP-3 VALUE +0.  00018000
                                                                        00018100
       01  WS-ACCEPT-DATE.                                              00018200
           05  WS-ACCEPT-YY             PIC  9(02).                     00018300
           05  WS-ACCEPT-MM             PIC  9(02).                     00018400
           05  WS-ACCEPT-DD             PIC  9(02).                     00018500
                                                                        00018600
       01  WS-DB2-MESSAGE-AREA.                                         00018700
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00018800
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00018900
               INDEXED BY WS-ERROR-INDEX.                               00019000
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00019100
                                                                        00019200
           EJECT                                                        00019300
       01  HDR1-RECORD.                                                 00019400
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00019500
           05  FILLER                   PIC  X(30)  VALUE               00019600
               'CAT792 - PERFORMANCE EXTERNAL '.                        00019700
           05  FILLER                   PIC  X(30)  VALUE               00019800
               'FLOW FEED          SETTLE:    '.                        00019900
           05  HDR1-STTLM-DT            PIC  X(10).                     00020000
           05  FILLER                   PIC  X(04)  VALUE SPACES.       00020100
           05  FILLER                   PIC  X(06)  VALUE 'DATE: '.     00020200
           05  HDR1-DATE-MM             PIC  X(02).                     00020300
           05  FILLER                   PIC  X(01)  VALUE '/'.          00020400
           05  HDR1-DATE-DD             PIC  X(02).                     00020500
           05  FILLER                   PIC  X(01)  VALUE '/'.          00020600
           05  HDR1-DATE-YY             PIC  X(02).                     00020700
           05  FILLER                   PIC  X(43)  VALUE SPACES.       00020800
                                                                        00020900
       01  HDR2-RECORD.                                                 00021000
           05  HDR2-CC                  PIC  X(01)  VALUE '0'.          00021100
           05  FILLER                   PIC  X(30)  VALUE               00021200
               ' CLNT BRN ACCT  ACAT CONTROL  '.                        00021300
           05  FILLER                   PIC  X(30)  VALUE               00021400
               ' TYP D CUSIP                QU'.                        00021500
           05  FILLER                   PIC  X(30)  VALUE               00021600
               'ANTITY          VALUE USED REA'.                        00021700
           05  FILLER                   PIC  X(30)  VALUE               00021800
               'SON                           '.                        00021900
           05  FILLER                   PIC  X(11)  VALUE SPACES.       00022000
                                                                        00022100
       01  DTL1-RECORD.                                                 00022200
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00022300
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00022400
           05  DTL1-CLIENT              PIC  X(04).                     00022500
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00022600
           05  DTL1-BRANCH              PIC  X(03).                     00022700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00022800
           05  DTL1-ACCT                PIC  X(05).                     00022900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00023000
           05  DTL1-ACAT-CNTL           PIC  X(14).                     00023100
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00023200
           05  DTL1-TRNFR-TYPE          PIC  X(03).                     00023300
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00023400
           05  DTL1-DIRECTION           PIC  X(01).                     00023500
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00023600
           05  DTL1-CUSIP               PIC  X(09).                     00023700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00023800
           05  DTL1-QTY                 PIC  ZZZ,ZZZ,ZZ9.99999-.        00023900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00024000
           05  DTL1-MKT-VAL             PIC  ZZZ,ZZZ,ZZZ,ZZ9.99-.       00024100
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00024200
           05  DTL1-REASON              PIC  X(30).                     00024300
           05  FILLER                   PIC  X(13)  VALUE SPACES.       00024400
                                                                        00024500
       01  TRL1-RECORD.                                                 00024600
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00024700
           05  TRL1-LABEL               PIC  X(32).                     00024800
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00024900
           05  FILLER                   PIC  X(88)  VALUE SPACES.       00025000
                                                                        00025100
       01  TRL2-RECORD.                                                 00025200
           05  TRL2-CC                  PIC  X(01)  VALUE ' '.          00025300
           05  TRL2-LABEL               PIC  X(32).                     00025400
           05  TRL2-AMOUNT              PIC  ZZZ,ZZZ,ZZZ,ZZ9.99-.       00025500
           05  FILLER                   PIC  X(80)  VALUE SPACES.       00025600
                                                                        00025700
           EJECT                                                        00025800
      *DB2 COMMUNICATION AREA                                           00025900
           EXEC SQL                                                     00026000
              INCLUDE SQLCA                                             00026100
           END-EXEC.                                                    00026200
                                                                        00026300
      *----------------------------------------------------------------*00026400
      *  ASSETS OF TRANSFERS SETTLED ON THE SETTLE DATE, ACTIVE AND    *00026500
      *  ARCHIVED, IN CUSIP SEQUENCE FOR THE PRICE FILE MATCH.  CASH   *00026600
      *  (BLANK CUSIP) SORTS FIRST.                                    *00026700
      *----------------------------------------------------------------*00026800
           EXEC SQL                                                     00026900
              DECLARE FLWCSR CURSOR FOR                                 00027000
                 SELECT A.ISIN_SEC_ISSUE_CD                             00027100
                       ,A.CLIENT_NBR                                    00027200
                       ,A.ACAT_CONTROL_NBR                              00027300
                       ,A.ASSET_SEQ_NBR                                 00027400
                       ,T.BRANCH_CD                                     00027500
                       ,T.ACCT_CD                                       00027600
                       ,T.TRNFR_TYPE_CD                                 00027700
                       ,T.DSTBN_SIDE_CD                                 00027800
                       ,A.ASSET_QTY                                     00027900
                       ,VALUE(A.ASSET_AMT, 0)                           00028000
                       ,VALUE(F.POOL_FCTR, 1)                           00028100
                 FROM  VTRNFR T                                         00028200
                       INNER JOIN VASSET A                              00028300
                         ON  A.CLIENT_NBR       = T.CLIENT_NBR          00028400
                         AND A.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR    00028500
                       LEFT OUTER JOIN ACATMBSF F                       00028600
                         ON  F.CUSIP_NBR        = A.ISIN_SEC_ISSUE_CD   00028700
                         AND A.MBS_SERIAL_NBR  <> ' '                   00028800
                 WHERE T.STTLM_DT          = DATE(:WS-STTLM-DT)         00028900
                   AND T.STTS_CD          >= '310'                      00029000
                   AND T.STTS_CD          <> '600'                      00029100
                 UNION ALL                                              00029200
                 SELECT A.ISIN_SEC_ISSUE_CD                             00029300
                       ,A.CLIENT_NBR                                    00029400
                       ,A.ACAT_CONTROL_NBR                              00029500
                       ,A.ASSET_SEQ_NBR                                 00029600
                       ,T.BRANCH_CD                                     00029700
                       ,T.ACCT_CD                                       00029800
                       ,T.TRNFR_TYPE_CD                                 00029900
                       ,T.DSTBN_SIDE_CD                                 00030000
                       ,A.ASSET_QTY                                     00030100
                       ,VALUE(A.ASSET_AMT, 0)                           00030200
                       ,VALUE(F.POOL_FCTR, 1)                           00030300
                 FROM  VTRNHSTY T                                       00030400
                       INNER JOIN VASTHSTY A                            00030500
                         ON  A.CLIENT_NBR       = T.CLIENT_NBR          00030600
                         AND A.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR    00030700
                       LEFT OUTER JOIN ACATMBSF F                       00030800
                         ON  F.CUSIP_NBR        = A.ISIN_SEC_ISSUE_CD   00030900
                         AND A.MBS_SERIAL_NBR  <> ' '                   00031000
                 WHERE T.STTLM_DT          = DATE(:WS-STTLM-DT)         00031100
                   AND T.STTS_CD          >= '310'                      00031200
                   AND T.STTS_CD          <> '600'                      00031300
                 ORDER BY 1, 2, 3, 4                                    00031400
                 WITH UR                                                00031500
           END-EXEC.                                                    00031600
                                                                        00031700
           EJECT                                                        00031800
       LINKAGE SECTION.                                                 00031900
       01  PARM-AREA.                                                   00032000
           05  PARM-LENGTH              PIC S9(4) COMP SYNC.            00032100
           05  PARM-STTLM-DT            PIC  X(10).                     00032200
                                                                        00032300
      ***************************************************************** 00032400
       PROCEDURE DIVISION USING PARM-AREA.                              00032500
      ***************************************************************** 00032600
                                                                        00032700
           DISPLAY '*** CAT792 - PERFORMANCE EXTERNAL-FLOW FEED ***'.   00032800
                                                                        00032900
           PERFORM 1000-INITIAL-RTN.                                    00033000
                                                                        00033100
           EXEC SQL                                                     00033200
              OPEN FLWCSR                                               00033300
           END-EXEC.                                                    00033400
           IF SQLCODE NOT = +0                                          00033500
              PERFORM 8000-DB2-ERROR-RTN                                00033600
           END-IF.                                                      00033700
                                                                        00033800
           PERFORM 2000-PROCESS-FLOW-RTN THRU 2000-EXIT                 00033900
              UNTIL WS-END-OF-FLW.                                      00034000
                                                                        00034100
           EXEC SQL                                                     00034200
              CLOSE FLWCSR                                              00034300
           END-EXEC.                                                    00034400
                                                                        00034500
           PERFORM 9000-EOJ-RTN.                                        00034600
                                                                        00034700
           GOBACK.                                                      00034800
                                                                        00034900
           EJECT                                                        00035000
      *****************                                                 00035100
       1000-INITIAL-RTN.                                                00035200
      *****************                                                 00035300
                                                                        00035400
           IF PARM-LENGTH = +10                                         00035500
           AND PARM-STTLM-DT (5 : 1) = '-'                              00035600
           AND PARM-STTLM-DT (8 : 1) = '-'                              00035700
              MOVE PARM-STTLM-DT            TO  WS-STTLM-DT             00035800
           ELSE                                                         00035900
              EXEC SQL                                                  00036000
                 SELECT  CHAR(CURRENT DATE, ISO)                        00036100
                   INTO :WS-STTLM-DT                                    00036200
                   FROM  SYSIBM.SYSDUMMY1                               00036300
              END-EXEC                                                  00036400
              IF SQLCODE NOT = +0                                       00036500
                 PERFORM 8000-DB2-ERROR-RTN                             00036600
              END-IF                                                    00036700
           END-IF.                                                      00036800
           DISPLAY 'CAT792 - SETTLE DATE ' WS-STTLM-DT.                 00036900
           MOVE WS-STTLM-YYYY               TO  WS-STTLM-8-YYYY.        00037000
           MOVE WS-STTLM-MM                 TO  WS-STTLM-8-MM.          00037100
           MOVE WS-STTLM-DD                 TO  WS-STTLM-8-DD.          00037200
                                                                        00037300
           OPEN OUTPUT  PERFFLOW-FILE                                   00037400
                        REPORT-FILE.                                    00037500
                                                                        00037600
           MOVE SPACES                      TO  PERFFLOW-HDR-RECORD.    00037700
           SET PFL-HEADER                   TO  TRUE.                   00037800
           MOVE WS-STTLM-DT                 TO  PFH-STTLM-DT.           00037900
           WRITE PERFFLOW-HDR-RECORD.                                   00038000
                                                                        00038100
           OPEN INPUT   PRICE-IN-FILE.                                  00038200
           IF PRICEIN-OK                                                00038300
              PERFORM 2500-READ-PRICE-RTN THRU 2500-EXIT                00038400
           ELSE                                                         00038500
              DISPLAY 'CAT792 - NO PRICEIN FILE, STATUS = '             00038600
                       PRICEIN-STAT                                     00038700
              DISPLAY 'CAT792 - SECURITIES GO AT THEIR CARRIED VALUE'   00038800
              MOVE HIGH-VALUES              TO  WS-PRC-KEY              00038900
           END-IF.                                                      00039000
                                                                        00039100
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00039200
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00039300
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00039400
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00039500
           MOVE WS-STTLM-DT                 TO  HDR1-STTLM-DT.          00039600
                                                                        00039700
           WRITE REPORT-RECORD            FROM  HDR1-RECORD.            00039800
           WRITE REPORT-RECORD            FROM  HDR2-RECORD.            00039900
                                                                        00040000
           EJECT                                                        00040100
      *---------------------------------------------------------------  00040200
      * 2000-PROCESS-FLOW-RTN - VALUE THE ASSET AND WRITE THE FLOW.     00040300
      * OUR SIDE OF THE TRANSFER GIVES THE DIRECTION.                   00040400
      *---------------------------------------------------------------  00040500
       2000-PROCESS-FLOW-RTN.                                           00040600
                                                                        00040700
           EXEC SQL                                                     00040800
              FETCH FLWCSR                                              00040900
                 INTO :WS-FLW-CUSIP                                     00041000
                     ,:WS-FLW-CLIENT                                    00041100
                     ,:WS-FLW-ACAT-CNTL                                 00041200
                     ,:WS-FLW-ASSET-SEQ                                 00041300
                     ,:WS-FLW-BRANCH                                    00041400
                     ,:WS-FLW-ACCT                                      00041500
                     ,:WS-FLW-TRNFR-TYPE                                00041600
                     ,:WS-FLW-SIDE-CD                                   00041700
                     ,:WS-FLW-QTY                                       00041800
                     ,:WS-FLW-AMT                                       00041900
                     ,:WS-FLW-FCTR                                      00042000
           END-EXEC.                                                    00042100
                                                                        00042200
           EVALUATE SQLCODE                                             00042300
              WHEN +0                                                   00042400
                 CONTINUE                                               00042500
              WHEN +100                                                 00042600
                 SET WS-END-OF-FLW          TO  TRUE                    00042700
                 GO TO 2000-EXIT                                        00042800
              WHEN OTHER                                                00042900
                 PERFORM 8000-DB2-ERROR-RTN                             00043000
           END-EVALUATE.                                                00043100
                                                                        00043200
           ADD 1                            TO  WS-CNT-READ.            00043300
                                                                        00043400
           PERFORM 2100-VALUE-ASSET-RTN THRU 2100-EXIT.                 00043500
                                                                        00043600
           IF WS-FLW-RECEIVE                                            00043700
              ADD 1                         TO  WS-CNT-IN               00043800
              ADD WS-MKT-VAL                TO  WS-AMT-IN               00043900
           ELSE                                                         00044000
              ADD 1                         TO  WS-CNT-OUT              00044100
              ADD WS-MKT-VAL                TO  WS-AMT-OUT              00044200
           END-IF.                                                      00044300
           IF WS-FLW-REVERSAL                                           00044400
              ADD 1                         TO  WS-CNT-REVERSAL         00044500
           END-IF.                                                      00044600
                                                                        00044700
           PERFORM 2200-WRITE-FLOW-RTN.                                 00044800
                                                                        00044900
       2000-EXIT.                                                       00045000
           EXIT.                                                        00045100
                                                                        00045200
      *---------------------------------------------------------------  00045300
      * 2100-VALUE-ASSET-RTN - CASH AT ITS AMOUNT; A SECURITY AT THE    00045400
      * PRICE FILE PRICE, OR ITS CARRIED VALUE WHEN IT HAS NO PRICE.    00045500
      *---------------------------------------------------------------  00045600
       2100-VALUE-ASSET-RTN.                                            00045700
                                                                        00045800
           MOVE ZERO                        TO  WS-PRICE.               00045900
           IF WS-FLW-CUSIP = SPACES                                     00046000
              MOVE WS-FLW-AMT               TO  WS-MKT-VAL              00046100
              MOVE 'C'                      TO  WS-PRICE-SRC            00046200
              ADD 1                         TO  WS-CNT-CASH             00046300
              GO TO 2100-EXIT                                           00046400
           END-IF.                                                      00046500
                                                                        00046600
           PERFORM 2500-READ-PRICE-RTN THRU 2500-EXIT                   00046700
              UNTIL WS-PRC-KEY NOT < WS-FLW-CUSIP.                      00046800
                                                                        00046900
           IF WS-PRC-KEY = WS-FLW-CUSIP                                 00047000
              MOVE PRC-PRICE                TO  WS-PRICE                00047100
              COMPUTE WS-MKT-VAL ROUNDED =                              00047200
                      WS-FLW-QTY * WS-FLW-FCTR * WS-PRICE               00047300
              IF PRC-PRICE-DATE = WS-STTLM-DT-8                         00047400
                 MOVE 'P'                   TO  WS-PRICE-SRC            00047500
                 ADD 1                      TO  WS-CNT-PRICED           00047600
              ELSE                                                      00047700
                 MOVE 'S'                   TO  WS-PRICE-SRC            00047800
                 ADD 1                      TO  WS-CNT-OTHER-DATE       00047900
                 MOVE 'PRICE NOT OF THE SETTLE DATE'                    00048000
                                            TO  DTL1-REASON             00048100
                 PERFORM 2300-WRITE-DETAIL-RTN                          00048200
              END-IF                                                    00048300
           ELSE                                                         00048400
              MOVE WS-FLW-AMT               TO  WS-MKT-VAL              00048500
              MOVE 'A'                      TO  WS-PRICE-SRC            00048600
              ADD 1                         TO  WS-CNT-UNPRICED         00048700
              MOVE 'NO PRICE - CARRIED VALUE USED'                      00048800
                                            TO  DTL1-REASON             00048900
              PERFORM 2300-WRITE-DETAIL-RTN                             00049000
           END-IF.                                                      00049100
                                                                        00049200
       2100-EXIT.                                                       00049300
           EXIT.                                                        00049400
                                                                        00049500
      **********************                                            00049600
       2200-WRITE-FLOW-RTN.                                             00049700
      **********************                                            00049800
                                                                        00049900
           MOVE SPACES                      TO  PERFFLOW-RECORD.        00050000
           SET PFL-DETAIL                   TO  TRUE.                   00050100
           MOVE WS-FLW-CLIENT               TO  PFL-CLIENT.             00050200
           MOVE WS-FLW-BRANCH               TO  PFL-BRANCH.             00050300
           MOVE WS-FLW-ACCT                 TO  PFL-ACCT.               00050400
           MOVE WS-FLW-ACAT-CNTL            TO  PFL-ACAT-CNTL.          00050500
           MOVE WS-FLW-ASSET-SEQ            TO  PFL-ASSET-SEQ.          00050600
           MOVE WS-FLW-TRNFR-TYPE           TO  PFL-TRNFR-TYPE.         00050700
           IF WS-FLW-RECEIVE                                            00050800
              SET PFL-CONTRIBUTION          TO  TRUE                    00050900
           ELSE                                                         00051000
              SET PFL-WITHDRAWAL            TO  TRUE                    00051100
           END-IF.                                                      00051200
           IF WS-FLW-REVERSAL                                           00051300
              SET PFL-REVERSAL              TO  TRUE                    00051400
           ELSE                                                         00051500
              SET PFL-TRANSFER              TO  TRUE                    00051600
           END-IF.                                                      00051700
           MOVE WS-FLW-CUSIP                TO  PFL-CUSIP.              00051800
           MOVE WS-FLW-QTY                  TO  PFL-QTY.                00051900
           MOVE WS-PRICE                    TO  PFL-PRICE.              00052000
           MOVE WS-MKT-VAL                  TO  PFL-MKT-VAL.            00052100
           MOVE WS-PRICE-SRC                TO  PFL-PRICE-SRC.          00052200
           MOVE WS-STTLM-DT                 TO  PFL-STTLM-DT.           00052300
           WRITE PERFFLOW-RECORD.                                       00052400
                                                                        00052500
      **********************                                            00052600
       2300-WRITE-DETAIL-RTN.                                           00052700
      **********************                                            00052800
                                                                        00052900
           MOVE WS-FLW-CLIENT               TO  DTL1-CLIENT.            00053000
           MOVE WS-FLW-BRANCH               TO  DTL1-BRANCH.            00053100
           MOVE WS-FLW-ACCT                 TO  DTL1-ACCT.              00053200
           MOVE WS-FLW-ACAT-CNTL            TO  DTL1-ACAT-CNTL.         00053300
           MOVE WS-FLW-TRNFR-TYPE           TO  DTL1-TRNFR-TYPE.        00053400
           IF WS-FLW-RECEIVE                                            00053500
              MOVE 'C'                      TO  DTL1-DIRECTION          00053600
           ELSE                                                         00053700
              MOVE 'W'                      TO  DTL1-DIRECTION          00053800
           END-IF.                                                      00053900
           MOVE WS-FLW-CUSIP                TO  DTL1-CUSIP.             00054000
           MOVE WS-FLW-QTY                  TO  DTL1-QTY.               00054100
           MOVE WS-MKT-VAL                  TO  DTL1-MKT-VAL.           00054200
           WRITE REPORT-RECORD            FROM  DTL1-RECORD.            00054300
                                                                        00054400
      *---------------------------------------------------------------  00054500
      * 2500-READ-PRICE-RTN - HIGH-VALUES KEY AT END OF THE PRICE FILE. 00054600
      *---------------------------------------------------------------  00054700
       2500-READ-PRICE-RTN.                                             00054800
                                                                        00054900
           IF WS-PRC-KEY = HIGH-VALUES                                  00055000
              GO TO 2500-EXIT                                           00055100
           END-IF.                                                      00055200
                                                                        00055300
           READ PRICE-IN-FILE.                                          00055400
           EVALUATE TRUE                                                00055500
              WHEN PRICEIN-OK                                           00055600
                 IF PRC-CUSIP < WS-PRC-KEY                              00055700
                    DISPLAY 'CAT792 - PRICEIN OUT OF SEQUENCE - '       00055800
                            'ABENDING'                                  00055900
                    MOVE 2500               TO  ABEND-CODE              00056000
                    CALL ABEND           USING  ABEND-CODE              00056100
                 END-IF                                                 00056200
                 IF PRC-PRICE NOT NUMERIC                               00056300
                 OR PRC-PRICE = ZERO                                    00056400
                    GO TO 2500-READ-PRICE-RTN                           00056500
                 END-IF                                                 00056600
                 ADD 1                      TO  WS-CNT-PRICES           00056700
                 MOVE PRC-CUSIP             TO  WS-PRC-KEY              00056800
              WHEN PRICEIN-EOF                                          00056900
                 MOVE HIGH-VALUES           TO  WS-PRC-KEY              00057000
                 CLOSE PRICE-IN-FILE                                    00057100
              WHEN OTHER                                                00057200
                 DISPLAY 'CAT792 - READ ERROR ON PRICEIN, STATUS = '    00057300
                          PRICEIN-STAT                                  00057400
                 MOVE 16                    TO  ABEND-CODE              00057500
                 CALL ABEND              USING  ABEND-CODE              00057600
           END-EVALUATE.                                                00057700
                                                                        00057800
       2500-EXIT.                                                       00057900
           EXIT.                                                        00058000
                                                                        00058100
           EJECT                                                        00058200
      ******************                                                00058300
       8000-DB2-ERROR-RTN.                                              00058400
      ******************                                                00058500
                                                                        00058600
           DISPLAY 'CAT792 - DB2 ERROR, SQLCODE = ' SQLCODE.            00058700
           CALL DSNTIAR               USING  SQLCA                      00058800
                                             WS-DB2-MESSAGE-AREA        00058900
                                             WS-ERR-LINE-LEN            00059000
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00059100
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00059200
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00059300
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00059400
                 END-IF                                                 00059500
           END-PERFORM.                                                 00059600
           DISPLAY 'CAT792 ABENDED'.                                    00059700
           CALL ABEND                 USING  ABEND-CODE.                00059800
                                                                        00059900
           EJECT                                                        00060000
      ************                                                      00060100
       9000-EOJ-RTN.                                                    00060200
      ************                                                      00060300
                                                                        00060400
           MOVE SPACES                      TO  PERFFLOW-TRL-RECORD.    00060500
           SET PFL-TRAILER                  TO  TRUE.                   00060600
           MOVE WS-CNT-READ                 TO  PFT-ITEM-CNT.           00060700
           MOVE WS-AMT-IN                   TO  PFT-IN-VAL.             00060800
           MOVE WS-AMT-OUT                  TO  PFT-OUT-VAL.            00060900
           WRITE PERFFLOW-TRL-RECORD.                                   00061000
                                                                        00061100
           MOVE 'SETTLED ASSETS WRITTEN         '   TO  TRL1-LABEL.     00061200
           MOVE WS-CNT-READ                 TO  TRL1-COUNT.             00061300
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00061400
                                                                        00061500
           MOVE ' '                         TO  TRL1-CC.                00061600
           MOVE 'CONTRIBUTIONS (RECEIVED)       '   TO  TRL1-LABEL.     00061700
           MOVE WS-CNT-IN                   TO  TRL1-COUNT.             00061800
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00061900
                                                                        00062000
           MOVE 'WITHDRAWALS (DELIVERED)        '   TO  TRL1-LABEL.     00062100
           MOVE WS-CNT-OUT                  TO  TRL1-COUNT.             00062200
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00062300
                                                                        00062400
           MOVE 'REVERSING FLOWS (RCL/RCR/FRV)  '   TO  TRL1-LABEL.     00062500
           MOVE WS-CNT-REVERSAL             TO  TRL1-COUNT.             00062600
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00062700
                                                                        00062800
           MOVE 'CASH AT AMOUNT                 '   TO  TRL1-LABEL.     00062900
           MOVE WS-CNT-CASH                 TO  TRL1-COUNT.             00063000
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00063100
                                                                        00063200
           MOVE 'PRICED AS OF THE SETTLE DATE   '   TO  TRL1-LABEL.     00063300
           MOVE WS-CNT-PRICED               TO  TRL1-COUNT.             00063400
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00063500
                                                                        00063600
           MOVE 'PRICED AS OF ANOTHER DATE      '   TO  TRL1-LABEL.     00063700
           MOVE WS-CNT-OTHER-DATE           TO  TRL1-COUNT.             00063800
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00063900
                                                                        00064000
           MOVE 'NO PRICE - CARRIED VALUE       '   TO  TRL1-LABEL.     00064100
           MOVE WS-CNT-UNPRICED             TO  TRL1-COUNT.             00064200
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00064300
                                                                        00064400
           MOVE 'CONTRIBUTION VALUE             '   TO  TRL2-LABEL.     00064500
           MOVE WS-AMT-IN                   TO  TRL2-AMOUNT.            00064600
           WRITE REPORT-RECORD            FROM  TRL2-RECORD.            00064700
                                                                        00064800
           MOVE 'WITHDRAWAL VALUE               '   TO  TRL2-LABEL.     00064900
           MOVE WS-AMT-OUT                  TO  TRL2-AMOUNT.            00065000
           WRITE REPORT-RECORD            FROM  TRL2-RECORD.            00065100
                                                                        00065200
           IF WS-PRC-KEY NOT = HIGH-VALUES                              00065300
              CLOSE PRICE-IN-FILE                                       00065400
           END-IF.                                                      00065500
           CLOSE PERFFLOW-FILE                                          00065600
                 REPORT-FILE.                                           00065700
                                                                        00065800
           IF WS-CNT-UNPRICED > ZERO                                    00065900
              MOVE +4                       TO  RETURN-CODE             00066000
           END-IF.                                                      00066100
                                                                        00066200
           DISPLAY ' '                                                  00066300
           DISPLAY 'ASSETS WRITTEN:         ' WS-CNT-READ               00066400
           DISPLAY 'CONTRIBUTIONS:          ' WS-CNT-IN                 00066500
           DISPLAY 'WITHDRAWALS:            ' WS-CNT-OUT                00066600
           DISPLAY 'PRICES READ:            ' WS-CNT-PRICES             00066700
           DISPLAY 'NO PRICE:               ' WS-CNT-UNPRICED           00066800
           DISPLAY ' '                                                  00066900
           DISPLAY '*************************'                          00067000
           DISPLAY '* END OF CAT792 PROGRAM *'                          00067100
           DISPLAY '*************************'                          00067200
           DISPLAY ' '.                                                 00067300
