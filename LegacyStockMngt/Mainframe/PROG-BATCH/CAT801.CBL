000001* PDX    - CAT801   C0369800 10/15/26 08:31:47 TBTIKUO            00000100
000001* CREATED FOR SSR 114471.  MONTHLY OPERATIONAL LOSS REPORT.       00000200
000001* SUMMARISES THE ACATLOSS LOSS EVENTS (ACATLEDB) FOR THE MONTH    00000300
000001* BY ROOT CAUSE AND RESPONSIBLE AREA, RANKED BY NET LOSS SO       00000400
000001* MANAGEMENT SEES WHICH FAILURES COST THE MOST, THEN LISTS THE    00000500
000001* MONTH'S EVENTS LARGEST NET LOSS FIRST.                          00000600
       IDENTIFICATION DIVISION.                                         00000700
       PROGRAM-ID.  CAT801.                                             00000800
       AUTHOR.      LARRY MUREY.                                        00000900
       DATE-WRITTEN.  OCT 2026.                                         00001000
      *---------------------------------------------------------------* 00001100
      *                         REMARKS                               * 00001200
      * PARM:   CCYYMM (OPTIONAL) - REPORT MONTH.  DEFAULT IS THE     * 00001300
      *         MONTH BEFORE THE RUN DATE.                            * 00001400
      * INPUT:  ACATLOSS, ACATLOSX (DB2)                              * 00001500
      * OUTPUT: RPTPI   - SECTION 1 ROOT CAUSE WITHIN AREA, SECTION 2 * 00001600
      *                   BY ROOT CAUSE, SECTION 3 BY AREA, EACH      * 00001700
      *                   RANKED BY NET LOSS; SECTION 4 THE EVENTS    * 00001800
      * AN EVENT BELONGS TO THE MONTH OF ITS EVENT DATE.  REJECTED    * 00001900
      * EVENTS ARE LEFT OUT.  APPROVED NET IS THE NET LOSS ALREADY    * 00002000
      * APPROVED FOR BOOKING; UNAPPR COUNTS EVENTS STILL OPEN.        * 00002100
      *---------------------------------------------------------------* 00002200
           EJECT                                                        00002300
      ***************************************************************** 00002400
       ENVIRONMENT DIVISION.                                            00002500
      ***************************************************************** 00002600
       INPUT-OUTPUT SECTION.                                            00002700
       FILE-CONTROL.                                                    00002800
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00002900
                                                                        00003000
      ***************************************************************** 00003100
       DATA DIVISION.                                                   00003200
      ***************************************************************** 00003300
                                                                        00003400
       FILE SECTION.                                                    00003500
                                                                        00003600
       FD  REPORT-FILE                                                  00003700
           RECORDING MODE F                                             00003800
           BLOCK CONTAINS 0 RECORDS                                     00003900
           LABEL RECORDS ARE STANDARD                                   00004000
           RECORD CONTAINS 132 CHARACTERS.                              00004100
       01  REPORT-RECORD                PIC  X(132).                    00004200
                                                                        00004300
           EJECT                                                        00004400
      ***************************************************************** 00004500
       WORKING-STORAGE SECTION.                                         00004600
      ***************************************************************** 00004700
                                                                        00004800
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00004900
                                                                        00005000
       01  CALL-MODULES.                                                00005100
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00005200
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00005300
                                                                        00005400
       01  WS-END-OF-SUM-SW             PIC  X(01)  VALUE 'N'.          00005500
           88  WS-END-OF-SUM                       VALUE 'Y'.           00005600
       01  WS-END-OF-EVT-SW             PIC  X(01)  VALUE 'N'.          00005700
           88  WS-END-OF-EVT                       VALUE 'Y'.           00005800
                                                                        00005900
       01  WS-RPT-MONTH.                                                00006000
           05  WS-RPT-CCYY              PIC  9(04).                     00006100
           05  WS-RPT-MM                PIC  9(02).                     00006200
       01  WS-MONTH-START.                                              00006300
           05  WS-MS-CCYY               PIC  9(04).                     00006400
           05  FILLER                   PIC  X(01)  VALUE '-'.          00006500
           05  WS-MS-MM                 PIC  9(02).                     00006600
           05  FILLER                   PIC  X(03)  VALUE '-01'.        00006700
                                                                        00006800
      *  HOST VARIABLES - ONE SUMMARY ROW.                              00006900
       01  WS-SUM-AREA.                                                 00007000
           05  WS-SUM-SECTION           PIC S9(04) COMP.                00007100
           05  WS-SUM-CAUSE             PIC  X(04).                     00007200
           05  WS-SUM-RSPNS-AREA        PIC  X(04).                     00007300
           05  WS-SUM-EVT-CNT           PIC S9(07) COMP-3.              00007400
           05  WS-SUM-GROSS-AMT         PIC S9(13)V99 COMP-3.           00007500
           05  WS-SUM-RCVRY-AMT         PIC S9(13)V99 COMP-3.           00007600
           05  WS-SUM-NET-AMT           PIC S9(13)V99 COMP-3.           00007700
           05  WS-SUM-APRV-AMT          PIC S9(13)V99 COMP-3.           00007800
           05  WS-SUM-OPEN-CNT          PIC S9(07) COMP-3.              00007900
       01  WS-PREV-SECTION              PIC S9(04) COMP  VALUE ZERO.    00008000
                                                                        00008100
      *  HOST VARIABLES - ONE EVENT.                                    00008200
       01  WS-EVT-AREA.                                                 00008300
           05  WS-EVT-NBR               PIC S9(09) COMP.                00008400
           05  WS-EVT-DT                PIC  X(10).                     00008500
           05  WS-EVT-CAUSE             PIC  X(04).                     00008600
           05  WS-EVT-RSPNS-AREA        PIC  X(04).                     00008700
           05  WS-EVT-SRCE              PIC  X(01).                     00008800
           05  WS-EVT-NET-AMT           PIC S9(13)V99 COMP-3.           00008900
           05  WS-EVT-STTS              PIC  X(01).                     00009000
           05  WS-EVT-LNK-CLT           PIC  X(04).                     00009100
           05  WS-EVT-LNK-ACAT          PIC  X(14).                     00009200
           05  WS-EVT-DESC              PIC  X(60).                     00009300
                                                                        00009400
       01  WS-TOTALS.                                                   00009500
           05  WS-TOT-EVT-CNT           PIC S9(07) COMP-3.              00009600
           05  WS-TOT-GROSS-AMT         PIC S9(13)V99 COMP-3.           00009700
           05  WS-TOT-RCVRY-AMT         PIC S9(13)V99 COMP-3.           00009800
           05  WS-TOT-NET-AMT           PIC S9(13)V99 COMP-3.           00009900
           05  WS-TOT-APRV-AMT          PIC S9(13)V99 COMP-3.           00010000
           05  WS-TOT-OPEN-CNT          PIC S9(07) COMP-3.              00010100
                                                                        00010200
       01  WS-SECTION-TITLES.                                           00010300
           05  FILLER                   PIC  X(40)  VALUE               00010400
               'SECTION 1 - ROOT CAUSE WITHIN AREA      '.              00010500
           05  FILLER                   PIC  X(40)  VALUE               00010600
               'SECTION 2 - BY ROOT CAUSE               '.              00010700
           05  FILLER                   PIC  X(40)  VALUE               00010800
               'SECTION 3 - BY RESPONSIBLE AREA         '.              00010900
       01  WS-SECTION-TABLE REDEFINES WS-SECTION-TITLES.                00011000
           05  WS-SECTION-TITLE         PIC  X(40)  OCCURS 3 TIMES.     00011100
                                                                        00011200
       01  WS-CNT-ROWS                  PIC S9(07) COMP-3  VALUE ZERO.  00011300
       01  WS-CNT-EVTS                  PIC S9(07) COMP-3  VALUE ZERO.  00011400
                                                                        00011500
       01  WS-ACCEPT-DATE.                                              00011600
           05  WS-ACCEPT-YY             PIC  9(02).                     00011700
           05  WS-ACCEPT-MM             PIC  9(02).                     00011800
           05  WS-ACCEPT-DD             PIC  9(02).                     00011900
                                                                        00012000
       01  WS-DB2-MESSAGE-AREA.                                         00012100
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00012200
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00012300
               INDEXED BY WS-ERROR-INDEX.                               00012400
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00012500
                                                                        00012600
           EJECT                                                        00012700
       01  HDR1-RECORD.                                                 00012800
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00012900
           05  FILLER                   PIC  X(30)  VALUE               00013000
               'CAT801 - OPERATIONAL LOSS EVEN'.                        00013100
           05  FILLER                   PIC  X(30)  VALUE               00013200
               'TS FOR MONTH                  '.                        00013300
           05  HDR1-RPT-MM              PIC  9(02).                     00013400
           05  FILLER                   PIC  X(01)  VALUE '/'.          00013500
           05  HDR1-RPT-CCYY            PIC  9(04).                     00013600
           05  FILLER                   PIC  X(16)  VALUE SPACES.       00013700
           05  FILLER                   PIC  X(06)  VALUE               00013800
               'DATE: '.                                                00013900
           05  HDR1-DATE-MM             PIC  X(02).                     00014000
           05  FILLER                   PIC  X(01)  VALUE '/'.          00014100
           05  HDR1-DATE-DD             PIC  X(02).                     00014200
           05  FILLER                   PIC  X(01)  VALUE '/'.          00014300
           05  HDR1-DATE-YY             PIC  X(02).                     00014400
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00014500
                                                                        00014600
       01  SEC1-RECORD.                                                 00014700
           05  SEC1-CC                  PIC  X(01)  VALUE '0'.          00014800
           05  SEC1-TITLE               PIC  X(40).                     00014900
           05  FILLER                   PIC  X(91)  VALUE SPACES.       00015000
                                                                        00015100
       01  HDR2-RECORD.                                                 00015200
           05  HDR2-CC                  PIC  X(01)  VALUE ' '.          00015300
           05  FILLER                   PIC  X(30)  VALUE               00015400
               'CAUSE AREA  EVENTS          GR'.                        00015500
           05  FILLER                   PIC  X(30)  VALUE               00015600
               'OSS LOSS        RECOVERIES    '.                        00015700
           05  FILLER                   PIC  X(30)  VALUE               00015800
               '       NET LOSS      APPROVED '.                        00015900
           05  FILLER                   PIC  X(30)  VALUE               00016000
               'NET    UNAPPR                 '.                        00016100
           05  FILLER                   PIC  X(11)  VALUE SPACES.       00016200
                                                                        00016300
       01  DTL1-RECORD.                                                 00016400
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00016500
           05  DTL1-CAUSE               PIC  X(04).                     00016600
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00016700
           05  DTL1-RSPNS-AREA          PIC  X(04).                     00016800
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00016900
           05  DTL1-EVT-CNT             PIC  ZZZ,ZZ9.                   00017000
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00017100
           05  DTL1-GROSS-AMT           PIC  ZZ,ZZZ,ZZZ,ZZ9.99.         00017200
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00017300
           05  DTL1-RCVRY-AMT           PIC  ZZ,ZZZ,ZZZ,ZZ9.99.         00017400
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00017500
           05  DTL1-NET-AMT             PIC  ZZ,ZZZ,ZZZ,ZZ9.99.         00017600
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00017700
           05  DTL1-APRV-AMT            PIC  ZZ,ZZZ,ZZZ,ZZ9.99.         00017800
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00017900
           05  DTL1-OPEN-CNT            PIC  ZZZ,ZZ9.                   00018000
           05  FILLER                   PIC  X(27)  VALUE SPACES.       00018100
                                                                        00018200
       01  HDR3-RECORD.                                                 00018300
           05  HDR3-CC                  PIC  X(01)  VALUE ' '.          00018400
           05  FILLER                   PIC  X(30)  VALUE               00018500
               ' EVENT NBR  EVENT DATE CAUS AR'.                        00018600
           05  FILLER                   PIC  X(30)  VALUE               00018700
               'EA S            NET LOSS S  FI'.                        00018800
           05  FILLER                   PIC  X(30)  VALUE               00018900
               'RST TRANSFER       DESCRIPTION'.                        00019000
           05  FILLER                   PIC  X(41)  VALUE SPACES.       00019100
                                                                        00019200
       01  DTL2-RECORD.                                                 00019300
           05  DTL2-CC                  PIC  X(01)  VALUE ' '.          00019400
           05  DTL2-EVT-NBR             PIC  Z(09)9.                    00019500
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00019600
           05  DTL2-EVT-DT              PIC  X(10).                     00019700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00019800
           05  DTL2-CAUSE               PIC  X(04).                     00019900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00020000
           05  DTL2-RSPNS-AREA          PIC  X(04).                     00020100
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00020200
           05  DTL2-SRCE                PIC  X(01).                     00020300
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00020400
           05  DTL2-NET-AMT             PIC  ZZ,ZZZ,ZZZ,ZZ9.99.         00020500
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00020600
           05  DTL2-STTS                PIC  X(01).                     00020700
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00020800
           05  DTL2-LNK-CLT             PIC  X(04).                     00020900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00021000
           05  DTL2-LNK-ACAT            PIC  X(14).                     00021100
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00021200
           05  DTL2-DESC                PIC  X(40).                     00021300
           05  FILLER                   PIC  X(12)  VALUE SPACES.       00021400
                                                                        00021500
       01  TRL1-RECORD.                                                 00021600
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00021700
           05  TRL1-LABEL               PIC  X(28).                     00021800
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00021900
           05  FILLER                   PIC  X(92)  VALUE SPACES.       00022000
                                                                        00022100
       01  TRAC-RECORD.                                                 00022200
           05  TRAC-DETAIL              PIC  X(132).                    00022300
                                                                        00022400
           EJECT                                                        00022500
      *DB2 COMMUNICATION AREA                                           00022600
           EXEC SQL                                                     00022700
              INCLUDE SQLCA                                             00022800
           END-EXEC.                                                    00022900
                                                                        00023000
      *----------------------------------------------------------------*00023100
      *  THE MONTH'S LOSSES SUMMARISED THREE WAYS, EACH SECTION        *00023200
      *  RANKED BY NET LOSS.  REJECTED EVENTS ARE NOT LOSSES.          *00023300
      *----------------------------------------------------------------*00023400
           EXEC SQL                                                     00023500
              DECLARE SUMCSR CURSOR FOR                                 00023600
                 SELECT 1                                               00023700
                       ,RT_CAUSE_CD                                     00023800
                       ,RSPNS_AREA_CD                                   00023900
                       ,COUNT(*)                                        00024000
                       ,SUM(GROSS_LOSS_AMT)                             00024100
                       ,SUM(RCVRY_AMT)                                  00024200
                       ,SUM(NET_LOSS_AMT)                               00024300
                       ,SUM(CASE WHEN EVT_STTS_CD = 'A'                 00024400
                            THEN NET_LOSS_AMT ELSE 0 END)               00024500
                       ,SUM(CASE WHEN EVT_STTS_CD = 'O'                 00024600
                            THEN 1 ELSE 0 END)                          00024700
                 FROM  ACATLOSS                                         00024800
                 WHERE EVT_DT >= DATE(:WS-MONTH-START)                  00024900
                   AND EVT_DT <  DATE(:WS-MONTH-START) + 1 MONTH        00025000
                   AND EVT_STTS_CD <> 'J'                               00025100
                 GROUP BY RT_CAUSE_CD, RSPNS_AREA_CD                    00025200
                 UNION ALL                                              00025300
                 SELECT 2                                               00025400
                       ,RT_CAUSE_CD                                     00025500
                       ,'ALL '                                          00025600
                       ,COUNT(*)                                        00025700
                       ,SUM(GROSS_LOSS_AMT)                             00025800
                       ,SUM(RCVRY_AMT)                                  00025900
                       ,SUM(NET_LOSS_AMT)                               00026000
                       ,SUM(CASE WHEN EVT_STTS_CD = 'A'                 00026100
                            THEN NET_LOSS_AMT ELSE 0 END)               00026200
                       ,SUM(CASE WHEN EVT_STTS_CD = 'O'                 00026300
                            THEN 1 ELSE 0 END)                          00026400
                 FROM  ACATLOSS                                         00026500
                 WHERE EVT_DT >= DATE(:WS-MONTH-START)                  00026600
                   AND EVT_DT <  DATE(:WS-MONTH-START) + 1 MONTH        00026700
                   AND EVT_STTS_CD <> 'J'                               00026800
                 GROUP BY RT_CAUSE_CD                                   00026900
                 UNION ALL                                              00027000
                 SELECT 3                                               00027100
                       ,'ALL '                                          00027200
                       ,RSPNS_AREA_CD                                   00027300
                       ,COUNT(*)                                        00027400
                       ,SUM(GROSS_LOSS_AMT)                             00027500
                       ,SUM(RCVRY_AMT)                                  00027600
                       ,SUM(NET_LOSS_AMT)                               00027700
                       ,SUM(CASE WHEN EVT_STTS_CD = 'A'                 00027800
                            THEN NET_LOSS_AMT ELSE 0 END)               00027900
                       ,SUM(CASE WHEN EVT_STTS_CD = 'O'                 00028000
                            THEN 1 ELSE 0 END)                          00028100
                 FROM  ACATLOSS                                         00028200
                 WHERE EVT_DT >= DATE(:WS-MONTH-START)                  00028300
                   AND EVT_DT <  DATE(:WS-MONTH-START) + 1 MONTH        00028400
                   AND EVT_STTS_CD <> 'J'                               00028500
                 GROUP BY RSPNS_AREA_CD                                 00028600
                 ORDER BY 1, 7 DESC, 2, 3                               00028700
                 FOR READ ONLY WITH UR                                  00028800
           END-EXEC.                                                    00028900
                                                                        00029000
      *----------------------------------------------------------------*00029100
      *  THE MONTH'S EVENTS, LARGEST NET LOSS FIRST, WITH THE FIRST    *00029200
      *  TRANSFER EACH IS RECORDED AGAINST.                            *00029300
      *----------------------------------------------------------------*00029400
           EXEC SQL                                                     00029500
              DECLARE EVTCSR CURSOR FOR                                 00029600
                 SELECT L.LOSS_EVT_NBR                                  00029700
                       ,CHAR(L.EVT_DT, ISO)                             00029800
                       ,L.RT_CAUSE_CD                                   00029900
                       ,L.RSPNS_AREA_CD                                 00030000
                       ,L.LOSS_SRCE_CD                                  00030100
                       ,L.NET_LOSS_AMT                                  00030200
                       ,L.EVT_STTS_CD                                   00030300
                       ,VALUE((SELECT MIN(X.CLIENT_NBR)                 00030400
                                 FROM ACATLOSX X                        00030500
                                WHERE X.LOSS_EVT_NBR                    00030600
                                         = L.LOSS_EVT_NBR), ' ')        00030700
                       ,VALUE((SELECT MIN(X.ACAT_CONTROL_NBR)           00030800
                                 FROM ACATLOSX X                        00030900
                                WHERE X.LOSS_EVT_NBR                    00031000
                                         = L.LOSS_EVT_NBR), ' ')        00031100
                       ,L.EVT_DESC_TXT                                  00031200
                 FROM  ACATLOSS L                                       00031300
                 WHERE L.EVT_DT >= DATE(:WS-MONTH-START)                00031400
                   AND L.EVT_DT <  DATE(:WS-MONTH-START) + 1 MONTH      00031500
                   AND L.EVT_STTS_CD <> 'J'                             00031600
                 ORDER BY 6 DESC, 1                                     00031700
                 FOR READ ONLY WITH UR                                  00031800
           END-EXEC.                                                    00031900
                                                                        00032000
           EJECT                                                        00032100
      ***************************************************************** 00032200
       LINKAGE SECTION.                                                 00032300
      ***************************************************************** 00032400
       01  PARM-AREA.                                                   00032500
           05  PARM-LENGTH              PIC S9(4) COMP SYNC.            00032600
           05  PARM-RPT-MONTH.                                          00032700
               10  PARM-RPT-CCYY        PIC  9(04).                     00032800
               10  PARM-RPT-MM          PIC  9(02).                     00032900
                                                                        00033000
           EJECT                                                        00033100
      ***************************************************************** 00033200
       PROCEDURE DIVISION USING PARM-AREA.                              00033300
      ***************************************************************** 00033400
                                                                        00033500
           DISPLAY '*** CAT801 - MONTHLY OPERATIONAL LOSS REPORT ***'.  00033600
                                                                        00033700
           PERFORM 1000-INITIAL-RTN.                                    00033800
                                                                        00033900
           EXEC SQL                                                     00034000
              OPEN SUMCSR                                               00034100
           END-EXEC.                                                    00034200
           IF SQLCODE NOT = +0                                          00034300
              PERFORM 8000-DB2-ERROR-RTN                                00034400
           END-IF.                                                      00034500
                                                                        00034600
           PERFORM 2000-LIST-SUMMARY-RTN THRU 2000-EXIT                 00034700
              UNTIL WS-END-OF-SUM.                                      00034800
                                                                        00034900
           EXEC SQL                                                     00035000
              CLOSE SUMCSR                                              00035100
           END-EXEC.                                                    00035200
                                                                        00035300
           PERFORM 2500-GRAND-TOTAL-RTN.                                00035400
                                                                        00035500
           EXEC SQL                                                     00035600
              OPEN EVTCSR                                               00035700
           END-EXEC.                                                    00035800
           IF SQLCODE NOT = +0                                          00035900
              PERFORM 8000-DB2-ERROR-RTN                                00036000
           END-IF.                                                      00036100
                                                                        00036200
           PERFORM 3000-LIST-EVENTS-RTN THRU 3000-EXIT                  00036300
              UNTIL WS-END-OF-EVT.                                      00036400
                                                                        00036500
           EXEC SQL                                                     00036600
              CLOSE EVTCSR                                              00036700
           END-EXEC.                                                    00036800
                                                                        00036900
           PERFORM 9000-EOJ-RTN.                                        00037000
                                                                        00037100
           GOBACK.                                                      00037200
                                                                        00037300
           EJECT                                                        00037400
      *****************                                                 00037500
       1000-INITIAL-RTN.                                                00037600
      *****************                                                 00037700
                                                                        00037800
           OPEN OUTPUT REPORT-FILE.                                     00037900
                                                                        00038000
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00038100
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00038200
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00038300
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00038400
                                                                        00038500
      *    REPORT MONTH - FROM THE PARM, ELSE THE MONTH BEFORE TODAY.   00038600
           COMPUTE WS-RPT-CCYY = 2000 + WS-ACCEPT-YY.                   00038700
           MOVE WS-ACCEPT-MM                TO  WS-RPT-MM.              00038800
           IF WS-RPT-MM = 1                                             00038900
              MOVE 12                       TO  WS-RPT-MM               00039000
              SUBTRACT 1                  FROM  WS-RPT-CCYY             00039100
           ELSE                                                         00039200
              SUBTRACT 1                  FROM  WS-RPT-MM               00039300
           END-IF.                                                      00039400
           IF PARM-LENGTH = +6                                          00039500
              IF PARM-RPT-MONTH NUMERIC                                 00039600
              AND PARM-RPT-MM > 0 AND PARM-RPT-MM < 13                  00039700
                 MOVE PARM-RPT-MONTH        TO  WS-RPT-MONTH            00039800
              END-IF                                                    00039900
           END-IF.                                                      00040000
           MOVE WS-RPT-CCYY                 TO  WS-MS-CCYY              00040100
                                                HDR1-RPT-CCYY.          00040200
           MOVE WS-RPT-MM                   TO  WS-MS-MM                00040300
                                                HDR1-RPT-MM.            00040400
           DISPLAY 'REPORT MONTH STARTING   = ' WS-MONTH-START.         00040500
                                                                        00040600
           INITIALIZE WS-TOTALS.                                        00040700
                                                                        00040800
           MOVE HDR1-RECORD                 TO  TRAC-DETAIL.            00040900
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00041000
                                                                        00041100
      *---------------------------------------------------------------  00041200
      * 2000-LIST-SUMMARY-RTN - ONE LINE PER SUMMARY ROW, WITH THE      00041300
      * SECTION TITLE AND COLUMN HEADINGS ON EACH CHANGE OF SECTION.    00041400
      * THE GRAND TOTAL IS TAKEN FROM SECTION 1.                        00041500
      *---------------------------------------------------------------  00041600
       2000-LIST-SUMMARY-RTN.                                           00041700
                                                                        00041800
           EXEC SQL                                                     00041900
              FETCH SUMCSR                                              00042000
                 INTO :WS-SUM-SECTION                                   00042100
                     ,:WS-SUM-CAUSE                                     00042200
                     ,:WS-SUM-RSPNS-AREA                                00042300
                     ,:WS-SUM-EVT-CNT                                   00042400
                     ,:WS-SUM-GROSS-AMT                                 00042500
                     ,:WS-SUM-RCVRY-AMT                                 00042600
                     ,:WS-SUM-NET-AMT                                   00042700
                     ,:WS-SUM-APRV-AMT                                  00042800
                     ,:WS-SUM-OPEN-CNT                                  00042900
           END-EXEC.                                                    00043000
                                                                        00043100
           EVALUATE SQLCODE                                             00043200
              WHEN +100                                                 00043300
                 SET WS-END-OF-SUM          TO  TRUE                    00043400
                 GO TO 2000-EXIT                                        00043500
              WHEN +0                                                   00043600
                 CONTINUE                                               00043700
              WHEN OTHER                                                00043800
                 PERFORM 8000-DB2-ERROR-RTN                             00043900
           END-EVALUATE.                                                00044000
                                                                        00044100
           IF WS-SUM-SECTION NOT = WS-PREV-SECTION                      00044200
              MOVE WS-SUM-SECTION           TO  WS-PREV-SECTION         00044300
              MOVE WS-SECTION-TITLE (WS-SUM-SECTION)                    00044400
                                            TO  SEC1-TITLE              00044500
              MOVE SEC1-RECORD              TO  TRAC-DETAIL             00044600
              WRITE REPORT-RECORD         FROM  TRAC-RECORD             00044700
              MOVE HDR2-RECORD              TO  TRAC-DETAIL             00044800
              WRITE REPORT-RECORD         FROM  TRAC-RECORD             00044900
           END-IF.                                                      00045000
                                                                        00045100
           IF WS-SUM-SECTION = 1                                        00045200
              ADD 1                         TO  WS-CNT-ROWS             00045300
              ADD WS-SUM-EVT-CNT            TO  WS-TOT-EVT-CNT          00045400
              ADD WS-SUM-GROSS-AMT          TO  WS-TOT-GROSS-AMT        00045500
              ADD WS-SUM-RCVRY-AMT          TO  WS-TOT-RCVRY-AMT        00045600
              ADD WS-SUM-NET-AMT            TO  WS-TOT-NET-AMT          00045700
              ADD WS-SUM-APRV-AMT           TO  WS-TOT-APRV-AMT         00045800
              ADD WS-SUM-OPEN-CNT           TO  WS-TOT-OPEN-CNT         00045900
           END-IF.                                                      00046000
                                                                        00046100
           MOVE WS-SUM-CAUSE                TO  DTL1-CAUSE.             00046200
           MOVE WS-SUM-RSPNS-AREA           TO  DTL1-RSPNS-AREA.        00046300
           PERFORM 2100-SUMMARY-LINE-RTN.                               00046400
                                                                        00046500
       2000-EXIT.                                                       00046600
           EXIT.                                                        00046700
                                                                        00046800
       2100-SUMMARY-LINE-RTN.                                           00046900
                                                                        00047000
           MOVE WS-SUM-EVT-CNT              TO  DTL1-EVT-CNT.           00047100
           MOVE WS-SUM-GROSS-AMT            TO  DTL1-GROSS-AMT.         00047200
           MOVE WS-SUM-RCVRY-AMT            TO  DTL1-RCVRY-AMT.         00047300
           MOVE WS-SUM-NET-AMT              TO  DTL1-NET-AMT.           00047400
           MOVE WS-SUM-APRV-AMT             TO  DTL1-APRV-AMT.          00047500
           MOVE WS-SUM-OPEN-CNT             TO  DTL1-OPEN-CNT.          00047600
           MOVE DTL1-RECORD                 TO  TRAC-DETAIL.            00047700
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00047800
                                                                        00047900
      *---------------------------------------------------------------  00048000
      * 2500-GRAND-TOTAL-RTN - ALL EVENTS FOR THE MONTH, THEN THE       00048100
      * HEADINGS FOR THE EVENT LISTING.                                 00048200
      *---------------------------------------------------------------  00048300
       2500-GRAND-TOTAL-RTN.                                            00048400
                                                                        00048500
           MOVE WS-TOT-EVT-CNT              TO  WS-SUM-EVT-CNT.         00048600
           MOVE WS-TOT-GROSS-AMT            TO  WS-SUM-GROSS-AMT.       00048700
           MOVE WS-TOT-RCVRY-AMT            TO  WS-SUM-RCVRY-AMT.       00048800
           MOVE WS-TOT-NET-AMT              TO  WS-SUM-NET-AMT.         00048900
           MOVE WS-TOT-APRV-AMT             TO  WS-SUM-APRV-AMT.        00049000
           MOVE WS-TOT-OPEN-CNT             TO  WS-SUM-OPEN-CNT.        00049100
           MOVE '0'                         TO  DTL1-CC.                00049200
           MOVE 'ALL '                      TO  DTL1-CAUSE              00049300
                                                DTL1-RSPNS-AREA.        00049400
           PERFORM 2100-SUMMARY-LINE-RTN.                               00049500
           MOVE ' '                         TO  DTL1-CC.                00049600
                                                                        00049700
           MOVE 'CAUSE/AREA LINES           '  TO  TRL1-LABEL.          00049800
           MOVE WS-CNT-ROWS                 TO  TRL1-COUNT.             00049900
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00050000
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00050100
                                                                        00050200
           MOVE 'SECTION 4 - EVENTS BY NET LOSS'  TO  SEC1-TITLE.       00050300
           MOVE '1'                         TO  SEC1-CC.                00050400
           MOVE SEC1-RECORD                 TO  TRAC-DETAIL.            00050500
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00050600
           MOVE HDR3-RECORD                 TO  TRAC-DETAIL.            00050700
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00050800
                                                                        00050900
      *---------------------------------------------------------------  00051000
      * 3000-LIST-EVENTS-RTN - ONE LINE PER EVENT IN THE MONTH.         00051100
      *---------------------------------------------------------------  00051200
       3000-LIST-EVENTS-RTN.                                            00051300
                                                                        00051400
           EXEC SQL                                                     00051500
              FETCH EVTCSR                                              00051600
                 INTO :WS-EVT-NBR                                       00051700
                     ,:WS-EVT-DT                                        00051800
                     ,:WS-EVT-CAUSE                                     00051900
                     ,:WS-EVT-RSPNS-AREA                                00052000
                     ,:WS-EVT-SRCE                                      00052100
                     ,:WS-EVT-NET-AMT                                   00052200
                     ,:WS-EVT-STTS                                      00052300
                     ,:WS-EVT-LNK-CLT                                   00052400
                     ,:WS-EVT-LNK-ACAT                                  00052500
                     ,:WS-EVT-DESC                                      00052600
           END-EXEC.                                                    00052700
                                                                        00052800
           EVALUATE SQLCODE                                             00052900
              WHEN +100                                                 00053000
                 SET WS-END-OF-EVT          TO  TRUE                    00053100
                 GO TO 3000-EXIT                                        00053200
              WHEN +0                                                   00053300
                 CONTINUE                                               00053400
              WHEN OTHER                                                00053500
                 PERFORM 8000-DB2-ERROR-RTN                             00053600
           END-EVALUATE.                                                00053700
                                                                        00053800
           ADD 1                            TO  WS-CNT-EVTS.            00053900
           MOVE WS-EVT-NBR                  TO  DTL2-EVT-NBR.           00054000
           MOVE WS-EVT-DT                   TO  DTL2-EVT-DT.            00054100
           MOVE WS-EVT-CAUSE                TO  DTL2-CAUSE.             00054200
           MOVE WS-EVT-RSPNS-AREA           TO  DTL2-RSPNS-AREA.        00054300
           MOVE WS-EVT-SRCE                 TO  DTL2-SRCE.              00054400
           MOVE WS-EVT-NET-AMT              TO  DTL2-NET-AMT.           00054500
           MOVE WS-EVT-STTS                 TO  DTL2-STTS.              00054600
           MOVE WS-EVT-LNK-CLT              TO  DTL2-LNK-CLT.           00054700
           MOVE WS-EVT-LNK-ACAT             TO  DTL2-LNK-ACAT.          00054800
           MOVE WS-EVT-DESC                 TO  DTL2-DESC.              00054900
           MOVE DTL2-RECORD                 TO  TRAC-DETAIL.            00055000
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00055100
                                                                        00055200
       3000-EXIT.                                                       00055300
           EXIT.                                                        00055400
                                                                        00055500
           EJECT                                                        00055600
      ******************                                                00055700
       8000-DB2-ERROR-RTN.                                              00055800
      ******************                                                00055900
                                                                        00056000
           DISPLAY 'CAT801 - DB2 ERROR, SQLCODE = ' SQLCODE.            00056100
           CALL DSNTIAR               USING  SQLCA                      00056200
                                             WS-DB2-MESSAGE-AREA        00056300
                                             WS-ERR-LINE-LEN            00056400
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00056500
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00056600
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00056700
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00056800
                 END-IF                                                 00056900
           END-PERFORM.                                                 00057000
           DISPLAY 'CAT801 ABENDED'.                                    00057100
           CALL ABEND                 USING  ABEND-CODE.                00057200
                                                                        00057300
           EJECT                                                        00057400
      ************                                                      00057500
       9000-EOJ-RTN.                                                    00057600
      ************                                                      00057700
                                                                        00057800
           MOVE 'LOSS EVENTS LISTED         '  TO  TRL1-LABEL.          00057900
           MOVE WS-CNT-EVTS                 TO  TRL1-COUNT.             00058000
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00058100
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00058200
                                                                        00058300
           CLOSE REPORT-FILE.                                           00058400
                                                                        00058500
           DISPLAY ' '                                                  00058600
           DISPLAY 'LOSS EVENTS:            ' WS-TOT-EVT-CNT            00058700
           DISPLAY 'NET LOSS:               ' WS-TOT-NET-AMT            00058800
           DISPLAY 'EVENTS NOT YET APPROVED:' WS-TOT-OPEN-CNT           00058900
           DISPLAY ' '                                                  00059000
           DISPLAY '*************************'                          00059100
           DISPLAY '* END OF CAT801 PROGRAM *'                          00059200
           DISPLAY '*************************'                          00059300
           DISPLAY ' '.                                                 00059400
