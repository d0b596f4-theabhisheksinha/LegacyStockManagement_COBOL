000001* PDX    - CAT765   C0369769 10/09/26 10:35:18 TBTIKUO            00000100
000001* CREATED FOR SSR 114442.  MONTHLY TRANSFER-FEE REIMBURSEMENT     00000200
000001* REPORT.  SUMMARISES THE ACATRMBC CLAIMS BY CLIENT AND BRANCH:   00000300
000001* CLAIMS PAID (BOOKED BY CAT760 IN THE MONTH), CLAIMS REJECTED    00000400
000001* IN THE MONTH, AND CLAIMS STILL PENDING APPROVAL OR BOOKING,     00000500
000001* WITH CLIENT SUBTOTALS AND A GRAND TOTAL.                        00000600
       IDENTIFICATION DIVISION.                                         00000700
       PROGRAM-ID.  CAT765.                                             00000800
       AUTHOR.      LARRY MUREY.                                        00000900
       DATE-WRITTEN.  OCT 2026.                                         00001000
      *---------------------------------------------------------------* 00001100
      *                         REMARKS                               * 00001200
      * PARM:   CCYYMM (OPTIONAL) - REPORT MONTH.  DEFAULT IS THE     * 00001300
      *         MONTH BEFORE THE RUN DATE.                            * 00001400
      * INPUT:  ACATRMBC (DB2)                                        * 00001500
      * OUTPUT: RPTPI   - PAID / REJECTED / PENDING BY CLIENT, BRANCH * 00001600
      * PAID     - CLM_STTS_CD 'B' WITH BOOK_DT IN THE MONTH          * 00001700
      * REJECTED - CLM_STTS_CD 'J' LAST UPDATED IN THE MONTH          * 00001800
      * PENDING  - CLM_STTS_CD 'P' OR 'A' AT THE TIME OF THE RUN      * 00001900
      *---------------------------------------------------------------* 00002000
           EJECT                                                        00002100
      ***************************************************************** 00002200
       ENVIRONMENT DIVISION.                                            00002300
      ***************************************************************** 00002400
       INPUT-OUTPUT SECTION.                                            00002500
       FILE-CONTROL.                                                    00002600
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00002700
                                                                        00002800
      ***************************************************************** 00002900
       DATA DIVISION.                                                   00003000
      ***************************************************************** 00003100
                                                                        00003200
       FILE SECTION.                                                    00003300
                                                                        00003400
       FD  REPORT-FILE                                                  00003500
           RECORDING MODE F                                             00003600
           BLOCK CONTAINS 0 RECORDS                                     00003700
           LABEL RECORDS ARE STANDARD                                   00003800
           RECORD CONTAINS 132 CHARACTERS.                              00003900
       01  REPORT-RECORD                PIC  X(132).                    00004000
                                                                        00004100
           EJECT                                                        00004200
      ***************************************************************** 00004300
       WORKING-STORAGE SECTION.                                         00004400
      ***************************************************************** 00004500
                                                                        00004600
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00004700
                                                                        00004800
       01  CALL-MODULES.                                                00004900
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00005000
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00005100
                                                                        00005200
       01  WS-END-OF-SUM-SW             PIC  X(01)  VALUE 'N'.          00005300
           88  WS-END-OF-SUM                       VALUE 'Y'.           00005400
                                                                        00005500
       01  WS-RPT-MONTH.                                                00005600
           05  WS-RPT-CCYY              PIC  9(04).                     00005700
           05  WS-RPT-MM                PIC  9(02).                     00005800
       01  WS-MONTH-START.                                              00005900
           05  WS-MS-CCYY               PIC  9(04).                     00006000
           05  FILLER                   PIC  X(01)  VALUE '-'.          00006100
           05  WS-MS-MM                 PIC  9(02).                     00006200
           05  FILLER                   PIC  X(03)  VALUE '-01'.        00006300
                                                                        00006400
      *  HOST VARIABLES - ONE CLIENT/BRANCH SUMMARY ROW.                00006500
       01  WS-SUM-AREA.                                                 00006600
           05  WS-SUM-CLIENT            PIC  X(04).                     00006700
           05  WS-SUM-BRANCH            PIC  X(03).                     00006800
           05  WS-SUM-PAID-CNT          PIC S9(07) COMP-3.              00006900
           05  WS-SUM-PAID-AMT          PIC S9(13)V99 COMP-3.           00007000
           05  WS-SUM-RJCT-CNT          PIC S9(07) COMP-3.              00007100
           05  WS-SUM-RJCT-AMT          PIC S9(13)V99 COMP-3.           00007200
           05  WS-SUM-PEND-CNT          PIC S9(07) COMP-3.              00007300
           05  WS-SUM-PEND-AMT          PIC S9(13)V99 COMP-3.           00007400
                                                                        00007500
       01  WS-PREV-CLIENT               PIC  X(04)  VALUE SPACES.       00007600
                                                                        00007700
       01  WS-TOTALS.                                                   00007800
           05  WS-TOT-ENTRY             OCCURS 2 TIMES.                 00007900
               10  WS-TOT-PAID-CNT      PIC S9(07) COMP-3.              00008000
               10  WS-TOT-PAID-AMT      PIC S9(13)V99 COMP-3.           00008100
               10  WS-TOT-RJCT-CNT      PIC S9(07) COMP-3.              00008200
               10  WS-TOT-RJCT-AMT      PIC S9(13)V99 COMP-3.           00008300
               10  WS-TOT-PEND-CNT      PIC S9(07) COMP-3.              00008400
               10  WS-TOT-PEND-AMT      PIC S9(13)V99 COMP-3.           00008500
       01  WS-TOT-SUB                   PIC S9(04) COMP.                00008600
       01  WS-CLT-TOT                   PIC S9(04) COMP  VALUE +1.      00008700
       01  WS-GRAND-TOT                 PIC S9(04) COMP  VALUE +2.      00008800
                                                                        00008900
       01  WS-CNT-ROWS                  PIC S9(07) COMP-3  VALUE ZERO.  00009000
                                                                        00009100
       01  WS-ACCEPT-DATE.                                              00009200
           05  WS-ACCEPT-YY             PIC  9(02).                     00009300
           05  WS-ACCEPT-MM             PIC  9(02).                     00009400
           05  WS-ACCEPT-DD             PIC  9(02).                     00009500
                                                                        00009600
       01  WS-DB2-MESSAGE-AREA.                                         00009700
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00009800
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00009900
               INDEXED BY WS-ERROR-INDEX.                               00010000
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00010100
                                                                        00010200
           EJECT                                                        00010300
       01  HDR1-RECORD.                                                 00010400
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00010500
           05  FILLER                   PIC  X(30)  VALUE               00010600
               'CAT765 - TRANSFER FEE REIMBURS'.                        00010700
           05  FILLER                   PIC  X(30)  VALUE               00010800
               'EMENT CLAIMS FOR MONTH        '.                        00010900
           05  HDR1-RPT-MM              PIC  9(02).                     00011000
           05  FILLER                   PIC  X(01)  VALUE '/'.          00011100
           05  HDR1-RPT-CCYY            PIC  9(04).                     00011200
           05  FILLER                   PIC  X(16)  VALUE SPACES.       00011300
           05  FILLER                   PIC  X(06)  VALUE               00011400
               'DATE: '.                                                00011500
           05  HDR1-DATE-MM             PIC  X(02).                     00011600
           05  FILLER                   PIC  X(01)  VALUE '/'.          00011700
           05  HDR1-DATE-DD             PIC  X(02).                     00011800
           05  FILLER                   PIC  X(01)  VALUE '/'.          00011900
           05  HDR1-DATE-YY             PIC  X(02).                     00012000
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00012100
                                                                        00012200
       01  HDR2-RECORD.                                                 00012300
           05  HDR2-CC                  PIC  X(01)  VALUE '0'.          00012400
           05  FILLER                   PIC  X(06)  VALUE 'CLNT  '.     00012500
           05  FILLER                   PIC  X(08)  VALUE 'BRANCH  '.   00012600
           05  FILLER                   PIC  X(30)  VALUE               00012700
               '  PAID            PAID AMOUNT '.                        00012800
           05  FILLER                   PIC  X(30)  VALUE               00012900
               '  REJ        REJECTED AMOUNT  '.                        00013000
           05  FILLER                   PIC  X(30)  VALUE               00013100
               '  PEND        PENDING AMOUNT  '.                        00013200
           05  FILLER                   PIC  X(27)  VALUE SPACES.       00013300
                                                                        00013400
       01  DTL1-RECORD.                                                 00013500
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00013600
           05  DTL1-CLIENT              PIC  X(04).                     00013700
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00013800
           05  DTL1-BRANCH              PIC  X(05).                     00013900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00014000
           05  DTL1-PAID-CNT            PIC  ZZZ,ZZ9.                   00014100
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00014200
           05  DTL1-PAID-AMT            PIC  ZZZ,ZZZ,ZZZ,ZZ9.99.        00014300
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00014400
           05  DTL1-RJCT-CNT            PIC  ZZZ,ZZ9.                   00014500
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00014600
           05  DTL1-RJCT-AMT            PIC  ZZZ,ZZZ,ZZZ,ZZ9.99.        00014700
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00014800
           05  DTL1-PEND-CNT            PIC  ZZZ,ZZ9.                   00014900
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00015000
           05  DTL1-PEND-AMT            PIC  ZZZ,ZZZ,ZZZ,ZZ9.99.        00015100
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00015200
                                                                        00015300
       01  TRL1-RECORD.                                                 00015400
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00015500
           05  TRL1-LABEL               PIC  X(28).                     00015600
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00015700
           05  FILLER                   PIC  X(92)  VALUE SPACES.       00015800
                                                                        00015900
       01  TRAC-RECORD.                                                 00016000
           05  TRAC-DETAIL              PIC  X(132).                    00016100
                                                                        00016200
           EJECT                                                        00016300
      *DB2 COMMUNICATION AREA                                           00016400
           EXEC SQL                                                     00016500
              INCLUDE SQLCA                                             00016600
           END-EXEC.                                                    00016700
                                                                        00016800
      *----------------------------------------------------------------*00016900
      *  CLAIMS SUMMARISED BY CLIENT AND BRANCH FOR THE REPORT MONTH.  *00017000
      *----------------------------------------------------------------*00017100
           EXEC SQL                                                     00017200
              DECLARE SUMCSR CURSOR FOR                                 00017300
                 SELECT CLIENT_NBR                                      00017400
                       ,BRANCH_CD                                       00017500
                       ,SUM(CASE WHEN CLM_STTS_CD = 'B'                 00017600
                             AND BOOK_DT >= DATE(:WS-MONTH-START)       00017700
                             AND BOOK_DT <  DATE(:WS-MONTH-START)       00017800
                                                + 1 MONTH               00017900
                            THEN 1 ELSE 0 END)                          00018000
                       ,SUM(CASE WHEN CLM_STTS_CD = 'B'                 00018100
                             AND BOOK_DT >= DATE(:WS-MONTH-START)       00018200
                             AND BOOK_DT <  DATE(:WS-MONTH-START)       00018300
                                                + 1 MONTH               00018400
                            THEN PAID_AMT ELSE 0 END)                   00018500
                       ,SUM(CASE WHEN CLM_STTS_CD = 'J'                 00018600
                             AND DATE(UPDT_TMSTP)                       00018700
                                      >= DATE(:WS-MONTH-START)          00018800
                             AND DATE(UPDT_TMSTP)                       00018900
                                      <  DATE(:WS-MONTH-START)          00019000
                                                + 1 MONTH               00019100
                            THEN 1 ELSE 0 END)                          00019200
                       ,SUM(CASE WHEN CLM_STTS_CD = 'J'                 00019300
                             AND DATE(UPDT_TMSTP)                       00019400
                                      >= DATE(:WS-MONTH-START)          00019500
                             AND DATE(UPDT_TMSTP)                       00019600
                                      <  DATE(:WS-MONTH-START)          00019700
                                                + 1 MONTH               00019800
                            THEN CNTRA_FEE_AMT ELSE 0 END)              00019900
                       ,SUM(CASE WHEN CLM_STTS_CD IN ('P', 'A')         00020000
                            THEN 1 ELSE 0 END)                          00020100
                       ,SUM(CASE WHEN CLM_STTS_CD IN ('P', 'A')         00020200
                            THEN CNTRA_FEE_AMT ELSE 0 END)              00020300
                 FROM  ACATRMBC                                         00020400
                 GROUP BY CLIENT_NBR, BRANCH_CD                         00020500
                 ORDER BY CLIENT_NBR, BRANCH_CD                         00020600
                 FOR READ ONLY WITH UR                                  00020700
           END-EXEC.                                                    00020800
                                                                        00020900
           EJECT                                                        00021000
      ***************************************************************** 00021100
       LINKAGE SECTION.                                                 00021200
      ***************************************************************** 00021300
       01  PARM-AREA.                                                   00021400
           05  PARM-LENGTH              PIC S9(4) COMP SYNC.            00021500
           05  PARM-RPT-MONTH.                                          00021600
               10  PARM-RPT-CCYY        PIC  9(04).                     00021700
               10  PARM-RPT-MM          PIC  9(02).                     00021800
                                                                        00021900
           EJECT                                                        00022000
      ***************************************************************** 00022100
       PROCEDURE DIVISION USING PARM-AREA.                              00022200
      ***************************************************************** 00022300
                                                                        00022400
           DISPLAY '*** CAT765 - MONTHLY FEE REIMBURSEMENT REPORT ***'. 00022500
                                                                        00022600
           PERFORM 1000-INITIAL-RTN.                                    00022700
                                                                        00022800
           EXEC SQL                                                     00022900
              OPEN SUMCSR                                               00023000
           END-EXEC.                                                    00023100
           IF SQLCODE NOT = +0                                          00023200
              PERFORM 8000-DB2-ERROR-RTN                                00023300
           END-IF.                                                      00023400
                                                                        00023500
           PERFORM 2000-LIST-SUMMARY-RTN THRU 2000-EXIT                 00023600
              UNTIL WS-END-OF-SUM.                                      00023700
                                                                        00023800
           EXEC SQL                                                     00023900
              CLOSE SUMCSR                                              00024000
           END-EXEC.                                                    00024100
                                                                        00024200
           IF WS-PREV-CLIENT NOT = SPACES                               00024300
              PERFORM 3000-CLIENT-TOTAL-RTN                             00024400
           END-IF.                                                      00024500
                                                                        00024600
           PERFORM 9000-EOJ-RTN.                                        00024700
                                                                        00024800
           GOBACK.                                                      00024900
                                                                        00025000
           EJECT                                                        00025100
      *****************                                                 00025200
       1000-INITIAL-RTN.                                                00025300
      *****************                                                 00025400
                                                                        00025500
           OPEN OUTPUT REPORT-FILE.                                     00025600
                                                                        00025700
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00025800
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00025900
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00026000
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00026100
                                                                        00026200
      *    REPORT MONTH - FROM THE PARM, ELSE THE MONTH BEFORE TODAY.   00026300
           COMPUTE WS-RPT-CCYY = 2000 + WS-ACCEPT-YY.                   00026400
           MOVE WS-ACCEPT-MM                TO  WS-RPT-MM.              00026500
           IF WS-RPT-MM = 1                                             00026600
              MOVE 12                       TO  WS-RPT-MM               00026700
              SUBTRACT 1                  FROM  WS-RPT-CCYY             00026800
           ELSE                                                         00026900
              SUBTRACT 1                  FROM  WS-RPT-MM               00027000
           END-IF.                                                      00027100
           IF PARM-LENGTH = +6                                          00027200
              IF PARM-RPT-MONTH NUMERIC                                 00027300
              AND PARM-RPT-MM > 0 AND PARM-RPT-MM < 13                  00027400
                 MOVE PARM-RPT-MONTH        TO  WS-RPT-MONTH            00027500
              END-IF                                                    00027600
           END-IF.                                                      00027700
           MOVE WS-RPT-CCYY                 TO  WS-MS-CCYY              00027800
                                                HDR1-RPT-CCYY.          00027900
           MOVE WS-RPT-MM                   TO  WS-MS-MM                00028000
                                                HDR1-RPT-MM.            00028100
           DISPLAY 'REPORT MONTH STARTING   = ' WS-MONTH-START.         00028200
                                                                        00028300
           INITIALIZE WS-TOTALS.                                        00028400
                                                                        00028500
           MOVE HDR1-RECORD                 TO  TRAC-DETAIL.            00028600
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00028700
           MOVE HDR2-RECORD                 TO  TRAC-DETAIL.            00028800
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00028900
                                                                        00029000
      *---------------------------------------------------------------  00029100
      * 2000-LIST-SUMMARY-RTN - ONE LINE PER CLIENT/BRANCH WITH ANY     00029200
      * ACTIVITY, CLIENT SUBTOTAL ON EACH CHANGE OF CLIENT.             00029300
      *---------------------------------------------------------------  00029400
       2000-LIST-SUMMARY-RTN.                                           00029500
                                                                        00029600
           EXEC SQL                                                     00029700
              FETCH SUMCSR                                              00029800
                 INTO :WS-SUM-CLIENT                                    00029900
                     ,:WS-SUM-BRANCH                                    00030000
                     ,:WS-SUM-PAID-CNT                                  00030100
                     ,:WS-SUM-PAID-AMT                                  00030200
                     ,:WS-SUM-RJCT-CNT                                  00030300
                     ,:WS-SUM-RJCT-AMT                                  00030400
                     ,:WS-SUM-PEND-CNT                                  00030500
                     ,:WS-SUM-PEND-AMT                                  00030600
           END-EXEC.                                                    00030700
                                                                        00030800
           EVALUATE SQLCODE                                             00030900
              WHEN +100                                                 00031000
                 SET WS-END-OF-SUM          TO  TRUE                    00031100
                 GO TO 2000-EXIT                                        00031200
              WHEN +0                                                   00031300
                 CONTINUE                                               00031400
              WHEN OTHER                                                00031500
                 PERFORM 8000-DB2-ERROR-RTN                             00031600
           END-EVALUATE.                                                00031700
                                                                        00031800
           IF WS-SUM-PAID-CNT = +0                                      00031900
           AND WS-SUM-RJCT-CNT = +0                                     00032000
           AND WS-SUM-PEND-CNT = +0                                     00032100
              GO TO 2000-EXIT                                           00032200
           END-IF.                                                      00032300
                                                                        00032400
           IF WS-SUM-CLIENT NOT = WS-PREV-CLIENT                        00032500
              IF WS-PREV-CLIENT NOT = SPACES                            00032600
                 PERFORM 3000-CLIENT-TOTAL-RTN                          00032700
              END-IF                                                    00032800
              MOVE WS-SUM-CLIENT            TO  WS-PREV-CLIENT          00032900
           END-IF.                                                      00033000
                                                                        00033100
           ADD 1                            TO  WS-CNT-ROWS.            00033200
           PERFORM 2100-ADD-TOTALS-RTN                                  00033300
              VARYING WS-TOT-SUB FROM 1 BY 1 UNTIL WS-TOT-SUB > 2.      00033400
                                                                        00033500
           MOVE WS-SUM-CLIENT               TO  DTL1-CLIENT.            00033600
           MOVE WS-SUM-BRANCH               TO  DTL1-BRANCH.            00033700
           MOVE WS-SUM-PAID-CNT             TO  DTL1-PAID-CNT.          00033800
           MOVE WS-SUM-PAID-AMT             TO  DTL1-PAID-AMT.          00033900
           MOVE WS-SUM-RJCT-CNT             TO  DTL1-RJCT-CNT.          00034000
           MOVE WS-SUM-RJCT-AMT             TO  DTL1-RJCT-AMT.          00034100
           MOVE WS-SUM-PEND-CNT             TO  DTL1-PEND-CNT.          00034200
           MOVE WS-SUM-PEND-AMT             TO  DTL1-PEND-AMT.          00034300
           MOVE DTL1-RECORD                 TO  TRAC-DETAIL.            00034400
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00034500
                                                                        00034600
       2000-EXIT.                                                       00034700
           EXIT.                                                        00034800
                                                                        00034900
       2100-ADD-TOTALS-RTN.                                             00035000
                                                                        00035100
           ADD WS-SUM-PAID-CNT     TO  WS-TOT-PAID-CNT (WS-TOT-SUB).    00035200
           ADD WS-SUM-PAID-AMT     TO  WS-TOT-PAID-AMT (WS-TOT-SUB).    00035300
           ADD WS-SUM-RJCT-CNT     TO  WS-TOT-RJCT-CNT (WS-TOT-SUB).    00035400
           ADD WS-SUM-RJCT-AMT     TO  WS-TOT-RJCT-AMT (WS-TOT-SUB).    00035500
           ADD WS-SUM-PEND-CNT     TO  WS-TOT-PEND-CNT (WS-TOT-SUB).    00035600
           ADD WS-SUM-PEND-AMT     TO  WS-TOT-PEND-AMT (WS-TOT-SUB).    00035700
                                                                        00035800
      *---------------------------------------------------------------  00035900
      * 3000-CLIENT-TOTAL-RTN - SUBTOTAL LINE FOR THE CLIENT JUST       00036000
      * FINISHED, THEN CLEAR ITS ACCUMULATORS.                          00036100
      *---------------------------------------------------------------  00036200
       3000-CLIENT-TOTAL-RTN.                                           00036300
                                                                        00036400
           MOVE WS-PREV-CLIENT              TO  DTL1-CLIENT.            00036500
           MOVE 'TOTAL'                     TO  DTL1-BRANCH.            00036600
           MOVE WS-CLT-TOT                  TO  WS-TOT-SUB.             00036700
           PERFORM 3100-TOTAL-LINE-RTN.                                 00036800
           MOVE SPACES                      TO  TRAC-DETAIL.            00036900
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00037000
           INITIALIZE WS-TOT-ENTRY (WS-CLT-TOT).                        00037100
                                                                        00037200
       3100-TOTAL-LINE-RTN.                                             00037300
                                                                        00037400
           MOVE WS-TOT-PAID-CNT (WS-TOT-SUB)  TO  DTL1-PAID-CNT.        00037500
           MOVE WS-TOT-PAID-AMT (WS-TOT-SUB)  TO  DTL1-PAID-AMT.        00037600
           MOVE WS-TOT-RJCT-CNT (WS-TOT-SUB)  TO  DTL1-RJCT-CNT.        00037700
           MOVE WS-TOT-RJCT-AMT (WS-TOT-SUB)  TO  DTL1-RJCT-AMT.        00037800
           MOVE WS-TOT-PEND-CNT (WS-TOT-SUB)  TO  DTL1-PEND-CNT.        00037900
           MOVE WS-TOT-PEND-AMT (WS-TOT-SUB)  TO  DTL1-PEND-AMT.        00038000
           MOVE DTL1-RECORD                 TO  TRAC-DETAIL.            00038100
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00038200
                                                                        00038300
           EJECT                                                        00038400
      ******************                                                00038500
       8000-DB2-ERROR-RTN.                                              00038600
      ******************                                                00038700
                                                                        00038800
           DISPLAY 'CAT765 - DB2 ERROR, SQLCODE = ' SQLCODE.            00038900
           CALL DSNTIAR               USING  SQLCA                      00039000
                                             WS-DB2-MESSAGE-AREA        00039100
                                             WS-ERR-LINE-LEN            00039200
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00039300
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00039400
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00039500
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00039600
                 END-IF                                                 00039700
           END-PERFORM.                                                 00039800
           DISPLAY 'CAT765 ABENDED'.                                    00039900
           CALL ABEND                 USING  ABEND-CODE.                00040000
                                                                        00040100
           EJECT                                                        00040200
      ************                                                      00040300
       9000-EOJ-RTN.                                                    00040400
      ************                                                      00040500
                                                                        00040600
           MOVE '0'                         TO  DTL1-CC.                00040700
           MOVE 'ALL '                      TO  DTL1-CLIENT.            00040800
           MOVE 'TOTAL'                     TO  DTL1-BRANCH.            00040900
           MOVE WS-GRAND-TOT                TO  WS-TOT-SUB.             00041000
           PERFORM 3100-TOTAL-LINE-RTN.                                 00041100
                                                                        00041200
           MOVE 'CLIENT/BRANCH LINES        '  TO  TRL1-LABEL.          00041300
           MOVE WS-CNT-ROWS                 TO  TRL1-COUNT.             00041400
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00041500
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00041600
                                                                        00041700
           CLOSE REPORT-FILE.                                           00041800
                                                                        00041900
           DISPLAY ' '                                                  00042000
           DISPLAY 'CLAIMS PAID:            ' WS-TOT-PAID-CNT (2)       00042100
           DISPLAY 'CLAIMS REJECTED:        ' WS-TOT-RJCT-CNT (2)       00042200
           DISPLAY 'CLAIMS PENDING:         ' WS-TOT-PEND-CNT (2)       00042300
           DISPLAY ' '                                                  00042400
           DISPLAY '*************************'                          00042500
           DISPLAY '* END OF CAT765 PROGRAM *'                          00042600
           DISPLAY '*************************'                          00042700
           DISPLAY ' '.                                                 00042800
