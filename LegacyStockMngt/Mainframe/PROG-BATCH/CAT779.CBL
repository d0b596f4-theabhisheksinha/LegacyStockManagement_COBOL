000001* PDX    - CAT779   C0369782 10/15/26 19:42:10 TBTIKUO            00000100
000001* CREATED FOR SSR 114454.  PTR FULFILMENT RECONCILIATION.         00000200
000001* ON A PARTIAL TRANSFER REQUEST THE CUSTOMER NAMES THE ASSETS     00000300
000001* WANTED (VINITAST) AND THE CONTRA DELIVERS WHAT IT DECIDES TO;   00000400
000001* THE PTR FULFILMENT CODE DOES NOT SAY WHAT CAME SHORT.  FOR      00000500
000001* EVERY RECEIVED PTR THAT SETTLED ON THE RUN DATE THIS COMPARES   00000600
000001* EACH REQUESTED ASSET AND QUANTITY WITH WHAT ARRIVED ON VASSET   00000700
000001* AND CLASSIFIES IT FULL, SHORT, MISSING OR NOT REQUESTED.  THE   00000800
000001* SHORT AND MISSING PIECES GO TO A FOLLOW-UP FILE SO THE DESK     00000900
000001* CAN OPEN A NEW PTR FOR THEM.                                    00001000
       IDENTIFICATION DIVISION.                                         00001100
       PROGRAM-ID.  CAT779.                                             00001200
       AUTHOR.      LARRY MUREY.                                        00001300
       DATE-WRITTEN.  OCT 2026.                                         00001400
      *---------------------------------------------------------------* 00001500
      *                         REMARKS                               * 00001600
      * RUNS NIGHTLY AFTER SETTLEMENT.                                * 00001700
      * INPUTS:  VTRNFR   - RECEIVED PTRS, STATUS 310, SETTLED ON THE * 00001800
      *                     RUN DATE                                  * 00001900
      *          VINITAST - REQUESTED ASSETS, DELETE REQUESTS SKIPPED * 00002000
      *          VASSET   - DELIVERED ASSETS                          * 00002100
      * OUTPUTS: PTRFLUP  - SHORT AND MISSING ASSETS FOR A NEW PTR    * 00002200
      *          RPTPI    - FULFILMENT REPORT                         * 00002300
      * PARM:    OPTIONAL SETTLE DATE YYYY-MM-DD TO RE-RUN A PRIOR    * 00002400
      *          DAY; DEFAULT IS THE CURRENT DATE.                    * 00002500
      * ASSETS ARE MATCHED ON CUSIP AND COMPARED ON QUANTITY, OR ON   * 00002600
      * AMOUNT WHERE NO QUANTITY WAS GIVEN (CASH).  A REQUEST WITH    * 00002700
      * NEITHER IS FULL WHEN ANYTHING WAS DELIVERED.                  * 00002800
      *---------------------------------------------------------------* 00002900
           EJECT                                                        00003000
      ***************************************************************** 00003100
       ENVIRONMENT DIVISION.                                            00003200
      ***************************************************************** 00003300
       INPUT-OUTPUT SECTION.                                            00003400
       FILE-CONTROL.                                                    00003500
           SELECT FOLLOWUP-FILE        ASSIGN  TO  PTRFLUP.             00003600
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00003700
                                                                        00003800
      ***************************************************************** 00003900
       DATA DIVISION.                                                   00004000
      ***************************************************************** 00004100
                                                                        00004200
       FILE SECTION.                                                    00004300
                                                                        00004400
       FD  FOLLOWUP-FILE                                                00004500
           RECORDING MODE F                                             00004600
           BLOCK CONTAINS 0 RECORDS                                     00004700
           LABEL RECORDS ARE STANDARD                                   00004800
           RECORD CONTAINS 100 CHARACTERS.                              00004900
       01  FOLLOWUP-RECORD.                                             00005000
           05  FLP-CLIENT              PIC X(04).                       00005100
           05  FLP-ACAT-CNTL           PIC X(14).                       00005200
           05  FLP-BRANCH              PIC X(03).                       00005300
           05  FLP-ACCT                PIC X(05).                       00005400
           05  FLP-STTLM-DT            PIC X(10).                       00005500
           05  FLP-CUSIP               PIC X(09).                       00005600
           05  FLP-ADP-NBR             PIC X(07).                       00005700
           05  FLP-RESULT-CD           PIC X(01).                       00005800
               88  FLP-SHORT                      VALUE 'S'.            00005900
               88  FLP-MISSING                    VALUE 'M'.            00006000
           05  FLP-RQST-QTY            PIC S9(12)V9(5).                 00006100
           05  FLP-OPEN-QTY            PIC S9(12)V9(5).                 00006200
           05  FILLER                  PIC X(13).                       00006300
                                                                        00006400
       FD  REPORT-FILE                                                  00006500
           RECORDING MODE F                                             00006600
           BLOCK CONTAINS 0 RECORDS                                     00006700
           LABEL RECORDS ARE STANDARD                                   00006800
           RECORD CONTAINS 132 CHARACTERS.                              00006900
       01  REPORT-RECORD                PIC  X(132).                    00007000
                                                                        00007100
           EJECT                                                        00007200
      ***************************************************************** 00007300
       WORKING-STORAGE SECTION.                                         00007400
      ***************************************************************** 00007500
                                                                        00007600
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00007700
                                                                        00007800
       01  CALL-MODULES.                                                00007900
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00008000
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00008100
                                                                        00008200
       01  WS-END-OF-TFR-SW             PIC  X(01)  VALUE 'N'.          00008300
           88  WS-END-OF-TFR                       VALUE 'Y'.           00008400
       01  WS-END-OF-RQS-SW             PIC  X(01)  VALUE 'N'.          00008500
           88  WS-END-OF-RQS                       VALUE 'Y'.           00008600
       01  WS-END-OF-DLV-SW             PIC  X(01)  VALUE 'N'.          00008700
           88  WS-END-OF-DLV                       VALUE 'Y'.           00008800
                                                                        00008900
      *  REQUESTED ASSETS OF THE CURRENT TRANSFER, WITH WHAT ARRIVED.   00009000
       01  WS-RQS-TABLE-AREA.                                           00009100
           05  WS-RQS-CNT               PIC S9(04) COMP  VALUE +0.      00009200
           05  WS-RQS-SUB               PIC S9(04) COMP  VALUE +0.      00009300
           05  WS-RQS-ENTRY             OCCURS 500 TIMES.               00009400
               10  WS-RQS-CUSIP         PIC  X(09).                     00009500
               10  WS-RQS-ADP-NBR       PIC  X(07).                     00009600
               10  WS-RQS-QTY           PIC S9(12)V9(5) COMP-3.         00009700
               10  WS-RQS-AMT           PIC S9(12)V9(5) COMP-3.         00009800
               10  WS-RQS-DLV-QTY       PIC S9(12)V9(5) COMP-3.         00009900
               10  WS-RQS-DLV-AMT       PIC S9(12)V9(5) COMP-3.         00010000
       01  WS-RQS-FOUND-SW              PIC  X(01)  VALUE 'N'.          00010100
           88  WS-RQS-FOUND                        VALUE 'Y'.           00010200
                                                                        00010300
      *  HOST VARIABLES                                                 00010400
       01  WS-RUN-STTLM-DT              PIC  X(10)  VALUE SPACES.       00010500
       01  WS-TFR-AREA.                                                 00010600
           05  WS-TFR-CLIENT            PIC  X(04).                     00010700
           05  WS-TFR-ACAT-CNTL         PIC  X(14).                     00010800
           05  WS-TFR-BRANCH            PIC  X(03).                     00010900
           05  WS-TFR-ACCT              PIC  X(05).                     00011000
       01  WS-AST-AREA.                                                 00011100
           05  WS-AST-CUSIP             PIC  X(09).                     00011200
           05  WS-AST-ADP-NBR           PIC  X(07).                     00011300
           05  WS-AST-QTY               PIC S9(12)V9(5) COMP-3.         00011400
           05  WS-AST-AMT               PIC S9(12)V9(5) COMP-3.         00011500
                                                                        00011600
       01  WS-OPEN-QTY                  PIC S9(12)V9(5) COMP-3.         00011700
       01  WS-TFR-SHORT-SW              PIC  X(01)  VALUE 'N'.          00011800
           88  WS-TFR-SHORT                        VALUE 'Y'.           00011900
                                                                        00012000
       01  WS-CNT-PTRS                  PIC S9(07) COMP-3  VALUE ZERO.  00012100
       01  WS-CNT-PTRS-FULL             PIC S9(07) COMP-3  VALUE ZERO.  00012200
       01  WS-CNT-PTRS-SHORT            PIC S9(07) COMP-3  VALUE ZERO.  00012300
       01  WS-CNT-FULL                  PIC S9(07) COMP-3  VALUE ZERO.  00012400
       01  WS-CNT-SHORT                 PIC S9(07) COMP-3  VALUE ZERO.  00012500
       01  WS-CNT-MISSING               PIC S9(07) COMP-3  VALUE ZERO.  00012600
       01  WS-CNT-NOT-RQSTD             PIC S9(07) COMP-3  VALUE ZERO.  00012700
       01  WS-CNT-FOLLOWUP              PIC S9(07) COMP-3  VALUE ZERO.  00012800
                                                                        00012900
       01  WS-ACCEPT-DATE.                                              00013000
           05  WS-ACCEPT-YY             PIC  9(02).                     00013100
           05  WS-ACCEPT-MM             PIC  9(02).                     00013200
           05  WS-ACCEPT-DD             PIC  9(02).                     00013300
                                                                        00013400
       01  WS-DB2-MESSAGE-AREA.                                         00013500
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00013600
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00013700
               INDEXED BY WS-ERROR-INDEX.                               00013800
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00013900
                                                                        00014000
           EJECT                                                        00014100
       01  HDR1-RECORD.                                                 00014200
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00014300
           05  FILLER                   PIC  X(30)  VALUE               00014400
               'CAT779 - PTR FULFILMENT RECONC'.                        00014500
           05  FILLER                   PIC  X(30)  VALUE               00014600
               'ILIATION  SETTLED             '.                        00014700
           05  HDR1-STTLM-DT            PIC  X(10).                     00014800
           05  FILLER                   PIC  X(13)  VALUE SPACES.       00014900
           05  FILLER                   PIC  X(06)  VALUE 'DATE: '.     00015000
           05  HDR1-DATE-MM             PIC  X(02).                     00015100
           05  FILLER                   PIC  X(01)  VALUE '/'.          00015200
           05  HDR1-DATE-DD             PIC  X(02).                     00015300
           05  FILLER                   PIC  X(01)  VALUE '/'.          00015400
           05  HDR1-DATE-YY             PIC  X(02).                     00015500
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00015600
                                                                        00015700
       01  HDR2-RECORD.                                                 00015800
           05  HDR2-CC                  PIC  X(01)  VALUE '0'.          00015900
           05  FILLER                   PIC  X(30)  VALUE               00016000
               ' CLNT CONTROL NBR     BRN ACCT'.                        00016100
           05  FILLER                   PIC  X(30)  VALUE               00016200
               ' CUSIP     ADP NBR     REQUEST'.                        00016300
           05  FILLER                   PIC  X(30)  VALUE               00016400
               'ED QTY/AMT    DELIVERED QTY/AM'.                        00016500
           05  FILLER                   PIC  X(30)  VALUE               00016600
               'T RESULT                      '.                        00016700
           05  FILLER                   PIC  X(11)  VALUE SPACES.       00016800
                                                                        00016900
       01  DTL1-RECORD.                                                 00017000
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00017100
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00017200
           05  DTL1-CLIENT              PIC  X(04).                     00017300
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00017400
           05  DTL1-ACAT-CNTL           PIC  X(14).                     00017500
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00017600
           05  DTL1-BRANCH              PIC  X(03).                     00017700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00017800
           05  DTL1-ACCT                PIC  X(05).                     00017900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00018000
           05  DTL1-CUSIP               PIC  X(09).                     00018100
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00018200
           05  DTL1-ADP-NBR             PIC  X(07).                     00018300
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00018400
           05  DTL1-RQST                PIC  ZZZ,ZZZ,ZZ9.99999-.        00018500
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00018600
           05  DTL1-DLVD                PIC  ZZZ,ZZZ,ZZ9.99999-.        00018700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00018800
           05  DTL1-RESULT              PIC  X(25).                     00018900
           05  FILLER                   PIC  X(19)  VALUE SPACES.       00019000
                                                                        00019100
       01  TRL1-RECORD.                                                 00019200
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00019300
           05  TRL1-LABEL               PIC  X(32).                     00019400
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00019500
           05  FILLER                   PIC  X(88)  VALUE SPACES.       00019600
                                                                        00019700
           EJECT                                                        00019800
      *DB2 COMMUNICATION AREA                                           00019900
           EXEC SQL                                                     00020000
              INCLUDE SQLCA                                             00020100
           END-EXEC.                                                    00020200
                                                                        00020300
      *----------------------------------------------------------------*00020400
      *  RECEIVED PARTIAL TRANSFER REQUESTS SETTLED ON THE RUN DATE.   *00020500
      *----------------------------------------------------------------*00020600
           EXEC SQL                                                     00020700
              DECLARE TFRCSR CURSOR FOR                                 00020800
                 SELECT CLIENT_NBR                                      00020900
                       ,ACAT_CONTROL_NBR                                00021000
                       ,BRANCH_CD                                       00021100
                       ,ACCT_CD                                         00021200
                 FROM  VTRNFR                                           00021300
                 WHERE TRNFR_TYPE_CD    = 'PTR'                         00021400
                   AND DSTBN_SIDE_CD    = 'R'                           00021500
                   AND STTS_CD          = '310'                         00021600
                   AND STTLM_DT         = :WS-RUN-STTLM-DT              00021700
                 ORDER BY CLIENT_NBR, ACAT_CONTROL_NBR                  00021800
                 FOR READ ONLY WITH UR                                  00021900
           END-EXEC.                                                    00022000
                                                                        00022100
      *----------------------------------------------------------------*00022200
      *  WHAT THE CUSTOMER ASKED FOR - DELETE REQUESTS ARE NOT PART    *00022300
      *  OF THE PARTIAL.                                               *00022400
      *----------------------------------------------------------------*00022500
           EXEC SQL                                                     00022600
              DECLARE RQSCSR CURSOR FOR                                 00022700
                 SELECT VALUE(ISIN_SEC_ISSUE_CD, ' ')                   00022800
                       ,VALUE(SECURITY_ADP_NBR, ' ')                    00022900
                       ,VALUE(ASSET_QTY, 0)                             00023000
                       ,VALUE(ASSET_AMT, 0)                             00023100
                 FROM  VINITAST                                         00023200
                 WHERE CLIENT_NBR       = :WS-TFR-CLIENT                00023300
                   AND ACAT_CONTROL_NBR = :WS-TFR-ACAT-CNTL             00023400
                   AND TRANS_TYPE_CD   <> 'D'                           00023500
                 ORDER BY ASSET_SEQ_NBR                                 00023600
                 FOR READ ONLY WITH UR                                  00023700
           END-EXEC.                                                    00023800
                                                                        00023900
      *----------------------------------------------------------------*00024000
      *  WHAT THE CONTRA DELIVERED.                                    *00024100
      *----------------------------------------------------------------*00024200
           EXEC SQL                                                     00024300
              DECLARE DLVCSR CURSOR FOR                                 00024400
                 SELECT VALUE(ISIN_SEC_ISSUE_CD, ' ')                   00024500
                       ,VALUE(SECURITY_ADP_NBR, ' ')                    00024600
                       ,VALUE(ASSET_QTY, 0)                             00024700
                       ,VALUE(ASSET_AMT, 0)                             00024800
                 FROM  VASSET                                           00024900
                 WHERE CLIENT_NBR       = :WS-TFR-CLIENT                00025000
                   AND ACAT_CONTROL_NBR = :WS-TFR-ACAT-CNTL             00025100
                 ORDER BY ASSET_SEQ_NBR                                 00025200
                 FOR READ ONLY WITH UR                                  00025300
           END-EXEC.                                                    00025400
                                                                        00025500
           EJECT                                                        00025600
       LINKAGE SECTION.                                                 00025700
       01  PARM-AREA.                                                   00025800
           05  PARM-LENGTH              PIC S9(4) COMP SYNC.            00025900
           05  PARM-STTLM-DT            PIC  X(10).                     00026000
                                                                        00026100
      ***************************************************************** 00026200
       PROCEDURE DIVISION USING PARM-AREA.                              00026300
      ***************************************************************** 00026400
                                                                        00026500
           DISPLAY '*** CAT779 - PTR FULFILMENT RECONCILIATION ***'.    00026600
                                                                        00026700
           PERFORM 1000-INITIAL-RTN.                                    00026800
                                                                        00026900
           EXEC SQL                                                     00027000
              OPEN TFRCSR                                               00027100
           END-EXEC.                                                    00027200
           IF SQLCODE NOT = +0                                          00027300
              PERFORM 8000-DB2-ERROR-RTN                                00027400
           END-IF.                                                      00027500
                                                                        00027600
           PERFORM 2000-PROCESS-TFR-RTN THRU 2000-EXIT                  00027700
              UNTIL WS-END-OF-TFR.                                      00027800
                                                                        00027900
           EXEC SQL                                                     00028000
              CLOSE TFRCSR                                              00028100
           END-EXEC.                                                    00028200
                                                                        00028300
           PERFORM 9000-EOJ-RTN.                                        00028400
                                                                        00028500
           GOBACK.                                                      00028600
                                                                        00028700
           EJECT                                                        00028800
      *****************                                                 00028900
       1000-INITIAL-RTN.                                                00029000
      *****************                                                 00029100
                                                                        00029200
           IF PARM-LENGTH = +10                                         00029300
              MOVE PARM-STTLM-DT            TO  WS-RUN-STTLM-DT         00029400
           ELSE                                                         00029500
              EXEC SQL                                                  00029600
                 SELECT  CHAR(CURRENT DATE, ISO)                        00029700
                   INTO :WS-RUN-STTLM-DT                                00029800
                   FROM  SYSIBM.SYSDUMMY1                               00029900
              END-EXEC                                                  00030000
              IF SQLCODE NOT = +0                                       00030100
                 PERFORM 8000-DB2-ERROR-RTN                             00030200
              END-IF                                                    00030300
           END-IF.                                                      00030400
           DISPLAY 'CAT779 - SETTLE DATE ' WS-RUN-STTLM-DT.             00030500
                                                                        00030600
           OPEN OUTPUT  FOLLOWUP-FILE                                   00030700
                        REPORT-FILE.                                    00030800
                                                                        00030900
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00031000
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00031100
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00031200
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00031300
           MOVE WS-RUN-STTLM-DT             TO  HDR1-STTLM-DT.          00031400
                                                                        00031500
           WRITE REPORT-RECORD            FROM  HDR1-RECORD.            00031600
           WRITE REPORT-RECORD            FROM  HDR2-RECORD.            00031700
                                                                        00031800
           EJECT                                                        00031900
      *---------------------------------------------------------------  00032000
      * 2000-PROCESS-TFR-RTN - LOAD THE REQUEST, APPLY THE DELIVERIES   00032100
      * TO IT, THEN CLASSIFY EACH REQUESTED ASSET.                      00032200
      *---------------------------------------------------------------  00032300
       2000-PROCESS-TFR-RTN.                                            00032400
                                                                        00032500
           EXEC SQL                                                     00032600
              FETCH TFRCSR                                              00032700
                 INTO :WS-TFR-CLIENT                                    00032800
                     ,:WS-TFR-ACAT-CNTL                                 00032900
                     ,:WS-TFR-BRANCH                                    00033000
                     ,:WS-TFR-ACCT                                      00033100
           END-EXEC.                                                    00033200
                                                                        00033300
           EVALUATE SQLCODE                                             00033400
              WHEN +100                                                 00033500
                 SET WS-END-OF-TFR          TO  TRUE                    00033600
                 GO TO 2000-EXIT                                        00033700
              WHEN +0                                                   00033800
                 CONTINUE                                               00033900
              WHEN OTHER                                                00034000
                 PERFORM 8000-DB2-ERROR-RTN                             00034100
           END-EVALUATE.                                                00034200
           ADD 1                            TO  WS-CNT-PTRS.            00034300
                                                                        00034400
           MOVE +0                          TO  WS-RQS-CNT.             00034500
           MOVE 'N'                         TO  WS-TFR-SHORT-SW.        00034600
                                                                        00034700
           EXEC SQL                                                     00034800
              OPEN RQSCSR                                               00034900
           END-EXEC.                                                    00035000
           IF SQLCODE NOT = +0                                          00035100
              PERFORM 8000-DB2-ERROR-RTN                                00035200
           END-IF.                                                      00035300
           MOVE 'N'                         TO  WS-END-OF-RQS-SW.       00035400
           PERFORM 2100-LOAD-RQS-RTN THRU 2100-EXIT                     00035500
              UNTIL WS-END-OF-RQS.                                      00035600
           EXEC SQL                                                     00035700
              CLOSE RQSCSR                                              00035800
           END-EXEC.                                                    00035900
                                                                        00036000
           EXEC SQL                                                     00036100
              OPEN DLVCSR                                               00036200
           END-EXEC.                                                    00036300
           IF SQLCODE NOT = +0                                          00036400
              PERFORM 8000-DB2-ERROR-RTN                                00036500
           END-IF.                                                      00036600
           MOVE 'N'                         TO  WS-END-OF-DLV-SW.       00036700
           PERFORM 2200-APPLY-DLV-RTN THRU 2200-EXIT                    00036800
              UNTIL WS-END-OF-DLV.                                      00036900
           EXEC SQL                                                     00037000
              CLOSE DLVCSR                                              00037100
           END-EXEC.                                                    00037200
                                                                        00037300
           PERFORM 2300-CLASSIFY-RTN THRU 2300-EXIT                     00037400
              VARYING WS-RQS-SUB FROM 1 BY 1                            00037500
              UNTIL WS-RQS-SUB > WS-RQS-CNT.                            00037600
                                                                        00037700
           IF WS-TFR-SHORT                                              00037800
              ADD 1                         TO  WS-CNT-PTRS-SHORT       00037900
           ELSE                                                         00038000
              ADD 1                         TO  WS-CNT-PTRS-FULL        00038100
           END-IF.                                                      00038200
                                                                        00038300
       2000-EXIT.                                                       00038400
           EXIT.                                                        00038500
                                                                        00038600
      *---------------------------------------------------------------  00038700
      * 2100-LOAD-RQS-RTN - A CUSIP REQUESTED MORE THAN ONCE IS         00038800
      * ACCUMULATED INTO ONE ENTRY.                                     00038900
      *---------------------------------------------------------------  00039000
       2100-LOAD-RQS-RTN.                                               00039100
                                                                        00039200
           EXEC SQL                                                     00039300
              FETCH RQSCSR                                              00039400
                 INTO :WS-AST-CUSIP                                     00039500
                     ,:WS-AST-ADP-NBR                                   00039600
                     ,:WS-AST-QTY                                       00039700
                     ,:WS-AST-AMT                                       00039800
           END-EXEC.                                                    00039900
                                                                        00040000
           EVALUATE SQLCODE                                             00040100
              WHEN +100                                                 00040200
                 SET WS-END-OF-RQS          TO  TRUE                    00040300
                 GO TO 2100-EXIT                                        00040400
              WHEN +0                                                   00040500
                 CONTINUE                                               00040600
              WHEN OTHER                                                00040700
                 PERFORM 8000-DB2-ERROR-RTN                             00040800
           END-EVALUATE.                                                00040900
                                                                        00041000
           PERFORM 2400-FIND-RQS-RTN.                                   00041100
           IF WS-RQS-FOUND                                              00041200
              ADD WS-AST-QTY                TO  WS-RQS-QTY (WS-RQS-SUB) 00041300
              ADD WS-AST-AMT                TO  WS-RQS-AMT (WS-RQS-SUB) 00041400
              GO TO 2100-EXIT                                           00041500
           END-IF.                                                      00041600
                                                                        00041700
           IF WS-RQS-CNT NOT < +500                                     00041800
              DISPLAY 'CAT779 - REQUEST TABLE FULL - ABENDING'          00041900
              DISPLAY 'CAT779 - ' WS-TFR-CLIENT ' ' WS-TFR-ACAT-CNTL    00042000
              MOVE 1100                     TO  ABEND-CODE              00042100
              CALL ABEND                 USING  ABEND-CODE              00042200
           END-IF.                                                      00042300
                                                                        00042400
           ADD 1                            TO  WS-RQS-CNT.             00042500
           MOVE WS-AST-CUSIP          TO  WS-RQS-CUSIP (WS-RQS-CNT).    00042600
           MOVE WS-AST-ADP-NBR        TO  WS-RQS-ADP-NBR (WS-RQS-CNT).  00042700
           MOVE WS-AST-QTY            TO  WS-RQS-QTY (WS-RQS-CNT).      00042800
           MOVE WS-AST-AMT            TO  WS-RQS-AMT (WS-RQS-CNT).      00042900
           MOVE +0                     TO  WS-RQS-DLV-QTY (WS-RQS-CNT)  00043000
                                           WS-RQS-DLV-AMT (WS-RQS-CNT). 00043100
                                                                        00043200
       2100-EXIT.                                                       00043300
           EXIT.                                                        00043400
                                                                        00043500
      *---------------------------------------------------------------  00043600
      * 2200-APPLY-DLV-RTN - A DELIVERED ASSET NOBODY ASKED FOR IS      00043700
      * REPORTED AS IT IS READ.                                         00043800
      *---------------------------------------------------------------  00043900
       2200-APPLY-DLV-RTN.                                              00044000
                                                                        00044100
           EXEC SQL                                                     00044200
              FETCH DLVCSR                                              00044300
                 INTO :WS-AST-CUSIP                                     00044400
                     ,:WS-AST-ADP-NBR                                   00044500
                     ,:WS-AST-QTY                                       00044600
                     ,:WS-AST-AMT                                       00044700
           END-EXEC.                                                    00044800
                                                                        00044900
           EVALUATE SQLCODE                                             00045000
              WHEN +100                                                 00045100
                 SET WS-END-OF-DLV          TO  TRUE                    00045200
                 GO TO 2200-EXIT                                        00045300
              WHEN +0                                                   00045400
                 CONTINUE                                               00045500
              WHEN OTHER                                                00045600
                 PERFORM 8000-DB2-ERROR-RTN                             00045700
           END-EVALUATE.                                                00045800
                                                                        00045900
           PERFORM 2400-FIND-RQS-RTN.                                   00046000
           IF WS-RQS-FOUND                                              00046100
              ADD WS-AST-QTY           TO  WS-RQS-DLV-QTY (WS-RQS-SUB)  00046200
              ADD WS-AST-AMT           TO  WS-RQS-DLV-AMT (WS-RQS-SUB)  00046300
              GO TO 2200-EXIT                                           00046400
           END-IF.                                                      00046500
                                                                        00046600
           ADD 1                            TO  WS-CNT-NOT-RQSTD.       00046700
           MOVE WS-AST-CUSIP                TO  DTL1-CUSIP.             00046800
           MOVE WS-AST-ADP-NBR              TO  DTL1-ADP-NBR.           00046900
           MOVE +0                          TO  DTL1-RQST.              00047000
           IF WS-AST-QTY NOT = +0                                       00047100
              MOVE WS-AST-QTY               TO  DTL1-DLVD               00047200
           ELSE                                                         00047300
              MOVE WS-AST-AMT               TO  DTL1-DLVD               00047400
           END-IF.                                                      00047500
           MOVE 'DELIVERED NOT REQUESTED'   TO  DTL1-RESULT.            00047600
           PERFORM 6000-WRITE-DETAIL-RTN.                               00047700
                                                                        00047800
       2200-EXIT.                                                       00047900
           EXIT.                                                        00048000
                                                                        00048100
      *---------------------------------------------------------------  00048200
      * 2300-CLASSIFY-RTN - COMPARE ON QUANTITY; ON AMOUNT WHERE THE    00048300
      * REQUEST CARRIED NO QUANTITY.                                    00048400
      *---------------------------------------------------------------  00048500
       2300-CLASSIFY-RTN.                                               00048600
                                                                        00048700
           MOVE WS-RQS-CUSIP (WS-RQS-SUB)   TO  DTL1-CUSIP.             00048800
           MOVE WS-RQS-ADP-NBR (WS-RQS-SUB) TO  DTL1-ADP-NBR.           00048900
           MOVE SPACE                       TO  FLP-RESULT-CD.          00049000
                                                                        00049100
           IF WS-RQS-QTY (WS-RQS-SUB) NOT = +0                          00049200
              MOVE WS-RQS-QTY (WS-RQS-SUB)     TO  DTL1-RQST            00049300
                                                   FLP-RQST-QTY         00049400
              MOVE WS-RQS-DLV-QTY (WS-RQS-SUB) TO  DTL1-DLVD            00049500
              COMPUTE WS-OPEN-QTY = WS-RQS-QTY (WS-RQS-SUB)             00049600
                                  - WS-RQS-DLV-QTY (WS-RQS-SUB)         00049700
           ELSE                                                         00049800
              MOVE WS-RQS-AMT (WS-RQS-SUB)     TO  DTL1-RQST            00049900
                                                   FLP-RQST-QTY         00050000
              MOVE WS-RQS-DLV-AMT (WS-RQS-SUB) TO  DTL1-DLVD            00050100
              COMPUTE WS-OPEN-QTY = WS-RQS-AMT (WS-RQS-SUB)             00050200
                                  - WS-RQS-DLV-AMT (WS-RQS-SUB)         00050300
           END-IF.                                                      00050400
                                                                        00050500
           EVALUATE TRUE                                                00050600
              WHEN WS-RQS-DLV-QTY (WS-RQS-SUB) = +0                     00050700
               AND WS-RQS-DLV-AMT (WS-RQS-SUB) = +0                     00050800
                 ADD 1                      TO  WS-CNT-MISSING          00050900
                 SET FLP-MISSING            TO  TRUE                    00051000
                 MOVE 'MISSING'             TO  DTL1-RESULT             00051100
              WHEN WS-OPEN-QTY > +0                                     00051200
                 ADD 1                      TO  WS-CNT-SHORT            00051300
                 SET FLP-SHORT              TO  TRUE                    00051400
                 MOVE 'SHORT'               TO  DTL1-RESULT             00051500
              WHEN OTHER                                                00051600
                 ADD 1                      TO  WS-CNT-FULL             00051700
                 MOVE 'FULLY DELIVERED'     TO  DTL1-RESULT             00051800
           END-EVALUATE.                                                00051900
           PERFORM 6000-WRITE-DETAIL-RTN.                               00052000
                                                                        00052100
           IF FLP-RESULT-CD = SPACE                                     00052200
              GO TO 2300-EXIT                                           00052300
           END-IF.                                                      00052400
                                                                        00052500
           SET WS-TFR-SHORT                 TO  TRUE.                   00052600
           IF FLP-MISSING                                               00052700
              MOVE FLP-RQST-QTY             TO  WS-OPEN-QTY             00052800
           END-IF.                                                      00052900
           MOVE WS-TFR-CLIENT               TO  FLP-CLIENT.             00053000
           MOVE WS-TFR-ACAT-CNTL            TO  FLP-ACAT-CNTL.          00053100
           MOVE WS-TFR-BRANCH               TO  FLP-BRANCH.             00053200
           MOVE WS-TFR-ACCT                 TO  FLP-ACCT.               00053300
           MOVE WS-RUN-STTLM-DT             TO  FLP-STTLM-DT.           00053400
           MOVE WS-RQS-CUSIP (WS-RQS-SUB)   TO  FLP-CUSIP.              00053500
           MOVE WS-RQS-ADP-NBR (WS-RQS-SUB) TO  FLP-ADP-NBR.            00053600
           MOVE WS-OPEN-QTY                 TO  FLP-OPEN-QTY.           00053700
           WRITE FOLLOWUP-RECORD.                                       00053800
           ADD 1                            TO  WS-CNT-FOLLOWUP.        00053900
                                                                        00054000
       2300-EXIT.                                                       00054100
           EXIT.                                                        00054200
                                                                        00054300
       2400-FIND-RQS-RTN.                                               00054400
                                                                        00054500
           MOVE 'N'                         TO  WS-RQS-FOUND-SW.        00054600
           PERFORM 2410-MATCH-RQS-RTN                                   00054700
              VARYING WS-RQS-SUB FROM 1 BY 1                            00054800
              UNTIL WS-RQS-FOUND OR WS-RQS-SUB > WS-RQS-CNT.            00054900
           IF WS-RQS-FOUND                                              00055000
              SUBTRACT 1                  FROM  WS-RQS-SUB              00055100
           END-IF.                                                      00055200
                                                                        00055300
       2410-MATCH-RQS-RTN.                                              00055400
                                                                        00055500
           IF WS-RQS-CUSIP (WS-RQS-SUB) = WS-AST-CUSIP                  00055600
              SET WS-RQS-FOUND              TO  TRUE                    00055700
           END-IF.                                                      00055800
                                                                        00055900
           EJECT                                                        00056000
      *********************                                             00056100
       6000-WRITE-DETAIL-RTN.                                           00056200
      *********************                                             00056300
                                                                        00056400
           MOVE WS-TFR-CLIENT               TO  DTL1-CLIENT.            00056500
           MOVE WS-TFR-ACAT-CNTL            TO  DTL1-ACAT-CNTL.         00056600
           MOVE WS-TFR-BRANCH               TO  DTL1-BRANCH.            00056700
           MOVE WS-TFR-ACCT                 TO  DTL1-ACCT.              00056800
           WRITE REPORT-RECORD            FROM  DTL1-RECORD.            00056900
                                                                        00057000
           EJECT                                                        00057100
      ******************                                                00057200
       8000-DB2-ERROR-RTN.                                              00057300
      ******************                                                00057400
                                                                        00057500
           DISPLAY 'CAT779 - DB2 ERROR, SQLCODE = ' SQLCODE.            00057600
           CALL DSNTIAR               USING  SQLCA                      00057700
                                             WS-DB2-MESSAGE-AREA        00057800
                                             WS-ERR-LINE-LEN            00057900
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00058000
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00058100
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00058200
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00058300
                 END-IF                                                 00058400
           END-PERFORM.                                                 00058500
           DISPLAY 'CAT779 ABENDED'.                                    00058600
           CALL ABEND                 USING  ABEND-CODE.                00058700
                                                                        00058800
           EJECT                                                        00058900
      ************                                                      00059000
       9000-EOJ-RTN.                                                    00059100
      ************                                                      00059200
                                                                        00059300
           MOVE 'SETTLED PTRS RECONCILED         '  TO  TRL1-LABEL.     00059400
           MOVE WS-CNT-PTRS                 TO  TRL1-COUNT.             00059500
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00059600
                                                                        00059700
           MOVE ' '                         TO  TRL1-CC.                00059800
           MOVE 'PTRS FULLY DELIVERED            '  TO  TRL1-LABEL.     00059900
           MOVE WS-CNT-PTRS-FULL            TO  TRL1-COUNT.             00060000
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00060100
                                                                        00060200
           MOVE 'PTRS SHORT OR MISSING ASSETS    '  TO  TRL1-LABEL.     00060300
           MOVE WS-CNT-PTRS-SHORT           TO  TRL1-COUNT.             00060400
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00060500
                                                                        00060600
           MOVE 'ASSETS FULLY DELIVERED          '  TO  TRL1-LABEL.     00060700
           MOVE WS-CNT-FULL                 TO  TRL1-COUNT.             00060800
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00060900
                                                                        00061000
           MOVE 'ASSETS SHORT                    '  TO  TRL1-LABEL.     00061100
           MOVE WS-CNT-SHORT                TO  TRL1-COUNT.             00061200
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00061300
                                                                        00061400
           MOVE 'ASSETS MISSING                  '  TO  TRL1-LABEL.     00061500
           MOVE WS-CNT-MISSING              TO  TRL1-COUNT.             00061600
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00061700
                                                                        00061800
           MOVE 'ASSETS DELIVERED NOT REQUESTED  '  TO  TRL1-LABEL.     00061900
           MOVE WS-CNT-NOT-RQSTD            TO  TRL1-COUNT.             00062000
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00062100
                                                                        00062200
           MOVE 'FOLLOW-UP RECORDS WRITTEN       '  TO  TRL1-LABEL.     00062300
           MOVE WS-CNT-FOLLOWUP             TO  TRL1-COUNT.             00062400
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00062500
                                                                        00062600
           CLOSE FOLLOWUP-FILE                                          00062700
                 REPORT-FILE.                                           00062800
                                                                        00062900
           IF WS-CNT-FOLLOWUP > ZERO                                    00063000
              MOVE +4                       TO  RETURN-CODE             00063100
           END-IF.                                                      00063200
                                                                        00063300
           DISPLAY ' '                                                  00063400
           DISPLAY 'SETTLED PTRS:           ' WS-CNT-PTRS               00063500
           DISPLAY 'PTRS SHORT:             ' WS-CNT-PTRS-SHORT         00063600
           DISPLAY 'FOLLOW-UP RECORDS:      ' WS-CNT-FOLLOWUP           00063700
           DISPLAY ' '                                                  00063800
           DISPLAY '*************************'                          00063900
           DISPLAY '* END OF CAT779 PROGRAM *'                          00064000
           DISPLAY '*************************'                          00064100
           DISPLAY ' '.                                                 00064200
