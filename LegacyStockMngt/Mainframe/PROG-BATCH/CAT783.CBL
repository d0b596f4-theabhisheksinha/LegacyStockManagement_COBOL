000001* PDX    - CAT783   C0369784 10/15/26 20:31:05 TBTIKUO            00000100
000001* CREATED FOR SSR 114456.  LETTER-OF-INTENT AND RIGHTS-OF-        00000200
000001* ACCUMULATION CARRYOVER ON INCOMING FUND TRANSFERS.  THE LOI     00000300
000001* DATE AND ROA/LOI VALUE RIDE ON THE FUND REGISTRATION (VFNDRGST) 00000400
000001* BUT NOTHING HANDED THEM TO THE SALES-CHARGE SYSTEM, SO A        00000500
000001* CUSTOMER PART WAY THROUGH A LETTER OF INTENT LOST THE           00000600
000001* BREAKPOINT ON THE NEXT PURCHASE.  SETTLED INCOMING FUND         00000700
000001* POSITIONS CARRYING EITHER ARE WRITTEN TO A BREAKPOINT-CARRYOVER 00000800
000001* FEED, AND EACH LOI IS REGISTERED ON ACATLOIR.  MONTHLY, THE LOIS00000900
000001* NEARING THEIR 13-MONTH END DATE SHORT OF THE COMMITTED AMOUNT   00001000
000001* ARE REPORTED.                                                   00001100
       IDENTIFICATION DIVISION.                                         00001200
       PROGRAM-ID.  CAT783.                                             00001300
       AUTHOR.      LARRY MUREY.                                        00001400
       DATE-WRITTEN.  OCT 2026.                                         00001500
      *---------------------------------------------------------------* 00001600
      *                         REMARKS                               * 00001700
      * RUNS NIGHTLY AFTER SETTLEMENT.                                * 00001800
      * INPUTS:  VTRNFR   - RECEIVED TRANSFERS, STATUS 310, SETTLED   * 00001900
      *                     TODAY                                     * 00002000
      *          VFNDRGST - LOI_DT AND ROA_LOI_AMT OF EACH FUND ASSET * 00002100
      *          VASSET   - DELIVERED FUND ASSET AND ITS VALUE        * 00002200
      * OUTPUTS: BRKPFEED - BREAKPOINT-CARRYOVER FEED                 * 00002300
      *          ACATLOIR - LOI REGISTER (ONE ROW PER FUND ASSET)     * 00002400
      *          RPTPI    - CARRYOVER REPORT, AND ON THE MONTHLY RUN  * 00002500
      *                     THE LOIS ENDING WITHIN 60 DAYS THAT ARE   * 00002600
      *                     SHORT OF THE COMMITTED AMOUNT             * 00002700
      * PARM:    M = MONTHLY RUN, PRINT THE LOI SHORTFALL REPORT      * 00002800
      * WITH AN LOI DATE THE ROA/LOI VALUE IS THE COMMITTED AMOUNT    * 00002900
      * AND THE VALUE TRANSFERRED IN IS THE AMOUNT ACCUMULATED SO     * 00003000
      * FAR; WITHOUT ONE THE VALUE IS THE ROA ACCUMULATED VALUE.      * 00003100
      * THE LOI ENDS 13 MONTHS AFTER ITS START DATE.  THE FUND FAMILY * 00003200
      * IS THE ISSUER PORTION (FIRST SIX) OF THE FUND CUSIP.          * 00003300
      *---------------------------------------------------------------* 00003400
           EJECT                                                        00003500
      ***************************************************************** 00003600
       ENVIRONMENT DIVISION.                                            00003700
      ***************************************************************** 00003800
       INPUT-OUTPUT SECTION.                                            00003900
       FILE-CONTROL.                                                    00004000
           SELECT BRKP-FILE            ASSIGN  TO  BRKPFEED.            00004100
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00004200
                                                                        00004300
      ***************************************************************** 00004400
       DATA DIVISION.                                                   00004500
      ***************************************************************** 00004600
                                                                        00004700
       FILE SECTION.                                                    00004800
                                                                        00004900
       FD  BRKP-FILE                                                    00005000
           RECORDING MODE F                                             00005100
           BLOCK CONTAINS 0 RECORDS                                     00005200
           LABEL RECORDS ARE STANDARD                                   00005300
           RECORD CONTAINS 150 CHARACTERS.                              00005400
       01  BRKP-RECORD.                                                 00005500
           05  BKP-CLIENT              PIC X(04).                       00005600
           05  BKP-ACAT-CNTL           PIC X(14).                       00005700
           05  BKP-ASSET-SEQ           PIC 9(09).                       00005800
           05  BKP-BRANCH              PIC X(03).                       00005900
           05  BKP-ACCT                PIC X(05).                       00006000
           05  BKP-TYPE-CD             PIC X(01).                       00006100
               88  BKP-LOI                        VALUE 'L'.            00006200
               88  BKP-ROA                        VALUE 'R'.            00006300
           05  BKP-FUND-FAMILY         PIC X(06).                       00006400
           05  BKP-CUSIP               PIC X(09).                       00006500
           05  BKP-FUND-ACCT-NBR       PIC X(20).                       00006600
           05  BKP-LOI-STRT-DT         PIC X(10).                       00006700
           05  BKP-LOI-END-DT          PIC X(10).                       00006800
           05  BKP-CMTD-AMT            PIC S9(13)V99.                   00006900
           05  BKP-ACCUM-AMT           PIC S9(13)V99.                   00007000
           05  BKP-STTLM-DT            PIC X(10).                       00007100
           05  FILLER                  PIC X(19).                       00007200
                                                                        00007300
       FD  REPORT-FILE                                                  00007400
           RECORDING MODE F                                             00007500
           BLOCK CONTAINS 0 RECORDS                                     00007600
           LABEL RECORDS ARE STANDARD                                   00007700
           RECORD CONTAINS 132 CHARACTERS.                              00007800
       01  REPORT-RECORD                PIC  X(132).                    00007900
                                                                        00008000
           EJECT                                                        00008100
      ***************************************************************** 00008200
       WORKING-STORAGE SECTION.                                         00008300
      ***************************************************************** 00008400
                                                                        00008500
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00008600
                                                                        00008700
       01  CALL-MODULES.                                                00008800
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00008900
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00009000
                                                                        00009100
       01  WS-END-OF-BKP-SW             PIC  X(01)  VALUE 'N'.          00009200
           88  WS-END-OF-BKP                       VALUE 'Y'.           00009300
       01  WS-END-OF-SHT-SW             PIC  X(01)  VALUE 'N'.          00009400
           88  WS-END-OF-SHT                       VALUE 'Y'.           00009500
       01  WS-MONTHLY-RUN-SW            PIC  X(01)  VALUE 'N'.          00009600
           88  WS-MONTHLY-RUN                      VALUE 'Y'.           00009700
                                                                        00009800
      *  HOST VARIABLES                                                 00009900
       01  WS-BKP-AREA.                                                 00010000
           05  WS-BKP-CLIENT            PIC  X(04).                     00010100
           05  WS-BKP-ACAT-CNTL         PIC  X(14).                     00010200
           05  WS-BKP-ASSET-SEQ         PIC S9(09) COMP.                00010300
           05  WS-BKP-BRANCH            PIC  X(03).                     00010400
           05  WS-BKP-ACCT              PIC  X(05).                     00010500
           05  WS-BKP-CUSIP.                                            00010600
               10  WS-BKP-ISSUER        PIC  X(06).                     00010700
               10  FILLER               PIC  X(03).                     00010800
           05  WS-BKP-FNBR              PIC  X(20).                     00010900
           05  WS-BKP-LOI-STRT-DT       PIC  X(10).                     00011000
               88  WS-BKP-NO-LOI                   VALUE SPACES         00011100
                                                         '0001-01-01'.  00011200
           05  WS-BKP-LOI-END-DT        PIC  X(10).                     00011300
           05  WS-BKP-ROA-LOI-AMT       PIC S9(13)V99 COMP-3.           00011400
           05  WS-BKP-ASSET-AMT         PIC S9(13)V99 COMP-3.           00011500
           05  WS-BKP-STTLM-DT          PIC  X(10).                     00011600
           05  WS-BKP-CMTD-AMT          PIC S9(13)V99 COMP-3.           00011700
           05  WS-BKP-ACCUM-AMT         PIC S9(13)V99 COMP-3.           00011800
           05  WS-BKP-DAYS-LEFT         PIC S9(09) COMP.                00011900
           05  WS-BKP-TYPE-CD           PIC  X(01).                     00012000
                                                                        00012100
       01  WS-CNT-FEED                  PIC S9(07) COMP-3  VALUE ZERO.  00012200
       01  WS-CNT-LOI                   PIC S9(07) COMP-3  VALUE ZERO.  00012300
       01  WS-CNT-ROA                   PIC S9(07) COMP-3  VALUE ZERO.  00012400
       01  WS-CNT-REGISTERED            PIC S9(07) COMP-3  VALUE ZERO.  00012500
       01  WS-CNT-ALREADY               PIC S9(07) COMP-3  VALUE ZERO.  00012600
       01  WS-CNT-SHORT                 PIC S9(07) COMP-3  VALUE ZERO.  00012700
                                                                        00012800
       01  WS-ACCEPT-DATE.                                              00012900
           05  WS-ACCEPT-YY             PIC  9(02).                     00013000
           05  WS-ACCEPT-MM             PIC  9(02).                     00013100
           05  WS-ACCEPT-DD             PIC  9(02).                     00013200
                                                                        00013300
       01  WS-DB2-MESSAGE-AREA.                                         00013400
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00013500
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00013600
               INDEXED BY WS-ERROR-INDEX.                               00013700
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00013800
                                                                        00013900
           EJECT                                                        00014000
       01  HDR1-RECORD.                                                 00014100
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00014200
           05  FILLER                   PIC  X(30)  VALUE               00014300
               'CAT783 - LOI/ROA BREAKPOINT CA'.                        00014400
           05  FILLER                   PIC  X(30)  VALUE               00014500
               'RRYOVER                       '.                        00014600
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00014700
           05  FILLER                   PIC  X(06)  VALUE 'DATE: '.     00014800
           05  HDR1-DATE-MM             PIC  X(02).                     00014900
           05  FILLER                   PIC  X(01)  VALUE '/'.          00015000
           05  HDR1-DATE-DD             PIC  X(02).                     00015100
           05  FILLER                   PIC  X(01)  VALUE '/'.          00015200
           05  HDR1-DATE-YY             PIC  X(02).                     00015300
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00015400
                                                                        00015500
       01  HDR2-RECORD.                                                 00015600
           05  HDR2-CC                  PIC  X(01)  VALUE '0'.          00015700
           05  FILLER                   PIC  X(30)  VALUE               00015800
               ' CLNT CONTROL NBR     BRN ACCT'.                        00015900
           05  FILLER                   PIC  X(30)  VALUE               00016000
               ' T CUSIP     LOI START  LOI EN'.                        00016100
           05  FILLER                   PIC  X(30)  VALUE               00016200
               'D           COMMITTED         '.                        00016300
           05  FILLER                   PIC  X(30)  VALUE               00016400
               'ACCUMULATED DAYS              '.                        00016500
           05  FILLER                   PIC  X(11)  VALUE SPACES.       00016600
                                                                        00016700
       01  SEC1-RECORD.                                                 00016800
           05  SEC1-CC                  PIC  X(01)  VALUE '0'.          00016900
           05  SEC1-TITLE               PIC  X(50).                     00017000
           05  FILLER                   PIC  X(81)  VALUE SPACES.       00017100
                                                                        00017200
       01  DTL1-RECORD.                                                 00017300
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00017400
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00017500
           05  DTL1-CLIENT              PIC  X(04).                     00017600
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00017700
           05  DTL1-ACAT-CNTL           PIC  X(14).                     00017800
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00017900
           05  DTL1-BRANCH              PIC  X(03).                     00018000
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00018100
           05  DTL1-ACCT                PIC  X(05).                     00018200
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00018300
           05  DTL1-TYPE                PIC  X(01).                     00018400
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00018500
           05  DTL1-CUSIP               PIC  X(09).                     00018600
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00018700
           05  DTL1-LOI-STRT-DT         PIC  X(10).                     00018800
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00018900
           05  DTL1-LOI-END-DT          PIC  X(10).                     00019000
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00019100
           05  DTL1-CMTD-AMT            PIC  ZZZ,ZZZ,ZZZ,ZZ9.99-.       00019200
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00019300
           05  DTL1-ACCUM-AMT           PIC  ZZZ,ZZZ,ZZZ,ZZ9.99-.       00019400
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00019500
           05  DTL1-DAYS-LEFT           PIC  ZZZ9-.                     00019600
           05  FILLER                   PIC  X(21)  VALUE SPACES.       00019700
                                                                        00019800
       01  TRL1-RECORD.                                                 00019900
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00020000
           05  TRL1-LABEL               PIC  X(32).                     00020100
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00020200
           05  FILLER                   PIC  X(88)  VALUE SPACES.       00020300
                                                                        00020400
           EJECT                                                        00020500
      *DB2 COMMUNICATION AREA                                           00020600
           EXEC SQL                                                     00020700
              INCLUDE SQLCA                                             00020800
           END-EXEC.                                                    00020900
                                                                        00021000
      *----------------------------------------------------------------*00021100
      *  FUND ASSETS SETTLED IN TODAY WITH AN LOI DATE OR ROA VALUE.   *00021200
      *----------------------------------------------------------------*00021300
           EXEC SQL                                                     00021400
              DECLARE BKPCSR CURSOR WITH HOLD FOR                       00021500
                 SELECT T.CLIENT_NBR                                    00021600
                       ,T.ACAT_CONTROL_NBR                              00021700
                       ,F.ASSET_SEQ_NBR                                 00021800
                       ,T.BRANCH_CD                                     00021900
                       ,T.ACCT_CD                                       00022000
                       ,VALUE(A.ISIN_SEC_ISSUE_CD, ' ')                 00022100
                       ,VALUE(F.FNBR, ' ')                              00022200
                       ,VALUE(CHAR(F.LOI_DT, ISO), ' ')                 00022300
                       ,VALUE(CHAR(F.LOI_DT + 13 MONTHS, ISO), ' ')     00022400
                       ,VALUE(F.ROA_LOI_AMT, 0)                         00022500
                       ,VALUE(A.ASSET_AMT, 0)                           00022600
                       ,CHAR(T.STTLM_DT, ISO)                           00022700
                 FROM  VTRNFR T                                         00022800
                       INNER JOIN VFNDRGST F                            00022900
                         ON  F.CLIENT_NBR       = T.CLIENT_NBR          00023000
                         AND F.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR    00023100
                       INNER JOIN VASSET A                              00023200
                         ON  A.CLIENT_NBR       = F.CLIENT_NBR          00023300
                         AND A.ACAT_CONTROL_NBR = F.ACAT_CONTROL_NBR    00023400
                         AND A.ASSET_SEQ_NBR    = F.ASSET_SEQ_NBR       00023500
                 WHERE T.DSTBN_SIDE_CD    = 'R'                         00023600
                   AND T.STTS_CD          = '310'                       00023700
                   AND T.STTLM_DT         = CURRENT DATE                00023800
                   AND (F.LOI_DT         IS NOT NULL                    00023900
                    OR  F.ROA_LOI_AMT     > 0)                          00024000
                 ORDER BY T.CLIENT_NBR, T.ACAT_CONTROL_NBR,             00024100
                          F.ASSET_SEQ_NBR                               00024200
           END-EXEC.                                                    00024300
                                                                        00024400
      *----------------------------------------------------------------*00024500
      *  LOIS ENDING WITHIN 60 DAYS SHORT OF THE COMMITTED AMOUNT.     *00024600
      *----------------------------------------------------------------*00024700
           EXEC SQL                                                     00024800
              DECLARE SHTCSR CURSOR FOR                                 00024900
                 SELECT CLIENT_NBR                                      00025000
                       ,ACAT_CONTROL_NBR                                00025100
                       ,ASSET_SEQ_NBR                                   00025200
                       ,BRANCH_CD                                       00025300
                       ,ACCT_CD                                         00025400
                       ,ISIN_SEC_ISSUE_CD                               00025500
                       ,CHAR(LOI_STRT_DT, ISO)                          00025600
                       ,CHAR(LOI_END_DT, ISO)                           00025700
                       ,CMTD_AMT                                        00025800
                       ,ACCUM_AMT                                       00025900
                       ,DAYS(LOI_END_DT) - DAYS(CURRENT DATE)           00026000
                 FROM  ACATLOIR                                         00026100
                 WHERE LOI_END_DT BETWEEN CURRENT DATE                  00026200
                                      AND CURRENT DATE + 60 DAYS        00026300
                   AND ACCUM_AMT  < CMTD_AMT                            00026400
                 ORDER BY LOI_END_DT, BRANCH_CD, ACCT_CD                00026500
                 FOR READ ONLY WITH UR                                  00026600
           END-EXEC.                                                    00026700
                                                                        00026800
           EJECT                                                        00026900
       LINKAGE SECTION.                                                 00027000
       01  PARM-AREA.                                                   00027100
           05  PARM-LENGTH              PIC S9(4) COMP SYNC.            00027200
           05  PARM-RUN-CD              PIC  X(01).                     00027300
               88  PARM-MONTHLY                    VALUE 'M'.           00027400
                                                                        00027500
      ***************************************************************** 00027600
       PROCEDURE DIVISION USING PARM-AREA.                              00027700
      ***************************************************************** 00027800
                                                                        00027900
           DISPLAY '*** CAT783 - LOI/ROA BREAKPOINT CARRYOVER ***'.     00028000
                                                                        00028100
           IF PARM-LENGTH = +1 AND PARM-MONTHLY                         00028200
              SET WS-MONTHLY-RUN            TO  TRUE                    00028300
              DISPLAY 'MONTHLY RUN - LOI SHORTFALL REPORT REQUESTED'    00028400
           END-IF.                                                      00028500
                                                                        00028600
           PERFORM 1000-INITIAL-RTN.                                    00028700
                                                                        00028800
           MOVE 'FUND POSITIONS CARRIED OVER TO SALES-CHARGE SYSTEM'    00028900
                                            TO  SEC1-TITLE.             00029000
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00029100
           EXEC SQL                                                     00029200
              OPEN BKPCSR                                               00029300
           END-EXEC.                                                    00029400
           IF SQLCODE NOT = +0                                          00029500
              PERFORM 8000-DB2-ERROR-RTN                                00029600
           END-IF.                                                      00029700
                                                                        00029800
           PERFORM 2000-CARRYOVER-RTN THRU 2000-EXIT                    00029900
              UNTIL WS-END-OF-BKP.                                      00030000
                                                                        00030100
           EXEC SQL                                                     00030200
              CLOSE BKPCSR                                              00030300
           END-EXEC.                                                    00030400
                                                                        00030500
           EXEC SQL                                                     00030600
              COMMIT                                                    00030700
           END-EXEC.                                                    00030800
                                                                        00030900
           IF WS-MONTHLY-RUN                                            00031000
              MOVE 'LOIS ENDING WITHIN 60 DAYS SHORT OF COMMITMENT   '  00031100
                                            TO  SEC1-TITLE              00031200
              WRITE REPORT-RECORD         FROM  SEC1-RECORD             00031300
              EXEC SQL                                                  00031400
                 OPEN SHTCSR                                            00031500
              END-EXEC                                                  00031600
              IF SQLCODE NOT = +0                                       00031700
                 PERFORM 8000-DB2-ERROR-RTN                             00031800
              END-IF                                                    00031900
              PERFORM 3000-SHORTFALL-RTN THRU 3000-EXIT                 00032000
                 UNTIL WS-END-OF-SHT                                    00032100
              EXEC SQL                                                  00032200
                 CLOSE SHTCSR                                           00032300
              END-EXEC                                                  00032400
           END-IF.                                                      00032500
                                                                        00032600
           PERFORM 9000-EOJ-RTN.                                        00032700
                                                                        00032800
           GOBACK.                                                      00032900
                                                                        00033000
           EJECT                                                        00033100
      *****************                                                 00033200
       1000-INITIAL-RTN.                                                00033300
      *****************                                                 00033400
                                                                        00033500
           OPEN OUTPUT  BRKP-FILE                                       00033600
                        REPORT-FILE.                                    00033700
                                                                        00033800
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00033900
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00034000
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00034100
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00034200
                                                                        00034300
           WRITE REPORT-RECORD            FROM  HDR1-RECORD.            00034400
           WRITE REPORT-RECORD            FROM  HDR2-RECORD.            00034500
                                                                        00034600
           EJECT                                                        00034700
      *---------------------------------------------------------------  00034800
      * 2000-CARRYOVER-RTN - FEED EVERY POSITION; REGISTER THE LOIS     00034900
      * SO THE MONTHLY RUN CAN WATCH THEIR END DATES.                   00035000
      *---------------------------------------------------------------  00035100
       2000-CARRYOVER-RTN.                                              00035200
                                                                        00035300
           EXEC SQL                                                     00035400
              FETCH BKPCSR                                              00035500
                 INTO :WS-BKP-CLIENT                                    00035600
                     ,:WS-BKP-ACAT-CNTL                                 00035700
                     ,:WS-BKP-ASSET-SEQ                                 00035800
                     ,:WS-BKP-BRANCH                                    00035900
                     ,:WS-BKP-ACCT                                      00036000
                     ,:WS-BKP-CUSIP                                     00036100
                     ,:WS-BKP-FNBR                                      00036200
                     ,:WS-BKP-LOI-STRT-DT                               00036300
                     ,:WS-BKP-LOI-END-DT                                00036400
                     ,:WS-BKP-ROA-LOI-AMT                               00036500
                     ,:WS-BKP-ASSET-AMT                                 00036600
                     ,:WS-BKP-STTLM-DT                                  00036700
           END-EXEC.                                                    00036800
                                                                        00036900
           EVALUATE SQLCODE                                             00037000
              WHEN +100                                                 00037100
                 SET WS-END-OF-BKP          TO  TRUE                    00037200
                 GO TO 2000-EXIT                                        00037300
              WHEN +0                                                   00037400
                 CONTINUE                                               00037500
              WHEN OTHER                                                00037600
                 PERFORM 8000-DB2-ERROR-RTN                             00037700
           END-EVALUATE.                                                00037800
                                                                        00037900
           MOVE SPACES                      TO  BRKP-RECORD.            00038000
           IF WS-BKP-NO-LOI                                             00038100
              ADD 1                         TO  WS-CNT-ROA              00038200
              SET BKP-ROA                   TO  TRUE                    00038300
              MOVE SPACES                   TO  WS-BKP-LOI-STRT-DT      00038400
                                                WS-BKP-LOI-END-DT       00038500
              MOVE ZERO                     TO  WS-BKP-CMTD-AMT         00038600
              MOVE WS-BKP-ROA-LOI-AMT       TO  WS-BKP-ACCUM-AMT        00038700
           ELSE                                                         00038800
              ADD 1                         TO  WS-CNT-LOI              00038900
              SET BKP-LOI                   TO  TRUE                    00039000
              MOVE WS-BKP-ROA-LOI-AMT       TO  WS-BKP-CMTD-AMT         00039100
              MOVE WS-BKP-ASSET-AMT         TO  WS-BKP-ACCUM-AMT        00039200
              MOVE WS-BKP-LOI-STRT-DT       TO  BKP-LOI-STRT-DT         00039300
              MOVE WS-BKP-LOI-END-DT        TO  BKP-LOI-END-DT          00039400
           END-IF.                                                      00039500
                                                                        00039600
           MOVE WS-BKP-CLIENT               TO  BKP-CLIENT.             00039700
           MOVE WS-BKP-ACAT-CNTL            TO  BKP-ACAT-CNTL.          00039800
           MOVE WS-BKP-ASSET-SEQ            TO  BKP-ASSET-SEQ.          00039900
           MOVE WS-BKP-BRANCH               TO  BKP-BRANCH.             00040000
           MOVE WS-BKP-ACCT                 TO  BKP-ACCT.               00040100
           MOVE WS-BKP-ISSUER               TO  BKP-FUND-FAMILY.        00040200
           MOVE WS-BKP-CUSIP                TO  BKP-CUSIP.              00040300
           MOVE WS-BKP-FNBR                 TO  BKP-FUND-ACCT-NBR.      00040400
           MOVE WS-BKP-CMTD-AMT             TO  BKP-CMTD-AMT.           00040500
           MOVE WS-BKP-ACCUM-AMT            TO  BKP-ACCUM-AMT.          00040600
           MOVE WS-BKP-STTLM-DT             TO  BKP-STTLM-DT.           00040700
           MOVE BKP-TYPE-CD                 TO  WS-BKP-TYPE-CD.         00040800
           WRITE BRKP-RECORD.                                           00040900
           ADD 1                            TO  WS-CNT-FEED.            00041000
                                                                        00041100
           MOVE ZERO                        TO  WS-BKP-DAYS-LEFT.       00041200
           PERFORM 6000-WRITE-DETAIL-RTN.                               00041300
                                                                        00041400
           IF WS-BKP-TYPE-CD = 'R'                                      00041500
              GO TO 2000-EXIT                                           00041600
           END-IF.                                                      00041700
                                                                        00041800
           EXEC SQL                                                     00041900
              INSERT INTO ACATLOIR                                      00042000
                    (CLIENT_NBR                                         00042100
                    ,ACAT_CONTROL_NBR                                   00042200
                    ,ASSET_SEQ_NBR                                      00042300
                    ,BRANCH_CD                                          00042400
                    ,ACCT_CD                                            00042500
                    ,ISIN_SEC_ISSUE_CD                                  00042600
                    ,FUND_FMLY_CD                                       00042700
                    ,LOI_STRT_DT                                        00042800
                    ,LOI_END_DT                                         00042900
                    ,CMTD_AMT                                           00043000
                    ,ACCUM_AMT                                          00043100
                    ,STTLM_DT                                           00043200
                    ,UPDT_TMSTP                                         00043300
                    ,PRGM_NM)                                           00043400
              VALUES                                                    00043500
                    (:WS-BKP-CLIENT                                     00043600
                    ,:WS-BKP-ACAT-CNTL                                  00043700
                    ,:WS-BKP-ASSET-SEQ                                  00043800
                    ,:WS-BKP-BRANCH                                     00043900
                    ,:WS-BKP-ACCT                                       00044000
                    ,:WS-BKP-CUSIP                                      00044100
                    ,:WS-BKP-ISSUER                                     00044200
                    ,DATE(:WS-BKP-LOI-STRT-DT)                          00044300
                    ,DATE(:WS-BKP-LOI-END-DT)                           00044400
                    ,:WS-BKP-CMTD-AMT                                   00044500
                    ,:WS-BKP-ACCUM-AMT                                  00044600
                    ,DATE(:WS-BKP-STTLM-DT)                             00044700
                    ,CURRENT TIMESTAMP                                  00044800
                    ,'CAT783')                                          00044900
           END-EXEC.                                                    00045000
                                                                        00045100
           EVALUATE SQLCODE                                             00045200
              WHEN +0                                                   00045300
                 ADD 1                      TO  WS-CNT-REGISTERED       00045400
              WHEN -803                                                 00045500
                 ADD 1                      TO  WS-CNT-ALREADY          00045600
              WHEN OTHER                                                00045700
                 PERFORM 8000-DB2-ERROR-RTN                             00045800
           END-EVALUATE.                                                00045900
                                                                        00046000
       2000-EXIT.                                                       00046100
           EXIT.                                                        00046200
                                                                        00046300
           EJECT                                                        00046400
      *****************                                                 00046500
       3000-SHORTFALL-RTN.                                              00046600
      *****************                                                 00046700
                                                                        00046800
           EXEC SQL                                                     00046900
              FETCH SHTCSR                                              00047000
                 INTO :WS-BKP-CLIENT                                    00047100
                     ,:WS-BKP-ACAT-CNTL                                 00047200
                     ,:WS-BKP-ASSET-SEQ                                 00047300
                     ,:WS-BKP-BRANCH                                    00047400
                     ,:WS-BKP-ACCT                                      00047500
                     ,:WS-BKP-CUSIP                                     00047600
                     ,:WS-BKP-LOI-STRT-DT                               00047700
                     ,:WS-BKP-LOI-END-DT                                00047800
                     ,:WS-BKP-CMTD-AMT                                  00047900
                     ,:WS-BKP-ACCUM-AMT                                 00048000
                     ,:WS-BKP-DAYS-LEFT                                 00048100
           END-EXEC.                                                    00048200
                                                                        00048300
           EVALUATE SQLCODE                                             00048400
              WHEN +100                                                 00048500
                 SET WS-END-OF-SHT          TO  TRUE                    00048600
                 GO TO 3000-EXIT                                        00048700
              WHEN +0                                                   00048800
                 CONTINUE                                               00048900
              WHEN OTHER                                                00049000
                 PERFORM 8000-DB2-ERROR-RTN                             00049100
           END-EVALUATE.                                                00049200
                                                                        00049300
           ADD 1                            TO  WS-CNT-SHORT.           00049400
           MOVE 'L'                         TO  WS-BKP-TYPE-CD.         00049500
           PERFORM 6000-WRITE-DETAIL-RTN.                               00049600
                                                                        00049700
       3000-EXIT.                                                       00049800
           EXIT.                                                        00049900
                                                                        00050000
           EJECT                                                        00050100
      *********************                                             00050200
       6000-WRITE-DETAIL-RTN.                                           00050300
      *********************                                             00050400
                                                                        00050500
           MOVE WS-BKP-CLIENT               TO  DTL1-CLIENT.            00050600
           MOVE WS-BKP-ACAT-CNTL            TO  DTL1-ACAT-CNTL.         00050700
           MOVE WS-BKP-BRANCH               TO  DTL1-BRANCH.            00050800
           MOVE WS-BKP-ACCT                 TO  DTL1-ACCT.              00050900
           MOVE WS-BKP-TYPE-CD              TO  DTL1-TYPE.              00051000
           MOVE WS-BKP-CUSIP                TO  DTL1-CUSIP.             00051100
           MOVE WS-BKP-LOI-STRT-DT          TO  DTL1-LOI-STRT-DT.       00051200
           MOVE WS-BKP-LOI-END-DT           TO  DTL1-LOI-END-DT.        00051300
           MOVE WS-BKP-CMTD-AMT             TO  DTL1-CMTD-AMT.          00051400
           MOVE WS-BKP-ACCUM-AMT            TO  DTL1-ACCUM-AMT.         00051500
           MOVE WS-BKP-DAYS-LEFT            TO  DTL1-DAYS-LEFT.         00051600
           WRITE REPORT-RECORD            FROM  DTL1-RECORD.            00051700
                                                                        00051800
           EJECT                                                        00051900
      ******************                                                00052000
       8000-DB2-ERROR-RTN.                                              00052100
      ******************                                                00052200
                                                                        00052300
           DISPLAY 'CAT783 - DB2 ERROR, SQLCODE = ' SQLCODE.            00052400
           CALL DSNTIAR               USING  SQLCA                      00052500
                                             WS-DB2-MESSAGE-AREA        00052600
                                             WS-ERR-LINE-LEN            00052700
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00052800
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00052900
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00053000
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00053100
                 END-IF                                                 00053200
           END-PERFORM.                                                 00053300
           DISPLAY 'CAT783 ABENDED'.                                    00053400
           CALL ABEND                 USING  ABEND-CODE.                00053500
                                                                        00053600
           EJECT                                                        00053700
      ************                                                      00053800
       9000-EOJ-RTN.                                                    00053900
      ************                                                      00054000
                                                                        00054100
           MOVE 'POSITIONS FED TO SALES-CHARGE   '  TO  TRL1-LABEL.     00054200
           MOVE WS-CNT-FEED                 TO  TRL1-COUNT.             00054300
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00054400
                                                                        00054500
           MOVE ' '                         TO  TRL1-CC.                00054600
           MOVE 'LETTERS OF INTENT               '  TO  TRL1-LABEL.     00054700
           MOVE WS-CNT-LOI                  TO  TRL1-COUNT.             00054800
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00054900
                                                                        00055000
           MOVE 'ROA VALUES ONLY                 '  TO  TRL1-LABEL.     00055100
           MOVE WS-CNT-ROA                  TO  TRL1-COUNT.             00055200
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00055300
                                                                        00055400
           MOVE 'LOIS REGISTERED                 '  TO  TRL1-LABEL.     00055500
           MOVE WS-CNT-REGISTERED           TO  TRL1-COUNT.             00055600
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00055700
                                                                        00055800
           MOVE 'LOIS ALREADY REGISTERED         '  TO  TRL1-LABEL.     00055900
           MOVE WS-CNT-ALREADY              TO  TRL1-COUNT.             00056000
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00056100
                                                                        00056200
           IF WS-MONTHLY-RUN                                            00056300
              MOVE 'LOIS ENDING SHORT OF COMMITMENT '                   00056400
                                            TO  TRL1-LABEL              00056500
              MOVE WS-CNT-SHORT             TO  TRL1-COUNT              00056600
              WRITE REPORT-RECORD         FROM  TRL1-RECORD             00056700
           END-IF.                                                      00056800
                                                                        00056900
           CLOSE BRKP-FILE                                              00057000
                 REPORT-FILE.                                           00057100
                                                                        00057200
           DISPLAY ' '                                                  00057300
           DISPLAY 'POSITIONS FED:          ' WS-CNT-FEED               00057400
           DISPLAY 'LOIS REGISTERED:        ' WS-CNT-REGISTERED         00057500
           DISPLAY 'LOIS ENDING SHORT:      ' WS-CNT-SHORT              00057600
           DISPLAY ' '                                                  00057700
           DISPLAY '*************************'                          00057800
           DISPLAY '* END OF CAT783 PROGRAM *'                          00057900
           DISPLAY '*************************'                          00058000
           DISPLAY ' '.                                                 00058100
