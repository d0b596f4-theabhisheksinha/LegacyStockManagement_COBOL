000001* PDX    - CAT775   C0369778 10/15/26 14:10:20 TBTIKUO            00000100
000001* CREATED FOR SSR 114450.  MBS POOL-FACTOR APPLICATION FOR        00000200
000001* MORTGAGE-BACKED ASSETS ON TRANSFERS.  AN MBS ASSET (VASSET      00000300
000001* MBS_SERIAL_NBR NOT BLANK) CAME IN AT ORIGINAL FACE AND WAS      00000400
000001* VALUED THERE BY CAT657, SO ONCE THE POOL PAID DOWN THE          00000500
000001* LARGE-VALUE TEST, THE CAT751 MARGIN FIGURES AND THE FUNDING     00000600
000001* LADDER WERE ALL OVERSTATED.  THIS MONTHLY STEP LOADS THE        00000700
000001* POOL-FACTOR FILE INTO ACATMBSF BY CUSIP (THE PRIOR MONTH'S      00000800
000001* FACTOR IS KEPT), RESTATES EVERY OPEN MBS ASSET TO CURRENT       00000900
000001* FACE AND STAMPS THE FACTOR APPLIED (ASSET_POOL_FCTR), CHECKS    00001000
000001* THE DELIVERY QUANTITY ON PENDING OUTGOING DELIVERIES AGAINST    00001100
000001* CURRENT FACE, AND REPORTS ANY TRANSFER WHOSE VALUE THE FACTOR   00001200
000001* CHANGE MOVED BY MORE THAN THE PARM PERCENTAGE.  CAT657 PRICES   00001300
000001* MBS ASSETS AT THE ACATMBSF FACTOR FROM HERE ON.                 00001400
       IDENTIFICATION DIVISION.                                         00001500
       PROGRAM-ID.  CAT775.                                             00001600
       AUTHOR.      LARRY MUREY.                                        00001700
       DATE-WRITTEN.  OCT 2026.                                         00001800
      *---------------------------------------------------------------* 00001900
      *                         REMARKS                               * 00002000
      * PARM:    PPP = TRANSFER VALUE TOLERANCE PERCENT (DEFAULT 005) * 00002100
      * INPUTS:  FCTRIN   - MONTHLY POOL FACTORS: CUSIP(9)            * 00002200
      *                     FACTOR 9V9(8) FACTOR-MONTH CCYYMM         * 00002300
      *          VTRNFR/VASSET (DB2) - MBS ASSETS ON OPEN TRANSFERS   * 00002400
      * OUTPUTS: ACATMBSF - POOL FACTOR BY CUSIP, WITH PRIOR FACTOR   * 00002500
      *          VASSET   - ASSET_AMT AT CURRENT FACE, ASSET_POOL_FCTR* 00002600
      *          RPTPI    - DELIVERY AND TOLERANCE REPORT             * 00002700
      * A FACTOR ALREADY LOADED FOR ITS MONTH IS NOT LOADED AGAIN, SO * 00002800
      * A RERUN DOES NOT LOSE THE PRIOR FACTOR.  CURRENT FACE =       * 00002900
      * ORIGINAL FACE (ASSET_QTY) X FACTOR.  RC 4 WHEN ANY LINE IS    * 00003000
      * REPORTED.  COMMITS EVERY 500 UPDATES.                         * 00003100
      *---------------------------------------------------------------* 00003200
           EJECT                                                        00003300
      ***************************************************************** 00003400
       ENVIRONMENT DIVISION.                                            00003500
      ***************************************************************** 00003600
       INPUT-OUTPUT SECTION.                                            00003700
       FILE-CONTROL.                                                    00003800
           SELECT FACTOR-IN-FILE       ASSIGN  TO  FCTRIN               00003900
                                       FILE STATUS  IS FCTRIN-STAT.     00004000
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00004100
                                                                        00004200
      ***************************************************************** 00004300
       DATA DIVISION.                                                   00004400
      ***************************************************************** 00004500
                                                                        00004600
       FILE SECTION.                                                    00004700
                                                                        00004800
       FD  FACTOR-IN-FILE                                               00004900
           RECORDING MODE F                                             00005000
           BLOCK CONTAINS 0 RECORDS                                     00005100
           LABEL RECORDS ARE STANDARD                                   00005200
           RECORD CONTAINS 80 CHARACTERS.                               00005300
       01  FACTOR-IN-RECORD.                                            00005400
           05  FCT-CUSIP                PIC  X(09).                     00005500
           05  FCT-POOL-FCTR            PIC  9(01)V9(08).               00005600
           05  FCT-FCTR-MO              PIC  X(06).                     00005700
           05  FILLER                   PIC  X(56).                     00005800
                                                                        00005900
       FD  REPORT-FILE                                                  00006000
           RECORDING MODE F                                             00006100
           BLOCK CONTAINS 0 RECORDS                                     00006200
           LABEL RECORDS ARE STANDARD                                   00006300
           RECORD CONTAINS 132 CHARACTERS.                              00006400
       01  REPORT-RECORD                PIC  X(132).                    00006500
                                                                        00006600
           EJECT                                                        00006700
      ***************************************************************** 00006800
       WORKING-STORAGE SECTION.                                         00006900
      ***************************************************************** 00007000
                                                                        00007100
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00007200
                                                                        00007300
       01  CALL-MODULES.                                                00007400
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00007500
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00007600
                                                                        00007700
       01  FCTRIN-STAT                  PIC  X(02)  VALUE SPACES.       00007800
           88  FCTRIN-OK                           VALUE '00'.          00007900
           88  FCTRIN-EOF                          VALUE '10'.          00008000
                                                                        00008100
       01  WS-END-OF-MBS-SW             PIC  X(01)  VALUE 'N'.          00008200
           88  WS-END-OF-MBS                       VALUE 'Y'.           00008300
                                                                        00008400
       01  WS-TOL-PCT                   PIC S9(03) COMP-3  VALUE +5.    00008500
                                                                        00008600
      *  HOST VARIABLES FOR THE FACTOR LOAD.                            00008700
       01  WS-FCT-AREA.                                                 00008800
           05  WS-FCT-CUSIP             PIC  X(09).                     00008900
           05  WS-FCT-POOL-FCTR         PIC S9(01)V9(08) COMP-3.        00009000
           05  WS-FCT-FCTR-MO           PIC  X(06).                     00009100
                                                                        00009200
      *  HOST VARIABLES FOR THE OPEN MBS ASSET CURSOR.                  00009300
       01  WS-MBS-AREA.                                                 00009400
           05  WS-MBS-CLIENT            PIC  X(04).                     00009500
           05  WS-MBS-ACAT-CNTL         PIC  X(14).                     00009600
           05  WS-MBS-ASSET-SEQ         PIC S9(09) COMP.                00009700
           05  WS-MBS-BRANCH            PIC  X(03).                     00009800
           05  WS-MBS-ACCT              PIC  X(05).                     00009900
           05  WS-MBS-SIDE-CD           PIC  X(01).                     00010000
           05  WS-MBS-CUSIP             PIC  X(09).                     00010100
           05  WS-MBS-QTY               PIC S9(12)V9(5) COMP-3.         00010200
           05  WS-MBS-AMT               PIC S9(13)V99 COMP-3.           00010300
           05  WS-MBS-OLD-FCTR          PIC S9(01)V9(08) COMP-3.        00010400
           05  WS-MBS-NEW-FCTR          PIC S9(01)V9(08) COMP-3.        00010500
           05  WS-MBS-PEND-DLVR-IND     PIC  X(01).                     00010600
               88  WS-MBS-PEND-DLVR                VALUE 'Y'.           00010700
                                                                        00010800
       01  WS-MBS-WORK.                                                 00010900
           05  WS-MBS-NEW-AMT           PIC S9(13)V99 COMP-3.           00011000
           05  WS-MBS-CUR-FACE          PIC S9(12)V9(5) COMP-3.         00011100
           05  WS-MBS-FCTR-DIVISOR      PIC S9(01)V9(08) COMP-3.        00011200
                                                                        00011300
      *  TRANSFER CONTROL BREAK - VALUE BEFORE AND AFTER THE FACTOR.    00011400
       01  WS-TRN-WORK.                                                 00011500
           05  WS-TRN-CLIENT            PIC  X(04)  VALUE SPACES.       00011600
           05  WS-TRN-ACAT-CNTL         PIC  X(14)  VALUE SPACES.       00011700
           05  WS-TRN-BRANCH            PIC  X(03).                     00011800
           05  WS-TRN-ACCT              PIC  X(05).                     00011900
           05  WS-TRN-SIDE-CD           PIC  X(01).                     00012000
           05  WS-TRN-ORIG-FACE         PIC S9(13)V9(5) COMP-3.         00012100
           05  WS-TRN-CUR-FACE          PIC S9(13)V9(5) COMP-3.         00012200
           05  WS-TRN-OLD-AMT           PIC S9(15)V99 COMP-3.           00012300
           05  WS-TRN-NEW-AMT           PIC S9(15)V99 COMP-3.           00012400
       01  WS-MOVE-PCT                  PIC S9(05)V99 COMP-3  VALUE +0. 00012500
       01  WS-MOVE-PCT-ED               PIC  ZZZZ9.99.                  00012600
                                                                        00012700
       01  WS-CNT-FACTORS               PIC S9(07) COMP-3  VALUE ZERO.  00012800
       01  WS-CNT-FCTR-LOADED           PIC S9(07) COMP-3  VALUE ZERO.  00012900
       01  WS-CNT-FCTR-ON-FILE          PIC S9(07) COMP-3  VALUE ZERO.  00013000
       01  WS-CNT-FCTR-BAD              PIC S9(07) COMP-3  VALUE ZERO.  00013100
       01  WS-CNT-MBS-ASSETS            PIC S9(07) COMP-3  VALUE ZERO.  00013200
       01  WS-CNT-RESTATED              PIC S9(07) COMP-3  VALUE ZERO.  00013300
       01  WS-CNT-DLVR-OVER             PIC S9(07) COMP-3  VALUE ZERO.  00013400
       01  WS-CNT-TOLERANCE             PIC S9(07) COMP-3  VALUE ZERO.  00013500
       01  WS-COMMIT-CNT                PIC S9(05) COMP-3  VALUE ZERO.  00013600
                                                                        00013700
       01  WS-ACCEPT-DATE.                                              00013800
           05  WS-ACCEPT-YY             PIC  9(02).                     00013900
           05  WS-ACCEPT-MM             PIC  9(02).                     00014000
           05  WS-ACCEPT-DD             PIC  9(02).                     00014100
                                                                        00014200
       01  WS-DB2-MESSAGE-AREA.                                         00014300
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00014400
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00014500
               INDEXED BY WS-ERROR-INDEX.                               00014600
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00014700
                                                                        00014800
           EJECT                                                        00014900
       01  HDR1-RECORD.                                                 00015000
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00015100
           05  FILLER                   PIC  X(30)  VALUE               00015200
               'CAT775 - MBS POOL FACTOR APPLI'.                        00015300
           05  FILLER                   PIC  X(30)  VALUE               00015400
               'CATION ON OPEN TRANSFERS      '.                        00015500
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00015600
           05  FILLER                   PIC  X(06)  VALUE 'DATE: '.     00015700
           05  HDR1-DATE-MM             PIC  X(02).                     00015800
           05  FILLER                   PIC  X(01)  VALUE '/'.          00015900
           05  HDR1-DATE-DD             PIC  X(02).                     00016000
           05  FILLER                   PIC  X(01)  VALUE '/'.          00016100
           05  HDR1-DATE-YY             PIC  X(02).                     00016200
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00016300
                                                                        00016400
       01  HDR2-RECORD.                                                 00016500
           05  HDR2-CC                  PIC  X(01)  VALUE '0'.          00016600
           05  FILLER                   PIC  X(30)  VALUE               00016700
               ' CLNT CONTROL NBR     BRN ACCT'.                        00016800
           05  FILLER                   PIC  X(30)  VALUE               00016900
               '  S CUSIP       ORIGINAL FACE '.                        00017000
           05  FILLER                   PIC  X(30)  VALUE               00017100
               '  CURRENT FACE       OLD VALUE'.                        00017200
           05  FILLER                   PIC  X(30)  VALUE               00017300
               '       NEW VALUE MESSAGE      '.                        00017400
           05  FILLER                   PIC  X(11)  VALUE SPACES.       00017500
                                                                        00017600
       01  DTL1-RECORD.                                                 00017700
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00017800
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00017900
           05  DTL1-CLIENT              PIC  X(04).                     00018000
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00018100
           05  DTL1-ACAT-CNTL           PIC  X(14).                     00018200
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00018300
           05  DTL1-BRANCH              PIC  X(03).                     00018400
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00018500
           05  DTL1-ACCT                PIC  X(05).                     00018600
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00018700
           05  DTL1-SIDE-CD             PIC  X(01).                     00018800
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00018900
           05  DTL1-CUSIP               PIC  X(09).                     00019000
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00019100
           05  DTL1-ORIG-FACE           PIC  ZZZ,ZZZ,ZZ9.99.            00019200
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00019300
           05  DTL1-CUR-FACE            PIC  ZZZ,ZZZ,ZZ9.99.            00019400
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00019500
           05  DTL1-OLD-AMT             PIC  ZZZ,ZZZ,ZZ9.99-.           00019600
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00019700
           05  DTL1-NEW-AMT             PIC  ZZZ,ZZZ,ZZ9.99-.           00019800
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00019900
           05  DTL1-MESSAGE             PIC  X(24).                     00020000
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00020100
                                                                        00020200
       01  TRL1-RECORD.                                                 00020300
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00020400
           05  TRL1-LABEL               PIC  X(32).                     00020500
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00020600
           05  FILLER                   PIC  X(88)  VALUE SPACES.       00020700
                                                                        00020800
           EJECT                                                        00020900
      *DB2 COMMUNICATION AREA                                           00021000
           EXEC SQL                                                     00021100
              INCLUDE SQLCA                                             00021200
           END-EXEC.                                                    00021300
                                                                        00021400
      *----------------------------------------------------------------*00021500
      *  MBS ASSETS ON OPEN TRANSFERS (STILL ON VTRNFR) WITH A FACTOR  *00021600
      *  ON ACATMBSF.  THE FACTOR IN THE ASSET VALUE TODAY IS THE ONE  *00021700
      *  LAST STAMPED (NONE = ORIGINAL FACE, 1).  PEND-DLVR = Y FOR A  *00021800
      *  DELIVERY STILL PENDING (BELOW 300, NOT 140).                  *00021900
      *----------------------------------------------------------------*00022000
           EXEC SQL                                                     00022100
              DECLARE MBSCSR CURSOR WITH HOLD FOR                       00022200
                 SELECT A.CLIENT_NBR                                    00022300
                       ,A.ACAT_CONTROL_NBR                              00022400
                       ,A.ASSET_SEQ_NBR                                 00022500
                       ,T.BRANCH_CD                                     00022600
                       ,T.ACCT_CD                                       00022700
                       ,T.DSTBN_SIDE_CD                                 00022800
                       ,A.ISIN_SEC_ISSUE_CD                             00022900
                       ,A.ASSET_QTY                                     00023000
                       ,A.ASSET_AMT                                     00023100
                       ,VALUE(A.ASSET_POOL_FCTR, 1)                     00023200
                       ,F.POOL_FCTR                                     00023300
                       ,CASE WHEN T.DSTBN_SIDE_CD = 'D'                 00023400
                              AND T.STTS_CD       < '300'               00023500
                              AND T.STTS_CD      <> '140'               00023600
                             THEN 'Y'                                   00023700
                             ELSE 'N' END                               00023800
                 FROM  VTRNFR   T                                       00023900
                      ,VASSET   A                                       00024000
                      ,ACATMBSF F                                       00024100
                 WHERE A.CLIENT_NBR       = T.CLIENT_NBR                00024200
                   AND A.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR          00024300
                   AND A.MBS_SERIAL_NBR  <> ' '                         00024400
                   AND F.CUSIP_NBR        = A.ISIN_SEC_ISSUE_CD         00024500
                 ORDER BY A.CLIENT_NBR, A.ACAT_CONTROL_NBR,             00024600
                          A.ASSET_SEQ_NBR                               00024700
           END-EXEC.                                                    00024800
                                                                        00024900
           EJECT                                                        00025000
      ***************************************************************   00025100
       LINKAGE SECTION.                                                 00025200
      ***************************************************************   00025300
       01  PARM-AREA.                                                   00025400
           05  PARM-LENGTH              PIC S9(4) COMP SYNC.            00025500
           05  PARM-PCT                 PIC  9(03).                     00025600
                                                                        00025700
           EJECT                                                        00025800
      ***************************************************************** 00025900
       PROCEDURE DIVISION USING PARM-AREA.                              00026000
      ***************************************************************** 00026100
                                                                        00026200
           DISPLAY '*** CAT775 - MBS POOL FACTOR APPLICATION ***'.      00026300
                                                                        00026400
           IF PARM-LENGTH = +3 AND PARM-PCT NUMERIC                     00026500
              MOVE PARM-PCT                 TO  WS-TOL-PCT              00026600
           END-IF.                                                      00026700
           DISPLAY 'TOLERANCE PCT = ' WS-TOL-PCT.                       00026800
                                                                        00026900
           PERFORM 1000-INITIAL-RTN.                                    00027000
                                                                        00027100
           PERFORM 2000-LOAD-FACTOR-RTN THRU 2000-EXIT                  00027200
              UNTIL FCTRIN-EOF.                                         00027300
                                                                        00027400
           EXEC SQL                                                     00027500
              COMMIT                                                    00027600
           END-EXEC.                                                    00027700
           MOVE 0                           TO  WS-COMMIT-CNT.          00027800
                                                                        00027900
           EXEC SQL                                                     00028000
              OPEN MBSCSR                                               00028100
           END-EXEC.                                                    00028200
           IF SQLCODE NOT = +0                                          00028300
              PERFORM 8000-DB2-ERROR-RTN                                00028400
           END-IF.                                                      00028500
                                                                        00028600
           PERFORM 3000-RESTATE-MBS-RTN THRU 3000-EXIT                  00028700
              UNTIL WS-END-OF-MBS.                                      00028800
                                                                        00028900
           EXEC SQL                                                     00029000
              CLOSE MBSCSR                                              00029100
           END-EXEC.                                                    00029200
                                                                        00029300
           EXEC SQL                                                     00029400
              COMMIT                                                    00029500
           END-EXEC.                                                    00029600
                                                                        00029700
           PERFORM 9000-EOJ-RTN.                                        00029800
                                                                        00029900
           GOBACK.                                                      00030000
                                                                        00030100
           EJECT                                                        00030200
      *****************                                                 00030300
       1000-INITIAL-RTN.                                                00030400
      *****************                                                 00030500
                                                                        00030600
           OPEN INPUT   FACTOR-IN-FILE.                                 00030700
           IF NOT FCTRIN-OK                                             00030800
              DISPLAY 'CAT775 - OPEN FAILED ON FCTRIN, STATUS = '       00030900
                       FCTRIN-STAT                                      00031000
              DISPLAY 'CAT775 ABENDED'                                  00031100
              CALL ABEND             USING ABEND-CODE                   00031200
           END-IF.                                                      00031300
           OPEN OUTPUT  REPORT-FILE.                                    00031400
                                                                        00031500
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00031600
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00031700
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00031800
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00031900
                                                                        00032000
           WRITE REPORT-RECORD            FROM  HDR1-RECORD.            00032100
           WRITE REPORT-RECORD            FROM  HDR2-RECORD.            00032200
                                                                        00032300
           EJECT                                                        00032400
      *---------------------------------------------------------------  00032500
      * 2000-LOAD-FACTOR-RTN - A NEWER MONTH ROLLS THE CURRENT FACTOR   00032600
      * TO PRIOR_POOL_FCTR; A CUSIP NOT YET ON ACATMBSF IS INSERTED;    00032700
      * A MONTH ALREADY LOADED (-803 ON THE INSERT) IS LEFT AS IT IS.   00032800
      *---------------------------------------------------------------  00032900
       2000-LOAD-FACTOR-RTN.                                            00033000
                                                                        00033100
           READ FACTOR-IN-FILE                                          00033200
               AT END                                                   00033300
                   SET FCTRIN-EOF           TO  TRUE                    00033400
                   GO TO 2000-EXIT                                      00033500
           END-READ.                                                    00033600
           ADD 1                            TO  WS-CNT-FACTORS.         00033700
                                                                        00033800
           IF FCT-CUSIP = SPACES                                        00033900
           OR FCT-POOL-FCTR NOT NUMERIC                                 00034000
           OR FCT-POOL-FCTR > 1                                         00034100
           OR FCT-FCTR-MO NOT NUMERIC                                   00034200
              ADD 1                         TO  WS-CNT-FCTR-BAD         00034300
              DISPLAY 'CAT775 - FACTOR RECORD REJECTED: '               00034400
                       FACTOR-IN-RECORD                                 00034500
              GO TO 2000-EXIT                                           00034600
           END-IF.                                                      00034700
                                                                        00034800
           MOVE FCT-CUSIP                   TO  WS-FCT-CUSIP.           00034900
           MOVE FCT-POOL-FCTR               TO  WS-FCT-POOL-FCTR.       00035000
           MOVE FCT-FCTR-MO                 TO  WS-FCT-FCTR-MO.         00035100
                                                                        00035200
           EXEC SQL                                                     00035300
              UPDATE ACATMBSF                                           00035400
                 SET PRIOR_POOL_FCTR = POOL_FCTR                        00035500
                    ,POOL_FCTR       = :WS-FCT-POOL-FCTR                00035600
                    ,FCTR_MO_CD      = :WS-FCT-FCTR-MO                  00035700
                    ,LOAD_DT         = CURRENT DATE                     00035800
                    ,UPDT_TMSTP      = CURRENT TIMESTAMP                00035900
                    ,PRGM_NM         = 'CAT775'                         00036000
               WHERE CUSIP_NBR       = :WS-FCT-CUSIP                    00036100
                 AND FCTR_MO_CD      < :WS-FCT-FCTR-MO                  00036200
           END-EXEC.                                                    00036300
                                                                        00036400
           EVALUATE SQLCODE                                             00036500
              WHEN +0                                                   00036600
                 ADD 1                      TO  WS-CNT-FCTR-LOADED      00036700
              WHEN +100                                                 00036800
                 PERFORM 2100-INSERT-FACTOR-RTN                         00036900
              WHEN OTHER                                                00037000
                 PERFORM 8000-DB2-ERROR-RTN                             00037100
           END-EVALUATE.                                                00037200
                                                                        00037300
           ADD 1                            TO  WS-COMMIT-CNT.          00037400
           IF WS-COMMIT-CNT > 499                                       00037500
              EXEC SQL                                                  00037600
                   COMMIT                                               00037700
              END-EXEC                                                  00037800
              MOVE 0                        TO  WS-COMMIT-CNT           00037900
           END-IF.                                                      00038000
                                                                        00038100
       2000-EXIT.                                                       00038200
           EXIT.                                                        00038300
                                                                        00038400
      **********************                                            00038500
       2100-INSERT-FACTOR-RTN.                                          00038600
      **********************                                            00038700
                                                                        00038800
           EXEC SQL                                                     00038900
              INSERT INTO ACATMBSF                                      00039000
                    (CUSIP_NBR                                          00039100
                    ,FCTR_MO_CD                                         00039200
                    ,POOL_FCTR                                          00039300
                    ,PRIOR_POOL_FCTR                                    00039400
                    ,LOAD_DT                                            00039500
                    ,UPDT_TMSTP                                         00039600
                    ,PRGM_NM)                                           00039700
              VALUES                                                    00039800
                    (:WS-FCT-CUSIP                                      00039900
                    ,:WS-FCT-FCTR-MO                                    00040000
                    ,:WS-FCT-POOL-FCTR                                  00040100
                    ,:WS-FCT-POOL-FCTR                                  00040200
                    ,CURRENT DATE                                       00040300
                    ,CURRENT TIMESTAMP                                  00040400
                    ,'CAT775')                                          00040500
           END-EXEC.                                                    00040600
                                                                        00040700
           EVALUATE SQLCODE                                             00040800
              WHEN +0                                                   00040900
                 ADD 1                      TO  WS-CNT-FCTR-LOADED      00041000
              WHEN -803                                                 00041100
                 ADD 1                      TO  WS-CNT-FCTR-ON-FILE     00041200
              WHEN OTHER                                                00041300
                 PERFORM 8000-DB2-ERROR-RTN                             00041400
           END-EVALUATE.                                                00041500
                                                                        00041600
           EJECT                                                        00041700
      *---------------------------------------------------------------  00041800
      * 3000-RESTATE-MBS-RTN - ONE MBS ASSET.  A CHANGE OF TRANSFER IS  00041900
      * A CONTROL BREAK FOR THE TOLERANCE TEST.                         00042000
      *---------------------------------------------------------------  00042100
       3000-RESTATE-MBS-RTN.                                            00042200
                                                                        00042300
           EXEC SQL                                                     00042400
              FETCH MBSCSR                                              00042500
                 INTO :WS-MBS-CLIENT                                    00042600
                     ,:WS-MBS-ACAT-CNTL                                 00042700
                     ,:WS-MBS-ASSET-SEQ                                 00042800
                     ,:WS-MBS-BRANCH                                    00042900
                     ,:WS-MBS-ACCT                                      00043000
                     ,:WS-MBS-SIDE-CD                                   00043100
                     ,:WS-MBS-CUSIP                                     00043200
                     ,:WS-MBS-QTY                                       00043300
                     ,:WS-MBS-AMT                                       00043400
                     ,:WS-MBS-OLD-FCTR                                  00043500
                     ,:WS-MBS-NEW-FCTR                                  00043600
                     ,:WS-MBS-PEND-DLVR-IND                             00043700
           END-EXEC.                                                    00043800
                                                                        00043900
           EVALUATE SQLCODE                                             00044000
              WHEN +100                                                 00044100
                 SET WS-END-OF-MBS          TO  TRUE                    00044200
                 IF WS-TRN-CLIENT NOT = SPACES                          00044300
                    PERFORM 3500-TRANSFER-BREAK-RTN THRU 3500-EXIT      00044400
                 END-IF                                                 00044500
                 GO TO 3000-EXIT                                        00044600
              WHEN +0                                                   00044700
                 CONTINUE                                               00044800
              WHEN OTHER                                                00044900
                 PERFORM 8000-DB2-ERROR-RTN                             00045000
           END-EVALUATE.                                                00045100
           ADD 1                            TO  WS-CNT-MBS-ASSETS.      00045200
                                                                        00045300
           IF WS-MBS-CLIENT    NOT = WS-TRN-CLIENT                      00045400
           OR WS-MBS-ACAT-CNTL NOT = WS-TRN-ACAT-CNTL                   00045500
              IF WS-TRN-CLIENT NOT = SPACES                             00045600
                 PERFORM 3500-TRANSFER-BREAK-RTN THRU 3500-EXIT         00045700
              END-IF                                                    00045800
              MOVE WS-MBS-CLIENT            TO  WS-TRN-CLIENT           00045900
              MOVE WS-MBS-ACAT-CNTL         TO  WS-TRN-ACAT-CNTL        00046000
              MOVE WS-MBS-BRANCH            TO  WS-TRN-BRANCH           00046100
              MOVE WS-MBS-ACCT              TO  WS-TRN-ACCT             00046200
              MOVE WS-MBS-SIDE-CD           TO  WS-TRN-SIDE-CD          00046300
              MOVE +0                       TO  WS-TRN-ORIG-FACE        00046400
                                                WS-TRN-CUR-FACE         00046500
                                                WS-TRN-OLD-AMT          00046600
                                                WS-TRN-NEW-AMT          00046700
           END-IF.                                                      00046800
                                                                        00046900
           COMPUTE WS-MBS-CUR-FACE ROUNDED =                            00047000
                   WS-MBS-QTY * WS-MBS-NEW-FCTR.                        00047100
                                                                        00047200
      *    THE CARRIED VALUE HOLDS THE OLD FACTOR - SWAP IN THE NEW ONE 00047300
           MOVE WS-MBS-AMT                  TO  WS-MBS-NEW-AMT.         00047400
           IF WS-MBS-NEW-FCTR NOT = WS-MBS-OLD-FCTR                     00047500
              IF WS-MBS-OLD-FCTR > +0                                   00047600
                 MOVE WS-MBS-OLD-FCTR       TO  WS-MBS-FCTR-DIVISOR     00047700
              ELSE                                                      00047800
                 MOVE +1                    TO  WS-MBS-FCTR-DIVISOR     00047900
              END-IF                                                    00048000
              COMPUTE WS-MBS-NEW-AMT ROUNDED =                          00048100
                      WS-MBS-AMT * WS-MBS-NEW-FCTR                      00048200
                      / WS-MBS-FCTR-DIVISOR                             00048300
              PERFORM 3100-UPDATE-ASSET-RTN                             00048400
           END-IF.                                                      00048500
                                                                        00048600
           ADD WS-MBS-QTY                   TO  WS-TRN-ORIG-FACE.       00048700
           ADD WS-MBS-CUR-FACE              TO  WS-TRN-CUR-FACE.        00048800
           ADD WS-MBS-AMT                   TO  WS-TRN-OLD-AMT.         00048900
           ADD WS-MBS-NEW-AMT               TO  WS-TRN-NEW-AMT.         00049000
                                                                        00049100
      *    A PENDING DELIVERY CAN ONLY DELIVER WHAT IS LEFT OF THE POOL 00049200
           IF WS-MBS-PEND-DLVR                                          00049300
           AND WS-MBS-QTY > WS-MBS-CUR-FACE                             00049400
              ADD 1                         TO  WS-CNT-DLVR-OVER        00049500
              MOVE WS-MBS-CUSIP             TO  DTL1-CUSIP              00049600
              MOVE WS-MBS-QTY               TO  DTL1-ORIG-FACE          00049700
              MOVE WS-MBS-CUR-FACE          TO  DTL1-CUR-FACE           00049800
              MOVE WS-MBS-AMT               TO  DTL1-OLD-AMT            00049900
              MOVE WS-MBS-NEW-AMT           TO  DTL1-NEW-AMT            00050000
              MOVE 'DELIVERY OVER CUR FACE  '                           00050100
                                            TO  DTL1-MESSAGE            00050200
              PERFORM 5000-WRITE-DETAIL-RTN                             00050300
           END-IF.                                                      00050400
                                                                        00050500
       3000-EXIT.                                                       00050600
           EXIT.                                                        00050700
                                                                        00050800
      *********************                                             00050900
       3100-UPDATE-ASSET-RTN.                                           00051000
      *********************                                             00051100
                                                                        00051200
           EXEC SQL                                                     00051300
              UPDATE VASSET                                             00051400
                 SET ASSET_AMT       = :WS-MBS-NEW-AMT                  00051500
                    ,ASSET_POOL_FCTR = :WS-MBS-NEW-FCTR                 00051600
                    ,UPDT_TMSTP      = CURRENT TIMESTAMP                00051700
                    ,PRGM_NM         = 'CAT775'                         00051800
               WHERE CLIENT_NBR       = :WS-MBS-CLIENT                  00051900
                 AND ACAT_CONTROL_NBR = :WS-MBS-ACAT-CNTL               00052000
                 AND ASSET_SEQ_NBR    = :WS-MBS-ASSET-SEQ               00052100
           END-EXEC.                                                    00052200
           IF SQLCODE NOT = +0                                          00052300
              PERFORM 8000-DB2-ERROR-RTN                                00052400
           END-IF.                                                      00052500
           ADD 1                            TO  WS-CNT-RESTATED.        00052600
                                                                        00052700
           ADD 1                            TO  WS-COMMIT-CNT.          00052800
           IF WS-COMMIT-CNT > 499                                       00052900
              EXEC SQL                                                  00053000
                   COMMIT                                               00053100
              END-EXEC                                                  00053200
              MOVE 0                        TO  WS-COMMIT-CNT           00053300
           END-IF.                                                      00053400
                                                                        00053500
           EJECT                                                        00053600
      *---------------------------------------------------------------  00053700
      * 3500-TRANSFER-BREAK-RTN - REPORT THE TRANSFER WHEN THE FACTOR   00053800
      * CHANGE MOVED ITS MBS VALUE BY MORE THAN THE TOLERANCE.          00053900
      *---------------------------------------------------------------  00054000
       3500-TRANSFER-BREAK-RTN.                                         00054100
                                                                        00054200
           IF WS-TRN-OLD-AMT = +0                                       00054300
              GO TO 3500-EXIT                                           00054400
           END-IF.                                                      00054500
                                                                        00054600
           COMPUTE WS-MOVE-PCT ROUNDED =                                00054700
              ((WS-TRN-NEW-AMT - WS-TRN-OLD-AMT) * 100)                 00054800
              / WS-TRN-OLD-AMT.                                         00054900
           IF WS-MOVE-PCT < +0                                          00055000
              COMPUTE WS-MOVE-PCT = 0 - WS-MOVE-PCT                     00055100
           END-IF.                                                      00055200
           IF WS-MOVE-PCT NOT > WS-TOL-PCT                              00055300
              GO TO 3500-EXIT                                           00055400
           END-IF.                                                      00055500
                                                                        00055600
           ADD 1                            TO  WS-CNT-TOLERANCE.       00055700
           MOVE 'TRANSFER '                 TO  DTL1-CUSIP.             00055800
           MOVE WS-TRN-ORIG-FACE            TO  DTL1-ORIG-FACE.         00055900
           MOVE WS-TRN-CUR-FACE             TO  DTL1-CUR-FACE.          00056000
           MOVE WS-TRN-OLD-AMT              TO  DTL1-OLD-AMT.           00056100
           MOVE WS-TRN-NEW-AMT              TO  DTL1-NEW-AMT.           00056200
           MOVE WS-MOVE-PCT                 TO  WS-MOVE-PCT-ED.         00056300
           MOVE SPACES                      TO  DTL1-MESSAGE.           00056400
           STRING 'FACTOR MOVE PCT '                                    00056500
                  WS-MOVE-PCT-ED                                        00056600
              DELIMITED BY SIZE INTO DTL1-MESSAGE.                      00056700
           PERFORM 5000-WRITE-DETAIL-RTN.                               00056800
                                                                        00056900
       3500-EXIT.                                                       00057000
           EXIT.                                                        00057100
                                                                        00057200
           EJECT                                                        00057300
      *********************                                             00057400
       5000-WRITE-DETAIL-RTN.                                           00057500
      *********************                                             00057600
                                                                        00057700
           MOVE WS-TRN-CLIENT               TO  DTL1-CLIENT.            00057800
           MOVE WS-TRN-ACAT-CNTL            TO  DTL1-ACAT-CNTL.         00057900
           MOVE WS-TRN-BRANCH               TO  DTL1-BRANCH.            00058000
           MOVE WS-TRN-ACCT                 TO  DTL1-ACCT.              00058100
           MOVE WS-TRN-SIDE-CD              TO  DTL1-SIDE-CD.           00058200
           WRITE REPORT-RECORD            FROM  DTL1-RECORD.            00058300
                                                                        00058400
           EJECT                                                        00058500
      ******************                                                00058600
       8000-DB2-ERROR-RTN.                                              00058700
      ******************                                                00058800
                                                                        00058900
           DISPLAY 'CAT775 - DB2 ERROR, SQLCODE = ' SQLCODE.            00059000
           CALL DSNTIAR               USING  SQLCA                      00059100
                                             WS-DB2-MESSAGE-AREA        00059200
                                             WS-ERR-LINE-LEN            00059300
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00059400
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00059500
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00059600
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00059700
                 END-IF                                                 00059800
           END-PERFORM.                                                 00059900
           DISPLAY 'CAT775 ABENDED'.                                    00060000
           CALL ABEND                 USING  ABEND-CODE.                00060100
                                                                        00060200
           EJECT                                                        00060300
      ************                                                      00060400
       9000-EOJ-RTN.                                                    00060500
      ************                                                      00060600
                                                                        00060700
           MOVE 'FACTOR RECORDS READ             '  TO  TRL1-LABEL.     00060800
           MOVE WS-CNT-FACTORS              TO  TRL1-COUNT.             00060900
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00061000
                                                                        00061100
           MOVE ' '                         TO  TRL1-CC.                00061200
           MOVE 'FACTORS LOADED                  '  TO  TRL1-LABEL.     00061300
           MOVE WS-CNT-FCTR-LOADED          TO  TRL1-COUNT.             00061400
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00061500
                                                                        00061600
           MOVE 'FACTORS ALREADY ON FILE         '  TO  TRL1-LABEL.     00061700
           MOVE WS-CNT-FCTR-ON-FILE         TO  TRL1-COUNT.             00061800
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00061900
                                                                        00062000
           MOVE 'FACTOR RECORDS REJECTED         '  TO  TRL1-LABEL.     00062100
           MOVE WS-CNT-FCTR-BAD             TO  TRL1-COUNT.             00062200
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00062300
                                                                        00062400
           MOVE 'MBS ASSETS ON OPEN TRANSFERS    '  TO  TRL1-LABEL.     00062500
           MOVE WS-CNT-MBS-ASSETS           TO  TRL1-COUNT.             00062600
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00062700
                                                                        00062800
           MOVE 'RESTATED TO CURRENT FACE        '  TO  TRL1-LABEL.     00062900
           MOVE WS-CNT-RESTATED             TO  TRL1-COUNT.             00063000
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00063100
                                                                        00063200
           MOVE 'DELIVERIES OVER CURRENT FACE    '  TO  TRL1-LABEL.     00063300
           MOVE WS-CNT-DLVR-OVER            TO  TRL1-COUNT.             00063400
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00063500
                                                                        00063600
           MOVE 'TRANSFERS PAST TOLERANCE        '  TO  TRL1-LABEL.     00063700
           MOVE WS-CNT-TOLERANCE            TO  TRL1-COUNT.             00063800
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00063900
                                                                        00064000
           CLOSE FACTOR-IN-FILE                                         00064100
                 REPORT-FILE.                                           00064200
                                                                        00064300
           IF WS-CNT-DLVR-OVER > +0                                     00064400
           OR WS-CNT-TOLERANCE > +0                                     00064500
              MOVE 4                        TO  RETURN-CODE             00064600
           END-IF.                                                      00064700
                                                                        00064800
           DISPLAY ' '                                                  00064900
           DISPLAY 'FACTORS LOADED:         ' WS-CNT-FCTR-LOADED        00065000
           DISPLAY 'ASSETS RESTATED:        ' WS-CNT-RESTATED           00065100
           DISPLAY 'DELIVERIES OVER FACE:   ' WS-CNT-DLVR-OVER          00065200
           DISPLAY 'TRANSFERS PAST TOL:     ' WS-CNT-TOLERANCE          00065300
           DISPLAY ' '                                                  00065400
           DISPLAY '*************************'                          00065500
           DISPLAY '* END OF CAT775 PROGRAM *'                          00065600
           DISPLAY '*************************'                          00065700
           DISPLAY ' '.                                                 00065800
