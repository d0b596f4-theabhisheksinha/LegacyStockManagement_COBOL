000001* PDX    - CAT768   C0369770 10/10/26 09:41:37 TBTIKUO            00000100
000001* CREATED FOR SSR 114443.  MONTHLY TRANSFER-PROMOTION BONUS AND   00000200
000001* CLAWBACK RUN.  FOR EVERY ACCOUNT ENROLLED (CAT767) IN A         00000300
000001* CAMPAIGN THAT HAS STARTED, TOTALS THE SETTLED INCOMING VASSET   00000400
000001* VALUE (ACTIVE AND ARCHIVED TRANSFERS) THAT SETTLED INSIDE THE   00000500
000001* CAMPAIGN WINDOW AND WORKS OUT THE EARNED TIER.  WHILE THE       00000600
000001* CAMPAIGN IS OPEN THE RUNNING VALUE AND TIER ARE KEPT ON THE     00000700
000001* ENROLLMENT FOR THE BRANCHES; ONCE IT HAS ENDED THE BONUS IS     00000800
000001* WRITTEN AS A PRMB CASH-CREDIT CATMATH RECORD INTO THE BOOKING   00000900
000001* PIPELINE AND THE HOLDING PERIOD STARTS.  A PAID ACCOUNT THAT    00001000
000001* OPENS AN OUTGOING TRANSFER BEFORE ITS HOLDING PERIOD ENDS IS    00001100
000001* FLAGGED FOR CLAWBACK.                                           00001200
       IDENTIFICATION DIVISION.                                         00001300
       PROGRAM-ID.  CAT768.                                             00001400
       AUTHOR.      LARRY MUREY.                                        00001500
       DATE-WRITTEN.  OCT 2026.                                         00001600
      *---------------------------------------------------------------* 00001700
      *                         REMARKS                               * 00001800
      * INPUTS:  ACATPREN/ACATPRMO, VTRNFR/VASSET, VTRNHSTY/VASTHSTY  * 00001900
      * OUTPUTS: MATHOUT  - PRMB CATMATH RECORDS (FB 100) FOR THE     * 00002000
      *                     BOOKING PIPELINE                          * 00002100
      *          RPTPI    - ENROLLMENTS WORKED / BOOKED / CLAWBACKS   * 00002200
      * ENRL_STTS_CD:                                                 * 00002300
      *   E - ENROLLED.  CAMPAIGN OPEN: VALUE/TIER REFRESHED.         * 00002400
      *       CAMPAIGN ENDED: B IF A TIER WAS EARNED, ELSE N.         * 00002500
      *   B - BONUS BOOKED, HOLDING PERIOD RUNS FROM THE BOOK DATE    * 00002600
      *       FOR HOLD_DAYS_CNT DAYS.  AN OUTGOING TRANSFER (NOT      * 00002700
      *       REJECTED/DELETED) PROCESSED FROM THE CAMPAIGN START     * 00002800
      *       TO THE HOLD END DATE MOVES IT TO C (CLAWBACK FLAGGED,   * 00002900
      *       FOR THE BRANCH TO RECOVER); OTHERWISE IT MOVES TO H     * 00003000
      *       ONCE THE HOLD END DATE HAS PASSED.                      * 00003100
      * INCOMING VALUE: RECEIVE SIDE, SETTLED (310 ACTIVE; 310 OR     * 00003200
      * CLOSED 4XX OTHER THAN 600 ON HISTORY), STTLM_DT IN WINDOW.    * 00003300
      *---------------------------------------------------------------* 00003400
           EJECT                                                        00003500
      ***************************************************************** 00003600
       ENVIRONMENT DIVISION.                                            00003700
      ***************************************************************** 00003800
       INPUT-OUTPUT SECTION.                                            00003900
       FILE-CONTROL.                                                    00004000
           SELECT MATH-OUT-FILE        ASSIGN  TO  MATHOUT.             00004100
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00004200
                                                                        00004300
      ***************************************************************** 00004400
       DATA DIVISION.                                                   00004500
      ***************************************************************** 00004600
                                                                        00004700
       FILE SECTION.                                                    00004800
                                                                        00004900
       FD  MATH-OUT-FILE                                                00005000
           RECORDING MODE F                                             00005100
           BLOCK CONTAINS 0 RECORDS                                     00005200
           LABEL RECORDS ARE STANDARD                                   00005300
           RECORD CONTAINS 100 CHARACTERS.                              00005400
       01  MATH-OUT-RECORD              PIC  X(100).                    00005500
                                                                        00005600
       FD  REPORT-FILE                                                  00005700
           RECORDING MODE F                                             00005800
           BLOCK CONTAINS 0 RECORDS                                     00005900
           LABEL RECORDS ARE STANDARD                                   00006000
           RECORD CONTAINS 132 CHARACTERS.                              00006100
       01  REPORT-RECORD                PIC  X(132).                    00006200
                                                                        00006300
           EJECT                                                        00006400
      ***************************************************************** 00006500
       WORKING-STORAGE SECTION.                                         00006600
      ***************************************************************** 00006700
                                                                        00006800
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00006900
                                                                        00007000
       01  CALL-MODULES.                                                00007100
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00007200
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00007300
                                                                        00007400
       01  WS-END-OF-ENR-SW             PIC  X(01)  VALUE 'N'.          00007500
           88  WS-END-OF-ENR                       VALUE 'Y'.           00007600
                                                                        00007700
      *  HOST VARIABLES - AN ENROLLMENT AND ITS CAMPAIGN.               00007800
       01  WS-ENR-AREA.                                                 00007900
           05  WS-ENR-CMPGN             PIC  X(08).                     00008000
           05  WS-ENR-CLIENT            PIC  X(04).                     00008100
           05  WS-ENR-BRANCH            PIC  X(03).                     00008200
           05  WS-ENR-ACCT              PIC  X(05).                     00008300
           05  WS-ENR-STTS              PIC  X(01).                     00008400
               88  WS-ENR-ENROLLED                 VALUE 'E'.           00008500
               88  WS-ENR-BOOKED                   VALUE 'B'.           00008600
           05  WS-ENR-STRT-DT           PIC  X(10).                     00008700
           05  WS-ENR-END-DT            PIC  X(10).                     00008800
           05  WS-ENR-HOLD-DAYS         PIC S9(04) COMP.                00008900
           05  WS-ENR-ENDED             PIC  X(01).                     00009000
               88  WS-CAMPAIGN-ENDED               VALUE 'Y'.           00009100
           05  WS-ENR-HOLD-END-DT       PIC  X(10).                     00009200
           05  WS-ENR-HOLD-OVER         PIC  X(01).                     00009300
               88  WS-HOLD-PERIOD-OVER             VALUE 'Y'.           00009400
           05  WS-ENR-BONUS             PIC S9(07)V99 COMP-3.           00009500
           05  WS-PRM-TIERS.                                            00009600
               10  WS-PRM-T1-MIN        PIC S9(11)V99 COMP-3.           00009700
               10  WS-PRM-T1-BONUS      PIC S9(07)V99 COMP-3.           00009800
               10  WS-PRM-T2-MIN        PIC S9(11)V99 COMP-3.           00009900
               10  WS-PRM-T2-BONUS      PIC S9(07)V99 COMP-3.           00010000
               10  WS-PRM-T3-MIN        PIC S9(11)V99 COMP-3.           00010100
               10  WS-PRM-T3-BONUS      PIC S9(07)V99 COMP-3.           00010200
               10  WS-PRM-T4-MIN        PIC S9(11)V99 COMP-3.           00010300
               10  WS-PRM-T4-BONUS      PIC S9(07)V99 COMP-3.           00010400
               10  WS-PRM-T5-MIN        PIC S9(11)V99 COMP-3.           00010500
               10  WS-PRM-T5-BONUS      PIC S9(07)V99 COMP-3.           00010600
           05  WS-PRM-TIER-TBL          REDEFINES  WS-PRM-TIERS.        00010700
               10  WS-PRM-TIER          OCCURS 5 TIMES.                 00010800
                   15  WS-PRM-TIER-MIN  PIC S9(11)V99 COMP-3.           00010900
                   15  WS-PRM-TIER-BONUS                                00011000
                                        PIC S9(07)V99 COMP-3.           00011100
                                                                        00011200
       01  WS-INCM-VALUE                PIC S9(13)V99 COMP-3.           00011300
       01  WS-TIER-NBR                  PIC S9(04) COMP.                00011400
       01  WS-BONUS-AMT                 PIC S9(07)V99 COMP-3.           00011500
       01  WS-OUT-CNTL                  PIC  X(14).                     00011600
       01  WS-TX                   COMP  PIC S9(04) VALUE +0.           00011700
                                                                        00011800
       01  WS-CNT-FETCHED               PIC S9(07) COMP-3  VALUE ZERO.  00011900
       01  WS-CNT-PROGRESS              PIC S9(07) COMP-3  VALUE ZERO.  00012000
       01  WS-CNT-BOOKED                PIC S9(07) COMP-3  VALUE ZERO.  00012100
       01  WS-CNT-NOT-QUAL              PIC S9(07) COMP-3  VALUE ZERO.  00012200
       01  WS-CNT-CLAWBACK              PIC S9(07) COMP-3  VALUE ZERO.  00012300
       01  WS-CNT-HOLD-DONE             PIC S9(07) COMP-3  VALUE ZERO.  00012400
       01  WS-AMT-BOOKED                PIC S9(15)V99 COMP-3 VALUE +0.  00012500
       01  WS-AMT-CLAWBACK              PIC S9(15)V99 COMP-3 VALUE +0.  00012600
       01  WS-COMMIT-CNT                PIC S9(05) COMP-3  VALUE ZERO.  00012700
                                                                        00012800
       01  WS-ACCEPT-DATE.                                              00012900
           05  WS-ACCEPT-YY             PIC  9(02).                     00013000
           05  WS-ACCEPT-MM             PIC  9(02).                     00013100
           05  WS-ACCEPT-DD             PIC  9(02).                     00013200
                                                                        00013300
      *  THE PRMB BONUS-CREDIT ENTRY WRITTEN TO MATHOUT.                00013400
           COPY CATMATH REPLACING ==:CATMATH:== BY ==MTH==.             00013500
                                                                        00013600
       01  WS-DB2-MESSAGE-AREA.                                         00013700
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00013800
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00013900
               INDEXED BY WS-ERROR-INDEX.                               00014000
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00014100
                                                                        00014200
           EJECT                                                        00014300
       01  HDR1-RECORD.                                                 00014400
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00014500
           05  FILLER                   PIC  X(30)  VALUE               00014600
               'CAT768 - TRANSFER PROMOTION BO'.                        00014700
           05  FILLER                   PIC  X(30)  VALUE               00014800
               'NUS AND CLAWBACK RUN          '.                        00014900
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00015000
           05  FILLER                   PIC  X(06)  VALUE 'DATE: '.     00015100
           05  HDR1-DATE-MM             PIC  X(02).                     00015200
           05  FILLER                   PIC  X(01)  VALUE '/'.          00015300
           05  HDR1-DATE-DD             PIC  X(02).                     00015400
           05  FILLER                   PIC  X(01)  VALUE '/'.          00015500
           05  HDR1-DATE-YY             PIC  X(02).                     00015600
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00015700
                                                                        00015800
       01  HDR2-RECORD.                                                 00015900
           05  HDR2-CC                  PIC  X(01)  VALUE '0'.          00016000
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00016100
           05  FILLER                   PIC  X(08)  VALUE 'CAMPAIGN'.   00016200
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00016300
           05  FILLER                   PIC  X(04)  VALUE 'CLNT'.       00016400
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00016500
           05  FILLER                   PIC  X(03)  VALUE 'BRN'.        00016600
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00016700
           05  FILLER                   PIC  X(05)  VALUE 'ACCT '.      00016800
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00016900
           05  FILLER                   PIC  X(18)  VALUE               00017000
               '   INCOMING VALUE '.                                    00017100
           05  FILLER                   PIC  X(03)  VALUE SPACES.       00017200
           05  FILLER                   PIC  X(01)  VALUE 'T'.          00017300
           05  FILLER                   PIC  X(03)  VALUE SPACES.       00017400
           05  FILLER                   PIC  X(12)  VALUE               00017500
               '       BONUS'.                                          00017600
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00017700
           05  FILLER                   PIC  X(30)  VALUE               00017800
               'DISPOSITION                   '.                        00017900
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00018000
           05  FILLER                   PIC  X(14)  VALUE               00018100
               'OUTGOING CNTL '.                                        00018200
           05  FILLER                   PIC  X(18)  VALUE SPACES.       00018300
                                                                        00018400
       01  DTL1-RECORD.                                                 00018500
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00018600
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00018700
           05  DTL1-CMPGN               PIC  X(08).                     00018800
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00018900
           05  DTL1-CLIENT              PIC  X(04).                     00019000
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00019100
           05  DTL1-BRANCH              PIC  X(03).                     00019200
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00019300
           05  DTL1-ACCT                PIC  X(05).                     00019400
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00019500
           05  DTL1-VALUE               PIC  ZZZ,ZZZ,ZZZ,ZZ9.99.        00019600
           05  FILLER                   PIC  X(03)  VALUE SPACES.       00019700
           05  DTL1-TIER                PIC  9(01).                     00019800
           05  FILLER                   PIC  X(03)  VALUE SPACES.       00019900
           05  DTL1-BONUS               PIC  ZZ,ZZZ,ZZ9.99.             00020000
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00020100
           05  DTL1-DISPOSITION         PIC  X(30).                     00020200
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00020300
           05  DTL1-OUT-CNTL            PIC  X(14).                     00020400
           05  FILLER                   PIC  X(18)  VALUE SPACES.       00020500
                                                                        00020600
       01  TRL1-RECORD.                                                 00020700
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00020800
           05  TRL1-LABEL               PIC  X(32).                     00020900
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00021000
           05  FILLER                   PIC  X(88)  VALUE SPACES.       00021100
                                                                        00021200
       01  TRL2-RECORD.                                                 00021300
           05  TRL2-CC                  PIC  X(01)  VALUE ' '.          00021400
           05  TRL2-LABEL               PIC  X(32).                     00021500
           05  TRL2-AMOUNT              PIC  ZZZ,ZZZ,ZZZ,ZZ9.99.        00021600
           05  FILLER                   PIC  X(81)  VALUE SPACES.       00021700
                                                                        00021800
           EJECT                                                        00021900
      *DB2 COMMUNICATION AREA                                           00022000
           EXEC SQL                                                     00022100
              INCLUDE SQLCA                                             00022200
           END-EXEC.                                                    00022300
                                                                        00022400
      *----------------------------------------------------------------*00022500
      *  ENROLLMENTS TO WORK: ENROLLED IN A STARTED CAMPAIGN, OR PAID  *00022600
      *  AND STILL INSIDE (OR JUST PAST) THE HOLDING PERIOD.           *00022700
      *----------------------------------------------------------------*00022800
           EXEC SQL                                                     00022900
              DECLARE ENRCSR CURSOR WITH HOLD FOR                       00023000
                 SELECT E.CMPGN_CD                                      00023100
                       ,E.CLIENT_NBR                                    00023200
                       ,E.BRANCH_CD                                     00023300
                       ,E.ACCT_CD                                       00023400
                       ,E.ENRL_STTS_CD                                  00023500
                       ,CHAR(P.STRT_DT, ISO)                            00023600
                       ,CHAR(P.END_DT, ISO)                             00023700
                       ,P.HOLD_DAYS_CNT                                 00023800
                       ,CASE WHEN P.END_DT < CURRENT DATE               00023900
                             THEN 'Y' ELSE 'N' END                      00024000
                       ,VALUE(CHAR(E.HOLD_END_DT, ISO), ' ')            00024100
                       ,CASE WHEN E.HOLD_END_DT < CURRENT DATE          00024200
                             THEN 'Y' ELSE 'N' END                      00024300
                       ,E.BONUS_AMT                                     00024400
                       ,P.TIER1_MIN_AMT                                 00024500
                       ,P.TIER1_BONUS_AMT                               00024600
                       ,P.TIER2_MIN_AMT                                 00024700
                       ,P.TIER2_BONUS_AMT                               00024800
                       ,P.TIER3_MIN_AMT                                 00024900
                       ,P.TIER3_BONUS_AMT                               00025000
                       ,P.TIER4_MIN_AMT                                 00025100
                       ,P.TIER4_BONUS_AMT                               00025200
                       ,P.TIER5_MIN_AMT                                 00025300
                       ,P.TIER5_BONUS_AMT                               00025400
                 FROM  ACATPREN E                                       00025500
                       INNER JOIN ACATPRMO P                            00025600
                          ON  P.CMPGN_CD = E.CMPGN_CD                   00025700
                 WHERE (E.ENRL_STTS_CD = 'E'                            00025800
                   AND  P.STRT_DT     <= CURRENT DATE)                  00025900
                    OR  E.ENRL_STTS_CD = 'B'                            00026000
                 ORDER BY E.CMPGN_CD, E.CLIENT_NBR,                     00026100
                          E.BRANCH_CD, E.ACCT_CD                        00026200
           END-EXEC.                                                    00026300
                                                                        00026400
           EJECT                                                        00026500
      ***************************************************************** 00026600
       PROCEDURE DIVISION.                                              00026700
      ***************************************************************** 00026800
                                                                        00026900
           DISPLAY '*** CAT768 - TRANSFER PROMOTION BONUS RUN ***'.     00027000
                                                                        00027100
           PERFORM 1000-INITIAL-RTN.                                    00027200
                                                                        00027300
           EXEC SQL                                                     00027400
              OPEN ENRCSR                                               00027500
           END-EXEC.                                                    00027600
           IF SQLCODE NOT = +0                                          00027700
              PERFORM 8000-DB2-ERROR-RTN                                00027800
           END-IF.                                                      00027900
                                                                        00028000
           PERFORM 2000-PROCESS-ENR-RTN THRU 2000-EXIT                  00028100
              UNTIL WS-END-OF-ENR.                                      00028200
                                                                        00028300
           EXEC SQL                                                     00028400
              CLOSE ENRCSR                                              00028500
           END-EXEC.                                                    00028600
                                                                        00028700
           PERFORM 9000-EOJ-RTN.                                        00028800
                                                                        00028900
           GOBACK.                                                      00029000
                                                                        00029100
           EJECT                                                        00029200
      *****************                                                 00029300
       1000-INITIAL-RTN.                                                00029400
      *****************                                                 00029500
                                                                        00029600
           OPEN OUTPUT  MATH-OUT-FILE                                   00029700
                        REPORT-FILE.                                    00029800
                                                                        00029900
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00030000
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00030100
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00030200
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00030300
                                                                        00030400
           WRITE REPORT-RECORD            FROM  HDR1-RECORD.            00030500
           WRITE REPORT-RECORD            FROM  HDR2-RECORD.            00030600
           MOVE SPACES                      TO  REPORT-RECORD.          00030700
           WRITE REPORT-RECORD.                                         00030800
                                                                        00030900
      *---------------------------------------------------------------  00031000
      * 2000-PROCESS-ENR-RTN - WORK OUT ONE ENROLLMENT.                 00031100
      *---------------------------------------------------------------  00031200
       2000-PROCESS-ENR-RTN.                                            00031300
                                                                        00031400
           EXEC SQL                                                     00031500
              FETCH ENRCSR                                              00031600
                 INTO :WS-ENR-CMPGN                                     00031700
                     ,:WS-ENR-CLIENT                                    00031800
                     ,:WS-ENR-BRANCH                                    00031900
                     ,:WS-ENR-ACCT                                      00032000
                     ,:WS-ENR-STTS                                      00032100
                     ,:WS-ENR-STRT-DT                                   00032200
                     ,:WS-ENR-END-DT                                    00032300
                     ,:WS-ENR-HOLD-DAYS                                 00032400
                     ,:WS-ENR-ENDED                                     00032500
                     ,:WS-ENR-HOLD-END-DT                               00032600
                     ,:WS-ENR-HOLD-OVER                                 00032700
                     ,:WS-ENR-BONUS                                     00032800
                     ,:WS-PRM-T1-MIN                                    00032900
                     ,:WS-PRM-T1-BONUS                                  00033000
                     ,:WS-PRM-T2-MIN                                    00033100
                     ,:WS-PRM-T2-BONUS                                  00033200
                     ,:WS-PRM-T3-MIN                                    00033300
                     ,:WS-PRM-T3-BONUS                                  00033400
                     ,:WS-PRM-T4-MIN                                    00033500
                     ,:WS-PRM-T4-BONUS                                  00033600
                     ,:WS-PRM-T5-MIN                                    00033700
                     ,:WS-PRM-T5-BONUS                                  00033800
           END-EXEC.                                                    00033900
                                                                        00034000
           EVALUATE SQLCODE                                             00034100
              WHEN +100                                                 00034200
                 SET WS-END-OF-ENR          TO  TRUE                    00034300
                 GO TO 2000-EXIT                                        00034400
              WHEN +0                                                   00034500
                 CONTINUE                                               00034600
              WHEN OTHER                                                00034700
                 PERFORM 8000-DB2-ERROR-RTN                             00034800
           END-EVALUATE.                                                00034900
                                                                        00035000
           ADD 1                            TO  WS-CNT-FETCHED.         00035100
           MOVE SPACES                      TO  DTL1-OUT-CNTL.          00035200
           MOVE ZERO                        TO  DTL1-VALUE              00035300
                                                DTL1-TIER               00035400
                                                DTL1-BONUS.             00035500
                                                                        00035600
           IF WS-ENR-BOOKED                                             00035700
              PERFORM 4000-CLAWBACK-RTN     THRU 4000-EXIT              00035800
              GO TO 2000-EXIT                                           00035900
           END-IF.                                                      00036000
                                                                        00036100
           PERFORM 2100-INCOMING-VALUE-RTN.                             00036200
           MOVE +0                          TO  WS-TIER-NBR.            00036300
           MOVE +0                          TO  WS-BONUS-AMT.           00036400
           PERFORM 2200-FIND-TIER-RTN                                   00036500
              VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 5.                00036600
                                                                        00036700
           MOVE WS-INCM-VALUE               TO  DTL1-VALUE.             00036800
           MOVE WS-TIER-NBR                 TO  DTL1-TIER.              00036900
           MOVE WS-BONUS-AMT                TO  DTL1-BONUS.             00037000
                                                                        00037100
           EVALUATE TRUE                                                00037200
              WHEN NOT WS-CAMPAIGN-ENDED                                00037300
                 PERFORM 2300-PROGRESS-RTN                              00037400
              WHEN WS-TIER-NBR > +0                                     00037500
                 PERFORM 3000-BOOK-RTN                                  00037600
              WHEN OTHER                                                00037700
                 PERFORM 2400-NOT-QUALIFIED-RTN                         00037800
           END-EVALUATE.                                                00037900
                                                                        00038000
       2000-EXIT.                                                       00038100
           EXIT.                                                        00038200
                                                                        00038300
      *---------------------------------------------------------------  00038400
      * 2100-INCOMING-VALUE-RTN - SETTLED RECEIVE-SIDE ASSET VALUE      00038500
      * FOR THE ACCOUNT INSIDE THE CAMPAIGN WINDOW, ACTIVE PLUS         00038600
      * ARCHIVED (CAT726 MOVES SETTLED TRANSFERS TO HISTORY).           00038700
      *---------------------------------------------------------------  00038800
       2100-INCOMING-VALUE-RTN.                                         00038900
                                                                        00039000
           EXEC SQL                                                     00039100
              SELECT VALUE(SUM(X.AMT), 0)                               00039200
                INTO :WS-INCM-VALUE                                     00039300
                FROM (SELECT A.ASSET_AMT AS AMT                         00039400
                        FROM  VTRNFR T                                  00039500
                              INNER JOIN VASSET A                       00039600
                                 ON  A.CLIENT_NBR = T.CLIENT_NBR        00039700
                                 AND A.ACAT_CONTROL_NBR                 00039800
                                              = T.ACAT_CONTROL_NBR      00039900
                       WHERE T.CLIENT_NBR    = :WS-ENR-CLIENT           00040000
                         AND T.BRANCH_CD     = :WS-ENR-BRANCH           00040100
                         AND T.ACCT_CD       = :WS-ENR-ACCT             00040200
                         AND T.DSTBN_SIDE_CD = 'R'                      00040300
                         AND T.STTS_CD       = '310'                    00040400
                         AND T.STTLM_DT BETWEEN :WS-ENR-STRT-DT         00040500
                                            AND :WS-ENR-END-DT          00040600
                      UNION ALL                                         00040700
                      SELECT A.ASSET_AMT AS AMT                         00040800
                        FROM  VTRNHSTY T                                00040900
                              INNER JOIN VASTHSTY A                     00041000
                                 ON  A.CLIENT_NBR = T.CLIENT_NBR        00041100
                                 AND A.ACAT_CONTROL_NBR                 00041200
                                              = T.ACAT_CONTROL_NBR      00041300
                       WHERE T.CLIENT_NBR    = :WS-ENR-CLIENT           00041400
                         AND T.BRANCH_CD     = :WS-ENR-BRANCH           00041500
                         AND T.ACCT_CD       = :WS-ENR-ACCT             00041600
                         AND T.DSTBN_SIDE_CD = 'R'                      00041700
                         AND (T.STTS_CD      = '310'                    00041800
                          OR  T.STTS_CD     >= '400')                   00041900
                         AND T.STTS_CD      <> '600'                    00042000
                         AND T.STTLM_DT BETWEEN :WS-ENR-STRT-DT         00042100
                                            AND :WS-ENR-END-DT          00042200
                     ) AS X                                             00042300
           END-EXEC.                                                    00042400
                                                                        00042500
           IF SQLCODE NOT = +0                                          00042600
              PERFORM 8000-DB2-ERROR-RTN                                00042700
           END-IF.                                                      00042800
                                                                        00042900
      *---------------------------------------------------------------  00043000
      * 2200-FIND-TIER-RTN - HIGHEST DEFINED TIER THE VALUE REACHES.    00043100
      *---------------------------------------------------------------  00043200
       2200-FIND-TIER-RTN.                                              00043300
                                                                        00043400
           IF WS-PRM-TIER-MIN (WS-TX) > +0                              00043500
           AND WS-INCM-VALUE NOT < WS-PRM-TIER-MIN (WS-TX)              00043600
              MOVE WS-TX                    TO  WS-TIER-NBR             00043700
              MOVE WS-PRM-TIER-BONUS (WS-TX)                            00043800
                                            TO  WS-BONUS-AMT            00043900
           END-IF.                                                      00044000
                                                                        00044100
      *---------------------------------------------------------------  00044200
      * 2300-PROGRESS-RTN - CAMPAIGN STILL OPEN: KEEP THE RUNNING       00044300
      * VALUE AND TIER ON THE ENROLLMENT.                               00044400
      *---------------------------------------------------------------  00044500
       2300-PROGRESS-RTN.                                               00044600
                                                                        00044700
           EXEC SQL                                                     00044800
              UPDATE ACATPREN                                           00044900
                 SET INCM_VALUE_AMT = :WS-INCM-VALUE                    00045000
                    ,TIER_NBR       = :WS-TIER-NBR                      00045100
                    ,UPDT_TMSTP     = CURRENT TIMESTAMP                 00045200
                    ,PRGM_NM        = 'CAT768'                          00045300
               WHERE CMPGN_CD       = :WS-ENR-CMPGN                     00045400
                 AND CLIENT_NBR     = :WS-ENR-CLIENT                    00045500
                 AND BRANCH_CD      = :WS-ENR-BRANCH                    00045600
                 AND ACCT_CD        = :WS-ENR-ACCT                      00045700
           END-EXEC.                                                    00045800
                                                                        00045900
           IF SQLCODE NOT = +0                                          00046000
              PERFORM 8000-DB2-ERROR-RTN                                00046100
           END-IF.                                                      00046200
                                                                        00046300
           ADD 1                            TO  WS-CNT-PROGRESS.        00046400
           MOVE 'IN PROGRESS - CAMPAIGN OPEN'                           00046500
                                            TO  DTL1-DISPOSITION.       00046600
           PERFORM 5000-WRITE-DETAIL-RTN.                               00046700
           PERFORM 6000-COMMIT-RTN.                                     00046800
                                                                        00046900
      *---------------------------------------------------------------  00047000
      * 2400-NOT-QUALIFIED-RTN - CAMPAIGN ENDED, NO TIER REACHED.       00047100
      *---------------------------------------------------------------  00047200
       2400-NOT-QUALIFIED-RTN.                                          00047300
                                                                        00047400
           EXEC SQL                                                     00047500
              UPDATE ACATPREN                                           00047600
                 SET ENRL_STTS_CD   = 'N'                               00047700
                    ,INCM_VALUE_AMT = :WS-INCM-VALUE                    00047800
                    ,TIER_NBR       = 0                                 00047900
                    ,UPDT_TMSTP     = CURRENT TIMESTAMP                 00048000
                    ,PRGM_NM        = 'CAT768'                          00048100
               WHERE CMPGN_CD       = :WS-ENR-CMPGN                     00048200
                 AND CLIENT_NBR     = :WS-ENR-CLIENT                    00048300
                 AND BRANCH_CD      = :WS-ENR-BRANCH                    00048400
                 AND ACCT_CD        = :WS-ENR-ACCT                      00048500
           END-EXEC.                                                    00048600
                                                                        00048700
           IF SQLCODE NOT = +0                                          00048800
              PERFORM 8000-DB2-ERROR-RTN                                00048900
           END-IF.                                                      00049000
                                                                        00049100
           ADD 1                            TO  WS-CNT-NOT-QUAL.        00049200
           MOVE 'NOT QUALIFIED - NO TIER EARNED'                        00049300
                                            TO  DTL1-DISPOSITION.       00049400
           PERFORM 5000-WRITE-DETAIL-RTN.                               00049500
           PERFORM 6000-COMMIT-RTN.                                     00049600
                                                                        00049700
           EJECT                                                        00049800
      *---------------------------------------------------------------  00049900
      * 3000-BOOK-RTN - CAMPAIGN ENDED WITH A TIER EARNED: WRITE THE    00050000
      * PRMB CASH CREDIT FOR BOOKING AND START THE HOLDING PERIOD.      00050100
      *---------------------------------------------------------------  00050200
       3000-BOOK-RTN.                                                   00050300
                                                                        00050400
           MOVE SPACES                      TO  MTH-RECORD.             00050500
           MOVE WS-ENR-CLIENT               TO  MTH-CLIENT-NBR.         00050600
           MOVE WS-ENR-CMPGN                TO  MTH-ACATS-CNTL-NBR.     00050700
           MOVE WS-ENR-BRANCH               TO  MTH-BRANCH.             00050800
           MOVE WS-ENR-ACCT                 TO  MTH-ACCOUNT.            00050900
           MOVE '1'                         TO  MTH-ACCOUNT-TYPE-FROM.  00051000
           MOVE '1'                         TO  MTH-ACCOUNT-TYPE-TO.    00051100
           MOVE SPACES                      TO  MTH-ADP-NBR.            00051200
           SET  MTH-PROMOTION-BONUS         TO  TRUE.                   00051300
           MOVE WS-BONUS-AMT                TO  MTH-BALANCE.            00051400
           SET  MTH-BALANCE-CREDIT          TO  TRUE.                   00051500
           SET  MTH-BALANCE-NOT-APPLIED     TO  TRUE.                   00051600
           MOVE ZERO                        TO  MTH-QUANTITY.           00051700
           WRITE MATH-OUT-RECORD          FROM  MTH-RECORD.             00051800
                                                                        00051900
           EXEC SQL                                                     00052000
              UPDATE ACATPREN                                           00052100
                 SET ENRL_STTS_CD   = 'B'                               00052200
                    ,INCM_VALUE_AMT = :WS-INCM-VALUE                    00052300
                    ,TIER_NBR       = :WS-TIER-NBR                      00052400
                    ,BONUS_AMT      = :WS-BONUS-AMT                     00052500
                    ,BOOK_DT        = CURRENT DATE                      00052600
                    ,HOLD_END_DT    = CURRENT DATE                      00052700
                                    + :WS-ENR-HOLD-DAYS DAYS            00052800
                    ,UPDT_TMSTP     = CURRENT TIMESTAMP                 00052900
                    ,PRGM_NM        = 'CAT768'                          00053000
               WHERE CMPGN_CD       = :WS-ENR-CMPGN                     00053100
                 AND CLIENT_NBR     = :WS-ENR-CLIENT                    00053200
                 AND BRANCH_CD      = :WS-ENR-BRANCH                    00053300
                 AND ACCT_CD        = :WS-ENR-ACCT                      00053400
           END-EXEC.                                                    00053500
                                                                        00053600
           IF SQLCODE NOT = +0                                          00053700
              PERFORM 8000-DB2-ERROR-RTN                                00053800
           END-IF.                                                      00053900
                                                                        00054000
           ADD 1                            TO  WS-CNT-BOOKED.          00054100
           ADD WS-BONUS-AMT                 TO  WS-AMT-BOOKED.          00054200
           MOVE 'BONUS BOOKED - HOLD STARTED'                           00054300
                                            TO  DTL1-DISPOSITION.       00054400
           PERFORM 5000-WRITE-DETAIL-RTN.                               00054500
           PERFORM 6000-COMMIT-RTN.                                     00054600
                                                                        00054700
           EJECT                                                        00054800
      *---------------------------------------------------------------  00054900
      * 4000-CLAWBACK-RTN - A PAID ACCOUNT INSIDE ITS HOLDING PERIOD.   00055000
      * ANY OUTGOING TRANSFER PROCESSED FROM THE CAMPAIGN START UP TO   00055100
      * THE HOLD END DATE FLAGS THE BONUS FOR CLAWBACK.                 00055200
      *---------------------------------------------------------------  00055300
       4000-CLAWBACK-RTN.                                               00055400
                                                                        00055500
           MOVE WS-ENR-BONUS                TO  DTL1-BONUS.             00055600
                                                                        00055700
           EXEC SQL                                                     00055800
              SELECT VALUE(MIN(X.CNTL), ' ')                            00055900
                INTO :WS-OUT-CNTL                                       00056000
                FROM (SELECT T.ACAT_CONTROL_NBR AS CNTL                 00056100
                        FROM  VTRNFR T                                  00056200
                       WHERE T.CLIENT_NBR    = :WS-ENR-CLIENT           00056300
                         AND T.BRANCH_CD     = :WS-ENR-BRANCH           00056400
                         AND T.ACCT_CD       = :WS-ENR-ACCT             00056500
                         AND T.DSTBN_SIDE_CD = 'D'                      00056600
                         AND T.STTS_CD NOT IN ('140', '600')            00056700
                         AND T.PRCS_DT BETWEEN :WS-ENR-STRT-DT          00056800
                                           AND :WS-ENR-HOLD-END-DT      00056900
                      UNION ALL                                         00057000
                      SELECT T.ACAT_CONTROL_NBR AS CNTL                 00057100
                        FROM  VTRNHSTY T                                00057200
                       WHERE T.CLIENT_NBR    = :WS-ENR-CLIENT           00057300
                         AND T.BRANCH_CD     = :WS-ENR-BRANCH           00057400
                         AND T.ACCT_CD       = :WS-ENR-ACCT             00057500
                         AND T.DSTBN_SIDE_CD = 'D'                      00057600
                         AND T.STTS_CD NOT IN ('140', '600')            00057700
                         AND T.PRCS_DT BETWEEN :WS-ENR-STRT-DT          00057800
                                           AND :WS-ENR-HOLD-END-DT      00057900
                     ) AS X                                             00058000
           END-EXEC.                                                    00058100
                                                                        00058200
           IF SQLCODE NOT = +0                                          00058300
              PERFORM 8000-DB2-ERROR-RTN                                00058400
           END-IF.                                                      00058500
                                                                        00058600
           IF WS-OUT-CNTL NOT = SPACES                                  00058700
              PERFORM 4100-FLAG-CLAWBACK-RTN                            00058800
              GO TO 4000-EXIT                                           00058900
           END-IF.                                                      00059000
                                                                        00059100
           IF NOT WS-HOLD-PERIOD-OVER                                   00059200
              GO TO 4000-EXIT                                           00059300
           END-IF.                                                      00059400
                                                                        00059500
           EXEC SQL                                                     00059600
              UPDATE ACATPREN                                           00059700
                 SET ENRL_STTS_CD   = 'H'                               00059800
                    ,UPDT_TMSTP     = CURRENT TIMESTAMP                 00059900
                    ,PRGM_NM        = 'CAT768'                          00060000
               WHERE CMPGN_CD       = :WS-ENR-CMPGN                     00060100
                 AND CLIENT_NBR     = :WS-ENR-CLIENT                    00060200
                 AND BRANCH_CD      = :WS-ENR-BRANCH                    00060300
                 AND ACCT_CD        = :WS-ENR-ACCT                      00060400
           END-EXEC.                                                    00060500
                                                                        00060600
           IF SQLCODE NOT = +0                                          00060700
              PERFORM 8000-DB2-ERROR-RTN                                00060800
           END-IF.                                                      00060900
                                                                        00061000
           ADD 1                            TO  WS-CNT-HOLD-DONE.       00061100
           PERFORM 6000-COMMIT-RTN.                                     00061200
                                                                        00061300
       4000-EXIT.                                                       00061400
           EXIT.                                                        00061500
                                                                        00061600
       4100-FLAG-CLAWBACK-RTN.                                          00061700
                                                                        00061800
           EXEC SQL                                                     00061900
              UPDATE ACATPREN                                           00062000
                 SET ENRL_STTS_CD   = 'C'                               00062100
                    ,CLWBK_DT       = CURRENT DATE                      00062200
                    ,CLWBK_CNTL_NBR = :WS-OUT-CNTL                      00062300
                    ,UPDT_TMSTP     = CURRENT TIMESTAMP                 00062400
                    ,PRGM_NM        = 'CAT768'                          00062500
               WHERE CMPGN_CD       = :WS-ENR-CMPGN                     00062600
                 AND CLIENT_NBR     = :WS-ENR-CLIENT                    00062700
                 AND BRANCH_CD      = :WS-ENR-BRANCH                    00062800
                 AND ACCT_CD        = :WS-ENR-ACCT                      00062900
           END-EXEC.                                                    00063000
                                                                        00063100
           IF SQLCODE NOT = +0                                          00063200
              PERFORM 8000-DB2-ERROR-RTN                                00063300
           END-IF.                                                      00063400
                                                                        00063500
           ADD 1                            TO  WS-CNT-CLAWBACK.        00063600
           ADD WS-ENR-BONUS                 TO  WS-AMT-CLAWBACK.        00063700
           MOVE WS-OUT-CNTL                 TO  DTL1-OUT-CNTL.          00063800
           MOVE 'CLAWBACK - ASSETS LEFT IN HOLD'                        00063900
                                            TO  DTL1-DISPOSITION.       00064000
           PERFORM 5000-WRITE-DETAIL-RTN.                               00064100
           PERFORM 6000-COMMIT-RTN.                                     00064200
                                                                        00064300
           EJECT                                                        00064400
       5000-WRITE-DETAIL-RTN.                                           00064500
                                                                        00064600
           MOVE WS-ENR-CMPGN                TO  DTL1-CMPGN.             00064700
           MOVE WS-ENR-CLIENT               TO  DTL1-CLIENT.            00064800
           MOVE WS-ENR-BRANCH               TO  DTL1-BRANCH.            00064900
           MOVE WS-ENR-ACCT                 TO  DTL1-ACCT.              00065000
           WRITE REPORT-RECORD            FROM  DTL1-RECORD.            00065100
                                                                        00065200
      *---------------------------------------------------------------  00065300
      * 6000-COMMIT-RTN - EVERY 100 UPDATES.  ENRCSR IS WITH HOLD.      00065400
      *---------------------------------------------------------------  00065500
       6000-COMMIT-RTN.                                                 00065600
                                                                        00065700
           ADD 1                            TO  WS-COMMIT-CNT.          00065800
           IF WS-COMMIT-CNT NOT < +100                                  00065900
              EXEC SQL                                                  00066000
                 COMMIT                                                 00066100
              END-EXEC                                                  00066200
              IF SQLCODE NOT = +0                                       00066300
                 PERFORM 8000-DB2-ERROR-RTN                             00066400
              END-IF                                                    00066500
              MOVE +0                       TO  WS-COMMIT-CNT           00066600
           END-IF.                                                      00066700
                                                                        00066800
           EJECT                                                        00066900
      ******************                                                00067000
       8000-DB2-ERROR-RTN.                                              00067100
      ******************                                                00067200
                                                                        00067300
           DISPLAY 'CAT768 - DB2 ERROR, SQLCODE = ' SQLCODE.            00067400
           DISPLAY 'CAT768 - ENROLLMENT IN HAND = ' WS-ENR-CMPGN        00067500
                   ' ' WS-ENR-CLIENT ' ' WS-ENR-BRANCH ' ' WS-ENR-ACCT. 00067600
                                                                        00067700
           EXEC SQL                                                     00067800
              ROLLBACK                                                  00067900
           END-EXEC.                                                    00068000
                                                                        00068100
           CALL DSNTIAR               USING  SQLCA                      00068200
                                             WS-DB2-MESSAGE-AREA        00068300
                                             WS-ERR-LINE-LEN            00068400
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00068500
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00068600
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00068700
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00068800
                 END-IF                                                 00068900
           END-PERFORM.                                                 00069000
           DISPLAY 'CAT768 ABENDED'.                                    00069100
           CALL ABEND                 USING  ABEND-CODE.                00069200
                                                                        00069300
           EJECT                                                        00069400
      ************                                                      00069500
       9000-EOJ-RTN.                                                    00069600
      ************                                                      00069700
                                                                        00069800
           EXEC SQL                                                     00069900
              COMMIT                                                    00070000
           END-EXEC.                                                    00070100
           IF SQLCODE NOT = +0                                          00070200
              PERFORM 8000-DB2-ERROR-RTN                                00070300
           END-IF.                                                      00070400
                                                                        00070500
           MOVE 'ENROLLMENTS WORKED              '  TO  TRL1-LABEL.     00070600
           MOVE WS-CNT-FETCHED              TO  TRL1-COUNT.             00070700
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00070800
                                                                        00070900
           MOVE 'CAMPAIGN OPEN - IN PROGRESS     '  TO  TRL1-LABEL.     00071000
           MOVE WS-CNT-PROGRESS             TO  TRL1-COUNT.             00071100
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00071200
                                                                        00071300
           MOVE 'BONUSES BOOKED                  '  TO  TRL1-LABEL.     00071400
           MOVE WS-CNT-BOOKED               TO  TRL1-COUNT.             00071500
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00071600
           MOVE '   AMOUNT BOOKED                '  TO  TRL2-LABEL.     00071700
           MOVE WS-AMT-BOOKED               TO  TRL2-AMOUNT.            00071800
           WRITE REPORT-RECORD            FROM  TRL2-RECORD.            00071900
                                                                        00072000
           MOVE 'NOT QUALIFIED                   '  TO  TRL1-LABEL.     00072100
           MOVE WS-CNT-NOT-QUAL             TO  TRL1-COUNT.             00072200
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00072300
                                                                        00072400
           MOVE 'FLAGGED FOR CLAWBACK            '  TO  TRL1-LABEL.     00072500
           MOVE WS-CNT-CLAWBACK             TO  TRL1-COUNT.             00072600
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00072700
           MOVE '   BONUS AMOUNT AT RISK         '  TO  TRL2-LABEL.     00072800
           MOVE WS-AMT-CLAWBACK             TO  TRL2-AMOUNT.            00072900
           WRITE REPORT-RECORD            FROM  TRL2-RECORD.            00073000
                                                                        00073100
           MOVE 'HOLDING PERIODS COMPLETED       '  TO  TRL1-LABEL.     00073200
           MOVE WS-CNT-HOLD-DONE            TO  TRL1-COUNT.             00073300
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00073400
                                                                        00073500
           CLOSE MATH-OUT-FILE                                          00073600
                 REPORT-FILE.                                           00073700
                                                                        00073800
           DISPLAY ' '                                                  00073900
           DISPLAY 'ENROLLMENTS WORKED:     ' WS-CNT-FETCHED            00074000
           DISPLAY 'BONUSES BOOKED:         ' WS-CNT-BOOKED             00074100
           DISPLAY 'FLAGGED FOR CLAWBACK:   ' WS-CNT-CLAWBACK           00074200
           DISPLAY ' '                                                  00074300
           DISPLAY '*************************'                          00074400
           DISPLAY '* END OF CAT768 PROGRAM *'                          00074500
           DISPLAY '*************************'                          00074600
           DISPLAY ' '.                                                 00074700
