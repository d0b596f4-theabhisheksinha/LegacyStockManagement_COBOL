000001* PDX    - CAT753   C0369762 10/02/26 09:20:16 TBTIKUO            00000100
000001* CREATED FOR SSR 114437.  SENIOR-INVESTOR TEMPORARY HOLD         00000200
000001* (FINRA RULE 2165) AND TRUSTED-CONTACT WORKFLOW.  WHEN THE       00000300
000001* DESK SUSPECTED EXPLOITATION OF AN ELDERLY OR VULNERABLE         00000400
000001* CUSTOMER THERE WAS NO DOCUMENTED WAY TO HOLD THE OUTGOING       00000500
000001* TRANSFER - IT WAS LET REJECT OR SAT ON INFORMALLY.  THE         00000600
000001* SUPERVISOR'S HOLD, EXTENSION, TRUSTED-CONTACT NOTICE AND        00000700
000001* RELEASE NOW COME IN ON THE SNRTRAN TRANSACTIONS AND ARE         00000800
000001* KEPT ON ACATSNRH, KEYED BY CLIENT/ACAT CONTROL NUMBER, WITH     00000900
000001* THE 15-BUSINESS-DAY EXPIRY COUNTED ON THE VBUSCAL CALENDAR      00001000
000001* THROUGH CATBDAYS.  CAT713 SUSPENDS ANY DELIVERY UNDER AN        00001100
000001* ACTIVE HOLD.  THE DAILY REPORT AUDITS EACH TRANSACTION AND      00001200
000001* LISTS HOLDS EXPIRING WITHIN THE WARNING WINDOW (EXTENSION       00001300
000001* DECISION DUE), HOLDS STILL WAITING ON THE TRUSTED-CONTACT       00001400
000001* NOTICE, AND HOLDS THAT LAPSED TONIGHT.                          00001500
       IDENTIFICATION DIVISION.                                         00001600
       PROGRAM-ID.  CAT753.                                             00001700
       AUTHOR.      LARRY MUREY.                                        00001800
       DATE-WRITTEN.  OCT 2026.                                         00001900
      *---------------------------------------------------------------* 00002000
      *                         REMARKS                               * 00002100
      * PARM:   NN = EXPIRY WARNING WINDOW, BUSINESS DAYS (DEFAULT 03)* 00002200
      * INPUT:  SNRTRAN - HOLD TRANSACTIONS (OPTIONAL, FB 80)         * 00002300
      *           ACTION 'P' PLACE    - REASON + SUPERVISOR REQUIRED  * 00002400
      *                  'E' EXTEND   - FIRST EXTENSION 10 BUSINESS   * 00002500
      *                                 DAYS, SECOND 30, NO THIRD     * 00002600
      *                  'T' TRUSTED CONTACT NOTIFIED ON TRAN DATE    * 00002700
      *                  'R' RELEASE  - SUPERVISOR REQUIRED           * 00002800
      * OUTPUT: RPTPI   - TRANSACTION AUDIT + EXPIRY/ACTION REPORT    * 00002900
      * HOLD STATUS (HOLD_STTS_CD): 'A' ACTIVE, 'R' RELEASED,         * 00003000
      *                             'X' EXPIRED.                      * 00003100
      * ONLY A DELIVER-SIDE IN-FLIGHT TRANSFER CAN BE HELD.  A HOLD   * 00003200
      * PAST ITS EXPIRY DATE IS LAPSED ('X') BY THIS RUN SO THE NEXT  * 00003300
      * DELIVERY BUILD RELEASES IT - THE RULE DOES NOT LET IT STAND.  * 00003400
      *---------------------------------------------------------------* 00003500
           EJECT                                                        00003600
      ***************************************************************** 00003700
       ENVIRONMENT DIVISION.                                            00003800
      ***************************************************************** 00003900
       INPUT-OUTPUT SECTION.                                            00004000
       FILE-CONTROL.                                                    00004100
           SELECT TRAN-IN-FILE         ASSIGN  TO  SNRTRAN              00004200
                                       FILE STATUS  IS SNRTRAN-STAT.    00004300
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00004400
                                                                        00004500
      ***************************************************************** 00004600
       DATA DIVISION.                                                   00004700
      ***************************************************************** 00004800
                                                                        00004900
       FILE SECTION.                                                    00005000
                                                                        00005100
       FD  TRAN-IN-FILE                                                 00005200
           RECORDING MODE F                                             00005300
           BLOCK CONTAINS 0 RECORDS                                     00005400
           LABEL RECORDS ARE STANDARD                                   00005500
           RECORD CONTAINS 80 CHARACTERS.                               00005600
       01  TRAN-IN-RECORD.                                              00005700
           05  TRN-ACTION              PIC X(01).                       00005800
               88  TRN-PLACE                      VALUE 'P'.            00005900
               88  TRN-EXTEND                     VALUE 'E'.            00006000
               88  TRN-CONTACT                    VALUE 'T'.            00006100
               88  TRN-RELEASE                    VALUE 'R'.            00006200
           05  TRN-CLIENT              PIC X(04).                       00006300
           05  TRN-ACAT-CNTL           PIC X(14).                       00006400
           05  TRN-SPRVSR-ID           PIC X(08).                       00006500
           05  TRN-DATE                PIC X(10).                       00006600
           05  TRN-REASON              PIC X(40).                       00006700
           05  FILLER                  PIC X(03).                       00006800
                                                                        00006900
       FD  REPORT-FILE                                                  00007000
           RECORDING MODE F                                             00007100
           BLOCK CONTAINS 0 RECORDS                                     00007200
           LABEL RECORDS ARE STANDARD                                   00007300
           RECORD CONTAINS 132 CHARACTERS.                              00007400
       01  REPORT-RECORD                PIC  X(132).                    00007500
                                                                        00007600
           EJECT                                                        00007700
      ***************************************************************** 00007800
       WORKING-STORAGE SECTION.                                         00007900
      ***************************************************************** 00008000
                                                                        00008100
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00008200
       77  WS-RUN-DATE                  PIC  X(08) VALUE SPACES.        00008300
       77  WS-RUN-DATE-ISO              PIC  X(10) VALUE SPACES.        00008400
       77  WS-WARN-DATE                 PIC  X(10) VALUE SPACES.        00008500
                                                                        00008600
       01  CALL-MODULES.                                                00008700
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00008800
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00008900
           05  WS-CATBDAYS-PGM          PIC  X(08) VALUE 'CATBDAYS'.    00009000
                                                                        00009100
           COPY CATBDAYS.                                               00009200
                                                                        00009300
       01  SNRTRAN-STAT                 PIC  X(02)  VALUE SPACES.       00009400
           88  SNRTRAN-OK                          VALUE '00'.          00009500
           88  SNRTRAN-EOF                         VALUE '10'.          00009600
                                                                        00009700
       01  WS-END-OF-HLD-SW             PIC  X(01)  VALUE 'N'.          00009800
           88  WS-END-OF-HLD                       VALUE 'Y'.           00009900
                                                                        00010000
       01  WS-WARN-DAYS                 PIC S9(04) COMP  VALUE +3.      00010100
       01  WS-ADD-DAYS                  PIC S9(04) COMP  VALUE +0.      00010200
       01  WS-STEP-DATE                 PIC  X(10)  VALUE SPACES.       00010300
                                                                        00010400
      *  HOST VARIABLES - HOLD ROW.                                     00010500
       01  WS-HLD-AREA.                                                 00010600
           05  WS-HLD-CLIENT            PIC  X(04).                     00010700
           05  WS-HLD-ACAT-CNTL         PIC  X(14).                     00010800
           05  WS-HLD-BRANCH            PIC  X(03).                     00010900
           05  WS-HLD-ACCT              PIC  X(05).                     00011000
           05  WS-HLD-SPRVSR            PIC  X(08).                     00011100
           05  WS-HLD-REASON            PIC  X(40).                     00011200
           05  WS-HLD-PLCD-DT           PIC  X(10).                     00011300
           05  WS-HLD-EXPR-DT           PIC  X(10).                     00011400
           05  WS-HLD-TC-DT             PIC  X(10).                     00011500
           05  WS-HLD-STTS              PIC  X(01).                     00011600
           05  WS-HLD-EXTN-CNT          PIC S9(04) COMP.                00011700
       01  WS-TFR-SIDE                  PIC  X(01)  VALUE SPACE.        00011800
       01  WS-TFR-STTS                  PIC  X(03)  VALUE SPACES.       00011900
                                                                        00012000
       01  WS-CNT-TRAN                  PIC S9(07) COMP-3  VALUE ZERO.  00012100
       01  WS-CNT-PLACED                PIC S9(07) COMP-3  VALUE ZERO.  00012200
       01  WS-CNT-EXTENDED              PIC S9(07) COMP-3  VALUE ZERO.  00012300
       01  WS-CNT-CONTACT               PIC S9(07) COMP-3  VALUE ZERO.  00012400
       01  WS-CNT-RELEASED              PIC S9(07) COMP-3  VALUE ZERO.  00012500
       01  WS-CNT-TRAN-REJ              PIC S9(07) COMP-3  VALUE ZERO.  00012600
       01  WS-CNT-ACTIVE                PIC S9(07) COMP-3  VALUE ZERO.  00012700
       01  WS-CNT-NEAR-EXPR             PIC S9(07) COMP-3  VALUE ZERO.  00012800
       01  WS-CNT-NO-CONTACT            PIC S9(07) COMP-3  VALUE ZERO.  00012900
       01  WS-CNT-LAPSED                PIC S9(07) COMP-3  VALUE ZERO.  00013000
                                                                        00013100
       01  WS-DB2-MESSAGE-AREA.                                         00013200
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00013300
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00013400
               INDEXED BY WS-ERROR-INDEX.                               00013500
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00013600
                                                                        00013700
           EJECT                                                        00013800
       01  HDR1-RECORD.                                                 00013900
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00014000
           05  FILLER                   PIC  X(30)  VALUE               00014100
               'CAT753 - SENIOR-INVESTOR      '.                        00014200
           05  FILLER                   PIC  X(30)  VALUE               00014300
               'TEMPORARY HOLDS (RULE 2165)   '.                        00014400
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00014500
           05  FILLER                   PIC  X(06)  VALUE               00014600
               'DATE: '.                                                00014700
           05  HDR1-DATE                PIC  X(10).                     00014800
           05  FILLER                   PIC  X(32)  VALUE SPACES.       00014900
                                                                        00015000
       01  HDR2-RECORD.                                                 00015100
           05  HDR2-CC                  PIC  X(01)  VALUE '0'.          00015200
           05  HDR2-TITLE               PIC  X(40).                     00015300
           05  FILLER                   PIC  X(91)  VALUE SPACES.       00015400
                                                                        00015500
       01  HDR3-RECORD.                                                 00015600
           05  HDR3-CC                  PIC  X(01)  VALUE ' '.          00015700
           05  FILLER                   PIC  X(06)  VALUE 'CLNT  '.     00015800
           05  FILLER                   PIC  X(16)  VALUE               00015900
               'CONTROL NBR     '.                                      00016000
           05  FILLER                   PIC  X(10)  VALUE 'BR/ACCT   '. 00016100
           05  FILLER                   PIC  X(10)  VALUE 'SUPV    '.   00016200
           05  FILLER                   PIC  X(12)  VALUE 'PLACED'.     00016300
           05  FILLER                   PIC  X(12)  VALUE 'EXPIRES'.    00016400
           05  FILLER                   PIC  X(12)  VALUE 'TC NOTIFIED'.00016500
           05  FILLER                   PIC  X(04)  VALUE 'EXT '.       00016600
           05  FILLER                   PIC  X(49)  VALUE 'ACTION'.     00016700
                                                                        00016800
       01  DTL1-RECORD.                                                 00016900
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00017000
           05  DTL1-CLIENT              PIC  X(04).                     00017100
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00017200
           05  DTL1-ACAT-CNTL           PIC  X(14).                     00017300
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00017400
           05  DTL1-BRANCH              PIC  X(03).                     00017500
           05  FILLER                   PIC  X(01)  VALUE '/'.          00017600
           05  DTL1-ACCT                PIC  X(05).                     00017700
           05  FILLER                   PIC  X(01)  VALUE SPACE.        00017800
           05  DTL1-SPRVSR              PIC  X(08).                     00017900
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00018000
           05  DTL1-PLCD-DT             PIC  X(10).                     00018100
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00018200
           05  DTL1-EXPR-DT             PIC  X(10).                     00018300
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00018400
           05  DTL1-TC-DT               PIC  X(10).                     00018500
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00018600
           05  DTL1-EXTN-CNT            PIC  9(01).                     00018700
           05  FILLER                   PIC  X(03)  VALUE SPACES.       00018800
           05  DTL1-MESSAGE             PIC  X(40).                     00018900
           05  FILLER                   PIC  X(09)  VALUE SPACES.       00019000
                                                                        00019100
       01  TRL1-RECORD.                                                 00019200
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00019300
           05  TRL1-LABEL               PIC  X(28).                     00019400
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00019500
           05  FILLER                   PIC  X(92)  VALUE SPACES.       00019600
                                                                        00019700
       01  TRAC-RECORD.                                                 00019800
           05  TRAC-DETAIL              PIC  X(132).                    00019900
                                                                        00020000
           EJECT                                                        00020100
      *DB2 COMMUNICATION AREA                                           00020200
           EXEC SQL                                                     00020300
              INCLUDE SQLCA                                             00020400
           END-EXEC.                                                    00020500
                                                                        00020600
      *----------------------------------------------------------------*00020700
      *  ACTIVE HOLDS, SOONEST EXPIRY FIRST.                           *00020800
      *----------------------------------------------------------------*00020900
           EXEC SQL                                                     00021000
              DECLARE HLDCSR CURSOR WITH HOLD FOR                       00021100
                 SELECT CLIENT_NBR                                      00021200
                       ,ACAT_CONTROL_NBR                                00021300
                       ,BRANCH_CD                                       00021400
                       ,ACCT_CD                                         00021500
                       ,SPRVSR_ID                                       00021600
                       ,CHAR(HOLD_PLCD_DT, ISO)                         00021700
                       ,CHAR(HOLD_EXPR_DT, ISO)                         00021800
                       ,VALUE(CHAR(TRST_CNTC_NTFY_DT, ISO), ' ')        00021900
                       ,EXTN_CNT                                        00022000
                 FROM  ACATSNRH                                         00022100
                 WHERE HOLD_STTS_CD = 'A'                               00022200
                 ORDER BY HOLD_EXPR_DT, CLIENT_NBR, ACAT_CONTROL_NBR    00022300
           END-EXEC.                                                    00022400
                                                                        00022500
           EJECT                                                        00022600
      ***************************************************************** 00022700
       LINKAGE SECTION.                                                 00022800
      ***************************************************************** 00022900
       01  PARM-AREA.                                                   00023000
           05  PARM-LENGTH              PIC S9(4) COMP SYNC.            00023100
           05  PARM-DAYS                PIC  9(02).                     00023200
                                                                        00023300
           EJECT                                                        00023400
      ***************************************************************** 00023500
       PROCEDURE DIVISION USING PARM-AREA.                              00023600
      ***************************************************************** 00023700
                                                                        00023800
           DISPLAY '*** CAT753 - SENIOR-INVESTOR TEMPORARY HOLDS ***'.  00023900
                                                                        00024000
           IF PARM-LENGTH = +2 AND PARM-DAYS NUMERIC                    00024100
              MOVE PARM-DAYS                TO  WS-WARN-DAYS            00024200
           END-IF.                                                      00024300
           DISPLAY 'EXPIRY WARNING BUSINESS DAYS = ' WS-WARN-DAYS.      00024400
                                                                        00024500
           PERFORM 1000-INITIAL-RTN.                                    00024600
                                                                        00024700
           MOVE 'HOLDS LAPSED, EXPIRING OR AWAITING NOTICE'             00024800
                                            TO  HDR2-TITLE.             00024900
           MOVE HDR2-RECORD                 TO  TRAC-DETAIL.            00025000
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00025100
           MOVE HDR3-RECORD                 TO  TRAC-DETAIL.            00025200
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00025300
                                                                        00025400
           EXEC SQL                                                     00025500
              OPEN HLDCSR                                               00025600
           END-EXEC.                                                    00025700
           IF SQLCODE NOT = +0                                          00025800
              PERFORM 8000-DB2-ERROR-RTN                                00025900
           END-IF.                                                      00026000
                                                                        00026100
           PERFORM 3000-REVIEW-HOLD-RTN THRU 3000-EXIT                  00026200
              UNTIL WS-END-OF-HLD.                                      00026300
                                                                        00026400
           EXEC SQL                                                     00026500
              CLOSE HLDCSR                                              00026600
           END-EXEC.                                                    00026700
                                                                        00026800
           EXEC SQL                                                     00026900
              COMMIT                                                    00027000
           END-EXEC.                                                    00027100
                                                                        00027200
           PERFORM 9000-EOJ-RTN.                                        00027300
                                                                        00027400
           GOBACK.                                                      00027500
                                                                        00027600
           EJECT                                                        00027700
      *****************                                                 00027800
       1000-INITIAL-RTN.                                                00027900
      *****************                                                 00028000
                                                                        00028100
           OPEN OUTPUT REPORT-FILE.                                     00028200
                                                                        00028300
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00028400
           MOVE SPACES                 TO WS-RUN-DATE-ISO.              00028500
           STRING WS-RUN-DATE (1 : 4) '-'                               00028600
                  WS-RUN-DATE (5 : 2) '-'                               00028700
                  WS-RUN-DATE (7 : 2)                                   00028800
              DELIMITED BY SIZE INTO WS-RUN-DATE-ISO.                   00028900
           MOVE WS-RUN-DATE-ISO             TO  HDR1-DATE.              00029000
                                                                        00029100
      *    LAST DATE INSIDE THE EXPIRY WARNING WINDOW.                  00029200
           MOVE WS-RUN-DATE-ISO             TO  WS-STEP-DATE.           00029300
           MOVE WS-WARN-DAYS                TO  WS-ADD-DAYS.            00029400
           PERFORM 6000-ADD-BUS-DAYS-RTN.                               00029500
           MOVE WS-STEP-DATE                TO  WS-WARN-DATE.           00029600
                                                                        00029700
           MOVE HDR1-RECORD                 TO  TRAC-DETAIL.            00029800
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00029900
                                                                        00030000
           OPEN INPUT   TRAN-IN-FILE.                                   00030100
           IF SNRTRAN-OK                                                00030200
              MOVE 'HOLD TRANSACTIONS APPLIED'                          00030300
                                            TO  HDR2-TITLE              00030400
              MOVE HDR2-RECORD              TO  TRAC-DETAIL             00030500
              WRITE REPORT-RECORD         FROM  TRAC-RECORD             00030600
              MOVE HDR3-RECORD              TO  TRAC-DETAIL             00030700
              WRITE REPORT-RECORD         FROM  TRAC-RECORD             00030800
               PERFORM 2000-APPLY-TRAN-RTN                              00030900
                   THRU 2000-EXIT                                       00031000
                 UNTIL SNRTRAN-EOF                                      00031100
              CLOSE TRAN-IN-FILE                                        00031200
              EXEC SQL                                                  00031300
                 COMMIT                                                 00031400
              END-EXEC                                                  00031500
           ELSE                                                         00031600
              DISPLAY 'CAT753 - NO SNRTRAN FILE, STATUS = '             00031700
                       SNRTRAN-STAT                                     00031800
           END-IF.                                                      00031900
                                                                        00032000
           EJECT                                                        00032100
      *------------------------------------------------------------     00032200
      * 2000-APPLY-TRAN-RTN - ONE SUPERVISOR TRANSACTION.               00032300
      *------------------------------------------------------------     00032400
       2000-APPLY-TRAN-RTN.                                             00032500
                                                                        00032600
           READ TRAN-IN-FILE                                            00032700
               AT END                                                   00032800
                   SET SNRTRAN-EOF          TO  TRUE                    00032900
                   GO TO 2000-EXIT                                      00033000
           END-READ.                                                    00033100
                                                                        00033200
           ADD 1                            TO  WS-CNT-TRAN.            00033300
           MOVE SPACES                      TO  WS-HLD-AREA.            00033400
           MOVE +0                          TO  WS-HLD-EXTN-CNT.        00033500
           MOVE TRN-CLIENT                  TO  WS-HLD-CLIENT.          00033600
           MOVE TRN-ACAT-CNTL               TO  WS-HLD-ACAT-CNTL.       00033700
           MOVE TRN-SPRVSR-ID               TO  WS-HLD-SPRVSR.          00033800
                                                                        00033900
      *    CURRENT HOLD ROW, IF ANY.                                    00034000
           EXEC SQL                                                     00034100
              SELECT BRANCH_CD                                          00034200
                    ,ACCT_CD                                            00034300
                    ,CHAR(HOLD_PLCD_DT, ISO)                            00034400
                    ,CHAR(HOLD_EXPR_DT, ISO)                            00034500
                    ,VALUE(CHAR(TRST_CNTC_NTFY_DT, ISO), ' ')           00034600
                    ,HOLD_STTS_CD                                       00034700
                    ,EXTN_CNT                                           00034800
                INTO :WS-HLD-BRANCH                                     00034900
                    ,:WS-HLD-ACCT                                       00035000
                    ,:WS-HLD-PLCD-DT                                    00035100
                    ,:WS-HLD-EXPR-DT                                    00035200
                    ,:WS-HLD-TC-DT                                      00035300
                    ,:WS-HLD-STTS                                       00035400
                    ,:WS-HLD-EXTN-CNT                                   00035500
                FROM ACATSNRH                                           00035600
               WHERE CLIENT_NBR       = :WS-HLD-CLIENT                  00035700
                 AND ACAT_CONTROL_NBR = :WS-HLD-ACAT-CNTL               00035800
           END-EXEC.                                                    00035900
           EVALUATE SQLCODE                                             00036000
              WHEN +0                                                   00036100
                 CONTINUE                                               00036200
              WHEN +100                                                 00036300
                 MOVE SPACES                TO  WS-HLD-STTS             00036400
              WHEN OTHER                                                00036500
                 PERFORM 8000-DB2-ERROR-RTN                             00036600
           END-EVALUATE.                                                00036700
                                                                        00036800
           EVALUATE TRUE                                                00036900
              WHEN TRN-PLACE                                            00037000
                 PERFORM 2100-PLACE-RTN THRU 2100-EXIT                  00037100
              WHEN TRN-EXTEND                                           00037200
                 PERFORM 2200-EXTEND-RTN THRU 2200-EXIT                 00037300
              WHEN TRN-CONTACT                                          00037400
                 PERFORM 2300-CONTACT-RTN THRU 2300-EXIT                00037500
              WHEN TRN-RELEASE                                          00037600
                 PERFORM 2400-RELEASE-RTN THRU 2400-EXIT                00037700
              WHEN OTHER                                                00037800
                 MOVE 'REJECTED - INVALID ACTION CODE'                  00037900
                                            TO  DTL1-MESSAGE            00038000
                 PERFORM 2900-REJECT-RTN                                00038100
           END-EVALUATE.                                                00038200
                                                                        00038300
       2000-EXIT.                                                       00038400
           EXIT.                                                        00038500
                                                                        00038600
      *------------------------------------------------------------     00038700
      * 2100-PLACE-RTN - A NEW HOLD (OR A FRESH HOLD ON A TRANSFER      00038800
      * WHOSE EARLIER HOLD WAS RELEASED OR LAPSED).  EXPIRY IS 15       00038900
      * BUSINESS DAYS FROM TODAY.                                       00039000
      *------------------------------------------------------------     00039100
       2100-PLACE-RTN.                                                  00039200
                                                                        00039300
           IF WS-HLD-STTS = 'A'                                         00039400
              MOVE 'REJECTED - HOLD ALREADY ACTIVE'                     00039500
                                            TO  DTL1-MESSAGE            00039600
              PERFORM 2900-REJECT-RTN                                   00039700
              GO TO 2100-EXIT                                           00039800
           END-IF.                                                      00039900
           IF TRN-REASON = SPACES OR TRN-SPRVSR-ID = SPACES             00040000
              MOVE 'REJECTED - REASON/SUPERVISOR REQUIRED'              00040100
                                            TO  DTL1-MESSAGE            00040200
              PERFORM 2900-REJECT-RTN                                   00040300
              GO TO 2100-EXIT                                           00040400
           END-IF.                                                      00040500
                                                                        00040600
           MOVE SPACES                      TO  WS-TFR-SIDE             00040700
                                                WS-TFR-STTS.            00040800
           EXEC SQL                                                     00040900
              SELECT BRANCH_CD                                          00041000
                    ,ACCT_CD                                            00041100
                    ,DSTBN_SIDE_CD                                      00041200
                    ,STTS_CD                                            00041300
                INTO :WS-HLD-BRANCH                                     00041400
                    ,:WS-HLD-ACCT                                       00041500
                    ,:WS-TFR-SIDE                                       00041600
                    ,:WS-TFR-STTS                                       00041700
                FROM VTRNFR                                             00041800
               WHERE CLIENT_NBR       = :WS-HLD-CLIENT                  00041900
                 AND ACAT_CONTROL_NBR = :WS-HLD-ACAT-CNTL               00042000
           END-EXEC.                                                    00042100
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100                   00042200
              PERFORM 8000-DB2-ERROR-RTN                                00042300
           END-IF.                                                      00042400
           IF SQLCODE = +100                                            00042500
           OR WS-TFR-SIDE NOT = 'D'                                     00042600
           OR WS-TFR-STTS = '140' OR '600' OR '310'                     00042700
              MOVE 'REJECTED - NOT AN OPEN DELIVERY'                    00042800
                                            TO  DTL1-MESSAGE            00042900
              PERFORM 2900-REJECT-RTN                                   00043000
              GO TO 2100-EXIT                                           00043100
           END-IF.                                                      00043200
                                                                        00043300
           MOVE WS-RUN-DATE-ISO             TO  WS-HLD-PLCD-DT          00043400
                                                WS-STEP-DATE.           00043500
           MOVE +15                         TO  WS-ADD-DAYS.            00043600
           PERFORM 6000-ADD-BUS-DAYS-RTN.                               00043700
           MOVE WS-STEP-DATE                TO  WS-HLD-EXPR-DT.         00043800
           MOVE TRN-REASON                  TO  WS-HLD-REASON.          00043900
           MOVE +0                          TO  WS-HLD-EXTN-CNT.        00044000
                                                                        00044100
           IF WS-HLD-STTS = SPACES                                      00044200
              EXEC SQL                                                  00044300
                 INSERT INTO ACATSNRH                                   00044400
                       (CLIENT_NBR                                      00044500
                       ,ACAT_CONTROL_NBR                                00044600
                       ,BRANCH_CD                                       00044700
                       ,ACCT_CD                                         00044800
                       ,HOLD_RSN_TXT                                    00044900
                       ,SPRVSR_ID                                       00045000
                       ,HOLD_PLCD_DT                                    00045100
                       ,HOLD_EXPR_DT                                    00045200
                       ,TRST_CNTC_NTFY_DT                               00045300
                       ,EXTN_CNT                                        00045400
                       ,HOLD_STTS_CD                                    00045500
                       ,UPDT_OPER_ID                                    00045600
                       ,CRT_TMSTP                                       00045700
                       ,UPDT_TMSTP                                      00045800
                       ,PRGM_NM)                                        00045900
                 VALUES                                                 00046000
                       (:WS-HLD-CLIENT                                  00046100
                       ,:WS-HLD-ACAT-CNTL                               00046200
                       ,:WS-HLD-BRANCH                                  00046300
                       ,:WS-HLD-ACCT                                    00046400
                       ,:WS-HLD-REASON                                  00046500
                       ,:WS-HLD-SPRVSR                                  00046600
                       ,DATE(:WS-HLD-PLCD-DT)                           00046700
                       ,DATE(:WS-HLD-EXPR-DT)                           00046800
                       ,NULL                                            00046900
                       ,0                                               00047000
                       ,'A'                                             00047100
                       ,:WS-HLD-SPRVSR                                  00047200
                       ,CURRENT TIMESTAMP                               00047300
                       ,CURRENT TIMESTAMP                               00047400
                       ,'CAT753')                                       00047500
              END-EXEC                                                  00047600
           ELSE                                                         00047700
              EXEC SQL                                                  00047800
                 UPDATE ACATSNRH                                        00047900
                    SET HOLD_RSN_TXT      = :WS-HLD-REASON              00048000
                       ,SPRVSR_ID         = :WS-HLD-SPRVSR              00048100
                       ,HOLD_PLCD_DT      = DATE(:WS-HLD-PLCD-DT)       00048200
                       ,HOLD_EXPR_DT      = DATE(:WS-HLD-EXPR-DT)       00048300
                       ,TRST_CNTC_NTFY_DT = NULL                        00048400
                       ,EXTN_CNT          = 0                           00048500
                       ,HOLD_STTS_CD      = 'A'                         00048600
                       ,UPDT_OPER_ID      = :WS-HLD-SPRVSR              00048700
                       ,UPDT_TMSTP        = CURRENT TIMESTAMP           00048800
                       ,PRGM_NM           = 'CAT753'                    00048900
                  WHERE CLIENT_NBR       = :WS-HLD-CLIENT               00049000
                    AND ACAT_CONTROL_NBR = :WS-HLD-ACAT-CNTL            00049100
              END-EXEC                                                  00049200
           END-IF.                                                      00049300
           IF SQLCODE NOT = +0                                          00049400
              PERFORM 8000-DB2-ERROR-RTN                                00049500
           END-IF.                                                      00049600
                                                                        00049700
           ADD 1                            TO  WS-CNT-PLACED.          00049800
           MOVE SPACES                      TO  WS-HLD-TC-DT.           00049900
           MOVE 'HOLD PLACED - NOTIFY TRUSTED CONTACT'                  00050000
                                            TO  DTL1-MESSAGE.           00050100
           PERFORM 5000-WRITE-DETAIL-RTN.                               00050200
                                                                        00050300
       2100-EXIT.                                                       00050400
           EXIT.                                                        00050500
                                                                        00050600
      *------------------------------------------------------------     00050700
      * 2200-EXTEND-RTN - THE RULE ALLOWS A 10-BUSINESS-DAY             00050800
      * EXTENSION, AND ONE FURTHER 30-BUSINESS-DAY EXTENSION, EACH      00050900
      * COUNTED FROM THE CURRENT EXPIRY.                                00051000
      *------------------------------------------------------------     00051100
       2200-EXTEND-RTN.                                                 00051200
                                                                        00051300
           IF WS-HLD-STTS NOT = 'A'                                     00051400
              MOVE 'REJECTED - NO ACTIVE HOLD'                          00051500
                                            TO  DTL1-MESSAGE            00051600
              PERFORM 2900-REJECT-RTN                                   00051700
              GO TO 2200-EXIT                                           00051800
           END-IF.                                                      00051900
           IF TRN-SPRVSR-ID = SPACES                                    00052000
              MOVE 'REJECTED - SUPERVISOR REQUIRED'                     00052100
                                            TO  DTL1-MESSAGE            00052200
              PERFORM 2900-REJECT-RTN                                   00052300
              GO TO 2200-EXIT                                           00052400
           END-IF.                                                      00052500
           EVALUATE WS-HLD-EXTN-CNT                                     00052600
              WHEN +0                                                   00052700
                 MOVE +10                   TO  WS-ADD-DAYS             00052800
              WHEN +1                                                   00052900
                 MOVE +30                   TO  WS-ADD-DAYS             00053000
              WHEN OTHER                                                00053100
                 MOVE 'REJECTED - EXTENSIONS EXHAUSTED'                 00053200
                                            TO  DTL1-MESSAGE            00053300
                 PERFORM 2900-REJECT-RTN                                00053400
                 GO TO 2200-EXIT                                        00053500
           END-EVALUATE.                                                00053600
                                                                        00053700
           MOVE WS-HLD-EXPR-DT              TO  WS-STEP-DATE.           00053800
           PERFORM 6000-ADD-BUS-DAYS-RTN.                               00053900
           MOVE WS-STEP-DATE                TO  WS-HLD-EXPR-DT.         00054000
           ADD +1                           TO  WS-HLD-EXTN-CNT.        00054100
                                                                        00054200
           EXEC SQL                                                     00054300
              UPDATE ACATSNRH                                           00054400
                 SET HOLD_EXPR_DT = DATE(:WS-HLD-EXPR-DT)               00054500
                    ,EXTN_CNT     = :WS-HLD-EXTN-CNT                    00054600
                    ,UPDT_OPER_ID = :WS-HLD-SPRVSR                      00054700
                    ,UPDT_TMSTP   = CURRENT TIMESTAMP                   00054800
                    ,PRGM_NM      = 'CAT753'                            00054900
               WHERE CLIENT_NBR       = :WS-HLD-CLIENT                  00055000
                 AND ACAT_CONTROL_NBR = :WS-HLD-ACAT-CNTL               00055100
           END-EXEC.                                                    00055200
           IF SQLCODE NOT = +0                                          00055300
              PERFORM 8000-DB2-ERROR-RTN                                00055400
           END-IF.                                                      00055500
                                                                        00055600
           ADD 1                            TO  WS-CNT-EXTENDED.        00055700
           MOVE 'HOLD EXTENDED'             TO  DTL1-MESSAGE.           00055800
           PERFORM 5000-WRITE-DETAIL-RTN.                               00055900
                                                                        00056000
       2200-EXIT.                                                       00056100
           EXIT.                                                        00056200
                                                                        00056300
      *------------------------------------------------------------     00056400
      * 2300-CONTACT-RTN - DATE THE TRUSTED CONTACT WAS NOTIFIED        00056500
      * (TRANSACTION DATE, OR TODAY WHEN NONE IS GIVEN).                00056600
      *------------------------------------------------------------     00056700
       2300-CONTACT-RTN.                                                00056800
                                                                        00056900
           IF WS-HLD-STTS NOT = 'A'                                     00057000
              MOVE 'REJECTED - NO ACTIVE HOLD'                          00057100
                                            TO  DTL1-MESSAGE            00057200
              PERFORM 2900-REJECT-RTN                                   00057300
              GO TO 2300-EXIT                                           00057400
           END-IF.                                                      00057500
                                                                        00057600
           IF TRN-DATE = SPACES                                         00057700
              MOVE WS-RUN-DATE-ISO          TO  WS-HLD-TC-DT            00057800
           ELSE                                                         00057900
              MOVE TRN-DATE                 TO  WS-HLD-TC-DT            00058000
           END-IF.                                                      00058100
                                                                        00058200
           EXEC SQL                                                     00058300
              UPDATE ACATSNRH                                           00058400
                 SET TRST_CNTC_NTFY_DT = DATE(:WS-HLD-TC-DT)            00058500
                    ,UPDT_OPER_ID      = :WS-HLD-SPRVSR                 00058600
                    ,UPDT_TMSTP        = CURRENT TIMESTAMP              00058700
                    ,PRGM_NM           = 'CAT753'                       00058800
               WHERE CLIENT_NBR       = :WS-HLD-CLIENT                  00058900
                 AND ACAT_CONTROL_NBR = :WS-HLD-ACAT-CNTL               00059000
           END-EXEC.                                                    00059100
           EVALUATE SQLCODE                                             00059200
              WHEN +0                                                   00059300
                 CONTINUE                                               00059400
              WHEN -180                                                 00059500
              WHEN -181                                                 00059600
                 MOVE 'REJECTED - INVALID NOTIFIED DATE'                00059700
                                            TO  DTL1-MESSAGE            00059800
                 PERFORM 2900-REJECT-RTN                                00059900
                 GO TO 2300-EXIT                                        00060000
              WHEN OTHER                                                00060100
                 PERFORM 8000-DB2-ERROR-RTN                             00060200
           END-EVALUATE.                                                00060300
                                                                        00060400
           ADD 1                            TO  WS-CNT-CONTACT.         00060500
           MOVE 'TRUSTED CONTACT NOTICE RECORDED'                       00060600
                                            TO  DTL1-MESSAGE.           00060700
           PERFORM 5000-WRITE-DETAIL-RTN.                               00060800
                                                                        00060900
       2300-EXIT.                                                       00061000
           EXIT.                                                        00061100
                                                                        00061200
      *------------------------------------------------------------     00061300
      * 2400-RELEASE-RTN - SUPERVISOR LIFTS THE HOLD.                   00061400
      *------------------------------------------------------------     00061500
       2400-RELEASE-RTN.                                                00061600
                                                                        00061700
           IF WS-HLD-STTS NOT = 'A'                                     00061800
              MOVE 'REJECTED - NO ACTIVE HOLD'                          00061900
                                            TO  DTL1-MESSAGE            00062000
              PERFORM 2900-REJECT-RTN                                   00062100
              GO TO 2400-EXIT                                           00062200
           END-IF.                                                      00062300
           IF TRN-SPRVSR-ID = SPACES                                    00062400
              MOVE 'REJECTED - SUPERVISOR REQUIRED'                     00062500
                                            TO  DTL1-MESSAGE            00062600
              PERFORM 2900-REJECT-RTN                                   00062700
              GO TO 2400-EXIT                                           00062800
           END-IF.                                                      00062900
                                                                        00063000
           EXEC SQL                                                     00063100
              UPDATE ACATSNRH                                           00063200
                 SET HOLD_STTS_CD = 'R'                                 00063300
                    ,UPDT_OPER_ID = :WS-HLD-SPRVSR                      00063400
                    ,UPDT_TMSTP   = CURRENT TIMESTAMP                   00063500
                    ,PRGM_NM      = 'CAT753'                            00063600
               WHERE CLIENT_NBR       = :WS-HLD-CLIENT                  00063700
                 AND ACAT_CONTROL_NBR = :WS-HLD-ACAT-CNTL               00063800
           END-EXEC.                                                    00063900
           IF SQLCODE NOT = +0                                          00064000
              PERFORM 8000-DB2-ERROR-RTN                                00064100
           END-IF.                                                      00064200
                                                                        00064300
           ADD 1                            TO  WS-CNT-RELEASED.        00064400
           MOVE 'HOLD RELEASED'             TO  DTL1-MESSAGE.           00064500
           PERFORM 5000-WRITE-DETAIL-RTN.                               00064600
                                                                        00064700
       2400-EXIT.                                                       00064800
           EXIT.                                                        00064900
                                                                        00065000
       2900-REJECT-RTN.                                                 00065100
                                                                        00065200
           ADD 1                            TO  WS-CNT-TRAN-REJ.        00065300
           PERFORM 5000-WRITE-DETAIL-RTN.                               00065400
                                                                        00065500
           EJECT                                                        00065600
      *------------------------------------------------------------     00065700
      * 3000-REVIEW-HOLD-RTN - EACH ACTIVE HOLD.  A LAPSED HOLD IS      00065800
      * CLOSED OUT; ONE INSIDE THE WARNING WINDOW NEEDS AN EXTEND-      00065900
      * OR-RELEASE DECISION; ONE WITH NO TRUSTED-CONTACT NOTICE IS      00066000
      * LISTED UNTIL THE NOTICE IS RECORDED.                            00066100
      *------------------------------------------------------------     00066200
       3000-REVIEW-HOLD-RTN.                                            00066300
                                                                        00066400
           EXEC SQL                                                     00066500
              FETCH HLDCSR                                              00066600
                 INTO :WS-HLD-CLIENT                                    00066700
                     ,:WS-HLD-ACAT-CNTL                                 00066800
                     ,:WS-HLD-BRANCH                                    00066900
                     ,:WS-HLD-ACCT                                      00067000
                     ,:WS-HLD-SPRVSR                                    00067100
                     ,:WS-HLD-PLCD-DT                                   00067200
                     ,:WS-HLD-EXPR-DT                                   00067300
                     ,:WS-HLD-TC-DT                                     00067400
                     ,:WS-HLD-EXTN-CNT                                  00067500
           END-EXEC.                                                    00067600
                                                                        00067700
           EVALUATE SQLCODE                                             00067800
              WHEN +100                                                 00067900
                 SET WS-END-OF-HLD          TO  TRUE                    00068000
                 GO TO 3000-EXIT                                        00068100
              WHEN +0                                                   00068200
                 ADD 1                      TO  WS-CNT-ACTIVE           00068300
              WHEN OTHER                                                00068400
                 PERFORM 8000-DB2-ERROR-RTN                             00068500
           END-EVALUATE.                                                00068600
                                                                        00068700
           IF WS-HLD-EXPR-DT < WS-RUN-DATE-ISO                          00068800
              EXEC SQL                                                  00068900
                 UPDATE ACATSNRH                                        00069000
                    SET HOLD_STTS_CD = 'X'                              00069100
                       ,UPDT_TMSTP   = CURRENT TIMESTAMP                00069200
                       ,PRGM_NM      = 'CAT753'                         00069300
                  WHERE CLIENT_NBR       = :WS-HLD-CLIENT               00069400
                    AND ACAT_CONTROL_NBR = :WS-HLD-ACAT-CNTL            00069500
              END-EXEC                                                  00069600
              IF SQLCODE NOT = +0                                       00069700
                 PERFORM 8000-DB2-ERROR-RTN                             00069800
              END-IF                                                    00069900
              ADD 1                         TO  WS-CNT-LAPSED           00070000
              MOVE 'HOLD LAPSED - DELIVERY RELEASED'                    00070100
                                            TO  DTL1-MESSAGE            00070200
              PERFORM 5000-WRITE-DETAIL-RTN                             00070300
              GO TO 3000-EXIT                                           00070400
           END-IF.                                                      00070500
                                                                        00070600
           IF WS-HLD-EXPR-DT NOT > WS-WARN-DATE                         00070700
              ADD 1                         TO  WS-CNT-NEAR-EXPR        00070800
              MOVE 'EXPIRING - EXTEND OR RELEASE'                       00070900
                                            TO  DTL1-MESSAGE            00071000
              PERFORM 5000-WRITE-DETAIL-RTN                             00071100
              GO TO 3000-EXIT                                           00071200
           END-IF.                                                      00071300
                                                                        00071400
           IF WS-HLD-TC-DT = SPACES                                     00071500
              ADD 1                         TO  WS-CNT-NO-CONTACT       00071600
              MOVE 'TRUSTED CONTACT NOT YET NOTIFIED'                   00071700
                                            TO  DTL1-MESSAGE            00071800
              PERFORM 5000-WRITE-DETAIL-RTN                             00071900
           END-IF.                                                      00072000
                                                                        00072100
       3000-EXIT.                                                       00072200
           EXIT.                                                        00072300
                                                                        00072400
           EJECT                                                        00072500
      **********************                                            00072600
       5000-WRITE-DETAIL-RTN.                                           00072700
      **********************                                            00072800
                                                                        00072900
           MOVE WS-HLD-CLIENT               TO  DTL1-CLIENT.            00073000
           MOVE WS-HLD-ACAT-CNTL            TO  DTL1-ACAT-CNTL.         00073100
           MOVE WS-HLD-BRANCH               TO  DTL1-BRANCH.            00073200
           MOVE WS-HLD-ACCT                 TO  DTL1-ACCT.              00073300
           MOVE WS-HLD-SPRVSR               TO  DTL1-SPRVSR.            00073400
           MOVE WS-HLD-PLCD-DT              TO  DTL1-PLCD-DT.           00073500
           MOVE WS-HLD-EXPR-DT              TO  DTL1-EXPR-DT.           00073600
           MOVE WS-HLD-TC-DT                TO  DTL1-TC-DT.             00073700
           MOVE WS-HLD-EXTN-CNT             TO  DTL1-EXTN-CNT.          00073800
           MOVE DTL1-RECORD                 TO  TRAC-DETAIL.            00073900
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00074000
           MOVE SPACES                      TO  DTL1-MESSAGE.           00074100
                                                                        00074200
      *------------------------------------------------------------     00074300
      * 6000-ADD-BUS-DAYS-RTN - STEP WS-STEP-DATE FORWARD               00074400
      * WS-ADD-DAYS BUSINESS DAYS ON THE VBUSCAL CALENDAR.              00074500
      *------------------------------------------------------------     00074600
       6000-ADD-BUS-DAYS-RTN.                                           00074700
                                                                        00074800
           PERFORM 6100-NEXT-BUS-DAY-RTN WS-ADD-DAYS TIMES.             00074900
                                                                        00075000
       6100-NEXT-BUS-DAY-RTN.                                           00075100
                                                                        00075200
           SET CATB-FUNC-NEXT               TO  TRUE.                   00075300
           MOVE WS-STEP-DATE                TO  CATB-DATE-IN.           00075400
           CALL WS-CATBDAYS-PGM          USING  CATBDAYS-PARM.          00075500
           IF CATB-OK                                                   00075600
              MOVE CATB-DATE-OUT            TO  WS-STEP-DATE            00075700
           ELSE                                                         00075800
              DISPLAY 'CAT753 - CALENDAR LOOKUP FAILED, SQLCODE = '     00075900
                       CATB-SQLCODE                                     00076000
              DISPLAY 'CAT753 ABENDED'                                  00076100
              MOVE 16                       TO  ABEND-CODE              00076200
              CALL ABEND                 USING  ABEND-CODE              00076300
           END-IF.                                                      00076400
                                                                        00076500
           EJECT                                                        00076600
      ******************                                                00076700
       8000-DB2-ERROR-RTN.                                              00076800
      ******************                                                00076900
                                                                        00077000
           DISPLAY 'CAT753 - DB2 ERROR, SQLCODE = ' SQLCODE.            00077100
           CALL DSNTIAR               USING  SQLCA                      00077200
                                             WS-DB2-MESSAGE-AREA        00077300
                                             WS-ERR-LINE-LEN            00077400
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00077500
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00077600
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00077700
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00077800
                 END-IF                                                 00077900
           END-PERFORM.                                                 00078000
           DISPLAY 'CAT753 ABENDED'.                                    00078100
           CALL ABEND                 USING  ABEND-CODE.                00078200
                                                                        00078300
           EJECT                                                        00078400
      ************                                                      00078500
       9000-EOJ-RTN.                                                    00078600
      ************                                                      00078700
                                                                        00078800
           MOVE 'TRANSACTIONS READ           '  TO  TRL1-LABEL.         00078900
           MOVE WS-CNT-TRAN                 TO  TRL1-COUNT.             00079000
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00079100
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00079200
                                                                        00079300
           MOVE ' '                         TO  TRL1-CC.                00079400
           MOVE 'HOLDS PLACED                '  TO  TRL1-LABEL.         00079500
           MOVE WS-CNT-PLACED               TO  TRL1-COUNT.             00079600
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00079700
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00079800
                                                                        00079900
           MOVE 'HOLDS EXTENDED              '  TO  TRL1-LABEL.         00080000
           MOVE WS-CNT-EXTENDED             TO  TRL1-COUNT.             00080100
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00080200
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00080300
                                                                        00080400
           MOVE 'TRUSTED CONTACT NOTICES     '  TO  TRL1-LABEL.         00080500
           MOVE WS-CNT-CONTACT              TO  TRL1-COUNT.             00080600
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00080700
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00080800
                                                                        00080900
           MOVE 'HOLDS RELEASED              '  TO  TRL1-LABEL.         00081000
           MOVE WS-CNT-RELEASED             TO  TRL1-COUNT.             00081100
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00081200
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00081300
                                                                        00081400
           MOVE 'TRANSACTIONS REJECTED       '  TO  TRL1-LABEL.         00081500
           MOVE WS-CNT-TRAN-REJ             TO  TRL1-COUNT.             00081600
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00081700
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00081800
                                                                        00081900
           MOVE 'ACTIVE HOLDS REVIEWED       '  TO  TRL1-LABEL.         00082000
           MOVE WS-CNT-ACTIVE               TO  TRL1-COUNT.             00082100
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00082200
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00082300
                                                                        00082400
           MOVE 'HOLDS LAPSED TONIGHT        '  TO  TRL1-LABEL.         00082500
           MOVE WS-CNT-LAPSED               TO  TRL1-COUNT.             00082600
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00082700
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00082800
                                                                        00082900
           MOVE 'EXPIRING - DECISION DUE     '  TO  TRL1-LABEL.         00083000
           MOVE WS-CNT-NEAR-EXPR            TO  TRL1-COUNT.             00083100
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00083200
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00083300
                                                                        00083400
           MOVE 'AWAITING TRUSTED CONTACT    '  TO  TRL1-LABEL.         00083500
           MOVE WS-CNT-NO-CONTACT           TO  TRL1-COUNT.             00083600
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00083700
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00083800
                                                                        00083900
           CLOSE REPORT-FILE.                                           00084000
                                                                        00084100
           DISPLAY ' '                                                  00084200
           DISPLAY 'TRANSACTIONS READ:      ' WS-CNT-TRAN               00084300
           DISPLAY 'ACTIVE HOLDS REVIEWED:  ' WS-CNT-ACTIVE             00084400
           DISPLAY 'HOLDS LAPSED:           ' WS-CNT-LAPSED             00084500
           DISPLAY ' '                                                  00084600
           DISPLAY '*************************'                          00084700
           DISPLAY '* END OF CAT753 PROGRAM *'                          00084800
           DISPLAY '*************************'                          00084900
           DISPLAY ' '.                                                 00085000
