000001* PDX    - CAT769   C0369780 10/15/26 17:58:31 TBTIKUO            00001000
LRM001* ALTERNATIVE-INVESTMENT GATE.  A LIMITED PARTNERSHIP OR          00001000
LRM001* NON-TRADED REIT ON THE ACCOUNT IS RE-REGISTERED BY ITS SPONSOR  00001000
LRM001* OUTSIDE CNS, SO THE FUL CAN SHOW SETTLED WHILE THE SPONSOR HAS  00001000
LRM001* NOT YET MOVED THE POSITION.  ANY ITEM ON ACATALTI (CAT777) FOR  00001000
LRM001* THE ACCOUNT NOT YET CONFIRMED NOW BLOCKS THE CLOSURE.           00001000
000001* PDX    - CAT769   C0369771 10/11/26 07:15:42 TBTIKUO            00000100
000001* CREATED FOR SSR 114444.  ACCOUNT-CLOSURE TRIGGER AFTER A FULL   00000200
000001* OUTGOING TRANSFER SETTLES.  A DELIVERING ACCOUNT EMPTIED BY A   00000300
000001* FUL TRANSFER STAYED OPEN ON THE ACCOUNT MASTER AND SURFACED     00000400
000001* MONTHS LATER ON THE DORMANT-ACCOUNT AND STATEMENT RUNS WITH A   00000500
000001* ZERO BALANCE, OR CAUGHT A STRAY DIVIDEND NOBODY HANDLED.  THIS  00000600
000001* STEP PICKS UP THE DELIVER-SIDE FUL TRANSFERS THAT SETTLED       00000700
000001* TODAY, CONFIRMS THE ACCOUNT HAS NO OTHER OPEN VTRNFR CONTROL    00000800
000001* NUMBER, NO PENDING P2 WRAP-AROUND RECORD AND NO UNRESOLVED      00000900
000001* RESIDUAL CREDIT, AND SENDS CLEAN ACCOUNTS TO THE ACCOUNT        00001000
000001* MASTER ON A CLOSURE FEED.  THE REST ARE LISTED AS CLOSURE       00001100
000001* BLOCKED WITH THE REASON.                                        00001200
       IDENTIFICATION DIVISION.                                         00001300
       PROGRAM-ID.  CAT769.                                             00001400
       AUTHOR.      LARRY MUREY.                                        00001500
       DATE-WRITTEN.  OCT 2026.                                         00001600
      *---------------------------------------------------------------* 00001700
      *                         REMARKS                               * 00001800
      * RUNS NIGHTLY AFTER CAT670 (SO P2WRAPI IS THE REPOSITORY AS    * 00001900
      * CAT670 RETAINED IT) AND BEFORE CAT726 ARCHIVES THE SETTLED    * 00002000
      * TRANSFERS.                                                    * 00002100
LRM001* INPUTS:  VTRNFR, ACTITRF, ACATALTI (DB2)                      * 00001000
      *          P2WRAPI  - WRAP-AROUND REPOSITORY (VB 640)           * 00002300
      * OUTPUTS: ACCTCLS  - ACCOUNT-CLOSURE FEED (FB 80)              * 00002400
      *          RPTPI    - CLOSURES SENT AND CLOSURES BLOCKED        * 00002500
      * CANDIDATE: DSTBN_SIDE_CD 'D', TRNFR_TYPE_CD 'FUL', STTS_CD    * 00002600
      * '310', STTLM_DT TODAY.  ONE PER ACCOUNT.  BLOCKED WHEN:       * 00002700
      *   - A WRAP-AROUND RECORD IS STILL PENDING FOR THE ACCOUNT     * 00002800
      *   - ANOTHER TRANSFER ON THE ACCOUNT (EITHER SIDE) IS STILL    * 00002900
      *     OPEN (STATUS BELOW 310, NOT REJECTED 140)                 * 00003000
      *   - A RESIDUAL-CREDIT TIF (RCR / TRANS TYPE X) FROM THE       * 00003100
      *     ACCOUNT IS STILL ON ACTITRF                               * 00003200
LRM001*   - AN ALTERNATIVE-INVESTMENT ITEM ON ACATALTI FOR THE        * 00001000
LRM001*     ACCOUNT IS NOT YET CONFIRMED BY ITS SPONSOR (CAT777)      * 00001000
      *---------------------------------------------------------------* 00003300
           EJECT                                                        00003400
      ***************************************************************** 00003500
       ENVIRONMENT DIVISION.                                            00003600
      ***************************************************************** 00003700
       INPUT-OUTPUT SECTION.                                            00003800
       FILE-CONTROL.                                                    00003900
           SELECT P2WRAP-FILE          ASSIGN  TO  P2WRAPI              00004000
                                       FILE STATUS  IS P2WRAPI-STAT.    00004100
           SELECT CLOSURE-FILE         ASSIGN  TO  ACCTCLS.             00004200
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00004300
                                                                        00004400
      ***************************************************************** 00004500
       DATA DIVISION.                                                   00004600
      ***************************************************************** 00004700
                                                                        00004800
       FILE SECTION.                                                    00004900
                                                                        00005000
       FD  P2WRAP-FILE                                                  00005100
           RECORDING MODE IS V                                          00005200
           RECORD IS VARYING IN SIZE FROM 1 TO 640 CHARACTERS           00005300
              DEPENDING ON WS-REC-LEN-IN                                00005400
           BLOCK CONTAINS 0 RECORDS.                                    00005500
       01  WRAP-REC-IN                  PIC X(640).                     00005600
       01  WRAP-RECORD-FIELDS.                                          00005700
           05  WRAP-CLIENT              PIC X(03).                      00005800
           05  WRAP-BRANCH              PIC X(03).                      00005900
           05  WRAP-ACCOUNT             PIC X(05).                      00006000
           05  WRAP-CONTROL-NBR         PIC X(14).                      00006100
           05  FILLER                   PIC X(615).                     00006200
       01  WRAP-HDR-REC.                                                00006300
           05  WRAP-HDR-IND             PIC X(01).                      00006400
               88  WRAP-HEADER-REC                   VALUE 'H'.         00006500
           05  FILLER                   PIC X(639).                     00006600
                                                                        00006700
       FD  CLOSURE-FILE                                                 00006800
           RECORDING MODE F                                             00006900
           BLOCK CONTAINS 0 RECORDS                                     00007000
           LABEL RECORDS ARE STANDARD                                   00007100
           RECORD CONTAINS 80 CHARACTERS.                               00007200
       01  CLOSURE-RECORD.                                              00007300
           05  CLS-REC-TYPE             PIC  X(02).                     00007400
           05  CLS-CLIENT               PIC  X(04).                     00007500
           05  CLS-BRANCH               PIC  X(03).                     00007600
           05  CLS-ACCOUNT              PIC  X(05).                     00007700
           05  CLS-ACAT-CNTL            PIC  X(14).                     00007800
           05  CLS-STTLM-DT             PIC  X(08).                     00007900
           05  CLS-REASON-CD            PIC  X(08).                     00008000
           05  FILLER                   PIC  X(36).                     00008100
                                                                        00008200
       FD  REPORT-FILE                                                  00008300
           RECORDING MODE F                                             00008400
           BLOCK CONTAINS 0 RECORDS                                     00008500
           LABEL RECORDS ARE STANDARD                                   00008600
           RECORD CONTAINS 132 CHARACTERS.                              00008700
       01  REPORT-RECORD                PIC  X(132).                    00008800
                                                                        00008900
           EJECT                                                        00009000
      ***************************************************************** 00009100
       WORKING-STORAGE SECTION.                                         00009200
      ***************************************************************** 00009300
                                                                        00009400
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00009500
                                                                        00009600
       01  CALL-MODULES.                                                00009700
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00009800
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00009900
                                                                        00010000
       01  P2WRAPI-STAT                 PIC  X(02)  VALUE SPACES.       00010100
           88  P2WRAPI-OK                          VALUE '00'.          00010200
       01  WS-REC-LEN-IN                PIC  9(04)  COMP.               00010300
                                                                        00010400
       01  WS-END-OF-FUL-SW             PIC  X(01)  VALUE 'N'.          00010500
           88  WS-END-OF-FUL                       VALUE 'Y'.           00010600
       01  WS-END-OF-WRAP-SW            PIC  X(01)  VALUE 'N'.          00010700
           88  WS-END-OF-WRAP                      VALUE 'Y'.           00010800
                                                                        00010900
      *  HOST VARIABLES - A FUL DELIVERY THAT SETTLED TODAY.            00011000
       01  WS-FUL-AREA.                                                 00011100
           05  WS-FUL-CLIENT            PIC  X(04).                     00011200
           05  WS-FUL-ACAT-CNTL         PIC  X(14).                     00011300
           05  WS-FUL-BRANCH            PIC  X(03).                     00011400
           05  WS-FUL-ACCT              PIC  X(05).                     00011500
           05  WS-FUL-STTLM-DT          PIC  X(10).                     00011600
                                                                        00011700
       01  WS-OPEN-CNT                  PIC S9(09) COMP.                00011800
       01  WS-RCR-CNT                   PIC S9(09) COMP.                00011900
LRM001 01  WS-ALT-CNT                   PIC S9(09) COMP.                00001000
       01  WS-ACCT-DLVR                 PIC  X(20).                     00012000
                                                                        00012100
      *  CANDIDATE ACCOUNTS - ONE ENTRY PER ACCOUNT.                    00012200
       01  WS-CAND-TABLE.                                               00012300
           05  WS-CAND-COUNT            PIC S9(04) COMP  VALUE +0.      00012400
           05  WS-CAND-OVERFLOW         PIC S9(07) COMP-3 VALUE +0.     00012500
           05  WS-CAND-ENTRY            OCCURS 2000 TIMES.              00012600
               10  WS-CAND-CLIENT       PIC  X(04).                     00012700
               10  WS-CAND-ACAT-CNTL    PIC  X(14).                     00012800
               10  WS-CAND-BRANCH       PIC  X(03).                     00012900
               10  WS-CAND-ACCT         PIC  X(05).                     00013000
               10  WS-CAND-STTLM-DT     PIC  X(10).                     00013100
               10  WS-CAND-BLOCK-RSN    PIC  X(30).                     00013200
               10  WS-CAND-ITEM-CNT     PIC S9(07) COMP-3.              00013300
       01  WS-CX                   COMP  PIC S9(04) VALUE +0.           00013400
       01  WS-FX                   COMP  PIC S9(04) VALUE +0.           00013500
                                                                        00013600
       01  WS-CNT-FUL               PIC S9(07) COMP-3  VALUE ZERO.      00013700
       01  WS-CNT-WRAP-READ         PIC S9(07) COMP-3  VALUE ZERO.      00013800
       01  WS-CNT-SENT              PIC S9(07) COMP-3  VALUE ZERO.      00013900
       01  WS-CNT-BLOCKED           PIC S9(07) COMP-3  VALUE ZERO.      00014000
                                                                        00014100
       01  WS-ACCEPT-DATE.                                              00014200
           05  WS-ACCEPT-YY             PIC  9(02).                     00014300
           05  WS-ACCEPT-MM             PIC  9(02).                     00014400
           05  WS-ACCEPT-DD             PIC  9(02).                     00014500
                                                                        00014600
       01  WS-DB2-MESSAGE-AREA.                                         00014700
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00014800
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00014900
               INDEXED BY WS-ERROR-INDEX.                               00015000
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00015100
                                                                        00015200
           EJECT                                                        00015300
       01  HDR1-RECORD.                                                 00015400
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00015500
           05  FILLER                   PIC  X(30)  VALUE               00015600
               'CAT769 - ACCOUNT CLOSURE AFTER'.                        00015700
           05  FILLER                   PIC  X(30)  VALUE               00015800
               ' FULL OUTGOING TRANSFER       '.                        00015900
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00016000
           05  FILLER                   PIC  X(06)  VALUE 'DATE: '.     00016100
           05  HDR1-DATE-MM             PIC  X(02).                     00016200
           05  FILLER                   PIC  X(01)  VALUE '/'.          00016300
           05  HDR1-DATE-DD             PIC  X(02).                     00016400
           05  FILLER                   PIC  X(01)  VALUE '/'.          00016500
           05  HDR1-DATE-YY             PIC  X(02).                     00016600
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00016700
                                                                        00016800
       01  HDR2-RECORD.                                                 00016900
           05  HDR2-CC                  PIC  X(01)  VALUE '0'.          00017000
           05  FILLER                   PIC  X(30)  VALUE               00017100
               ' CLNT BRN ACCT   CONTROL NBR  '.                        00017200
           05  FILLER                   PIC  X(30)  VALUE               00017300
               '    SETTLED     DISPOSITION   '.                        00017400
           05  FILLER                   PIC  X(30)  VALUE               00017500
               '                   ITEMS      '.                        00017600
           05  FILLER                   PIC  X(41)  VALUE SPACES.       00017700
                                                                        00017800
       01  DTL1-RECORD.                                                 00017900
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00018000
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00018100
           05  DTL1-CLIENT              PIC  X(04).                     00018200
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00018300
           05  DTL1-BRANCH              PIC  X(03).                     00018400
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00018500
           05  DTL1-ACCT                PIC  X(05).                     00018600
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00018700
           05  DTL1-ACAT-CNTL           PIC  X(14).                     00018800
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00018900
           05  DTL1-STTLM-DT            PIC  X(10).                     00019000
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00019100
           05  DTL1-DISPOSITION         PIC  X(30).                     00019200
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00019300
           05  DTL1-ITEM-CNT            PIC  ZZZ,ZZ9.                   00019400
           05  FILLER                   PIC  X(47)  VALUE SPACES.       00019500
                                                                        00019600
       01  TRL1-RECORD.                                                 00019700
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00019800
           05  TRL1-LABEL               PIC  X(32).                     00019900
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00020000
           05  FILLER                   PIC  X(88)  VALUE SPACES.       00020100
                                                                        00020200
           EJECT                                                        00020300
      *DB2 COMMUNICATION AREA                                           00020400
           EXEC SQL                                                     00020500
              INCLUDE SQLCA                                             00020600
           END-EXEC.                                                    00020700
                                                                        00020800
      *----------------------------------------------------------------*00020900
      *  DELIVER-SIDE FULL TRANSFERS THAT SETTLED TODAY.               *00021000
      *----------------------------------------------------------------*00021100
           EXEC SQL                                                     00021200
              DECLARE FULCSR CURSOR FOR                                 00021300
                 SELECT CLIENT_NBR                                      00021400
                       ,ACAT_CONTROL_NBR                                00021500
                       ,BRANCH_CD                                       00021600
                       ,ACCT_CD                                         00021700
                       ,CHAR(STTLM_DT, ISO)                             00021800
                 FROM  VTRNFR                                           00021900
                 WHERE DSTBN_SIDE_CD = 'D'                              00022000
                   AND TRNFR_TYPE_CD = 'FUL'                            00022100
                   AND STTS_CD       = '310'                            00022200
                   AND STTLM_DT      = CURRENT DATE                     00022300
                 ORDER BY CLIENT_NBR, BRANCH_CD, ACCT_CD,               00022400
                          ACAT_CONTROL_NBR                              00022500
                 FOR READ ONLY WITH UR                                  00022600
           END-EXEC.                                                    00022700
                                                                        00022800
           EJECT                                                        00022900
      ***************************************************************** 00023000
       PROCEDURE DIVISION.                                              00023100
      ***************************************************************** 00023200
                                                                        00023300
           DISPLAY '*** CAT769 - ACCOUNT CLOSURE TRIGGER ***'.          00023400
                                                                        00023500
           PERFORM 1000-INITIAL-RTN.                                    00023600
                                                                        00023700
           EXEC SQL                                                     00023800
              OPEN FULCSR                                               00023900
           END-EXEC.                                                    00024000
           IF SQLCODE NOT = +0                                          00024100
              PERFORM 8000-DB2-ERROR-RTN                                00024200
           END-IF.                                                      00024300
                                                                        00024400
           PERFORM 2000-LOAD-CAND-RTN  THRU 2000-EXIT                   00024500
              UNTIL WS-END-OF-FUL.                                      00024600
                                                                        00024700
           EXEC SQL                                                     00024800
              CLOSE FULCSR                                              00024900
           END-EXEC.                                                    00025000
                                                                        00025100
           IF WS-CAND-COUNT > +0                                        00025200
              PERFORM 3000-READ-WRAP-RTN THRU 3000-EXIT                 00025300
                 UNTIL WS-END-OF-WRAP                                   00025400
           END-IF.                                                      00025500
                                                                        00025600
           PERFORM 4000-CHECK-CAND-RTN THRU 4000-EXIT                   00025700
              VARYING WS-CX FROM 1 BY 1                                 00025800
                UNTIL WS-CX > WS-CAND-COUNT.                            00025900
                                                                        00026000
           PERFORM 9000-EOJ-RTN.                                        00026100
                                                                        00026200
           GOBACK.                                                      00026300
                                                                        00026400
           EJECT                                                        00026500
      *****************                                                 00026600
       1000-INITIAL-RTN.                                                00026700
      *****************                                                 00026800
                                                                        00026900
           OPEN INPUT   P2WRAP-FILE.                                    00027000
           IF NOT P2WRAPI-OK                                            00027100
              DISPLAY 'CAT769 - OPEN FAILED ON P2WRAPI, STATUS = '      00027200
                       P2WRAPI-STAT                                     00027300
              MOVE 16                       TO  ABEND-CODE              00027400
              CALL ABEND                 USING  ABEND-CODE              00027500
           END-IF.                                                      00027600
                                                                        00027700
           OPEN OUTPUT  CLOSURE-FILE                                    00027800
                        REPORT-FILE.                                    00027900
                                                                        00028000
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00028100
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00028200
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00028300
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00028400
                                                                        00028500
           WRITE REPORT-RECORD            FROM  HDR1-RECORD.            00028600
           WRITE REPORT-RECORD            FROM  HDR2-RECORD.            00028700
           MOVE SPACES                      TO  REPORT-RECORD.          00028800
           WRITE REPORT-RECORD.                                         00028900
                                                                        00029000
      *---------------------------------------------------------------  00029100
      * 2000-LOAD-CAND-RTN - ONE ENTRY PER ACCOUNT; A SECOND FUL ON     00029200
      * THE SAME ACCOUNT TODAY ADDS NOTHING.                            00029300
      *---------------------------------------------------------------  00029400
       2000-LOAD-CAND-RTN.                                              00029500
                                                                        00029600
           EXEC SQL                                                     00029700
              FETCH FULCSR                                              00029800
                 INTO :WS-FUL-CLIENT                                    00029900
                     ,:WS-FUL-ACAT-CNTL                                 00030000
                     ,:WS-FUL-BRANCH                                    00030100
                     ,:WS-FUL-ACCT                                      00030200
                     ,:WS-FUL-STTLM-DT                                  00030300
           END-EXEC.                                                    00030400
                                                                        00030500
           EVALUATE SQLCODE                                             00030600
              WHEN +100                                                 00030700
                 SET WS-END-OF-FUL          TO  TRUE                    00030800
                 GO TO 2000-EXIT                                        00030900
              WHEN +0                                                   00031000
                 CONTINUE                                               00031100
              WHEN OTHER                                                00031200
                 PERFORM 8000-DB2-ERROR-RTN                             00031300
           END-EVALUATE.                                                00031400
                                                                        00031500
           ADD 1                            TO  WS-CNT-FUL.             00031600
                                                                        00031700
           IF WS-CAND-COUNT > +0                                        00031800
              IF WS-FUL-CLIENT = WS-CAND-CLIENT (WS-CAND-COUNT)         00031900
              AND WS-FUL-BRANCH = WS-CAND-BRANCH (WS-CAND-COUNT)        00032000
              AND WS-FUL-ACCT   = WS-CAND-ACCT (WS-CAND-COUNT)          00032100
                 GO TO 2000-EXIT                                        00032200
              END-IF                                                    00032300
           END-IF.                                                      00032400
                                                                        00032500
           IF WS-CAND-COUNT NOT < 2000                                  00032600
              ADD 1                         TO  WS-CAND-OVERFLOW        00032700
              DISPLAY 'CAT769 - CANDIDATE TABLE FULL, NOT CHECKED: '    00032800
                      WS-FUL-CLIENT ' ' WS-FUL-BRANCH ' ' WS-FUL-ACCT   00032900
              GO TO 2000-EXIT                                           00033000
           END-IF.                                                      00033100
                                                                        00033200
           ADD 1                            TO  WS-CAND-COUNT.          00033300
           MOVE WS-CAND-COUNT               TO  WS-CX.                  00033400
           MOVE WS-FUL-CLIENT               TO  WS-CAND-CLIENT (WS-CX). 00033500
           MOVE WS-FUL-ACAT-CNTL        TO  WS-CAND-ACAT-CNTL (WS-CX).  00033600
           MOVE WS-FUL-BRANCH               TO  WS-CAND-BRANCH (WS-CX). 00033700
           MOVE WS-FUL-ACCT                 TO  WS-CAND-ACCT (WS-CX).   00033800
           MOVE WS-FUL-STTLM-DT         TO  WS-CAND-STTLM-DT (WS-CX).   00033900
           MOVE SPACES                  TO  WS-CAND-BLOCK-RSN (WS-CX).  00034000
           MOVE +0                      TO  WS-CAND-ITEM-CNT (WS-CX).   00034100
                                                                        00034200
       2000-EXIT.                                                       00034300
           EXIT.                                                        00034400
                                                                        00034500
           EJECT                                                        00034600
      *---------------------------------------------------------------  00034700
      * 3000-READ-WRAP-RTN - A RETAINED WRAP-AROUND RECORD FOR A        00034800
      * CANDIDATE ACCOUNT MEANS A BOOKING IS STILL TO COME.             00034900
      *---------------------------------------------------------------  00035000
       3000-READ-WRAP-RTN.                                              00035100
                                                                        00035200
           READ P2WRAP-FILE                                             00035300
               AT END                                                   00035400
                   SET WS-END-OF-WRAP       TO  TRUE                    00035500
                   GO TO 3000-EXIT                                      00035600
           END-READ.                                                    00035700
                                                                        00035800
           IF WRAP-HEADER-REC                                           00035900
              GO TO 3000-EXIT                                           00036000
           END-IF.                                                      00036100
                                                                        00036200
           ADD 1                            TO  WS-CNT-WRAP-READ.       00036300
                                                                        00036400
           PERFORM 3100-MATCH-WRAP-RTN                                  00036500
              VARYING WS-FX FROM 1 BY 1                                 00036600
                UNTIL WS-FX > WS-CAND-COUNT.                            00036700
                                                                        00036800
       3000-EXIT.                                                       00036900
           EXIT.                                                        00037000
                                                                        00037100
       3100-MATCH-WRAP-RTN.                                             00037200
                                                                        00037300
           IF WRAP-CLIENT  = WS-CAND-CLIENT (WS-FX) (2 : 3)             00037400
           AND WRAP-BRANCH = WS-CAND-BRANCH (WS-FX)                     00037500
           AND WRAP-ACCOUNT = WS-CAND-ACCT (WS-FX)                      00037600
              MOVE 'BLOCKED - P2 WRAP PENDING'                          00037700
                                        TO  WS-CAND-BLOCK-RSN (WS-FX)   00037800
              ADD 1                     TO  WS-CAND-ITEM-CNT (WS-FX)    00037900
           END-IF.                                                      00038000
                                                                        00038100
           EJECT                                                        00038200
      *---------------------------------------------------------------  00038300
      * 4000-CHECK-CAND-RTN - OPEN TRANSFERS AND RESIDUAL CREDITS,      00038400
      * THEN SEND THE CLOSURE OR LIST THE BLOCK.                        00038500
      *---------------------------------------------------------------  00038600
       4000-CHECK-CAND-RTN.                                             00038700
                                                                        00038800
           IF WS-CAND-BLOCK-RSN (WS-CX) NOT = SPACES                    00038900
              PERFORM 5000-BLOCKED-RTN                                  00039000
              GO TO 4000-EXIT                                           00039100
           END-IF.                                                      00039200
                                                                        00039300
           MOVE WS-CAND-CLIENT (WS-CX)      TO  WS-FUL-CLIENT.          00039400
           MOVE WS-CAND-ACAT-CNTL (WS-CX)   TO  WS-FUL-ACAT-CNTL.       00039500
           MOVE WS-CAND-BRANCH (WS-CX)      TO  WS-FUL-BRANCH.          00039600
           MOVE WS-CAND-ACCT (WS-CX)        TO  WS-FUL-ACCT.            00039700
                                                                        00039800
           EXEC SQL                                                     00039900
              SELECT COUNT(*)                                           00040000
                INTO :WS-OPEN-CNT                                       00040100
                FROM VTRNFR                                             00040200
               WHERE CLIENT_NBR       = :WS-FUL-CLIENT                  00040300
                 AND BRANCH_CD        = :WS-FUL-BRANCH                  00040400
                 AND ACCT_CD          = :WS-FUL-ACCT                    00040500
                 AND ACAT_CONTROL_NBR <> :WS-FUL-ACAT-CNTL              00040600
                 AND STTS_CD          < '310'                           00040700
                 AND STTS_CD          <> '140'                          00040800
                WITH UR                                                 00040900
           END-EXEC.                                                    00041000
                                                                        00041100
           IF SQLCODE NOT = +0                                          00041200
              PERFORM 8000-DB2-ERROR-RTN                                00041300
           END-IF.                                                      00041400
                                                                        00041500
           IF WS-OPEN-CNT > +0                                          00041600
              MOVE 'BLOCKED - OTHER OPEN TRANSFER'                      00041700
                                        TO  WS-CAND-BLOCK-RSN (WS-CX)   00041800
              MOVE WS-OPEN-CNT          TO  WS-CAND-ITEM-CNT (WS-CX)    00041900
              PERFORM 5000-BLOCKED-RTN                                  00042000
              GO TO 4000-EXIT                                           00042100
           END-IF.                                                      00042200
                                                                        00042300
           MOVE SPACES                      TO  WS-ACCT-DLVR.           00042400
           MOVE WS-CAND-BRANCH (WS-CX)      TO  WS-ACCT-DLVR (1 : 3).   00042500
           MOVE WS-CAND-ACCT (WS-CX)        TO  WS-ACCT-DLVR (4 : 5).   00042600
                                                                        00042700
           EXEC SQL                                                     00042800
              SELECT COUNT(*)                                           00042900
                INTO :WS-RCR-CNT                                        00043000
                FROM ACTITRF                                            00043100
               WHERE CLIENT_NBR    = :WS-FUL-CLIENT                     00043200
                 AND ACCT_DLVR_NBR = :WS-ACCT-DLVR                      00043300
                 AND (TRNFR_TYPE_CD = 'RCR'                             00043400
                  OR  TRANS_TYPE_CD = 'X')                              00043500
                WITH UR                                                 00043600
           END-EXEC.                                                    00043700
                                                                        00043800
           IF SQLCODE NOT = +0                                          00043900
              PERFORM 8000-DB2-ERROR-RTN                                00044000
           END-IF.                                                      00044100
                                                                        00044200
           IF WS-RCR-CNT > +0                                           00044300
              MOVE 'BLOCKED - RESIDUAL CREDIT OPEN'                     00044400
                                        TO  WS-CAND-BLOCK-RSN (WS-CX)   00044500
              MOVE WS-RCR-CNT           TO  WS-CAND-ITEM-CNT (WS-CX)    00044600
              PERFORM 5000-BLOCKED-RTN                                  00044700
              GO TO 4000-EXIT                                           00044800
           END-IF.                                                      00044900
LRM001                                                                  00001000
LRM001     EXEC SQL                                                     00001000
LRM001        SELECT COUNT(*)                                           00001000
LRM001          INTO :WS-ALT-CNT                                        00001000
LRM001          FROM ACATALTI                                           00001000
LRM001         WHERE CLIENT_NBR    = :WS-FUL-CLIENT                     00001000
LRM001           AND BRANCH_CD     = :WS-FUL-BRANCH                     00001000
LRM001           AND ACCT_CD       = :WS-FUL-ACCT                       00001000
LRM001           AND ALT_STTS_CD IN ('O', 'S', 'R')                     00001000
LRM001          WITH UR                                                 00001000
LRM001     END-EXEC.                                                    00001000
LRM001                                                                  00001000
LRM001     IF SQLCODE NOT = +0                                          00001000
LRM001        PERFORM 8000-DB2-ERROR-RTN                                00001000
LRM001     END-IF.                                                      00001000
LRM001                                                                  00001000
LRM001     IF WS-ALT-CNT > +0                                           00001000
LRM001        MOVE 'BLOCKED - ALT ASSET AT SPONSOR'                     00001000
LRM001                                  TO  WS-CAND-BLOCK-RSN (WS-CX)   00001000
LRM001        MOVE WS-ALT-CNT           TO  WS-CAND-ITEM-CNT (WS-CX)    00001000
LRM001        PERFORM 5000-BLOCKED-RTN                                  00001000
LRM001        GO TO 4000-EXIT                                           00001000
LRM001     END-IF.                                                      00001000
                                                                        00045000
           MOVE SPACES                      TO  CLOSURE-RECORD.         00045100
           MOVE 'CL'                        TO  CLS-REC-TYPE.           00045200
           MOVE WS-CAND-CLIENT (WS-CX)      TO  CLS-CLIENT.             00045300
           MOVE WS-CAND-BRANCH (WS-CX)      TO  CLS-BRANCH.             00045400
           MOVE WS-CAND-ACCT (WS-CX)        TO  CLS-ACCOUNT.            00045500
           MOVE WS-CAND-ACAT-CNTL (WS-CX)   TO  CLS-ACAT-CNTL.          00045600
           MOVE WS-CAND-STTLM-DT (WS-CX) (1 : 4)                        00045700
                                            TO  CLS-STTLM-DT (1 : 4).   00045800
           MOVE WS-CAND-STTLM-DT (WS-CX) (6 : 2)                        00045900
                                            TO  CLS-STTLM-DT (5 : 2).   00046000
           MOVE WS-CAND-STTLM-DT (WS-CX) (9 : 2)                        00046100
                                            TO  CLS-STTLM-DT (7 : 2).   00046200
           MOVE 'ACATFUL '                  TO  CLS-REASON-CD.          00046300
           WRITE CLOSURE-RECORD.                                        00046400
                                                                        00046500
           ADD 1                            TO  WS-CNT-SENT.            00046600
           MOVE 'CLOSURE SENT TO ACCOUNT MASTER'                        00046700
                                            TO  DTL1-DISPOSITION.       00046800
           MOVE ZERO                        TO  DTL1-ITEM-CNT.          00046900
           PERFORM 5100-WRITE-DETAIL-RTN.                               00047000
                                                                        00047100
       4000-EXIT.                                                       00047200
           EXIT.                                                        00047300
                                                                        00047400
       5000-BLOCKED-RTN.                                                00047500
                                                                        00047600
           ADD 1                            TO  WS-CNT-BLOCKED.         00047700
           MOVE WS-CAND-BLOCK-RSN (WS-CX)   TO  DTL1-DISPOSITION.       00047800
           MOVE WS-CAND-ITEM-CNT (WS-CX)    TO  DTL1-ITEM-CNT.          00047900
           PERFORM 5100-WRITE-DETAIL-RTN.                               00048000
                                                                        00048100
       5100-WRITE-DETAIL-RTN.                                           00048200
                                                                        00048300
           MOVE WS-CAND-CLIENT (WS-CX)      TO  DTL1-CLIENT.            00048400
           MOVE WS-CAND-BRANCH (WS-CX)      TO  DTL1-BRANCH.            00048500
           MOVE WS-CAND-ACCT (WS-CX)        TO  DTL1-ACCT.              00048600
           MOVE WS-CAND-ACAT-CNTL (WS-CX)   TO  DTL1-ACAT-CNTL.         00048700
           MOVE WS-CAND-STTLM-DT (WS-CX)    TO  DTL1-STTLM-DT.          00048800
           WRITE REPORT-RECORD            FROM  DTL1-RECORD.            00048900
                                                                        00049000
           EJECT                                                        00049100
      ******************                                                00049200
       8000-DB2-ERROR-RTN.                                              00049300
      ******************                                                00049400
                                                                        00049500
           DISPLAY 'CAT769 - DB2 ERROR, SQLCODE = ' SQLCODE.            00049600
           CALL DSNTIAR               USING  SQLCA                      00049700
                                             WS-DB2-MESSAGE-AREA        00049800
                                             WS-ERR-LINE-LEN            00049900
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00050000
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00050100
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00050200
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00050300
                 END-IF                                                 00050400
           END-PERFORM.                                                 00050500
           DISPLAY 'CAT769 ABENDED'.                                    00050600
           CALL ABEND                 USING  ABEND-CODE.                00050700
                                                                        00050800
           EJECT                                                        00050900
      ************                                                      00051000
       9000-EOJ-RTN.                                                    00051100
      ************                                                      00051200
                                                                        00051300
           MOVE 'FUL DELIVERIES SETTLED TODAY    '  TO  TRL1-LABEL.     00051400
           MOVE WS-CNT-FUL                  TO  TRL1-COUNT.             00051500
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00051600
                                                                        00051700
           MOVE 'WRAP-AROUND RECORDS SCANNED     '  TO  TRL1-LABEL.     00051800
           MOVE WS-CNT-WRAP-READ            TO  TRL1-COUNT.             00051900
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00052000
                                                                        00052100
           MOVE 'CLOSURES SENT                   '  TO  TRL1-LABEL.     00052200
           MOVE WS-CNT-SENT                 TO  TRL1-COUNT.             00052300
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00052400
                                                                        00052500
           MOVE 'CLOSURES BLOCKED                '  TO  TRL1-LABEL.     00052600
           MOVE WS-CNT-BLOCKED              TO  TRL1-COUNT.             00052700
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00052800
                                                                        00052900
           IF WS-CAND-OVERFLOW > +0                                     00053000
              MOVE 'NOT CHECKED - TABLE FULL        '                   00053100
                                            TO  TRL1-LABEL              00053200
              MOVE WS-CAND-OVERFLOW         TO  TRL1-COUNT              00053300
              WRITE REPORT-RECORD         FROM  TRL1-RECORD             00053400
              MOVE 4                        TO  RETURN-CODE             00053500
           END-IF.                                                      00053600
                                                                        00053700
           CLOSE P2WRAP-FILE                                            00053800
                 CLOSURE-FILE                                           00053900
                 REPORT-FILE.                                           00054000
                                                                        00054100
           DISPLAY ' '                                                  00054200
           DISPLAY 'FUL DELIVERIES SETTLED: ' WS-CNT-FUL                00054300
           DISPLAY 'CLOSURES SENT:          ' WS-CNT-SENT               00054400
           DISPLAY 'CLOSURES BLOCKED:       ' WS-CNT-BLOCKED            00054500
           DISPLAY ' '                                                  00054600
           DISPLAY '*************************'                          00054700
           DISPLAY '* END OF CAT769 PROGRAM *'                          00054800
           DISPLAY '*************************'                          00054900
           DISPLAY ' '.                                                 00055000
