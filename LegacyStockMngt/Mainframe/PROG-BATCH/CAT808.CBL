000001* PDX    - CAT808   C0369805 10/15/26 12:46:27 TBTIKUO            00000100
000001* CREATED FOR SSR 114476.  TRANSFER STATUS EVENT PUBLISHER.       00000200
000001* CAT706 AND CAT707 WRITE A VSTSEVT EVENT ROW (THROUGH THE        00000300
000001* CATSEVT SUBROUTINE) IN THE SAME UNIT OF WORK AS EVERY STATUS    00000400
000001* CHANGE AND SETTLEMENT-DATE AMENDMENT THEY APPLY.  THIS STEP     00000500
000001* FOLLOWS EACH INTRADAY RUN OF THOSE PROGRAMS AND PUTS EVERY      00000600
000001* PENDING EVENT ON THE STATUS EVENT QUEUE (DD STSEVTQ, LAYOUT     00000700
000001* CATSEVM), MARKING IT SENT.  AN EVENT IS ONLY EVER PENDING       00000800
000001* BECAUSE ITS UPDATE COMMITTED, SO NOTHING IS PUBLISHED FOR A     00000900
000001* ROLLED-BACK UPDATE AND NOTHING COMMITTED IS LOST.  WHEN A       00001000
000001* SUBSCRIBER WAS DOWN, PARM 'RP' WITH A DATE RESENDS EVERY        00001100
000001* EVENT CREATED THAT DAY, FLAGGED AS A REPLAY.                    00001200
       IDENTIFICATION DIVISION.                                         00001300
       PROGRAM-ID.  CAT808.                                             00001400
       AUTHOR.      LARRY MUREY.                                        00001500
       DATE-WRITTEN.  OCT 2026.                                         00001600
      *---------------------------------------------------------------* 00001700
      *                         REMARKS                               * 00001800
      * PARM:   BLANK OR 'PB'   - PUBLISH ALL PENDING EVENTS          * 00001900
      *         'RPCCYY-MM-DD'  - REPLAY EVERY EVENT CREATED ON THAT  * 00002000
      *                           DATE, SENT OR NOT                   * 00002100
      * INPUT:  VSTSEVT - TRANSFER STATUS EVENTS                      * 00002200
      * OUTPUT: STSEVTQ - STATUS EVENT QUEUE, ONE CATSEVM MESSAGE PER * 00002300
      *                   EVENT IN EVENT-ID ORDER                     * 00002400
      *         VSTSEVT - PUB_STTS_CD 'S', PUB_CNT + 1, PUB_TMSTP     * 00002500
      * AN EVENT IS MARKED SENT AFTER ITS MESSAGE IS PUT, SO A RERUN  * 00002600
      * AFTER AN ABEND MAY SEND IT AGAIN; SUBSCRIBERS DISCARD AN      * 00002700
      * EVT-ID THEY ALREADY HOLD.  COMMITS EVERY 500 EVENTS.          * 00002800
      *---------------------------------------------------------------* 00002900
           EJECT                                                        00003000
      ***************************************************************** 00003100
       ENVIRONMENT DIVISION.                                            00003200
      ***************************************************************** 00003300
       INPUT-OUTPUT SECTION.                                            00003400
       FILE-CONTROL.                                                    00003500
           SELECT EVENT-QUEUE-FILE     ASSIGN  TO  STSEVTQ.             00003600
                                                                        00003700
      ***************************************************************** 00003800
       DATA DIVISION.                                                   00003900
      ***************************************************************** 00004000
                                                                        00004100
       FILE SECTION.                                                    00004200
                                                                        00004300
       FD  EVENT-QUEUE-FILE                                             00004400
           RECORDING MODE F                                             00004500
           BLOCK CONTAINS 0 RECORDS                                     00004600
           LABEL RECORDS ARE STANDARD                                   00004700
           RECORD CONTAINS 200 CHARACTERS.                              00004800
           COPY CATSEVM REPLACING ==:EVM:== BY ==EVM==.                 00004900
                                                                        00005000
           EJECT                                                        00005100
      ***************************************************************** 00005200
       WORKING-STORAGE SECTION.                                         00005300
      ***************************************************************** 00005400
                                                                        00005500
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00005600
                                                                        00005700
       01  CALL-MODULES.                                                00005800
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00005900
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00006000
                                                                        00006100
       01  WS-FUNCTION                  PIC  X(02)  VALUE 'PB'.         00006200
           88  WS-PUBLISH                          VALUE 'PB'.          00006300
           88  WS-REPLAY                           VALUE 'RP'.          00006400
       01  WS-RPLY-DT                   PIC  X(10)  VALUE SPACES.       00006500
                                                                        00006600
       01  WS-END-OF-EVENTS-SW          PIC  X(01)  VALUE 'N'.          00006700
           88  WS-END-OF-EVENTS                    VALUE 'Y'.           00006800
                                                                        00006900
       77  WS-COMMIT-FREQ               PIC S9(05) COMP-3  VALUE +500.  00007000
       01  WS-COMMIT-CNT                PIC S9(05) COMP-3  VALUE ZERO.  00007100
                                                                        00007200
      *  HOST VARIABLES.                                                00007300
       01  WS-EVT-AREA.                                                 00007400
           05  WS-EVT-ID                PIC S9(09) COMP  VALUE +0.      00007500
           05  WS-EVT-TYPE              PIC  X(01).                     00007600
           05  WS-EVT-CLIENT            PIC  X(04).                     00007700
           05  WS-EVT-ACAT-CNTL         PIC  X(14).                     00007800
           05  WS-EVT-BRANCH-CD         PIC  X(03).                     00007900
           05  WS-EVT-ACCT-CD           PIC  X(05).                     00008000
           05  WS-EVT-OLD-STTS          PIC  X(03).                     00008100
           05  WS-EVT-NEW-STTS          PIC  X(03).                     00008200
           05  WS-EVT-OLD-STTLM-DT      PIC  X(10).                     00008300
           05  WS-EVT-NEW-STTLM-DT      PIC  X(10).                     00008400
           05  WS-EVT-RJCT-RSN-CD       PIC  X(02).                     00008500
           05  WS-EVT-SRCE-PGM          PIC  X(08).                     00008600
           05  WS-EVT-TMSTP             PIC  X(26).                     00008700
                                                                        00008800
       01  WS-CNT-SENT                  PIC S9(09) COMP-3  VALUE ZERO.  00008900
       01  WS-CNT-STATUS                PIC S9(09) COMP-3  VALUE ZERO.  00009000
       01  WS-CNT-SETTLE                PIC S9(09) COMP-3  VALUE ZERO.  00009100
                                                                        00009200
       01  WS-DB2-MESSAGE-AREA.                                         00009300
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00009400
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00009500
               INDEXED BY WS-ERROR-INDEX.                               00009600
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00009700
                                                                        00009800
           EJECT                                                        00009900
      *DB2 COMMUNICATION AREA                                           00010000
           EXEC SQL                                                     00010100
              INCLUDE SQLCA                                             00010200
           END-EXEC.                                                    00010300
                                                                        00010400
      *  PENDING EVENTS, OLDEST FIRST.                                  00010500
           EXEC SQL                                                     00010600
              DECLARE PEND_EVT_CSR CURSOR WITH HOLD FOR                 00010700
              SELECT  EVT_ID                                            00010800
                     ,EVT_TYPE_CD                                       00010900
                     ,CLIENT_NBR                                        00011000
                     ,ACAT_CONTROL_NBR                                  00011100
                     ,BRANCH_CD                                         00011200
                     ,ACCT_CD                                           00011300
                     ,OLD_STTS_CD                                       00011400
                     ,NEW_STTS_CD                                       00011500
                     ,OLD_STTLM_DT_TXT                                  00011600
                     ,NEW_STTLM_DT_TXT                                  00011700
                     ,RJCT_RSN_CD                                       00011800
                     ,SRCE_PGM_NM                                       00011900
                     ,CHAR(CRT_TMSTP)                                   00012000
                FROM  VSTSEVT                                           00012100
               WHERE  PUB_STTS_CD = 'P'                                 00012200
               ORDER BY EVT_ID                                          00012300
           END-EXEC.                                                    00012400
                                                                        00012500
      *  EVERY EVENT CREATED ON THE REPLAY DATE.                        00012600
           EXEC SQL                                                     00012700
              DECLARE RPLY_EVT_CSR CURSOR WITH HOLD FOR                 00012800
              SELECT  EVT_ID                                            00012900
                     ,EVT_TYPE_CD                                       00013000
                     ,CLIENT_NBR                                        00013100
                     ,ACAT_CONTROL_NBR                                  00013200
                     ,BRANCH_CD                                         00013300
                     ,ACCT_CD                                           00013400
                     ,OLD_STTS_CD                                       00013500
                     ,NEW_STTS_CD                                       00013600
                     ,OLD_STTLM_DT_TXT                                  00013700
                     ,NEW_STTLM_DT_TXT                                  00013800
                     ,RJCT_RSN_CD                                       00013900
                     ,SRCE_PGM_NM                                       00014000
                     ,CHAR(CRT_TMSTP)                                   00014100
                FROM  VSTSEVT                                           00014200
               WHERE  CRT_TMSTP >= TIMESTAMP(:WS-RPLY-DT, '00.00.00')   00014300
                 AND  CRT_TMSTP <  TIMESTAMP(:WS-RPLY-DT, '00.00.00')   00014400
                                   + 1 DAY                              00014500
               ORDER BY EVT_ID                                          00014600
           END-EXEC.                                                    00014700
                                                                        00014800
           EJECT                                                        00014900
       LINKAGE SECTION.                                                 00015000
      ***************************************************************   00015100
       01  PARM-AREA.                                                   00015200
           05  PARM-LENGTH              PIC S9(4) COMP SYNC.            00015300
           05  PARM-FUNCTION            PIC  X(02).                     00015400
           05  PARM-RPLY-DT             PIC  X(10).                     00015500
                                                                        00015600
           EJECT                                                        00015700
      ***************************************************************** 00015800
       PROCEDURE DIVISION USING PARM-AREA.                              00015900
      ***************************************************************** 00016000
                                                                        00016100
           DISPLAY '*** CAT808 - TRANSFER STATUS EVENT PUBLISHER ***'.  00016200
                                                                        00016300
           IF PARM-LENGTH > +1                                          00016400
              MOVE PARM-FUNCTION            TO  WS-FUNCTION             00016500
           END-IF.                                                      00016600
           IF WS-REPLAY                                                 00016700
              IF PARM-LENGTH = +12                                      00016800
              AND PARM-RPLY-DT (5 : 1) = '-'                            00016900
              AND PARM-RPLY-DT (8 : 1) = '-'                            00017000
                 MOVE PARM-RPLY-DT          TO  WS-RPLY-DT              00017100
              ELSE                                                      00017200
                 DISPLAY 'CAT808 - REPLAY NEEDS PARM RPCCYY-MM-DD'      00017300
                 DISPLAY 'CAT808 ABENDED'                               00017400
                 CALL ABEND            USING  ABEND-CODE                00017500
              END-IF                                                    00017600
           END-IF.                                                      00017700
           IF NOT WS-PUBLISH                                            00017800
           AND NOT WS-REPLAY                                            00017900
              DISPLAY 'CAT808 - INVALID PARM - PB OR RPCCYY-MM-DD'      00018000
              DISPLAY 'CAT808 ABENDED'                                  00018100
              CALL ABEND               USING  ABEND-CODE                00018200
           END-IF.                                                      00018300
                                                                        00018400
           PERFORM 1000-INITIAL-RTN.                                    00018500
                                                                        00018600
           PERFORM 2000-PUBLISH-RTN THRU 2000-EXIT                      00018700
              UNTIL WS-END-OF-EVENTS.                                   00018800
                                                                        00018900
           PERFORM 9000-EOJ-RTN.                                        00019000
                                                                        00019100
           GOBACK.                                                      00019200
                                                                        00019300
           EJECT                                                        00019400
      *****************                                                 00019500
       1000-INITIAL-RTN.                                                00019600
      *****************                                                 00019700
                                                                        00019800
           OPEN OUTPUT EVENT-QUEUE-FILE.                                00019900
                                                                        00020000
           IF WS-REPLAY                                                 00020100
              DISPLAY 'CAT808 - REPLAYING EVENTS CREATED ' WS-RPLY-DT   00020200
              EXEC SQL                                                  00020300
                 OPEN RPLY_EVT_CSR                                      00020400
              END-EXEC                                                  00020500
           ELSE                                                         00020600
              DISPLAY 'CAT808 - PUBLISHING PENDING EVENTS'              00020700
              EXEC SQL                                                  00020800
                 OPEN PEND_EVT_CSR                                      00020900
              END-EXEC                                                  00021000
           END-IF.                                                      00021100
           IF SQLCODE NOT = +0                                          00021200
              PERFORM 8000-DB2-ERROR-RTN                                00021300
           END-IF.                                                      00021400
                                                                        00021500
           EJECT                                                        00021600
      *--------------------------------------------------------------*  00021700
      *  2000-PUBLISH-RTN: PUT ONE EVENT ON THE QUEUE AND MARK IT    *  00021800
      *  SENT.                                                       *  00021900
      *--------------------------------------------------------------*  00022000
      *****************                                                 00022100
       2000-PUBLISH-RTN.                                                00022200
      *****************                                                 00022300
                                                                        00022400
           IF WS-REPLAY                                                 00022500
              EXEC SQL                                                  00022600
                 FETCH RPLY_EVT_CSR                                     00022700
                  INTO :WS-EVT-ID                                       00022800
                      ,:WS-EVT-TYPE                                     00022900
                      ,:WS-EVT-CLIENT                                   00023000
                      ,:WS-EVT-ACAT-CNTL                                00023100
                      ,:WS-EVT-BRANCH-CD                                00023200
                      ,:WS-EVT-ACCT-CD                                  00023300
                      ,:WS-EVT-OLD-STTS                                 00023400
                      ,:WS-EVT-NEW-STTS                                 00023500
                      ,:WS-EVT-OLD-STTLM-DT                             00023600
                      ,:WS-EVT-NEW-STTLM-DT                             00023700
                      ,:WS-EVT-RJCT-RSN-CD                              00023800
                      ,:WS-EVT-SRCE-PGM                                 00023900
                      ,:WS-EVT-TMSTP                                    00024000
              END-EXEC                                                  00024100
           ELSE                                                         00024200
              EXEC SQL                                                  00024300
                 FETCH PEND_EVT_CSR                                     00024400
                  INTO :WS-EVT-ID                                       00024500
                      ,:WS-EVT-TYPE                                     00024600
                      ,:WS-EVT-CLIENT                                   00024700
                      ,:WS-EVT-ACAT-CNTL                                00024800
                      ,:WS-EVT-BRANCH-CD                                00024900
                      ,:WS-EVT-ACCT-CD                                  00025000
                      ,:WS-EVT-OLD-STTS                                 00025100
                      ,:WS-EVT-NEW-STTS                                 00025200
                      ,:WS-EVT-OLD-STTLM-DT                             00025300
                      ,:WS-EVT-NEW-STTLM-DT                             00025400
                      ,:WS-EVT-RJCT-RSN-CD                              00025500
                      ,:WS-EVT-SRCE-PGM                                 00025600
                      ,:WS-EVT-TMSTP                                    00025700
              END-EXEC                                                  00025800
           END-IF.                                                      00025900
                                                                        00026000
           EVALUATE SQLCODE                                             00026100
              WHEN +0                                                   00026200
                 CONTINUE                                               00026300
              WHEN +100                                                 00026400
                 SET WS-END-OF-EVENTS       TO  TRUE                    00026500
                 GO TO 2000-EXIT                                        00026600
              WHEN OTHER                                                00026700
                 PERFORM 8000-DB2-ERROR-RTN                             00026800
           END-EVALUATE.                                                00026900
                                                                        00027000
           MOVE SPACES                      TO  EVM-MESSAGE.            00027100
           MOVE 'ACATSEVT'                  TO  EVM-MSG-ID.             00027200
           MOVE WS-EVT-ID                   TO  EVM-EVT-ID.             00027300
           MOVE WS-EVT-TYPE                 TO  EVM-EVT-TYPE.           00027400
           IF WS-REPLAY                                                 00027500
              MOVE 'Y'                      TO  EVM-REPLAY-IND          00027600
           ELSE                                                         00027700
              MOVE 'N'                      TO  EVM-REPLAY-IND          00027800
           END-IF.                                                      00027900
           MOVE WS-EVT-CLIENT               TO  EVM-CLIENT.             00028000
           MOVE WS-EVT-ACAT-CNTL            TO  EVM-ACAT-CNTL.          00028100
           MOVE WS-EVT-BRANCH-CD            TO  EVM-BRANCH-CD.          00028200
           MOVE WS-EVT-ACCT-CD              TO  EVM-ACCT-CD.            00028300
           MOVE WS-EVT-OLD-STTS             TO  EVM-OLD-STTS.           00028400
           MOVE WS-EVT-NEW-STTS             TO  EVM-NEW-STTS.           00028500
           MOVE WS-EVT-OLD-STTLM-DT         TO  EVM-OLD-STTLM-DT.       00028600
           MOVE WS-EVT-NEW-STTLM-DT         TO  EVM-NEW-STTLM-DT.       00028700
           MOVE WS-EVT-RJCT-RSN-CD          TO  EVM-RJCT-RSN-CD.        00028800
           MOVE WS-EVT-SRCE-PGM             TO  EVM-SRCE-PGM.           00028900
           MOVE WS-EVT-TMSTP                TO  EVM-EVT-TMSTP.          00029000
           WRITE EVM-MESSAGE.                                           00029100
                                                                        00029200
           ADD 1                            TO  WS-CNT-SENT.            00029300
           IF WS-EVT-TYPE = 'D'                                         00029400
              ADD 1                         TO  WS-CNT-SETTLE           00029500
           ELSE                                                         00029600
              ADD 1                         TO  WS-CNT-STATUS           00029700
           END-IF.                                                      00029800
                                                                        00029900
           EXEC SQL                                                     00030000
              UPDATE  VSTSEVT                                           00030100
                 SET  PUB_STTS_CD = 'S'                                 00030200
                     ,PUB_CNT     = PUB_CNT + 1                         00030300
                     ,PUB_TMSTP   = CURRENT TIMESTAMP                   00030400
                     ,UPDT_TMSTP  = CURRENT TIMESTAMP                   00030500
                     ,PRGM_NM     = 'CAT808  '                          00030600
               WHERE  EVT_ID      = :WS-EVT-ID                          00030700
           END-EXEC.                                                    00030800
           IF SQLCODE NOT = +0                                          00030900
              PERFORM 8000-DB2-ERROR-RTN                                00031000
           END-IF.                                                      00031100
                                                                        00031200
           ADD 1                            TO  WS-COMMIT-CNT.          00031300
           IF WS-COMMIT-CNT NOT < WS-COMMIT-FREQ                        00031400
              EXEC SQL                                                  00031500
                 COMMIT                                                 00031600
              END-EXEC                                                  00031700
              MOVE ZERO                     TO  WS-COMMIT-CNT           00031800
           END-IF.                                                      00031900
                                                                        00032000
       2000-EXIT.                                                       00032100
           EXIT.                                                        00032200
                                                                        00032300
           EJECT                                                        00032400
      ******************                                                00032500
       8000-DB2-ERROR-RTN.                                              00032600
      ******************                                                00032700
                                                                        00032800
           DISPLAY 'CAT808 - DB2 ERROR, SQLCODE = ' SQLCODE.            00032900
           DISPLAY 'CAT808 - EVENT ID           = ' WS-EVT-ID.          00033000
           CALL DSNTIAR               USING  SQLCA                      00033100
                                             WS-DB2-MESSAGE-AREA        00033200
                                             WS-ERR-LINE-LEN            00033300
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00033400
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00033500
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00033600
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00033700
                 END-IF                                                 00033800
           END-PERFORM.                                                 00033900
           DISPLAY 'CAT808 ABENDED'.                                    00034000
           EXEC SQL  ROLLBACK  END-EXEC.                                00034100
           CALL ABEND                 USING  ABEND-CODE.                00034200
                                                                        00034300
           EJECT                                                        00034400
      ************                                                      00034500
       9000-EOJ-RTN.                                                    00034600
      ************                                                      00034700
                                                                        00034800
           IF WS-REPLAY                                                 00034900
              EXEC SQL                                                  00035000
                 CLOSE RPLY_EVT_CSR                                     00035100
              END-EXEC                                                  00035200
           ELSE                                                         00035300
              EXEC SQL                                                  00035400
                 CLOSE PEND_EVT_CSR                                     00035500
              END-EXEC                                                  00035600
           END-IF.                                                      00035700
                                                                        00035800
           EXEC SQL                                                     00035900
              COMMIT                                                    00036000
           END-EXEC.                                                    00036100
                                                                        00036200
           CLOSE EVENT-QUEUE-FILE.                                      00036300
                                                                        00036400
           DISPLAY ' '                                                  00036500
           IF WS-REPLAY                                                 00036600
              DISPLAY 'REPLAY DATE:            ' WS-RPLY-DT             00036700
           END-IF                                                       00036800
           DISPLAY 'EVENTS PUT ON QUEUE:    ' WS-CNT-SENT               00036900
           DISPLAY '  STATUS CHANGES:       ' WS-CNT-STATUS             00037000
           DISPLAY '  SETTLE-DATE AMENDS:   ' WS-CNT-SETTLE             00037100
           DISPLAY ' '                                                  00037200
           DISPLAY '*************************'                          00037300
           DISPLAY '* END OF CAT808 PROGRAM *'                          00037400
           DISPLAY '*************************'                          00037500
           DISPLAY ' '.                                                 00037600
