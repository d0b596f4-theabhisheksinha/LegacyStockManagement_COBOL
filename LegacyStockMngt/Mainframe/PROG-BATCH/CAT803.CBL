000001* PDX    - CAT803   C0369802 10/15/26 10:38:15 TBTIKUO            00000100
000001* CREATED FOR SSR 114473.  NSCC ACKNOWLEDGMENT MATCHING FOR       00000200
000001* OUTBOUND SUBMISSIONS.  EVERY FILE WE SEND NSCC IS NOW ON THE    00000300
000001* CATOSUB SUBMISSION REGISTER (VOSUBM HEADER, VOSUBR RECORDS)     00000400
000001* BUT THE ACCEPTANCE / REJECTION NSCC RETURNS FOR EACH RECORD     00000500
000001* WAS ONLY EVER LOOKED AT WHEN SOMETHING WENT WRONG.  THIS        00000600
000001* STEP READS THE RETURNED ACKNOWLEDGMENT FILE, MATCHES EACH       00000700
000001* ACK BACK TO THE OLDEST PENDING REGISTERED RECORD WITH THE SAME  00000800
000001* SUBMISSION TYPE AND RECORD KEY, MARKS IT ACCEPTED OR REJECTED   00000900
000001* (WITH NSCC'S REJECT CATEGORY AND REASON), AND ROLLS THE         00001000
000001* ACCEPTED/REJECTED COUNTS UP TO THE SUBMISSION, WHICH GOES TO    00001100
000001* 'A' ONCE EVERY RECORD HAS COME BACK.  REJECTS AND ACKS THAT     00001200
000001* MATCH NOTHING ARE LISTED; CAT804 RAISES THE ALARMS.             00001300
       IDENTIFICATION DIVISION.                                         00001400
       PROGRAM-ID.  CAT803.                                             00001500
       AUTHOR.      LARRY MUREY.                                        00001600
       DATE-WRITTEN.  OCT 2026.                                         00001700
      *---------------------------------------------------------------* 00001800
      *                         REMARKS                               * 00001900
      * INPUT:  NSCCACK - NSCC ACKNOWLEDGMENT RETURNS, FB 120:        * 00002000
      *                   SUBM TYPE(2) RECORD KEY(40) STATUS(1 A/R)   * 00002100
      *                   REJECT CATEGORY(1 F FORMAT / B BUSINESS)    * 00002200
      *                   REASON CODE(4) REASON TEXT(40)              * 00002300
      *         VOSUBM / VOSUBR - CATOSUB SUBMISSION REGISTER         * 00002400
      * OUTPUT: RPTPI   - REJECTED AND UNMATCHED ACKNOWLEDGMENTS      * 00002500
      * COMMITS EVERY 500 ACKNOWLEDGMENTS.  A RERUN IS SAFE - A       * 00002600
      * RECORD ALREADY MATCHED IS NO LONGER PENDING, SO A REPEATED    * 00002700
      * ACK REPORTS AS UNMATCHED RATHER THAN COUNTING TWICE.          * 00002800
      *---------------------------------------------------------------* 00002900
           EJECT                                                        00003000
      ***************************************************************** 00003100
       ENVIRONMENT DIVISION.                                            00003200
      ***************************************************************** 00003300
       INPUT-OUTPUT SECTION.                                            00003400
       FILE-CONTROL.                                                    00003500
           SELECT ACK-FILE             ASSIGN  TO  NSCCACK              00003600
                                       FILE STATUS  IS NSCCACK-STAT.    00003700
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00003800
                                                                        00003900
      ***************************************************************** 00004000
       DATA DIVISION.                                                   00004100
      ***************************************************************** 00004200
                                                                        00004300
       FILE SECTION.                                                    00004400
                                                                        00004500
       FD  ACK-FILE                                                     00004600
           RECORDING MODE F                                             00004700
           BLOCK CONTAINS 0 RECORDS                                     00004800
           LABEL RECORDS ARE STANDARD                                   00004900
           RECORD CONTAINS 120 CHARACTERS.                              00005000
                                                                        00005100
       01  ACK-RECORD.                                                  00005200
           05  ACK-SUBM-TYPE            PIC  X(02).                     00005300
           05  ACK-REC-KEY              PIC  X(40).                     00005400
           05  ACK-STATUS               PIC  X(01).                     00005500
               88  ACK-ACCEPTED                      VALUE 'A'.         00005600
               88  ACK-REJECTED                      VALUE 'R'.         00005700
           05  ACK-RJCT-CTGY            PIC  X(01).                     00005800
               88  ACK-FORMAT-RJCT                   VALUE 'F'.         00005900
               88  ACK-BUSINESS-RJCT                 VALUE 'B'.         00006000
           05  ACK-RSN-CD               PIC  X(04).                     00006100
           05  ACK-RSN-TXT              PIC  X(40).                     00006200
           05  FILLER                   PIC  X(32).                     00006300
                                                                        00006400
       FD  REPORT-FILE                                                  00006500
           RECORDING MODE F                                             00006600
           BLOCK CONTAINS 0 RECORDS                                     00006700
           LABEL RECORDS ARE STANDARD                                   00006800
           RECORD CONTAINS 132 CHARACTERS.                              00006900
                                                                        00007000
       01  REPORT-RECORD                PIC  X(132).                    00007100
                                                                        00007200
           EJECT                                                        00007300
      ***************************************************************** 00007400
       WORKING-STORAGE SECTION.                                         00007500
      ***************************************************************** 00007600
                                                                        00007700
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00007800
                                                                        00007900
       01  CALL-MODULES.                                                00008000
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00008100
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00008200
                                                                        00008300
       01  NSCCACK-STAT                 PIC  X(02)  VALUE SPACES.       00008400
           88  NSCCACK-OK                          VALUE '00'.          00008500
                                                                        00008600
       01  WS-EOF-SW                    PIC  X(01)  VALUE 'N'.          00008700
           88  WS-EOF                              VALUE 'Y'.           00008800
                                                                        00008900
       01  WS-SUBM-TYPE                 PIC  X(02)  VALUE SPACES.       00009000
       01  WS-REC-KEY                   PIC  X(40)  VALUE SPACES.       00009100
       01  WS-FET-SUBM-ID               PIC S9(09) COMP  VALUE +0.      00009200
       01  WS-FET-REC-SEQ               PIC S9(09) COMP  VALUE +0.      00009300
       01  WS-NEW-STTS                  PIC  X(01)  VALUE SPACE.        00009400
       01  WS-RJCT-CTGY                 PIC  X(01)  VALUE SPACE.        00009500
       01  WS-RSN-CD                    PIC  X(04)  VALUE SPACES.       00009600
       01  WS-RSN-TXT                   PIC  X(40)  VALUE SPACES.       00009700
       01  WS-ACPT-ADD                  PIC S9(09) COMP  VALUE +0.      00009800
       01  WS-RJCT-ADD                  PIC S9(09) COMP  VALUE +0.      00009900
                                                                        00010000
       01  WS-COMMIT-CNT                PIC S9(05) COMP-3  VALUE ZERO.  00010100
       77  WS-COMMIT-FREQ               PIC S9(05) COMP-3  VALUE +500.  00010200
                                                                        00010300
       01  WS-CNT-READ                  PIC S9(07) COMP-3  VALUE ZERO.  00010400
       01  WS-CNT-ACCEPTED              PIC S9(07) COMP-3  VALUE ZERO.  00010500
       01  WS-CNT-REJ-FORMAT            PIC S9(07) COMP-3  VALUE ZERO.  00010600
       01  WS-CNT-REJ-OTHER             PIC S9(07) COMP-3  VALUE ZERO.  00010700
       01  WS-CNT-UNMATCHED             PIC S9(07) COMP-3  VALUE ZERO.  00010800
       01  WS-CNT-BAD-STATUS            PIC S9(07) COMP-3  VALUE ZERO.  00010900
                                                                        00011000
       01  WS-ACCEPT-DATE.                                              00011100
           05  WS-ACCEPT-YY             PIC  9(02).                     00011200
           05  WS-ACCEPT-MM             PIC  9(02).                     00011300
           05  WS-ACCEPT-DD             PIC  9(02).                     00011400
                                                                        00011500
       01  LINE-CNTR                    PIC  9(02)  VALUE ZEROES.       00011600
       01  PAGE-CNTR                    PIC  9(05)  VALUE ZEROES.       00011700
                                                                        00011800
       01  WS-DB2-MESSAGE-AREA.                                         00011900
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00012000
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00012100
               INDEXED BY WS-ERROR-INDEX.                               00012200
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00012300
                                                                        00012400
           EJECT                                                        00012500
      *DB2 COMMUNICATION AREA                                           00012600
           EXEC SQL                                                     00012700
              INCLUDE SQLCA                                             00012800
           END-EXEC.                                                    00012900
                                                                        00013000
           EJECT                                                        00013100
       01  HDR1-RECORD.                                                 00013200
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00013300
           05  FILLER                   PIC  X(30)  VALUE               00013400
               'CAT803 - NSCC ACKNOWLEDGMENT  '.                        00013500
           05  FILLER                   PIC  X(30)  VALUE               00013600
               'MATCHING - EXCEPTIONS         '.                        00013700
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00013800
           05  FILLER                   PIC  X(06)  VALUE               00013900
               'DATE: '.                                                00014000
           05  HDR1-DATE-MM             PIC  X(02).                     00014100
           05  FILLER                   PIC  X(01)  VALUE '/'.          00014200
           05  HDR1-DATE-DD             PIC  X(02).                     00014300
           05  FILLER                   PIC  X(01)  VALUE '/'.          00014400
           05  HDR1-DATE-YY             PIC  X(02).                     00014500
           05  FILLER                   PIC  X(06)  VALUE SPACES.       00014600
           05  FILLER                   PIC  X(06)  VALUE               00014700
               'PAGE: '.                                                00014800
           05  HDR1-PAGE-NBR            PIC  ZZZZ9.                     00014900
           05  FILLER                   PIC  X(12)  VALUE SPACES.       00015000
                                                                        00015100
       01  HDR2-RECORD.                                                 00015200
           05  HDR2-CC                  PIC  X(01)  VALUE ' '.          00015300
           05  FILLER                   PIC  X(02)  VALUE 'TP'.         00015400
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00015500
           05  FILLER                   PIC  X(40)  VALUE               00015600
               'RECORD KEY'.                                            00015700
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00015800
           05  FILLER                   PIC  X(09)  VALUE               00015900
               '  SUBM ID'.                                             00016000
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00016100
           05  FILLER                   PIC  X(03)  VALUE 'CAT'.        00016200
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00016300
           05  FILLER                   PIC  X(04)  VALUE 'RSN '.       00016400
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00016500
           05  FILLER                   PIC  X(40)  VALUE               00016600
               'REASON / EXCEPTION'.                                    00016700
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00016800
                                                                        00016900
       01  HDR3-RECORD.                                                 00017000
           05  HDR3-CC                  PIC  X(01)  VALUE '0'.          00017100
           05  FILLER                   PIC  X(131) VALUE ALL '-'.      00017200
                                                                        00017300
       01  DTL1-RECORD.                                                 00017400
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00017500
           05  DTL1-SUBM-TYPE           PIC  X(02).                     00017600
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00017700
           05  DTL1-REC-KEY             PIC  X(40).                     00017800
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00017900
           05  DTL1-SUBM-ID             PIC  ZZZZZZZZ9.                 00018000
           05  FILLER                   PIC  X(03)  VALUE SPACES.       00018100
           05  DTL1-CTGY                PIC  X(01).                     00018200
           05  FILLER                   PIC  X(03)  VALUE SPACES.       00018300
           05  DTL1-RSN                 PIC  X(04).                     00018400
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00018500
           05  DTL1-MESSAGE             PIC  X(40).                     00018600
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00018700
                                                                        00018800
       01  TRL1-RECORD.                                                 00018900
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00019000
           05  TRL1-LABEL               PIC  X(28).                     00019100
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00019200
           05  FILLER                   PIC  X(92)  VALUE SPACES.       00019300
                                                                        00019400
       01  TRAC-RECORD.                                                 00019500
           05  TRAC-DETAIL              PIC  X(132).                    00019600
                                                                        00019700
           EJECT                                                        00019800
      ***************************************************************** 00019900
       PROCEDURE DIVISION.                                              00020000
      ***************************************************************** 00020100
                                                                        00020200
           DISPLAY ' ============================================== '.  00020300
           DISPLAY '   CAT803 - NSCC ACKNOWLEDGMENT MATCHING        '.  00020400
           DISPLAY ' ============================================== '.  00020500
                                                                        00020600
           PERFORM 1000-INITIAL-RTN.                                    00020700
                                                                        00020800
           PERFORM 2000-PROCESS-ACK-RTN THRU 2000-EXIT                  00020900
              UNTIL WS-EOF.                                             00021000
                                                                        00021100
           EXEC SQL                                                     00021200
              COMMIT                                                    00021300
           END-EXEC.                                                    00021400
                                                                        00021500
           PERFORM 3900-WRITE-TRAILERS-RTN.                             00021600
                                                                        00021700
           PERFORM 9000-EOJ-RTN.                                        00021800
                                                                        00021900
           STOP RUN.                                                    00022000
                                                                        00022100
           EJECT                                                        00022200
      *****************                                                 00022300
       1000-INITIAL-RTN.                                                00022400
      *****************                                                 00022500
                                                                        00022600
           OPEN INPUT   ACK-FILE.                                       00022700
           OPEN OUTPUT  REPORT-FILE.                                    00022800
                                                                        00022900
           IF NOT NSCCACK-OK                                            00023000
              DISPLAY 'CAT803 - OPEN FAILED ON NSCCACK, STATUS = '      00023100
                       NSCCACK-STAT                                     00023200
              CALL  ABEND              USING  ABEND-CODE                00023300
           END-IF.                                                      00023400
                                                                        00023500
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00023600
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00023700
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00023800
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00023900
                                                                        00024000
           MOVE 0                           TO  PAGE-CNTR.              00024100
           PERFORM 1100-WRITE-HEADER-RTN.                               00024200
                                                                        00024300
           EJECT                                                        00024400
      **********************                                            00024500
       1100-WRITE-HEADER-RTN.                                           00024600
      **********************                                            00024700
                                                                        00024800
           ADD 1                            TO  PAGE-CNTR.              00024900
           MOVE PAGE-CNTR                   TO  HDR1-PAGE-NBR.          00025000
                                                                        00025100
           MOVE HDR1-RECORD                 TO  TRAC-DETAIL.            00025200
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00025300
                                                                        00025400
           MOVE HDR2-RECORD                 TO  TRAC-DETAIL.            00025500
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00025600
                                                                        00025700
           MOVE HDR3-RECORD                 TO  TRAC-DETAIL.            00025800
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00025900
                                                                        00026000
           MOVE 3                           TO  LINE-CNTR.              00026100
                                                                        00026200
           EJECT                                                        00026300
      *--------------------------------------------------------------*  00026400
      *  2000-PROCESS-ACK-RTN: ONE ACKNOWLEDGMENT.  FIND THE OLDEST  *  00026500
      *  PENDING REGISTERED RECORD FOR THE TYPE AND KEY, STAMP IT,   *  00026600
      *  THEN ROLL THE RESULT UP TO ITS SUBMISSION.                  *  00026700
      *--------------------------------------------------------------*  00026800
      *********************                                             00026900
       2000-PROCESS-ACK-RTN.                                            00027000
      *********************                                             00027100
                                                                        00027200
           READ ACK-FILE                                                00027300
               AT END                                                   00027400
                   SET WS-EOF               TO  TRUE                    00027500
                   GO TO 2000-EXIT                                      00027600
           END-READ.                                                    00027700
                                                                        00027800
           ADD 1                            TO  WS-CNT-READ.            00027900
           MOVE ZERO                        TO  DTL1-SUBM-ID.           00028000
                                                                        00028100
           IF NOT ACK-ACCEPTED AND NOT ACK-REJECTED                     00028200
              ADD 1                         TO  WS-CNT-BAD-STATUS       00028300
              MOVE 'UNKNOWN ACK STATUS - NOT APPLIED         '          00028400
                                            TO  DTL1-MESSAGE            00028500
              PERFORM 3000-WRITE-DETAIL-RTN                             00028600
              GO TO 2000-EXIT                                           00028700
           END-IF.                                                      00028800
                                                                        00028900
           MOVE ACK-SUBM-TYPE               TO  WS-SUBM-TYPE.           00029000
           MOVE ACK-REC-KEY                 TO  WS-REC-KEY.             00029100
                                                                        00029200
           EXEC SQL                                                     00029300
              SELECT  SUBM_ID                                           00029400
                     ,REC_SEQ_NBR                                       00029500
                INTO :WS-FET-SUBM-ID                                    00029600
                    ,:WS-FET-REC-SEQ                                    00029700
                FROM  VOSUBR                                            00029800
               WHERE  SUBM_TYPE_CD = :WS-SUBM-TYPE                      00029900
                 AND  REC_KEY_TXT  = :WS-REC-KEY                        00030000
                 AND  STTS_CD      = 'P'                                00030100
               ORDER BY SUBM_ID, REC_SEQ_NBR                            00030200
               FETCH FIRST 1 ROW ONLY                                   00030300
           END-EXEC.                                                    00030400
                                                                        00030500
           EVALUATE SQLCODE                                             00030600
              WHEN +0                                                   00030700
                 CONTINUE                                               00030800
              WHEN +100                                                 00030900
                 ADD 1                      TO  WS-CNT-UNMATCHED        00031000
                 MOVE 'NO PENDING SUBMISSION RECORD FOR ACK    '        00031100
                                            TO  DTL1-MESSAGE            00031200
                 PERFORM 3000-WRITE-DETAIL-RTN                          00031300
                 GO TO 2000-EXIT                                        00031400
              WHEN OTHER                                                00031500
                 MOVE 2000 TO ABEND-CODE                                00031600
                 PERFORM SQL-ERROR-ROUTINE                              00031700
           END-EVALUATE.                                                00031800
                                                                        00031900
           IF ACK-ACCEPTED                                              00032000
              MOVE 'A'                      TO  WS-NEW-STTS             00032100
              MOVE SPACE                    TO  WS-RJCT-CTGY            00032200
              MOVE SPACES                   TO  WS-RSN-CD               00032300
                                                WS-RSN-TXT              00032400
              MOVE +1                       TO  WS-ACPT-ADD             00032500
              MOVE +0                       TO  WS-RJCT-ADD             00032600
              ADD 1                         TO  WS-CNT-ACCEPTED         00032700
           ELSE                                                         00032800
              MOVE 'R'                      TO  WS-NEW-STTS             00032900
              MOVE ACK-RJCT-CTGY            TO  WS-RJCT-CTGY            00033000
              MOVE ACK-RSN-CD               TO  WS-RSN-CD               00033100
              MOVE ACK-RSN-TXT              TO  WS-RSN-TXT              00033200
              MOVE +0                       TO  WS-ACPT-ADD             00033300
              MOVE +1                       TO  WS-RJCT-ADD             00033400
              IF ACK-FORMAT-RJCT                                        00033500
                 ADD 1                      TO  WS-CNT-REJ-FORMAT       00033600
              ELSE                                                      00033700
                 ADD 1                      TO  WS-CNT-REJ-OTHER        00033800
              END-IF                                                    00033900
           END-IF.                                                      00034000
                                                                        00034100
           PERFORM 2100-UPDATE-RECORD-RTN.                              00034200
           PERFORM 2200-UPDATE-SUBM-RTN.                                00034300
                                                                        00034400
           IF ACK-REJECTED                                              00034500
              MOVE WS-FET-SUBM-ID           TO  DTL1-SUBM-ID            00034600
              MOVE ACK-RSN-TXT              TO  DTL1-MESSAGE            00034700
              PERFORM 3000-WRITE-DETAIL-RTN                             00034800
           END-IF.                                                      00034900
                                                                        00035000
           ADD 1                            TO  WS-COMMIT-CNT.          00035100
           IF WS-COMMIT-CNT NOT < WS-COMMIT-FREQ                        00035200
              EXEC SQL                                                  00035300
                 COMMIT                                                 00035400
              END-EXEC                                                  00035500
              MOVE ZERO                     TO  WS-COMMIT-CNT           00035600
           END-IF.                                                      00035700
                                                                        00035800
       2000-EXIT.                                                       00035900
           EXIT.                                                        00036000
                                                                        00036100
           EJECT                                                        00036200
      ***********************                                           00036300
       2100-UPDATE-RECORD-RTN.                                          00036400
      ***********************                                           00036500
                                                                        00036600
           EXEC SQL                                                     00036700
              UPDATE  VOSUBR                                            00036800
                 SET  STTS_CD      = :WS-NEW-STTS                       00036900
                     ,RJCT_CTGY_CD = :WS-RJCT-CTGY                      00037000
                     ,RJCT_RSN_CD  = :WS-RSN-CD                         00037100
                     ,RJCT_RSN_TXT = :WS-RSN-TXT                        00037200
                     ,ACK_TMSTP    = CURRENT TIMESTAMP                  00037300
                     ,UPDT_TMSTP   = CURRENT TIMESTAMP                  00037400
                     ,PRGM_NM      = 'CAT803  '                         00037500
               WHERE  SUBM_ID      = :WS-FET-SUBM-ID                    00037600
                 AND  REC_SEQ_NBR  = :WS-FET-REC-SEQ                    00037700
           END-EXEC.                                                    00037800
                                                                        00037900
           IF SQLCODE NOT = +0                                          00038000
              MOVE 2100 TO ABEND-CODE                                   00038100
              PERFORM SQL-ERROR-ROUTINE                                 00038200
           END-IF.                                                      00038300
                                                                        00038400
      *--------------------------------------------------------------*  00038500
      *  2200-UPDATE-SUBM-RTN: THE SET CLAUSE SEES THE PRE-UPDATE    *  00038600
      *  COUNTS, HENCE THE +1 WHEN TESTING FOR THE LAST RECORD.  A   *  00038700
      *  SUBMISSION STILL OPEN (GENERATOR NOT YET CLOSED) STAYS 'O'. *  00038800
      *--------------------------------------------------------------*  00038900
      *********************                                             00039000
       2200-UPDATE-SUBM-RTN.                                            00039100
      *********************                                             00039200
                                                                        00039300
           EXEC SQL                                                     00039400
              UPDATE  VOSUBM                                            00039500
                 SET  ACPT_CNT   = ACPT_CNT + :WS-ACPT-ADD              00039600
                     ,RJCT_CNT   = RJCT_CNT + :WS-RJCT-ADD              00039700
                     ,STTS_CD    =                                      00039800
                         CASE WHEN STTS_CD = 'O'                        00039900
                              THEN 'O'                                  00040000
                              WHEN ACPT_CNT + RJCT_CNT + 1 >= REC_CNT   00040100
                              THEN 'A'                                  00040200
                              ELSE 'P'                                  00040300
                         END                                            00040400
                     ,ACK_TMSTP  = CURRENT TIMESTAMP                    00040500
                     ,UPDT_TMSTP = CURRENT TIMESTAMP                    00040600
               WHERE  SUBM_ID    = :WS-FET-SUBM-ID                      00040700
           END-EXEC.                                                    00040800
                                                                        00040900
           IF SQLCODE NOT = +0                                          00041000
              MOVE 2200 TO ABEND-CODE                                   00041100
              PERFORM SQL-ERROR-ROUTINE                                 00041200
           END-IF.                                                      00041300
                                                                        00041400
      **********************                                            00041500
       3000-WRITE-DETAIL-RTN.                                           00041600
      **********************                                            00041700
                                                                        00041800
           IF LINE-CNTR > 56                                            00041900
              PERFORM 1100-WRITE-HEADER-RTN                             00042000
           END-IF.                                                      00042100
                                                                        00042200
           MOVE ACK-SUBM-TYPE               TO  DTL1-SUBM-TYPE.         00042300
           MOVE ACK-REC-KEY                 TO  DTL1-REC-KEY.           00042400
           MOVE ACK-RJCT-CTGY               TO  DTL1-CTGY.              00042500
           MOVE ACK-RSN-CD                  TO  DTL1-RSN.               00042600
                                                                        00042700
           MOVE DTL1-RECORD                 TO  TRAC-DETAIL.            00042800
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00042900
           ADD 1                            TO  LINE-CNTR.              00043000
                                                                        00043100
           EJECT                                                        00043200
      ************************                                          00043300
       3900-WRITE-TRAILERS-RTN.                                         00043400
      ************************                                          00043500
                                                                        00043600
           MOVE 'ACKNOWLEDGMENTS READ        '  TO  TRL1-LABEL.         00043700
           MOVE WS-CNT-READ                 TO  TRL1-COUNT.             00043800
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00043900
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00044000
                                                                        00044100
           MOVE ' '                         TO  TRL1-CC.                00044200
           MOVE 'ACCEPTED                    '  TO  TRL1-LABEL.         00044300
           MOVE WS-CNT-ACCEPTED             TO  TRL1-COUNT.             00044400
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00044500
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00044600
                                                                        00044700
           MOVE 'REJECTED - FORMAT           '  TO  TRL1-LABEL.         00044800
           MOVE WS-CNT-REJ-FORMAT           TO  TRL1-COUNT.             00044900
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00045000
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00045100
                                                                        00045200
           MOVE 'REJECTED - OTHER            '  TO  TRL1-LABEL.         00045300
           MOVE WS-CNT-REJ-OTHER            TO  TRL1-COUNT.             00045400
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00045500
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00045600
                                                                        00045700
           MOVE 'UNMATCHED                   '  TO  TRL1-LABEL.         00045800
           MOVE WS-CNT-UNMATCHED            TO  TRL1-COUNT.             00045900
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00046000
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00046100
                                                                        00046200
           MOVE 'UNKNOWN STATUS              '  TO  TRL1-LABEL.         00046300
           MOVE WS-CNT-BAD-STATUS           TO  TRL1-COUNT.             00046400
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00046500
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00046600
                                                                        00046700
           EJECT                                                        00046800
      ******************                                                00046900
       SQL-ERROR-ROUTINE.                                               00047000
      ******************                                                00047100
                                                                        00047200
           DISPLAY 'CAT803 SQL PROBLEM - SQLCODE = ' SQLCODE.           00047300
           CALL DSNTIAR               USING  SQLCA                      00047400
                                             WS-DB2-MESSAGE-AREA        00047500
                                             WS-ERR-LINE-LEN            00047600
                                                                        00047700
           DISPLAY ' '                                                  00047800
                                                                        00047900
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00048000
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00048100
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00048200
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00048300
                 END-IF                                                 00048400
           END-PERFORM                                                  00048500
                                                                        00048600
           DISPLAY ' '                                                  00048700
           DISPLAY '*** PROGRAM IS ABENDING'                            00048800
           DISPLAY ' '                                                  00048900
                                                                        00049000
           EXEC SQL  ROLLBACK  END-EXEC                                 00049100
           CALL ABEND      USING ABEND-CODE                             00049200
           .                                                            00049300
                                                                        00049400
           EJECT                                                        00049500
      ************                                                      00049600
       9000-EOJ-RTN.                                                    00049700
      ************                                                      00049800
                                                                        00049900
           CLOSE ACK-FILE                                               00050000
                 REPORT-FILE.                                           00050100
                                                                        00050200
           DISPLAY ' '                                                  00050300
           DISPLAY 'ACKNOWLEDGMENTS READ:   ' WS-CNT-READ               00050400
           DISPLAY 'ACCEPTED:               ' WS-CNT-ACCEPTED           00050500
           DISPLAY 'REJECTED - FORMAT:      ' WS-CNT-REJ-FORMAT         00050600
           DISPLAY 'REJECTED - OTHER:       ' WS-CNT-REJ-OTHER          00050700
           DISPLAY 'UNMATCHED:              ' WS-CNT-UNMATCHED          00050800
           DISPLAY 'UNKNOWN STATUS:         ' WS-CNT-BAD-STATUS         00050900
           DISPLAY ' '                                                  00051000
           DISPLAY '*************************'                          00051100
           DISPLAY '* END OF CAT803 PROGRAM *'                          00051200
           DISPLAY '*************************'                          00051300
           DISPLAY ' '.                                                 00051400
