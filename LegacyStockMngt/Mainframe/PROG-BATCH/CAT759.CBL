000001* PDX    - CAT759   C0369768 10/08/26 09:40:12 TBTIKUO            00000100
000001* CREATED FOR SSR 114441.  CUSTOMER RESCIND SUBMISSION.           00000200
000001* RESCIND REQUESTS TAKEN ON THE ACATRCDB SCREEN AND APPROVED BY   00000300
000001* A SECOND OPERATOR ARE TURNED INTO NSCC DELETE (OUR SIDE         00000400
000001* RECEIVING) OR REJECT (OUR SIDE DELIVERING) RECORDS, PROVIDED    00000500
000001* THE TRANSFER HAS NOT REACHED SETTLEMENT PREP.  REQUESTS SENT    00000600
000001* ON AN EARLIER DAY ARE FOLLOWED UP AGAINST THE TRANSFER STATUS   00000700
000001* UNTIL NSCC CONFIRMS THE DELETE/REJECT OR THE TRANSFER MOVES ON. 00000800
       IDENTIFICATION DIVISION.                                         00000900
       PROGRAM-ID.  CAT759.                                             00001000
       AUTHOR.      LARRY MUREY.                                        00001100
       DATE-WRITTEN.  OCT 2026.                                         00001200
      *---------------------------------------------------------------* 00001300
      *                         REMARKS                               * 00001400
      * INPUT:  ACATRSCD - RESCIND REQUESTS (R, A AND S ROWS)         * 00001500
      *         VTRNFR / VTRNHSTY - CURRENT TRANSFER STATUS           * 00001600
      * OUTPUT: RSCOUT  - NSCC DELETE/REJECT RECORDS                  * 00001700
      *         RPTPI   - RESCINDS REQUESTED, SUBMITTED, CONFIRMED    * 00001800
      *                   AND TOO LATE TO ACT ON                      * 00001900
      * A TRANSFER CAN STILL BE RESCINDED WHILE STTS_CD IS BELOW 300  * 00002000
      * AND NOT 140.  140 OR 600 AFTER SUBMISSION CONFIRMS THE        * 00002100
      * DELETE/REJECT; 300 OR ABOVE MEANS IT IS TOO LATE.             * 00002200
      *---------------------------------------------------------------* 00002300
           EJECT                                                        00002400
      ***************************************************************** 00002500
       ENVIRONMENT DIVISION.                                            00002600
      ***************************************************************** 00002700
       INPUT-OUTPUT SECTION.                                            00002800
       FILE-CONTROL.                                                    00002900
           SELECT RSC-OUT-FILE         ASSIGN  TO  RSCOUT.              00003000
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00003100
                                                                        00003200
      ***************************************************************** 00003300
       DATA DIVISION.                                                   00003400
      ***************************************************************** 00003500
                                                                        00003600
       FILE SECTION.                                                    00003700
                                                                        00003800
       FD  RSC-OUT-FILE                                                 00003900
           RECORDING MODE F                                             00004000
           BLOCK CONTAINS 0 RECORDS                                     00004100
           LABEL RECORDS ARE STANDARD                                   00004200
           RECORD CONTAINS 80 CHARACTERS.                               00004300
                                                                        00004400
       01  RSC-OUT-RECORD.                                              00004500
           05  RSC-REC-TYPE             PIC  X(02).                     00004600
               88  RSC-DELETE                      VALUE 'DL'.          00004700
               88  RSC-REJECT                      VALUE 'RJ'.          00004800
           05  RSC-CLIENT               PIC  X(04).                     00004900
           05  RSC-ACAT-CNTL-NBR        PIC  X(14).                     00005000
           05  RSC-TRNFR-TYPE-CD        PIC  X(03).                     00005100
           05  RSC-DSTBN-SIDE-CD        PIC  X(01).                     00005200
           05  RSC-REQUEST-DATE         PIC  X(08).                     00005300
           05  RSC-EXCP-CD              PIC  X(04).                     00005400
           05  FILLER                   PIC  X(44).                     00005500
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
       01  WS-END-OF-RSC-SW             PIC  X(01)  VALUE 'N'.          00007500
           88  WS-END-OF-RSC                       VALUE 'Y'.           00007600
                                                                        00007700
      *  HOST VARIABLES - A RESCIND REQUEST AND ITS TRANSFER.           00007800
       01  WS-RSC-AREA.                                                 00007900
           05  WS-RSC-CLIENT            PIC  X(04).                     00008000
           05  WS-RSC-ACAT-CNTL         PIC  X(14).                     00008100
           05  WS-RSC-SIDE              PIC  X(01).                     00008200
               88  WS-RSC-DELIVERING               VALUE 'D'.           00008300
           05  WS-RSC-TFR-TYPE          PIC  X(03).                     00008400
           05  WS-RSC-CNTCT-NM          PIC  X(40).                     00008500
           05  WS-RSC-RQST-OPER         PIC  X(08).                     00008600
           05  WS-RSC-RQST-DT           PIC  X(10).                     00008700
           05  WS-RSC-APRV-OPER         PIC  X(08).                     00008800
           05  WS-RSC-STTS              PIC  X(01).                     00008900
               88  WS-RSC-REQUESTED                VALUE 'R'.           00009000
               88  WS-RSC-APPROVED                 VALUE 'A'.           00009100
               88  WS-RSC-SUBMITTED                VALUE 'S'.           00009200
           05  WS-RSC-PRIOR-SBMT        PIC  X(01).                     00009300
               88  WS-RSC-SENT-BEFORE-TODAY        VALUE 'Y'.           00009400
           05  WS-RSC-TFR-STTS          PIC  X(03).                     00009500
                                                                        00009600
       01  WS-HST-STTS                  PIC  X(03).                     00009700
       01  WS-CLOSE-RSN                 PIC  X(30).                     00009800
       01  WS-ACTION                    PIC  X(30).                     00009900
                                                                        00010000
       01  WS-CNT-REQUESTED             PIC S9(07) COMP-3  VALUE ZERO.  00010100
       01  WS-CNT-SUBMITTED             PIC S9(07) COMP-3  VALUE ZERO.  00010200
       01  WS-CNT-CONFIRMED             PIC S9(07) COMP-3  VALUE ZERO.  00010300
       01  WS-CNT-TOO-LATE              PIC S9(07) COMP-3  VALUE ZERO.  00010400
       01  WS-CNT-AWAITING              PIC S9(07) COMP-3  VALUE ZERO.  00010500
       01  WS-COMMIT-CNT                PIC S9(05) COMP-3  VALUE ZERO.  00010600
                                                                        00010700
       01  WS-ACCEPT-DATE.                                              00010800
           05  WS-ACCEPT-YY             PIC  9(02).                     00010900
           05  WS-ACCEPT-MM             PIC  9(02).                     00011000
           05  WS-ACCEPT-DD             PIC  9(02).                     00011100
       01  WS-RUN-DATE-X                PIC  X(08)  VALUE SPACES.       00011200
                                                                        00011300
       01  WS-DB2-MESSAGE-AREA.                                         00011400
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00011500
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00011600
               INDEXED BY WS-ERROR-INDEX.                               00011700
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00011800
                                                                        00011900
           EJECT                                                        00012000
       01  HDR1-RECORD.                                                 00012100
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00012200
           05  FILLER                   PIC  X(30)  VALUE               00012300
               'CAT759 - CUSTOMER RESCIND REQU'.                        00012400
           05  FILLER                   PIC  X(30)  VALUE               00012500
               'ESTS                          '.                        00012600
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00012700
           05  FILLER                   PIC  X(06)  VALUE               00012800
               'DATE: '.                                                00012900
           05  HDR1-DATE-MM             PIC  X(02).                     00013000
           05  FILLER                   PIC  X(01)  VALUE '/'.          00013100
           05  HDR1-DATE-DD             PIC  X(02).                     00013200
           05  FILLER                   PIC  X(01)  VALUE '/'.          00013300
           05  HDR1-DATE-YY             PIC  X(02).                     00013400
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00013500
                                                                        00013600
       01  HDR2-RECORD.                                                 00013700
           05  HDR2-CC                  PIC  X(01)  VALUE '0'.          00013800
           05  FILLER                   PIC  X(06)  VALUE 'CLNT  '.     00013900
           05  FILLER                   PIC  X(16)  VALUE               00014000
               'CONTROL NBR     '.                                      00014100
           05  FILLER                   PIC  X(05)  VALUE 'SIDE '.      00014200
           05  FILLER                   PIC  X(05)  VALUE 'TYP  '.      00014300
           05  FILLER                   PIC  X(05)  VALUE 'STS  '.      00014400
           05  FILLER                   PIC  X(32)  VALUE               00014500
               'CUSTOMER CONTACT'.                                      00014600
           05  FILLER                   PIC  X(10)  VALUE               00014700
               'REQ OPER  '.                                            00014800
           05  FILLER                   PIC  X(12)  VALUE               00014900
               'REQUESTED   '.                                          00015000
           05  FILLER                   PIC  X(10)  VALUE               00015100
               'APRV OPER '.                                            00015200
           05  FILLER                   PIC  X(30)  VALUE               00015300
               'ACTION'.                                                00015400
                                                                        00015500
       01  DTL1-RECORD.                                                 00015600
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00015700
           05  DTL1-CLIENT              PIC  X(04).                     00015800
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00015900
           05  DTL1-ACAT-CNTL           PIC  X(14).                     00016000
           05  FILLER                   PIC  X(03)  VALUE SPACES.       00016100
           05  DTL1-SIDE                PIC  X(01).                     00016200
           05  FILLER                   PIC  X(03)  VALUE SPACES.       00016300
           05  DTL1-TFR-TYPE            PIC  X(03).                     00016400
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00016500
           05  DTL1-TFR-STTS            PIC  X(03).                     00016600
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00016700
           05  DTL1-CNTCT-NM            PIC  X(30).                     00016800
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00016900
           05  DTL1-RQST-OPER           PIC  X(08).                     00017000
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00017100
           05  DTL1-RQST-DT             PIC  X(10).                     00017200
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00017300
           05  DTL1-APRV-OPER           PIC  X(08).                     00017400
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00017500
           05  DTL1-ACTION              PIC  X(30).                     00017600
                                                                        00017700
       01  TRL1-RECORD.                                                 00017800
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00017900
           05  TRL1-LABEL               PIC  X(28).                     00018000
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00018100
           05  FILLER                   PIC  X(92)  VALUE SPACES.       00018200
                                                                        00018300
       01  TRAC-RECORD.                                                 00018400
           05  TRAC-DETAIL              PIC  X(132).                    00018500
                                                                        00018600
           EJECT                                                        00018700
      *DB2 COMMUNICATION AREA                                           00018800
           EXEC SQL                                                     00018900
              INCLUDE SQLCA                                             00019000
           END-EXEC.                                                    00019100
                                                                        00019200
      *----------------------------------------------------------------*00019300
      *  OPEN RESCIND REQUESTS WITH THE CURRENT TRANSFER STATUS.  A    *00019400
      *  TRANSFER ALREADY ARCHIVED COMES BACK BLANK AND IS LOOKED UP   *00019500
      *  ON VTRNHSTY.  WITH HOLD - REQUESTS ARE UPDATED AS THEY GO.    *00019600
      *----------------------------------------------------------------*00019700
           EXEC SQL                                                     00019800
              DECLARE RSCCSR CURSOR WITH HOLD FOR                       00019900
                 SELECT R.CLIENT_NBR                                    00020000
                       ,R.ACAT_CONTROL_NBR                              00020100
                       ,R.DSTBN_SIDE_CD                                 00020200
                       ,R.TRNFR_TYPE_CD                                 00020300
                       ,R.CNTCT_NM                                      00020400
                       ,R.RQST_OPER_ID                                  00020500
                       ,CHAR(DATE(R.RQST_TMSTP), ISO)                   00020600
                       ,R.APRV_OPER_ID                                  00020700
                       ,R.RSCD_STTS_CD                                  00020800
                       ,CASE WHEN R.SBMT_DT < CURRENT DATE              00020900
                             THEN 'Y' ELSE 'N' END                      00021000
                       ,VALUE(T.STTS_CD, ' ')                           00021100
                 FROM  ACATRSCD R                                       00021200
                 LEFT OUTER JOIN VTRNFR T                               00021300
                   ON  T.CLIENT_NBR       = R.CLIENT_NBR                00021400
                   AND T.ACAT_CONTROL_NBR = R.ACAT_CONTROL_NBR          00021500
                 WHERE R.RSCD_STTS_CD IN ('R', 'A', 'S')                00021600
                 ORDER BY R.RSCD_STTS_CD, R.CLIENT_NBR,                 00021700
                          R.ACAT_CONTROL_NBR                            00021800
                 WITH UR                                                00021900
           END-EXEC.                                                    00022000
                                                                        00022100
           EJECT                                                        00022200
      ***************************************************************** 00022300
       PROCEDURE DIVISION.                                              00022400
      ***************************************************************** 00022500
                                                                        00022600
           DISPLAY '*** CAT759 - CUSTOMER RESCIND SUBMISSION ***'.      00022700
                                                                        00022800
           PERFORM 1000-INITIAL-RTN.                                    00022900
                                                                        00023000
           EXEC SQL                                                     00023100
              OPEN RSCCSR                                               00023200
           END-EXEC.                                                    00023300
           IF SQLCODE NOT = +0                                          00023400
              PERFORM 8000-DB2-ERROR-RTN                                00023500
           END-IF.                                                      00023600
                                                                        00023700
           PERFORM 2000-PROCESS-RSC-RTN THRU 2000-EXIT                  00023800
              UNTIL WS-END-OF-RSC.                                      00023900
                                                                        00024000
           EXEC SQL                                                     00024100
              CLOSE RSCCSR                                              00024200
           END-EXEC.                                                    00024300
                                                                        00024400
           EXEC SQL                                                     00024500
              COMMIT                                                    00024600
           END-EXEC.                                                    00024700
           IF SQLCODE NOT = +0                                          00024800
              PERFORM 8000-DB2-ERROR-RTN                                00024900
           END-IF.                                                      00025000
                                                                        00025100
           PERFORM 9000-EOJ-RTN.                                        00025200
                                                                        00025300
           GOBACK.                                                      00025400
                                                                        00025500
           EJECT                                                        00025600
      *****************                                                 00025700
       1000-INITIAL-RTN.                                                00025800
      *****************                                                 00025900
                                                                        00026000
           OPEN OUTPUT RSC-OUT-FILE                                     00026100
                       REPORT-FILE.                                     00026200
                                                                        00026300
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00026400
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00026500
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00026600
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00026700
           MOVE SPACES                      TO  WS-RUN-DATE-X.          00026800
           STRING '20' WS-ACCEPT-YY WS-ACCEPT-MM WS-ACCEPT-DD           00026900
                  DELIMITED BY SIZE INTO WS-RUN-DATE-X.                 00027000
                                                                        00027100
           MOVE HDR1-RECORD                 TO  TRAC-DETAIL.            00027200
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00027300
           MOVE HDR2-RECORD                 TO  TRAC-DETAIL.            00027400
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00027500
                                                                        00027600
      *---------------------------------------------------------------  00027700
      * 2000-PROCESS-RSC-RTN - ONE REQUEST.  REQUESTED ROWS ARE ONLY    00027800
      * LISTED; APPROVED ROWS ARE SENT OR CLOSED AS TOO LATE; ROWS      00027900
      * SENT ON AN EARLIER DAY ARE CHECKED FOR THE NSCC OUTCOME.        00028000
      *---------------------------------------------------------------  00028100
       2000-PROCESS-RSC-RTN.                                            00028200
                                                                        00028300
           EXEC SQL                                                     00028400
              FETCH RSCCSR                                              00028500
                 INTO :WS-RSC-CLIENT                                    00028600
                     ,:WS-RSC-ACAT-CNTL                                 00028700
                     ,:WS-RSC-SIDE                                      00028800
                     ,:WS-RSC-TFR-TYPE                                  00028900
                     ,:WS-RSC-CNTCT-NM                                  00029000
                     ,:WS-RSC-RQST-OPER                                 00029100
                     ,:WS-RSC-RQST-DT                                   00029200
                     ,:WS-RSC-APRV-OPER                                 00029300
                     ,:WS-RSC-STTS                                      00029400
                     ,:WS-RSC-PRIOR-SBMT                                00029500
                     ,:WS-RSC-TFR-STTS                                  00029600
           END-EXEC.                                                    00029700
                                                                        00029800
           EVALUATE SQLCODE                                             00029900
              WHEN +100                                                 00030000
                 SET WS-END-OF-RSC          TO  TRUE                    00030100
                 GO TO 2000-EXIT                                        00030200
              WHEN +0                                                   00030300
                 CONTINUE                                               00030400
              WHEN OTHER                                                00030500
                 PERFORM 8000-DB2-ERROR-RTN                             00030600
           END-EVALUATE.                                                00030700
                                                                        00030800
           IF WS-RSC-TFR-STTS = SPACES                                  00030900
              PERFORM 2100-HISTORY-STTS-RTN                             00031000
           END-IF.                                                      00031100
                                                                        00031200
           EVALUATE TRUE                                                00031300
              WHEN WS-RSC-REQUESTED                                     00031400
                 ADD 1                      TO  WS-CNT-REQUESTED        00031500
                 MOVE 'AWAITING APPROVAL'   TO  WS-ACTION               00031600
              WHEN WS-RSC-APPROVED                                      00031700
                 PERFORM 3000-SUBMIT-RTN THRU 3000-EXIT                 00031800
              WHEN WS-RSC-SUBMITTED                                     00031900
                 IF NOT WS-RSC-SENT-BEFORE-TODAY                        00032000
                    GO TO 2000-EXIT                                     00032100
                 END-IF                                                 00032200
                 PERFORM 4000-FOLLOW-UP-RTN THRU 4000-EXIT              00032300
           END-EVALUATE.                                                00032400
                                                                        00032500
           MOVE WS-RSC-CLIENT               TO  DTL1-CLIENT.            00032600
           MOVE WS-RSC-ACAT-CNTL            TO  DTL1-ACAT-CNTL.         00032700
           MOVE WS-RSC-SIDE                 TO  DTL1-SIDE.              00032800
           MOVE WS-RSC-TFR-TYPE             TO  DTL1-TFR-TYPE.          00032900
           MOVE WS-RSC-TFR-STTS             TO  DTL1-TFR-STTS.          00033000
           MOVE WS-RSC-CNTCT-NM             TO  DTL1-CNTCT-NM.          00033100
           MOVE WS-RSC-RQST-OPER            TO  DTL1-RQST-OPER.         00033200
           MOVE WS-RSC-RQST-DT              TO  DTL1-RQST-DT.           00033300
           MOVE WS-RSC-APRV-OPER            TO  DTL1-APRV-OPER.         00033400
           MOVE WS-ACTION                   TO  DTL1-ACTION.            00033500
           MOVE DTL1-RECORD                 TO  TRAC-DETAIL.            00033600
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00033700
                                                                        00033800
       2000-EXIT.                                                       00033900
           EXIT.                                                        00034000
                                                                        00034100
      *---------------------------------------------------------------  00034200
      * 2100-HISTORY-STTS-RTN - TRANSFER NO LONGER ON VTRNFR.  THE      00034300
      * ARCHIVED STATUS DECIDES THE OUTCOME; NOT FOUND AT ALL IS        00034400
      * TREATED AS CLOSED.                                              00034500
      *---------------------------------------------------------------  00034600
       2100-HISTORY-STTS-RTN.                                           00034700
                                                                        00034800
           EXEC SQL                                                     00034900
              SELECT STTS_CD                                            00035000
                INTO :WS-HST-STTS                                       00035100
                FROM VTRNHSTY                                           00035200
               WHERE CLIENT_NBR       = :WS-RSC-CLIENT                  00035300
                 AND ACAT_CONTROL_NBR = :WS-RSC-ACAT-CNTL               00035400
               WITH UR                                                  00035500
           END-EXEC.                                                    00035600
                                                                        00035700
           EVALUATE SQLCODE                                             00035800
              WHEN +0                                                   00035900
                 MOVE WS-HST-STTS           TO  WS-RSC-TFR-STTS         00036000
              WHEN +100                                                 00036100
                 MOVE '400'                 TO  WS-RSC-TFR-STTS         00036200
              WHEN OTHER                                                00036300
                 PERFORM 8000-DB2-ERROR-RTN                             00036400
           END-EVALUATE.                                                00036500
                                                                        00036600
           EJECT                                                        00036700
      *---------------------------------------------------------------  00036800
      * 3000-SUBMIT-RTN - APPROVED REQUEST.  DELETE WHEN WE RECEIVE,    00036900
      * REJECT WHEN WE DELIVER, IF THE TRANSFER IS STILL SHORT OF       00037000
      * SETTLEMENT PREP; OTHERWISE CLOSE IT AS TOO LATE.                00037100
      *---------------------------------------------------------------  00037200
       3000-SUBMIT-RTN.                                                 00037300
                                                                        00037400
           IF WS-RSC-TFR-STTS NOT < '300'                               00037500
           OR WS-RSC-TFR-STTS = '140'                                   00037600
              MOVE SPACES                   TO  WS-CLOSE-RSN            00037700
              STRING 'TRANSFER AT STATUS ' WS-RSC-TFR-STTS              00037800
                     DELIMITED BY SIZE    INTO  WS-CLOSE-RSN            00037900
              PERFORM 5000-CLOSE-TOO-LATE-RTN                           00038000
              GO TO 3000-EXIT                                           00038100
           END-IF.                                                      00038200
                                                                        00038300
           MOVE SPACES                      TO  RSC-OUT-RECORD.         00038400
           IF WS-RSC-DELIVERING                                         00038500
              SET RSC-REJECT                TO  TRUE                    00038600
              MOVE 'REJECT SENT TO NSCC'    TO  WS-ACTION               00038700
           ELSE                                                         00038800
              SET RSC-DELETE                TO  TRUE                    00038900
              MOVE 'DELETE SENT TO NSCC'    TO  WS-ACTION               00039000
           END-IF.                                                      00039100
           MOVE WS-RSC-CLIENT               TO  RSC-CLIENT.             00039200
           MOVE WS-RSC-ACAT-CNTL            TO  RSC-ACAT-CNTL-NBR.      00039300
           MOVE WS-RSC-TFR-TYPE             TO  RSC-TRNFR-TYPE-CD.      00039400
           MOVE WS-RSC-SIDE                 TO  RSC-DSTBN-SIDE-CD.      00039500
           MOVE WS-RUN-DATE-X               TO  RSC-REQUEST-DATE.       00039600
           MOVE 'ERBF'                      TO  RSC-EXCP-CD.            00039700
           WRITE RSC-OUT-RECORD.                                        00039800
                                                                        00039900
           EXEC SQL                                                     00040000
              UPDATE ACATRSCD                                           00040100
                 SET RSCD_STTS_CD   = 'S'                               00040200
                    ,SBMT_DT        = CURRENT DATE                      00040300
                    ,UPDT_TMSTP     = CURRENT TIMESTAMP                 00040400
                    ,PRGM_NM        = 'CAT759'                          00040500
               WHERE CLIENT_NBR       = :WS-RSC-CLIENT                  00040600
                 AND ACAT_CONTROL_NBR = :WS-RSC-ACAT-CNTL               00040700
                 AND RSCD_STTS_CD     = 'A'                             00040800
           END-EXEC.                                                    00040900
           IF SQLCODE NOT = +0                                          00041000
              PERFORM 8000-DB2-ERROR-RTN                                00041100
           END-IF.                                                      00041200
                                                                        00041300
           ADD 1                            TO  WS-CNT-SUBMITTED.       00041400
           PERFORM 6000-COMMIT-RTN THRU 6000-EXIT.                      00041500
                                                                        00041600
       3000-EXIT.                                                       00041700
           EXIT.                                                        00041800
                                                                        00041900
      *---------------------------------------------------------------  00042000
      * 4000-FOLLOW-UP-RTN - SENT ON AN EARLIER DAY.  140 OR 600 MEANS  00042100
      * NSCC TOOK THE DELETE/REJECT; 300 OR ABOVE MEANS THE TRANSFER    00042200
      * WENT ON TO SETTLE FIRST.  ANYTHING ELSE IS STILL WITH NSCC.     00042300
      *---------------------------------------------------------------  00042400
       4000-FOLLOW-UP-RTN.                                              00042500
                                                                        00042600
           IF WS-RSC-TFR-STTS = '140' OR '600'                          00042700
              EXEC SQL                                                  00042800
                 UPDATE ACATRSCD                                        00042900
                    SET RSCD_STTS_CD   = 'C'                            00043000
                       ,CLOSE_RSN_TXT  = 'CONFIRMED BY NSCC'            00043100
                       ,UPDT_TMSTP     = CURRENT TIMESTAMP              00043200
                       ,PRGM_NM        = 'CAT759'                       00043300
                  WHERE CLIENT_NBR       = :WS-RSC-CLIENT               00043400
                    AND ACAT_CONTROL_NBR = :WS-RSC-ACAT-CNTL            00043500
                    AND RSCD_STTS_CD     = 'S'                          00043600
              END-EXEC                                                  00043700
              IF SQLCODE NOT = +0                                       00043800
                 PERFORM 8000-DB2-ERROR-RTN                             00043900
              END-IF                                                    00044000
              ADD 1                         TO  WS-CNT-CONFIRMED        00044100
              MOVE 'CONFIRMED BY NSCC'      TO  WS-ACTION               00044200
              PERFORM 6000-COMMIT-RTN THRU 6000-EXIT                    00044300
              GO TO 4000-EXIT                                           00044400
           END-IF.                                                      00044500
                                                                        00044600
           IF WS-RSC-TFR-STTS NOT < '300'                               00044700
              MOVE SPACES                   TO  WS-CLOSE-RSN            00044800
              STRING 'SETTLED AT STATUS ' WS-RSC-TFR-STTS               00044900
                     DELIMITED BY SIZE    INTO  WS-CLOSE-RSN            00045000
              PERFORM 5000-CLOSE-TOO-LATE-RTN                           00045100
              GO TO 4000-EXIT                                           00045200
           END-IF.                                                      00045300
                                                                        00045400
           ADD 1                            TO  WS-CNT-AWAITING.        00045500
           MOVE 'SENT - AWAITING NSCC'      TO  WS-ACTION.              00045600
                                                                        00045700
       4000-EXIT.                                                       00045800
           EXIT.                                                        00045900
                                                                        00046000
      *---------------------------------------------------------------  00046100
      * 5000-CLOSE-TOO-LATE-RTN - THE TRANSFER GOT PAST THE POINT       00046200
      * WHERE A DELETE/REJECT CAN STOP IT.                              00046300
      *---------------------------------------------------------------  00046400
       5000-CLOSE-TOO-LATE-RTN.                                         00046500
                                                                        00046600
           EXEC SQL                                                     00046700
              UPDATE ACATRSCD                                           00046800
                 SET RSCD_STTS_CD   = 'L'                               00046900
                    ,CLOSE_RSN_TXT  = :WS-CLOSE-RSN                     00047000
                    ,UPDT_TMSTP     = CURRENT TIMESTAMP                 00047100
                    ,PRGM_NM        = 'CAT759'                          00047200
               WHERE CLIENT_NBR       = :WS-RSC-CLIENT                  00047300
                 AND ACAT_CONTROL_NBR = :WS-RSC-ACAT-CNTL               00047400
                 AND RSCD_STTS_CD    IN ('A', 'S')                      00047500
           END-EXEC.                                                    00047600
           IF SQLCODE NOT = +0                                          00047700
              PERFORM 8000-DB2-ERROR-RTN                                00047800
           END-IF.                                                      00047900
                                                                        00048000
           ADD 1                            TO  WS-CNT-TOO-LATE.        00048100
           MOVE 'TOO LATE - '               TO  WS-ACTION.              00048200
           MOVE WS-CLOSE-RSN                TO  WS-ACTION (12:19).      00048300
           PERFORM 6000-COMMIT-RTN THRU 6000-EXIT.                      00048400
                                                                        00048500
      *---------------------------------------------------------------* 00048600
      * 6000-COMMIT-RTN - EVERY 100 UPDATES.                          * 00048700
      *---------------------------------------------------------------* 00048800
       6000-COMMIT-RTN.                                                 00048900
                                                                        00049000
           ADD 1                       TO WS-COMMIT-CNT.                00049100
           IF WS-COMMIT-CNT NOT < +100                                  00049200
              EXEC SQL                                                  00049300
                 COMMIT                                                 00049400
              END-EXEC                                                  00049500
              IF SQLCODE NOT = +0                                       00049600
                 PERFORM 8000-DB2-ERROR-RTN                             00049700
              END-IF                                                    00049800
              MOVE +0                  TO WS-COMMIT-CNT                 00049900
           END-IF.                                                      00050000
                                                                        00050100
       6000-EXIT.                                                       00050200
           EXIT.                                                        00050300
                                                                        00050400
           EJECT                                                        00050500
      ******************                                                00050600
       8000-DB2-ERROR-RTN.                                              00050700
      ******************                                                00050800
                                                                        00050900
           DISPLAY 'CAT759 - DB2 ERROR, SQLCODE = ' SQLCODE.            00051000
           CALL DSNTIAR               USING  SQLCA                      00051100
                                             WS-DB2-MESSAGE-AREA        00051200
                                             WS-ERR-LINE-LEN            00051300
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00051400
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00051500
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00051600
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00051700
                 END-IF                                                 00051800
           END-PERFORM.                                                 00051900
           DISPLAY 'CAT759 ABENDED'.                                    00052000
           CALL ABEND                 USING  ABEND-CODE.                00052100
                                                                        00052200
           EJECT                                                        00052300
      ************                                                      00052400
       9000-EOJ-RTN.                                                    00052500
      ************                                                      00052600
                                                                        00052700
           MOVE 'AWAITING APPROVAL           '  TO  TRL1-LABEL.         00052800
           MOVE WS-CNT-REQUESTED            TO  TRL1-COUNT.             00052900
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00053000
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00053100
                                                                        00053200
           MOVE ' '                         TO  TRL1-CC.                00053300
           MOVE 'SUBMITTED TO NSCC TODAY     '  TO  TRL1-LABEL.         00053400
           MOVE WS-CNT-SUBMITTED            TO  TRL1-COUNT.             00053500
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00053600
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00053700
                                                                        00053800
           MOVE 'CONFIRMED BY NSCC           '  TO  TRL1-LABEL.         00053900
           MOVE WS-CNT-CONFIRMED            TO  TRL1-COUNT.             00054000
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00054100
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00054200
                                                                        00054300
           MOVE 'TOO LATE TO ACT ON          '  TO  TRL1-LABEL.         00054400
           MOVE WS-CNT-TOO-LATE             TO  TRL1-COUNT.             00054500
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00054600
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00054700
                                                                        00054800
           MOVE 'SENT - AWAITING NSCC        '  TO  TRL1-LABEL.         00054900
           MOVE WS-CNT-AWAITING             TO  TRL1-COUNT.             00055000
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00055100
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00055200
                                                                        00055300
           CLOSE RSC-OUT-FILE                                           00055400
                 REPORT-FILE.                                           00055500
                                                                        00055600
           DISPLAY ' '                                                  00055700
           DISPLAY 'AWAITING APPROVAL:      ' WS-CNT-REQUESTED          00055800
           DISPLAY 'SUBMITTED TO NSCC:      ' WS-CNT-SUBMITTED          00055900
           DISPLAY 'CONFIRMED BY NSCC:      ' WS-CNT-CONFIRMED          00056000
           DISPLAY 'TOO LATE TO ACT ON:     ' WS-CNT-TOO-LATE           00056100
           DISPLAY 'SENT - AWAITING NSCC:   ' WS-CNT-AWAITING           00056200
           DISPLAY ' '                                                  00056300
           DISPLAY '*************************'                          00056400
           DISPLAY '* END OF CAT759 PROGRAM *'                          00056500
           DISPLAY '*************************'                          00056600
           DISPLAY ' '.                                                 00056700
