000001* PDX    - CAT786   C0369810 10/15/26 16:44:27 TBTIKUO            00001000
LRM001* SSR 114481.  GIFT AND ESTATE BASIS.  A LOT FOR A TRANSFER       00001000
LRM001* REGISTERED ON ACATGFTE AS A GIFT OR ESTATE RECEIPT IS NO        00001000
LRM001* LONGER POSTED AS RECEIVED; IT IS HELD ON ACATGFLT FOR CAT814,   00001000
LRM001* WHICH POSTS THE DONOR BASIS OR STEPPED-UP LOTS IN ITS PLACE.    00001000
LRM001* TAXPOST LAYOUT MOVED TO COPYBOOK CATTXPS.                       00001000
000001* PDX    - CAT786   C0369679 09/02/26 12:35:46 TBTIKUO            00000100
000001* CREATED FOR SSR 114374.  INBOUND CBRS COST-BASIS RECEIPT        00000200
000001* MATCHING.  CAT785 SENDS CONTRA FIRMS OUTBOUND CBRS BASIS        00000300
      * INPUT:  CBRSRCV - INBOUND CBRS RECORDS (200, CAT785 LAYOUT;   * 00002000
      *                   CONTRA-PRTCP CARRIES OUR CLIENT NUMBER)     * 00002100
      * OUTPUT: TAXPOST - MATCHED BASIS FOR THE TAX-LOT SIDE (100)    * 00002200
LRM001*         ACATGFLT - LOTS OF GIFT/ESTATE TRANSFERS (ACATGFTE)   * 00001000
LRM001*                    HELD FOR CAT814 INSTEAD OF TAXPOST         * 00001000
      *         RPTPI   - UNMATCHED INBOUND + NO-BASIS CHASE REPORT   * 00002300
      *---------------------------------------------------------------* 00002400
           EJECT                                                        00002500
           BLOCK CONTAINS 0 RECORDS                                     00006300
           LABEL RECORDS ARE STANDARD                                   00006400
           RECORD CONTAINS 100 CHARACTERS.                              00006500
LRM001     COPY CATTXPS REPLACING ==:TXP:== BY ==TXP==.                 00001000
                                                                        00007700
       FD  REPORT-FILE                                                  00007800
           RECORDING MODE F                                             00007900
           05  WS-MAT-SEQ               PIC S9(09) COMP.                00011300
           05  WS-MAT-BRANCH            PIC  X(03).                     00011400
           05  WS-MAT-ACCT              PIC  X(05).                     00011500
LRM001     05  WS-MAT-BASIS-TYPE        PIC  X(01).                     00001000
LRM001     05  WS-MAT-LOT-NBR           PIC S9(09) COMP.                00001000
LRM001     05  WS-MAT-LOT-QTY           PIC S9(11)V9(5) COMP-3.         00001000
LRM001     05  WS-MAT-LOT-COST          PIC S9(13)V99 COMP-3.           00001000
                                                                        00011600
      *  HOST VARIABLES FOR THE NO-BASIS CHASE CURSOR.                  00011700
       01  WS-CHASE-AREA.                                               00011800
       01  WS-CNT-RCV                   PIC S9(07) COMP-3  VALUE ZERO.  00012400
       01  WS-CNT-MATCHED               PIC S9(07) COMP-3  VALUE ZERO.  00012500
       01  WS-CNT-UNMATCHED             PIC S9(07) COMP-3  VALUE ZERO.  00012600
LRM001 01  WS-CNT-GIFT-HELD             PIC S9(07) COMP-3  VALUE ZERO.  00001000
       01  WS-CNT-CHASE                 PIC S9(07) COMP-3  VALUE ZERO.  00012700
       01  WS-COMMIT-CNT                PIC S9(05) COMP-3  VALUE ZERO.  00012800
                                                                        00012900
       3000-POST-BASIS-RTN.                                             00032100
      *******************                                               00032200
                                                                        00032300
LRM001*    A GIFT OR ESTATE RECEIPT TAKES ITS BASIS FROM CAT814.        00001000
LRM001     EXEC SQL                                                     00001000
LRM001        SELECT BASIS_TYPE_CD                                      00001000
LRM001          INTO :WS-MAT-BASIS-TYPE                                 00001000
LRM001          FROM ACATGFTE                                           00001000
LRM001         WHERE CLIENT_NBR       = :WS-MAT-CLIENT                  00001000
LRM001           AND ACAT_CONTROL_NBR = :WS-MAT-ACAT-CNTL               00001000
LRM001     END-EXEC.                                                    00001000
LRM001                                                                  00001000
LRM001     EVALUATE SQLCODE                                             00001000
LRM001        WHEN +0                                                   00001000
LRM001           PERFORM 3100-HOLD-LOT-RTN                              00001000
LRM001        WHEN +100                                                 00001000
LRM001           MOVE SPACES                TO  TXP-RECORD              00001000
LRM001           MOVE WS-MAT-CLIENT         TO  TXP-CLIENT              00001000
LRM001           MOVE WS-MAT-ACAT-CNTL      TO  TXP-ACAT-CNTRL          00001000
LRM001           MOVE WS-MAT-BRANCH         TO  TXP-BRANCH              00001000
LRM001           MOVE WS-MAT-ACCT           TO  TXP-ACCOUNT             00001000
LRM001           MOVE CBR-ADP-NBR           TO  TXP-ADP-NBR             00001000
LRM001           MOVE CBR-CUSIP             TO  TXP-CUSIP               00001000
LRM001           MOVE CBR-LOT-DATE          TO  TXP-LOT-DATE            00001000
LRM001           MOVE CBR-LOT-QTY           TO  TXP-LOT-QTY             00001000
LRM001           MOVE CBR-LOT-COST          TO  TXP-LOT-COST            00001000
LRM001           MOVE ZERO                  TO  TXP-GIFT-FMV            00001000
LRM001           WRITE TXP-RECORD                                       00001000
LRM001        WHEN OTHER                                                00001000
LRM001           PERFORM 8000-DB2-ERROR-RTN                             00001000
LRM001     END-EVALUATE.                                                00001000
                                                                        00033500
           EXEC SQL                                                     00033600
              UPDATE VASSET                                             00033700
              END-EXEC                                                  00035400
              MOVE 0                        TO  WS-COMMIT-CNT           00035500
           END-IF.                                                      00035600
LRM001                                                                  00001000
LRM001*****************                                                 00001000
LRM001 3100-HOLD-LOT-RTN.                                               00001000
LRM001*****************                                                 00001000
LRM001                                                                  00001000
LRM001     EXEC SQL                                                     00001000
LRM001        SELECT VALUE(MAX(LOT_NBR), 0) + 1                         00001000
LRM001          INTO :WS-MAT-LOT-NBR                                    00001000
LRM001          FROM ACATGFLT                                           00001000
LRM001         WHERE CLIENT_NBR       = :WS-MAT-CLIENT                  00001000
LRM001           AND ACAT_CONTROL_NBR = :WS-MAT-ACAT-CNTL               00001000
LRM001           AND ASSET_SEQ_NBR    = :WS-MAT-SEQ                     00001000
LRM001     END-EXEC.                                                    00001000
LRM001     IF SQLCODE NOT = +0                                          00001000
LRM001        PERFORM 8000-DB2-ERROR-RTN                                00001000
LRM001     END-IF.                                                      00001000
LRM001     MOVE CBR-LOT-QTY                 TO  WS-MAT-LOT-QTY.         00001000
LRM001     MOVE CBR-LOT-COST                TO  WS-MAT-LOT-COST.        00001000
LRM001     EXEC SQL                                                     00001000
LRM001        INSERT INTO ACATGFLT                                      00001000
LRM001              (CLIENT_NBR                                         00001000
LRM001              ,ACAT_CONTROL_NBR                                   00001000
LRM001              ,ASSET_SEQ_NBR                                      00001000
LRM001              ,LOT_NBR                                            00001000
LRM001              ,ADP_NBR                                            00001000
LRM001              ,CUSIP_NBR                                          00001000
LRM001              ,LOT_DT_TXT                                         00001000
LRM001              ,LOT_QTY                                            00001000
LRM001              ,LOT_COST_AMT                                       00001000
LRM001              ,LOT_STTS_CD                                        00001000
LRM001              ,CRT_TMSTP                                          00001000
LRM001              ,UPDT_TMSTP                                         00001000
LRM001              ,PRGM_NM)                                           00001000
LRM001        VALUES                                                    00001000
LRM001              (:WS-MAT-CLIENT                                     00001000
LRM001              ,:WS-MAT-ACAT-CNTL                                  00001000
LRM001              ,:WS-MAT-SEQ                                        00001000
LRM001              ,:WS-MAT-LOT-NBR                                    00001000
LRM001              ,:CBR-ADP-NBR                                       00001000
LRM001              ,:CBR-CUSIP                                         00001000
LRM001              ,:CBR-LOT-DATE                                      00001000
LRM001              ,:WS-MAT-LOT-QTY                                    00001000
LRM001              ,:WS-MAT-LOT-COST                                   00001000
LRM001              ,'W'                                                00001000
LRM001              ,CURRENT TIMESTAMP                                  00001000
LRM001              ,CURRENT TIMESTAMP                                  00001000
LRM001              ,'CAT786')                                          00001000
LRM001     END-EXEC.                                                    00001000
LRM001     IF SQLCODE NOT = +0                                          00001000
LRM001        PERFORM 8000-DB2-ERROR-RTN                                00001000
LRM001     END-IF.                                                      00001000
LRM001     ADD 1                            TO  WS-CNT-GIFT-HELD.       00001000
                                                                        00035700
           EJECT                                                        00035800
      **************                                                    00035900
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00044100
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00044200
                                                                        00044300
LRM001     MOVE 'HELD FOR GIFT/ESTATE BASIS  '  TO  TRL1-LABEL.         00001000
LRM001     MOVE WS-CNT-GIFT-HELD            TO  TRL1-COUNT.             00001000
LRM001     MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00001000
LRM001     WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00001000
LRM001                                                                  00001000
           MOVE 'UNMATCHED INBOUND           '  TO  TRL1-LABEL.         00044400
           MOVE WS-CNT-UNMATCHED            TO  TRL1-COUNT.             00044500
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00044600
           DISPLAY ' '                                                  00045800
           DISPLAY 'INBOUND RECORDS:        ' WS-CNT-RCV                00045900
           DISPLAY 'MATCHED/POSTED:         ' WS-CNT-MATCHED            00046000
LRM001     DISPLAY 'GIFT/ESTATE HELD:       ' WS-CNT-GIFT-HELD          00001000
           DISPLAY 'UNMATCHED:              ' WS-CNT-UNMATCHED          00046100
           DISPLAY 'CHASE LIST:             ' WS-CNT-CHASE              00046200
           DISPLAY ' '                                                  00046300
