000001* PDX    - CAT813   C0369801 10/15/26 09:31:05 TBTIKUO            00001000
LRM004* SSR 114472.  RULE 8 - REQUIRED DOCUMENTS.  A RECEIVE STILL      00001000
LRM004* MISSING A DOCUMENT ACATDCRQ REQUIRES FOR ITS TRANSFER TYPE      00001000
LRM004* AND ACCOUNT TYPE (NOTHING OF THAT TYPE INDEXED ON ACATDOCX)     00001000
LRM004* IS NOT AUTO-ACCEPTED.                                           00001000
000001* PDX    - CAT813   C0369792 10/14/26 23:58:10 TBTIKUO            00001000
LRM003* RULE 7 - ASSOCIATED-PERSON ACCOUNT.  A RECEIVE INTO AN ACCOUNT  00001000
LRM003* COMPLIANCE HAS FLAGGED ON ACATASPA IS NOT AUTO-ACCEPTED UNTIL   00001000
LRM003* ITS ACATEMPR REVIEW IS APPROVED THROUGH CAT794.                 00001000
000001* PDX    - CAT813   C0369772 10/12/26 06:24:03 TBTIKUO            00001000
LRM002* RULE 6 - RECEIVING ACCOUNT READY.  A RECEIVE WHOSE ACCOUNT      00001000
LRM002* IS NOT FULLY OPEN, IS THE WRONG REGISTRATION TYPE, OR WHOSE     00001000
LRM002* TIN/NAME DOES NOT MATCH THE HOLDER CARRIES AN OPEN ACATRDYX     00001000
LRM002* EXCEPTION FROM CAT770 AND IS LEFT FOR HUMAN REVIEW.             00001000
000001* PDX    - CAT813   C0369750 09/04/26 09:25:40 TBTIKUO            00001000
LRM001* RULE 2 PROBED THE WRONG TABLE.  THE INTAKE HOLDS THIS           00001000
LRM001* RULE EXISTS TO RESPECT (LARGE-VALUE AND SANCTIONS) ARE          00001000
      *   3 TOTAL VALUE UNDER AUTO_ACPT_MAX_AMT                       * 00002400
      *   4 NO NON-TRANSFERABLE ASSET (VMSD NON_TRNFR_IND)            * 00002500
      *   5 NO SHORT / MARGIN-DEFICIENT ASSET (CSH_MGN_SHRT_CD 'S')   * 00002600
LRM002*   6 RECEIVING ACCOUNT READY (NO OPEN ACATRDYX EXCEPTION)      * 00001000
LRM003*   7 NO UNAPPROVED ASSOCIATED-PERSON REVIEW                    * 00001000
LRM003*     (ACATASPA FLAG / ACATEMPR QUEUE)                          * 00001000
LRM004*   8 NO REQUIRED DOCUMENT OUTSTANDING (ACATDCRQ / ACATDOCX)    * 00001000
      * QUALIFIERS GO TO STATUS '300' (ACCEPTED).  COMMITS EVERY 50.  * 00002700
      *---------------------------------------------------------------* 00002800
           EJECT                                                        00002900
           05  WS-RVW-ACCT              PIC  X(05).                     00006900
           05  WS-RVW-PEND-CD           PIC  X(01).                     00007000
LRM001     05  WS-ITF-PEND-CNT     COMP  PIC S9(09).                    00001000
LRM002     05  WS-RDY-EXCP-CNT     COMP  PIC S9(09).                    00001000
LRM003     05  WS-CMPL-OPEN-CNT    COMP  PIC S9(09).                    00001000
LRM004     05  WS-DOC-MISS-CNT     COMP  PIC S9(09).                    00001000
                                                                        00007100
      *  CLIENT RULE SETTINGS, HELD ACROSS THE CLIENT BREAK.            00007200
       01  WS-RULE-AREA.                                                00007300
           END-IF.                                                      00033500
           IF WS-BAD-ASSET-CNT > +0                                     00033600
              MOVE 5                        TO  WS-RULE-FAILED          00033700
LRM002        GO TO 3000-EXIT                                           00001000
           END-IF.                                                      00033800
LRM002                                                                  00001000
LRM002*    ACCOUNT READINESS / TIN-NAME MATCH (CAT770).                 00001000
LRM002     MOVE +0                          TO  WS-RDY-EXCP-CNT.        00001000
LRM002     EXEC SQL                                                     00001000
LRM002        SELECT COUNT(*)                                           00001000
LRM002          INTO :WS-RDY-EXCP-CNT                                   00001000
LRM002          FROM ACATRDYX                                           00001000
LRM002         WHERE CLIENT_NBR       = :WS-RVW-CLIENT                  00001000
LRM002           AND ACAT_CONTROL_NBR = :WS-RVW-ACAT-CNTL               00001000
LRM002           AND EXCP_STTS_CD     = 'O'                             00001000
LRM002     END-EXEC.                                                    00001000
LRM002     IF SQLCODE NOT = +0                                          00001000
LRM002        PERFORM 8000-DB2-ERROR-RTN                                00001000
LRM002     END-IF.                                                      00001000
LRM002     IF WS-RDY-EXCP-CNT > +0                                      00001000
LRM002        MOVE 6                        TO  WS-RULE-FAILED          00001000
LRM003        GO TO 3000-EXIT                                           00001000
LRM003     END-IF.                                                      00001000
LRM003                                                                  00001000
LRM003*    ASSOCIATED-PERSON ACCOUNT (CAT794): A PENDING OR REJECTED    00001000
LRM003*    REVIEW, OR AN ACTIVE FLAG WITH NO APPROVED REVIEW.           00001000
LRM003     MOVE +0                          TO  WS-CMPL-OPEN-CNT.       00001000
LRM003     EXEC SQL                                                     00001000
LRM003        SELECT COUNT(*)                                           00001000
LRM003          INTO :WS-CMPL-OPEN-CNT                                  00001000
LRM003          FROM ACATEMPR                                           00001000
LRM003         WHERE CLIENT_NBR       = :WS-RVW-CLIENT                  00001000
LRM003           AND ACAT_CONTROL_NBR = :WS-RVW-ACAT-CNTL               00001000
LRM003           AND RVW_STTS_CD IN ('P', 'R')                          00001000
LRM003     END-EXEC.                                                    00001000
LRM003     IF SQLCODE NOT = +0                                          00001000
LRM003        PERFORM 8000-DB2-ERROR-RTN                                00001000
LRM003     END-IF.                                                      00001000
LRM003     IF WS-CMPL-OPEN-CNT = +0                                     00001000
LRM003        EXEC SQL                                                  00001000
LRM003           SELECT COUNT(*)                                        00001000
LRM003             INTO :WS-CMPL-OPEN-CNT                               00001000
LRM003             FROM ACATASPA P                                      00001000
LRM003            WHERE P.CLIENT_NBR   = :WS-RVW-CLIENT                 00001000
LRM003              AND P.BRANCH_CD    = :WS-RVW-BRANCH                 00001000
LRM003              AND P.ACCT_CD      = :WS-RVW-ACCT                   00001000
LRM003              AND P.FLAG_STTS_CD = 'A'                            00001000
LRM003              AND NOT EXISTS                                      00001000
LRM003                  (SELECT 1 FROM ACATEMPR R                       00001000
LRM003                    WHERE R.CLIENT_NBR       = :WS-RVW-CLIENT     00001000
LRM003                      AND R.ACAT_CONTROL_NBR = :WS-RVW-ACAT-CNTL  00001000
LRM003                      AND R.RVW_STTS_CD      = 'A')               00001000
LRM003        END-EXEC                                                  00001000
LRM003        IF SQLCODE NOT = +0                                       00001000
LRM003           PERFORM 8000-DB2-ERROR-RTN                             00001000
LRM003        END-IF                                                    00001000
LRM003     END-IF.                                                      00001000
LRM003     IF WS-CMPL-OPEN-CNT > +0                                     00001000
LRM003        MOVE 7                        TO  WS-RULE-FAILED          00001000
LRM004        GO TO 3000-EXIT                                           00001000
LRM004     END-IF.                                                      00001000
LRM004                                                                  00001000
LRM004*    REQUIRED DOCUMENTS FOR THE TRANSFER/ACCOUNT TYPE (ACATDCDB). 00001000
LRM004     MOVE +0                          TO  WS-DOC-MISS-CNT.        00001000
LRM004     EXEC SQL                                                     00001000
LRM004        SELECT COUNT(*)                                           00001000
LRM004          INTO :WS-DOC-MISS-CNT                                   00001000
LRM004          FROM VTRNFR T, ACATDCRQ Q                               00001000
LRM004         WHERE T.CLIENT_NBR       = :WS-RVW-CLIENT                00001000
LRM004           AND T.ACAT_CONTROL_NBR = :WS-RVW-ACAT-CNTL             00001000
LRM004           AND Q.TRNFR_TYPE_CD    = T.TRNFR_TYPE_CD               00001000
LRM004           AND Q.ACCT_TYPE_CD IN (T.RCV_ACCT_TYPE_CD, ' ')        00001000
LRM004           AND Q.ACTV_IND         = 'Y'                           00001000
LRM004           AND NOT EXISTS                                         00001000
LRM004               (SELECT 1 FROM ACATDOCX D                          00001000
LRM004                 WHERE D.CLIENT_NBR       = T.CLIENT_NBR          00001000
LRM004                   AND D.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR    00001000
LRM004                   AND D.DOC_TYPE_CD      = Q.DOC_TYPE_CD)        00001000
LRM004     END-EXEC.                                                    00001000
LRM004     IF SQLCODE NOT = +0                                          00001000
LRM004        PERFORM 8000-DB2-ERROR-RTN                                00001000
LRM004     END-IF.                                                      00001000
LRM004     IF WS-DOC-MISS-CNT > +0                                      00001000
LRM004        MOVE 8                        TO  WS-RULE-FAILED          00001000
LRM002     END-IF.                                                      00001000
                                                                        00033900
       3000-EXIT.                                                       00034000
           EXIT.                                                        00034100
