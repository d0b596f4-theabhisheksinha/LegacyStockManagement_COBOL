000001* PDX    - ACATENDB C0369796 10/15/26 03:52:19 TBTIKUO            00001000
LRM002* RECORD EVERY ADD, UPDATE AND REVOKE ON THE ACATRFAU             00001000
LRM002* REFERENCE-DATA CHANGE AUDIT (THROUGH THE ACATRFAU MODULE) WITH  00001000
LRM002* THE ENTITLEMENT BEFORE AND AFTER, THE OPERATOR AND THE TIME.    00001000
LRM002* IF THE AUDIT ROW CANNOT BE WRITTEN THE CHANGE IS BACKED OUT     00001000
LRM002* AND '9' RETURNED.                                               00001000
000001* PDX    - ACATENDB C0369705 09/02/26 18:35:22 TBTIKUO            00000100
000001* CREATED FOR SSR 114400.  ENTITLEMENT TABLE MAINTENANCE.         00000200
000001* THE ACATENTL TABLE (USER OR GROUP, TRANSACTION/FUNCTION,        00000300
           03  CALLING-TRAN-ID                 PIC X(04).               00002800
           03  CALLING-PROGRAM-ID              PIC X(08).               00002900
           03  SQLCA-AREA                      PIC X(136).              00003000
LRM002 01  WS-ACATRFAU            PIC X(08)  VALUE 'ACATRFAU'.          00001000
LRM002     COPY CATRFAU REPLACING ==:RFAU:== BY ==RFA==.                00001000
       01  WS-PASSED-DATA-AREA.                                         00003100
           03  WS-PASSED-ID                    PIC X(08).               00003200
           03  WS-PASSED-FUNC                  PIC X(08).               00003300
                        THRU UPDATE-ENT-ROW-EXIT                        00001000
              WHEN ACATEN-REVOKE-ROW                                    00012100
                   PERFORM REVOKE-ENT-ROW                               00012200
LRM002                 THRU REVOKE-ENT-ROW-EXIT                         00001000
           END-EVALUATE.                                                00012300
                                                                        00012400
           EXEC CICS RETURN                                             00012500
           END-EXEC.                                                    00020900
           IF SQLCODE = 0                                               00021000
              SET ACATEN-NORMAL TO TRUE                                 00021100
LRM002        MOVE SPACES               TO RFA-PARAMETERS               00001000
LRM002        SET RFA-ADD               TO TRUE                         00001000
LRM002        MOVE SPACES               TO WS-PASSED-EFF-TO             00001000
LRM002        PERFORM BUILD-AUDIT-AFTER                                 00001000
LRM002        PERFORM WRITE-REF-AUDIT                                   00001000
           ELSE                                                         00021200
           IF SQLCODE = -803                                            00021300
              SET ACATEN-DUPLICATE TO TRUE                              00021400
              SET ACATEN-BAD-CODE  TO TRUE                              00022700
              GO TO UPDATE-ENT-ROW-EXIT                                 00022800
           END-IF.                                                      00022900
LRM002     PERFORM GET-BEFORE-IMAGE.                                    00001000
LRM002     IF NOT ACATEN-NORMAL                                         00001000
LRM002        GO TO UPDATE-ENT-ROW-EXIT                                 00001000
LRM002     END-IF.                                                      00001000
           EXEC SQL                                                     00023000
              UPDATE ACATENTL                                           00023100
                 SET ALLOW_DENY_CD = :WS-PASSED-ALLOW-DENY              00023200
           END-EXEC.                                                    00024000
           IF SQLCODE = 0                                               00024100
              SET ACATEN-NORMAL TO TRUE                                 00024200
LRM002        MOVE SPACES               TO RFA-PARAMETERS               00001000
LRM002        SET RFA-CHANGE            TO TRUE                         00001000
LRM002        PERFORM BUILD-AUDIT-BEFORE                                00001000
LRM002        PERFORM BUILD-AUDIT-AFTER                                 00001000
LRM002        PERFORM WRITE-REF-AUDIT                                   00001000
           ELSE                                                         00024300
           IF SQLCODE = +100                                            00024400
              SET ACATEN-NOT-FOUND TO TRUE                              00024500
      *          REVOKE - ENTITLEMENT ENDS IMMEDIATELY         *        00025400
      *--------------------------------------------------------------*  00025500
       REVOKE-ENT-ROW.                                                  00025600
LRM002     PERFORM GET-BEFORE-IMAGE.                                    00001000
LRM002     IF NOT ACATEN-NORMAL                                         00001000
LRM002        GO TO REVOKE-ENT-ROW-EXIT                                 00001000
LRM002     END-IF.                                                      00001000
           EXEC SQL                                                     00025700
              UPDATE ACATENTL                                           00025800
LRM001           SET EFF_TO_DT    = CURRENT DATE - 1 DAY                00001000
           END-EXEC.                                                    00026500
           IF SQLCODE = 0                                               00026600
              SET ACATEN-NORMAL TO TRUE                                 00026700
LRM002        MOVE SPACES               TO RFA-PARAMETERS               00001000
LRM002        SET RFA-INACTIVATE        TO TRUE                         00001000
LRM002        PERFORM BUILD-AUDIT-BEFORE                                00001000
LRM002        MOVE WS-FET-ALLOW-DENY    TO WS-PASSED-ALLOW-DENY         00001000
LRM002        MOVE WS-FET-EFF-FROM      TO WS-PASSED-EFF-FROM           00001000
LRM002        EXEC SQL                                                  00001000
LRM002           SELECT CHAR(EFF_TO_DT, ISO)                            00001000
LRM002             INTO :WS-PASSED-EFF-TO                               00001000
LRM002             FROM ACATENTL                                        00001000
LRM002            WHERE USER_OR_GROUP_ID = :WS-PASSED-ID                00001000
LRM002              AND TRAN_FUNC_CD     = :WS-PASSED-FUNC              00001000
LRM002        END-EXEC                                                  00001000
LRM002        PERFORM BUILD-AUDIT-AFTER                                 00001000
LRM002        PERFORM WRITE-REF-AUDIT                                   00001000
           ELSE                                                         00026800
           IF SQLCODE = +100                                            00026900
              SET ACATEN-NOT-FOUND TO TRUE                              00027000
              SET ACATEN-ERROR  TO TRUE                                 00027200
              MOVE SQLCODE  TO ACATEN-SQLCODE                           00027300
              PERFORM 9999-DB2-ERROR.                                   00027400
LRM002 REVOKE-ENT-ROW-EXIT.                                             00001000
LRM002     EXIT.                                                        00001000
LRM002 EJECT                                                            00001000
LRM002*                                                                 00001000
LRM002*--------------------------------------------------------------*  00001000
LRM002*          READ THE ROW AS IT STANDS BEFORE A CHANGE           *  00001000
LRM002*--------------------------------------------------------------*  00001000
LRM002 GET-BEFORE-IMAGE.                                                00001000
LRM002     EXEC SQL                                                     00001000
LRM002        SELECT ALLOW_DENY_CD                                      00001000
LRM002              ,CHAR(EFF_FROM_DT, ISO)                             00001000
LRM002              ,VALUE(CHAR(EFF_TO_DT, ISO), ' ')                   00001000
LRM002          INTO :WS-FET-ALLOW-DENY                                 00001000
LRM002              ,:WS-FET-EFF-FROM                                   00001000
LRM002              ,:WS-FET-EFF-TO                                     00001000
LRM002          FROM ACATENTL                                           00001000
LRM002         WHERE USER_OR_GROUP_ID = :WS-PASSED-ID                   00001000
LRM002           AND TRAN_FUNC_CD     = :WS-PASSED-FUNC                 00001000
LRM002     END-EXEC.                                                    00001000
LRM002     IF SQLCODE = 0                                               00001000
LRM002        SET ACATEN-NORMAL TO TRUE                                 00001000
LRM002     ELSE                                                         00001000
LRM002     IF SQLCODE = +100                                            00001000
LRM002        SET ACATEN-NOT-FOUND TO TRUE                              00001000
LRM002     ELSE                                                         00001000
LRM002        SET ACATEN-ERROR  TO TRUE                                 00001000
LRM002        MOVE SQLCODE  TO ACATEN-SQLCODE                           00001000
LRM002        PERFORM 9999-DB2-ERROR.                                   00001000
LRM002*                                                                 00001000
LRM002*--------------------------------------------------------------*  00001000
LRM002*          AUDIT IMAGES - THE ROW BEFORE (AS READ) AND AFTER   *  00001000
LRM002*--------------------------------------------------------------*  00001000
LRM002 BUILD-AUDIT-BEFORE.                                              00001000
LRM002     STRING 'ALLOW/DENY=' WS-FET-ALLOW-DENY                       00001000
LRM002            ' EFF FROM='  WS-FET-EFF-FROM                         00001000
LRM002            ' EFF TO='    WS-FET-EFF-TO                           00001000
LRM002        DELIMITED BY SIZE  INTO RFA-BEFORE-TXT.                   00001000
LRM002*                                                                 00001000
LRM002 BUILD-AUDIT-AFTER.                                               00001000
LRM002     STRING WS-PASSED-ID ' ' WS-PASSED-FUNC                       00001000
LRM002        DELIMITED BY SIZE  INTO RFA-KEY-TXT.                      00001000
LRM002     STRING 'ALLOW/DENY=' WS-PASSED-ALLOW-DENY                    00001000
LRM002            ' EFF FROM='  WS-PASSED-EFF-FROM                      00001000
LRM002            ' EFF TO='    WS-PASSED-EFF-TO                        00001000
LRM002        DELIMITED BY SIZE  INTO RFA-AFTER-TXT.                    00001000
LRM002*                                                                 00001000
LRM002*--------------------------------------------------------------*  00001000
LRM002*          RECORD THE CHANGE ON THE REFERENCE-DATA AUDIT.      *  00001000
LRM002*          A CHANGE THAT CANNOT BE AUDITED IS BACKED OUT.      *  00001000
LRM002*--------------------------------------------------------------*  00001000
LRM002 WRITE-REF-AUDIT.                                                 00001000
LRM002     MOVE 'ACATENTL'        TO RFA-TABLE-NM.                      00001000
LRM002     MOVE WS-PASSED-OPER-ID TO RFA-USER-ID.                       00001000
LRM002     MOVE 'ACATENDB'        TO RFA-PRGM-NM.                       00001000
LRM002     CALL WS-ACATRFAU    USING RFA-PARAMETERS.                    00001000
LRM002     IF RFA-DB2-ERROR                                             00001000
LRM002        EXEC CICS SYNCPOINT ROLLBACK                              00001000
LRM002             NOHANDLE                                             00001000
LRM002        END-EXEC                                                  00001000
LRM002        SET ACATEN-ERROR  TO TRUE                                 00001000
LRM002        MOVE RFA-SQLCODE  TO ACATEN-SQLCODE                       00001000
LRM002     END-IF.                                                      00001000
       EJECT                                                            00027500
      *                                                                 00027600
      *--------------------------------------------------------------*  00027700
