000001* PDX    - ACATFXDB C0369796 10/15/26 03:44:38 TBTIKUO            00001000
LRM001* RECORD EVERY RATE ADD AND CORRECTION ON THE ACATRFAU            00001000
LRM001* REFERENCE-DATA CHANGE AUDIT (THROUGH THE ACATRFAU MODULE) WITH  00001000
LRM001* THE RATE BEFORE AND AFTER, THE OPERATOR AND THE TIME.  IF THE   00001000
LRM001* AUDIT ROW CANNOT BE WRITTEN THE CHANGE IS BACKED OUT AND '9'    00001000
LRM001* RETURNED.                                                       00001000
000001* PDX    - ACATFXDB C0369687 09/02/26 14:46:21 TBTIKUO            00000100
000001* CREATED FOR SSR 114382.  FX RATE TABLE MAINTENANCE.  DAILY      00000200
000001* USD RATES PER CURRENCY LIVE ON ACATFXRT (CURRENCY, RATE,        00000300
           03  CALLING-TRAN-ID                 PIC X(04).               00002600
           03  CALLING-PROGRAM-ID              PIC X(08).               00002700
           03  SQLCA-AREA                      PIC X(136).              00002800
LRM001 01  WS-ACATRFAU            PIC X(08)  VALUE 'ACATRFAU'.          00001000
LRM001     COPY CATRFAU REPLACING ==:RFAU:== BY ==RFA==.                00001000
LRM001 01  WS-AUD-RATE                         PIC ZZ9.99999999.        00001000
       01  WS-PASSED-DATA-AREA.                                         00002900
           03  WS-PASSED-CRNCY                 PIC X(03).               00003000
           03  WS-PASSED-RATE                  PIC S9(03)V9(08)         00003100
              SET ACATFX-BAD-RATE  TO TRUE                              00012100
              GO TO ADD-RATE-EXIT                                       00012200
           END-IF.                                                      00012300
LRM001     MOVE SPACES               TO RFA-PARAMETERS.                 00001000
LRM001     SET RFA-ADD               TO TRUE.                           00001000
                                                                        00012400
           EXEC SQL                                                     00012500
              INSERT INTO ACATFXRT                                      00012600
                     ,'ACATFXDB')                                       00013800
           END-EXEC.                                                    00013900
           IF SQLCODE = -803                                            00014000
LRM001        SET RFA-CHANGE         TO TRUE                            00001000
LRM001        EXEC SQL                                                  00001000
LRM001           SELECT FX_RATE                                         00001000
LRM001             INTO :WS-FET-RATE                                    00001000
LRM001             FROM ACATFXRT                                        00001000
LRM001            WHERE CRNCY_CD = :WS-PASSED-CRNCY                     00001000
LRM001              AND RATE_DT  = DATE(:WS-PASSED-RATE-DT)             00001000
LRM001        END-EXEC                                                  00001000
LRM001        MOVE WS-FET-RATE       TO WS-AUD-RATE                     00001000
LRM001        STRING 'RATE=' WS-AUD-RATE                                00001000
LRM001           DELIMITED BY SIZE INTO RFA-BEFORE-TXT                  00001000
LRM001     END-IF.                                                      00001000
LRM001     IF SQLCODE = 0 AND RFA-CHANGE                                00001000
              EXEC SQL                                                  00014100
                 UPDATE ACATFXRT                                        00014200
                    SET FX_RATE      = :WS-PASSED-RATE                  00014300
           END-IF.                                                      00015000
           IF SQLCODE = 0                                               00015100
              SET ACATFX-NORMAL TO TRUE                                 00015200
LRM001        STRING WS-PASSED-CRNCY ' ' WS-PASSED-RATE-DT              00001000
LRM001           DELIMITED BY SIZE INTO RFA-KEY-TXT                     00001000
LRM001        MOVE WS-PASSED-RATE    TO WS-AUD-RATE                     00001000
LRM001        STRING 'RATE=' WS-AUD-RATE                                00001000
LRM001           DELIMITED BY SIZE INTO RFA-AFTER-TXT                   00001000
LRM001        PERFORM WRITE-REF-AUDIT                                   00001000
           ELSE                                                         00015300
              SET ACATFX-ERROR  TO TRUE                                 00015400
              MOVE SQLCODE  TO ACATFX-SQLCODE                           00015500
           MOVE WS-FET-AGE-DAYS    TO ACATFX-AGE-DAYS.                  00024700
      *                                                                 00024800
      *--------------------------------------------------------------*  00024900
LRM001*          RECORD THE CHANGE ON THE REFERENCE-DATA AUDIT.      *  00001000
LRM001*          A CHANGE THAT CANNOT BE AUDITED IS BACKED OUT.      *  00001000
LRM001*--------------------------------------------------------------*  00001000
LRM001 WRITE-REF-AUDIT.                                                 00001000
LRM001     MOVE 'ACATFXRT'        TO RFA-TABLE-NM.                      00001000
LRM001     MOVE WS-PASSED-OPER-ID TO RFA-USER-ID.                       00001000
LRM001     MOVE 'ACATFXDB'        TO RFA-PRGM-NM.                       00001000
LRM001     CALL WS-ACATRFAU    USING RFA-PARAMETERS.                    00001000
LRM001     IF RFA-DB2-ERROR                                             00001000
LRM001        EXEC CICS SYNCPOINT ROLLBACK                              00001000
LRM001             NOHANDLE                                             00001000
LRM001        END-EXEC                                                  00001000
LRM001        SET ACATFX-ERROR  TO TRUE                                 00001000
LRM001        MOVE RFA-SQLCODE  TO ACATFX-SQLCODE                       00001000
LRM001     END-IF.                                                      00001000
LRM001*                                                                 00001000
LRM001*--------------------------------------------------------------*  00001000
      *          DB2 ERROR - LOG AND RETURN ERROR TO THE SCREEN      *   00025000
      *--------------------------------------------------------------*  00025100
       9999-DB2-ERROR.                                                  00025200
