000001* PDX    - ACATBCDB C0369796 10/15/26 03:36:05 TBTIKUO            00001000
LRM001* RECORD EVERY CALENDAR-DAY ADD AND DELETE ON THE ACATRFAU        00001000
LRM001* REFERENCE-DATA CHANGE AUDIT (THROUGH THE ACATRFAU MODULE) WITH  00001000
LRM001* THE DAY BEFORE AND AFTER, THE OPERATOR AND THE TIME.  IF THE    00001000
LRM001* AUDIT ROW CANNOT BE WRITTEN THE CHANGE IS BACKED OUT AND '9'    00001000
LRM001* RETURNED.                                                       00001000
000001* PDX    - ACATBCDB C0369612 08/24/26 10:31:19 TBTIKUO            00000100
000001* CREATED FOR SSR 114346.  BUSINESS-CALENDAR MAINTENANCE.         00000200
000001* DB2 I/O MODULE FOR THE VBUSCAL CALENDAR SCREEN.  A MARKET       00000300
           03  CALLING-TRAN-ID                 PIC X(04).               00002500
           03  CALLING-PROGRAM-ID              PIC X(08).               00002600
           03  SQLCA-AREA                      PIC X(136).              00002700
LRM001 01  WS-ACATRFAU            PIC X(08)  VALUE 'ACATRFAU'.          00001000
LRM001     COPY CATRFAU REPLACING ==:RFAU:== BY ==RFA==.                00001000
       01  WS-PASSED-DATA-AREA.                                         00002800
           03  WS-PASSED-YEAR                  PIC X(04).               00002900
           03  WS-PASSED-YEAR-9 REDEFINES WS-PASSED-YEAR                00002910
                        THRU ADD-CAL-DAY-EXIT                           00001000
              WHEN ACATBC-DEL-DAY                                       00011400
                   PERFORM DELETE-CAL-DAY                               00011500
LRM001                 THRU DELETE-CAL-DAY-EXIT                         00001000
           END-EVALUATE.                                                00011600
                                                                        00011700
           EXEC CICS RETURN                                             00011800
           EVALUATE SQLCODE                                             00020700
              WHEN +0                                                   00020800
                 SET ACATBC-NORMAL  TO TRUE                             00020900
LRM001           MOVE SPACES               TO RFA-PARAMETERS            00001000
LRM001           SET RFA-ADD               TO TRUE                      00001000
LRM001           MOVE WS-PASSED-DATE       TO RFA-KEY-TXT               00001000
LRM001           STRING 'TYPE=' WS-PASSED-TYPE                          00001000
LRM001                  ' DESC=' WS-PASSED-DESC                         00001000
LRM001              DELIMITED BY SIZE    INTO RFA-AFTER-TXT             00001000
LRM001           PERFORM WRITE-REF-AUDIT                                00001000
              WHEN -803                                                 00021000
                 SET ACATBC-DUPLICATE  TO TRUE                          00021100
              WHEN OTHER                                                00021200
      *--------------------------------------------------------------*  00022300
       DELETE-CAL-DAY.                                                  00022400
           EXEC SQL                                                     00022500
LRM001        SELECT DAY_TYPE_CD                                        00001000
LRM001              ,CAL_DESC_TXT                                       00001000
LRM001          INTO :WS-FET-TYPE                                       00001000
LRM001              ,:WS-FET-DESC                                       00001000
LRM001          FROM VBUSCAL                                            00001000
LRM001         WHERE CAL_DT = DATE(:WS-PASSED-DATE)                     00001000
LRM001     END-EXEC.                                                    00001000
LRM001     IF SQLCODE = +100                                            00001000
LRM001        SET ACATBC-NOT-FOUND  TO TRUE                             00001000
LRM001        GO TO DELETE-CAL-DAY-EXIT                                 00001000
LRM001     END-IF.                                                      00001000
LRM001     IF SQLCODE NOT = 0                                           00001000
LRM001        SET ACATBC-ERROR  TO TRUE                                 00001000
LRM001        MOVE SQLCODE  TO ACATBC-SQLCODE                           00001000
LRM001        PERFORM 9999-DB2-ERROR                                    00001000
LRM001        GO TO DELETE-CAL-DAY-EXIT                                 00001000
LRM001     END-IF.                                                      00001000
LRM001                                                                  00001000
LRM001     EXEC SQL                                                     00001000
              DELETE FROM VBUSCAL                                       00022600
               WHERE CAL_DT = DATE(:WS-PASSED-DATE)                     00022700
           END-EXEC.                                                    00022800
           EVALUATE SQLCODE                                             00023000
              WHEN +0                                                   00023100
                 SET ACATBC-NORMAL  TO TRUE                             00023200
LRM001           MOVE SPACES               TO RFA-PARAMETERS            00001000
LRM001           SET RFA-DELETE            TO TRUE                      00001000
LRM001           MOVE WS-PASSED-DATE       TO RFA-KEY-TXT               00001000
LRM001           STRING 'TYPE=' WS-FET-TYPE                             00001000
LRM001                  ' DESC=' WS-FET-DESC                            00001000
LRM001              DELIMITED BY SIZE    INTO RFA-BEFORE-TXT            00001000
LRM001           PERFORM WRITE-REF-AUDIT                                00001000
              WHEN +100                                                 00023300
                 SET ACATBC-NOT-FOUND  TO TRUE                          00023400
              WHEN OTHER                                                00023500
                 MOVE SQLCODE  TO ACATBC-SQLCODE                        00023700
                 PERFORM 9999-DB2-ERROR                                 00023800
           END-EVALUATE.                                                00023900
LRM001 DELETE-CAL-DAY-EXIT.                                             00001000
LRM001     EXIT.                                                        00001000
LRM001 EJECT                                                            00001000
LRM001*                                                                 00001000
LRM001*--------------------------------------------------------------*  00001000
LRM001*          RECORD THE CHANGE ON THE REFERENCE-DATA AUDIT.      *  00001000
LRM001*          A CHANGE THAT CANNOT BE AUDITED IS BACKED OUT.      *  00001000
LRM001*--------------------------------------------------------------*  00001000
LRM001 WRITE-REF-AUDIT.                                                 00001000
LRM001     MOVE 'VBUSCAL'         TO RFA-TABLE-NM.                      00001000
LRM001     MOVE WS-PASSED-OPER-ID TO RFA-USER-ID.                       00001000
LRM001     MOVE 'ACATBCDB'        TO RFA-PRGM-NM.                       00001000
LRM001     CALL WS-ACATRFAU    USING RFA-PARAMETERS.                    00001000
LRM001     IF RFA-DB2-ERROR                                             00001000
LRM001        EXEC CICS SYNCPOINT ROLLBACK                              00001000
LRM001             NOHANDLE                                             00001000
LRM001        END-EXEC                                                  00001000
LRM001        SET ACATBC-ERROR  TO TRUE                                 00001000
LRM001        MOVE RFA-SQLCODE  TO ACATBC-SQLCODE                       00001000
LRM001     END-IF.                                                      00001000
       EJECT                                                            00024000
      *                                                                 00024100
      *--------------------------------------------------------------*  00024200
