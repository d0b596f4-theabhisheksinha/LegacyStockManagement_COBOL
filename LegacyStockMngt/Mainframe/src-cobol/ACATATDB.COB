000001* PDX    - ACATATDB C0369796 10/15/26 03:18:27 TBTIKUO            00001000
LRM002* RECORD EVERY ADD AND INACTIVATE ON THE ACATRFAU REFERENCE-DATA  00001000
LRM002* CHANGE AUDIT (THROUGH THE ACATRFAU MODULE) WITH THE VALUES      00001000
LRM002* BEFORE AND AFTER, THE OPERATOR AND THE TIME.  IF THE AUDIT ROW  00001000
LRM002* CANNOT BE WRITTEN THE CHANGE IS BACKED OUT AND '9' RETURNED.    00001000
000001* PDX    - ACATATDB C0369705 09/02/26 18:42:33 TBTIKUO            00000100
LRM001* ROUTE ADD/INACTIVATE THROUGH THE SHARED ACATAUTH                00000100
LRM001* ENTITLEMENT CHECK (ACATENTL TABLE).  NEW RETURN CODE '3'        00000100
           03  SQLCA-AREA                      PIC X(136).              00002500
LRM001 01  WS-ACATAUTH            PIC X(08)  VALUE 'ACATAUTH'.          00001000
LRM001     COPY CATAUTH REPLACING ==:AUTH:== BY ==AUT==.                00001000
LRM002 01  WS-ACATRFAU            PIC X(08)  VALUE 'ACATRFAU'.          00001000
LRM002     COPY CATRFAU REPLACING ==:RFAU:== BY ==RFA==.                00001000
       01  WS-PASSED-DATA-AREA.                                         00002600
           03  WS-PASSED-ACCT-TYPE             PIC X(02).               00002700
           03  WS-PASSED-EFF-FROM              PIC X(10).               00002800
           EVALUATE SQLCODE                                             00018600
              WHEN +0                                                   00018700
                 SET ACATAT-NORMAL  TO TRUE                             00018800
LRM002           MOVE SPACES               TO RFA-PARAMETERS            00001000
LRM002           SET RFA-ADD               TO TRUE                      00001000
LRM002           MOVE WS-PASSED-ACCT-TYPE  TO RFA-KEY-TXT               00001000
LRM002           STRING 'ACTV=Y EFF FROM=' WS-PASSED-EFF-FROM           00001000
LRM002              DELIMITED BY SIZE    INTO RFA-AFTER-TXT             00001000
LRM002           PERFORM WRITE-REF-AUDIT                                00001000
              WHEN -803                                                 00018900
                 SET ACATAT-DUPLICATE  TO TRUE                          00019000
              WHEN OTHER                                                00019100
LRM001        GO TO INACT-ACCT-TYPE-EXIT                                00001000
LRM001     END-IF.                                                      00001000
           EXEC SQL                                                     00020200
LRM002        SELECT ACTV_IND                                           00001000
LRM002              ,CHAR(EFF_FROM_DT, ISO)                             00001000
LRM002          INTO :WS-FET-ACTV-IND                                   00001000
LRM002              ,:WS-FET-EFF-FROM                                   00001000
LRM002          FROM VACTTYP                                            00001000
LRM002         WHERE ACCT_TYPE_CD = :WS-PASSED-ACCT-TYPE                00001000
LRM002     END-EXEC.                                                    00001000
LRM002     IF SQLCODE = +100                                            00001000
LRM002        SET ACATAT-NOT-FOUND  TO TRUE                             00001000
LRM002        GO TO INACT-ACCT-TYPE-EXIT                                00001000
LRM002     END-IF.                                                      00001000
LRM002     IF SQLCODE NOT = 0                                           00001000
LRM002        SET ACATAT-ERROR  TO TRUE                                 00001000
LRM002        MOVE SQLCODE  TO ACATAT-SQLCODE                           00001000
LRM002        PERFORM 9999-DB2-ERROR                                    00001000
LRM002        GO TO INACT-ACCT-TYPE-EXIT                                00001000
LRM002     END-IF.                                                      00001000
LRM002     EXEC SQL                                                     00001000
              UPDATE VACTTYP                                            00020300
                 SET ACTV_IND     = 'N'                                 00020400
                    ,CICS_SGNON_ID = :WS-PASSED-OPER-ID                 00020500
           EVALUATE SQLCODE                                             00020900
              WHEN +0                                                   00021000
                 SET ACATAT-NORMAL  TO TRUE                             00021100
LRM002           MOVE SPACES               TO RFA-PARAMETERS            00001000
LRM002           SET RFA-INACTIVATE        TO TRUE                      00001000
LRM002           MOVE WS-PASSED-ACCT-TYPE  TO RFA-KEY-TXT               00001000
LRM002           STRING 'ACTV=' WS-FET-ACTV-IND                         00001000
LRM002                  ' EFF FROM=' WS-FET-EFF-FROM                    00001000
LRM002              DELIMITED BY SIZE    INTO RFA-BEFORE-TXT            00001000
LRM002           STRING 'ACTV=N EFF FROM=' WS-FET-EFF-FROM              00001000
LRM002              DELIMITED BY SIZE    INTO RFA-AFTER-TXT             00001000
LRM002           PERFORM WRITE-REF-AUDIT                                00001000
              WHEN +100                                                 00021200
                 SET ACATAT-NOT-FOUND  TO TRUE                          00021300
              WHEN OTHER                                                00021400
           END-EVALUATE.                                                00021800
LRM001 INACT-ACCT-TYPE-EXIT.                                            00001000
LRM001     EXIT.                                                        00001000
LRM002*                                                                 00001000
LRM002*--------------------------------------------------------------*  00001000
LRM002*          RECORD THE CHANGE ON THE REFERENCE-DATA AUDIT.      *  00001000
LRM002*          A CHANGE THAT CANNOT BE AUDITED IS BACKED OUT.      *  00001000
LRM002*--------------------------------------------------------------*  00001000
LRM002 WRITE-REF-AUDIT.                                                 00001000
LRM002     MOVE 'VACTTYP'         TO RFA-TABLE-NM.                      00001000
LRM002     MOVE WS-PASSED-OPER-ID TO RFA-USER-ID.                       00001000
LRM002     MOVE 'ACATATDB'        TO RFA-PRGM-NM.                       00001000
LRM002     CALL WS-ACATRFAU    USING RFA-PARAMETERS.                    00001000
LRM002     IF RFA-DB2-ERROR                                             00001000
LRM002        EXEC CICS SYNCPOINT ROLLBACK                              00001000
LRM002             NOHANDLE                                             00001000
LRM002        END-EXEC                                                  00001000
LRM002        SET ACATAT-ERROR  TO TRUE                                 00001000
LRM002        MOVE RFA-SQLCODE  TO ACATAT-SQLCODE                       00001000
LRM002     END-IF.                                                      00001000
      *                                                                 00021900
      *--------------------------------------------------------------*  00022000
      *          WRITE DB2 ERROR LOG                                 *  00022100
