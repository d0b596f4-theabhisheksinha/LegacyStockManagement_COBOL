000001* PDX    - ACATTTDB C0369796 10/15/26 03:27:51 TBTIKUO            00001000
LRM001* RECORD EVERY ADD, UPDATE AND INACTIVATE ON THE ACATRFAU         00001000
LRM001* REFERENCE-DATA CHANGE AUDIT (THROUGH THE ACATRFAU MODULE) WITH  00001000
LRM001* THE ATTRIBUTES BEFORE AND AFTER, THE OPERATOR AND THE TIME.  IF 00001000
LRM001* THE AUDIT ROW CANNOT BE WRITTEN THE CHANGE IS BACKED OUT AND    00001000
LRM001* '9' RETURNED.                                                   00001000
000001* PDX    - ACATTTDB C0369711 09/02/26 20:22:05 TBTIKUO            00000100
000001* CREATED FOR SSR 114404.  TRANSFER-TYPE REFERENCE TABLE          00000200
000001* MAINTENANCE.  THE VTRNTYP TABLE CARRIES EACH NSCC TRANSFER      00000300
           03  CALLING-TRAN-ID                 PIC X(04).               00002800
           03  CALLING-PROGRAM-ID              PIC X(08).               00002900
           03  SQLCA-AREA                      PIC X(136).              00003000
LRM001 01  WS-ACATRFAU            PIC X(08)  VALUE 'ACATRFAU'.          00001000
LRM001     COPY CATRFAU REPLACING ==:RFAU:== BY ==RFA==.                00001000
       01  WS-PASSED-DATA-AREA.                                         00003100
           03  WS-PASSED-TYPE-CD               PIC X(03).               00003200
           03  WS-PASSED-SIDE-CD               PIC X(01).               00003300
                        THRU UPDATE-TRNFR-TYPE-EXIT                     00001000
              WHEN ACATTT-INACT-TYPE                                    00012800
                   PERFORM INACT-TRNFR-TYPE                             00012900
LRM001                 THRU INACT-TRNFR-TYPE-EXIT                       00001000
           END-EVALUATE.                                                00013000
                                                                        00013100
           EXEC CICS RETURN                                             00013200
           EVALUATE SQLCODE                                             00022400
              WHEN +0                                                   00022500
                 SET ACATTT-NORMAL  TO TRUE                             00022600
LRM001           MOVE SPACES               TO RFA-PARAMETERS            00001000
LRM001           SET RFA-ADD               TO TRUE                      00001000
LRM001           MOVE 'Y'                  TO WS-FET-ACTV-IND           00001000
LRM001           PERFORM BUILD-AUDIT-AFTER                              00001000
LRM001           PERFORM WRITE-REF-AUDIT                                00001000
              WHEN -803                                                 00022700
                 SET ACATTT-DUPLICATE  TO TRUE                          00022800
              WHEN OTHER                                                00022900
              SET ACATTT-BAD-CODE  TO TRUE                              00024300
              GO TO UPDATE-TRNFR-TYPE-EXIT                              00024400
           END-IF.                                                      00024500
LRM001     PERFORM GET-BEFORE-IMAGE.                                    00001000
LRM001     IF NOT ACATTT-NORMAL                                         00001000
LRM001        GO TO UPDATE-TRNFR-TYPE-EXIT                              00001000
LRM001     END-IF.                                                      00001000
           EXEC SQL                                                     00024600
              UPDATE VTRNTYP                                            00024700
                 SET RCV_DLVR_CD       = :WS-PASSED-SIDE-CD             00024800
           END-EXEC.                                                    00025500
           IF SQLCODE = 0                                               00025600
              SET ACATTT-NORMAL TO TRUE                                 00025700
LRM001        MOVE SPACES               TO RFA-PARAMETERS               00001000
LRM001        SET RFA-CHANGE            TO TRUE                         00001000
LRM001        PERFORM BUILD-AUDIT-BEFORE                                00001000
LRM001        PERFORM BUILD-AUDIT-AFTER                                 00001000
LRM001        PERFORM WRITE-REF-AUDIT                                   00001000
           ELSE                                                         00025800
           IF SQLCODE = +100                                            00025900
              SET ACATTT-NOT-FOUND TO TRUE                              00026000
      *          INACTIVATE A TYPE                                   *   00026900
      *--------------------------------------------------------------*  00027000
       INACT-TRNFR-TYPE.                                                00027100
LRM001     PERFORM GET-BEFORE-IMAGE.                                    00001000
LRM001     IF NOT ACATTT-NORMAL                                         00001000
LRM001        GO TO INACT-TRNFR-TYPE-EXIT                               00001000
LRM001     END-IF.                                                      00001000
           EXEC SQL                                                     00027200
              UPDATE VTRNTYP                                            00027300
                 SET ACTV_IND      = 'N'                                00027400
                    ,CICS_SGNON_ID = :WS-PASSED-OPER-ID                 00027500
                    ,UPDT_TMSTP    = CURRENT TIMESTAMP                  00027600
LRM001         WHERE TRNFR_TYPE_CD = :WS-PASSED-TYPE-CD                 00001000
LRM001     END-EXEC.                                                    00001000
LRM001     IF SQLCODE = 0                                               00001000
LRM001        SET ACATTT-NORMAL TO TRUE                                 00001000
LRM001        MOVE SPACES               TO RFA-PARAMETERS               00001000
LRM001        SET RFA-INACTIVATE        TO TRUE                         00001000
LRM001        PERFORM BUILD-AUDIT-BEFORE                                00001000
LRM001        MOVE WS-FET-SIDE-CD       TO WS-PASSED-SIDE-CD            00001000
LRM001        MOVE WS-FET-FULL-PART     TO WS-PASSED-FULL-PART          00001000
LRM001        MOVE WS-FET-FEE-ELIG      TO WS-PASSED-FEE-ELIG           00001000
LRM001        MOVE WS-FET-RJCT-CLASS    TO WS-PASSED-RJCT-CLASS         00001000
LRM001        MOVE WS-FET-EFF-FROM      TO WS-PASSED-EFF-FROM           00001000
LRM001        MOVE 'N'                  TO WS-FET-ACTV-IND              00001000
LRM001        PERFORM BUILD-AUDIT-AFTER                                 00001000
LRM001        PERFORM WRITE-REF-AUDIT                                   00001000
LRM001     ELSE                                                         00001000
LRM001     IF SQLCODE = +100                                            00001000
LRM001        SET ACATTT-NOT-FOUND TO TRUE                              00001000
LRM001     ELSE                                                         00001000
LRM001        SET ACATTT-ERROR  TO TRUE                                 00001000
LRM001        MOVE SQLCODE  TO ACATTT-SQLCODE                           00001000
LRM001        PERFORM 9999-DB2-ERROR.                                   00001000
LRM001 INACT-TRNFR-TYPE-EXIT.                                           00001000
LRM001     EXIT.                                                        00001000
LRM001 EJECT                                                            00001000
LRM001*                                                                 00001000
LRM001*--------------------------------------------------------------*  00001000
LRM001*          READ THE TYPE AS IT STANDS BEFORE A CHANGE          *  00001000
LRM001*--------------------------------------------------------------*  00001000
LRM001 GET-BEFORE-IMAGE.                                                00001000
LRM001     EXEC SQL                                                     00001000
LRM001        SELECT RCV_DLVR_CD                                        00001000
LRM001              ,FULL_PART_CD                                       00001000
LRM001              ,FEE_ELIG_IND                                       00001000
LRM001              ,RJCT_CUTOFF_CLASS                                  00001000
LRM001              ,ACTV_IND                                           00001000
LRM001              ,CHAR(EFF_FROM_DT, ISO)                             00001000
LRM001          INTO :WS-FET-SIDE-CD                                    00001000
LRM001              ,:WS-FET-FULL-PART                                  00001000
LRM001              ,:WS-FET-FEE-ELIG                                   00001000
LRM001              ,:WS-FET-RJCT-CLASS                                 00001000
LRM001              ,:WS-FET-ACTV-IND                                   00001000
LRM001              ,:WS-FET-EFF-FROM                                   00001000
LRM001          FROM VTRNTYP                                            00001000
               WHERE TRNFR_TYPE_CD = :WS-PASSED-TYPE-CD                 00027700
           END-EXEC.                                                    00027800
           IF SQLCODE = 0                                               00027900
              SET ACATTT-ERROR  TO TRUE                                 00028500
              MOVE SQLCODE  TO ACATTT-SQLCODE                           00028600
              PERFORM 9999-DB2-ERROR.                                   00028700
LRM001*                                                                 00001000
LRM001*--------------------------------------------------------------*  00001000
LRM001*          AUDIT IMAGES - THE ROW BEFORE (AS READ) AND AFTER   *  00001000
LRM001*--------------------------------------------------------------*  00001000
LRM001 BUILD-AUDIT-BEFORE.                                              00001000
LRM001     MOVE WS-PASSED-TYPE-CD  TO RFA-KEY-TXT.                      00001000
LRM001     STRING 'SIDE='      WS-FET-SIDE-CD                           00001000
LRM001            ' FULL/PART=' WS-FET-FULL-PART                        00001000
LRM001            ' FEE='      WS-FET-FEE-ELIG                          00001000
LRM001            ' RJCT='     WS-FET-RJCT-CLASS                        00001000
LRM001            ' ACTV='     WS-FET-ACTV-IND                          00001000
LRM001            ' EFF FROM=' WS-FET-EFF-FROM                          00001000
LRM001        DELIMITED BY SIZE  INTO RFA-BEFORE-TXT.                   00001000
LRM001*                                                                 00001000
LRM001 BUILD-AUDIT-AFTER.                                               00001000
LRM001     MOVE WS-PASSED-TYPE-CD  TO RFA-KEY-TXT.                      00001000
LRM001     IF RFA-CHANGE                                                00001000
LRM001        MOVE WS-FET-EFF-FROM TO WS-PASSED-EFF-FROM                00001000
LRM001     END-IF.                                                      00001000
LRM001     STRING 'SIDE='      WS-PASSED-SIDE-CD                        00001000
LRM001            ' FULL/PART=' WS-PASSED-FULL-PART                     00001000
LRM001            ' FEE='      WS-PASSED-FEE-ELIG                       00001000
LRM001            ' RJCT='     WS-PASSED-RJCT-CLASS                     00001000
LRM001            ' ACTV='     WS-FET-ACTV-IND                          00001000
LRM001            ' EFF FROM=' WS-PASSED-EFF-FROM                       00001000
LRM001        DELIMITED BY SIZE  INTO RFA-AFTER-TXT.                    00001000
LRM001*                                                                 00001000
LRM001*--------------------------------------------------------------*  00001000
LRM001*          RECORD THE CHANGE ON THE REFERENCE-DATA AUDIT.      *  00001000
LRM001*          A CHANGE THAT CANNOT BE AUDITED IS BACKED OUT.      *  00001000
LRM001*--------------------------------------------------------------*  00001000
LRM001 WRITE-REF-AUDIT.                                                 00001000
LRM001     MOVE 'VTRNTYP'         TO RFA-TABLE-NM.                      00001000
LRM001     MOVE WS-PASSED-OPER-ID TO RFA-USER-ID.                       00001000
LRM001     MOVE 'ACATTTDB'        TO RFA-PRGM-NM.                       00001000
LRM001     CALL WS-ACATRFAU    USING RFA-PARAMETERS.                    00001000
LRM001     IF RFA-DB2-ERROR                                             00001000
LRM001        EXEC CICS SYNCPOINT ROLLBACK                              00001000
LRM001             NOHANDLE                                             00001000
LRM001        END-EXEC                                                  00001000
LRM001        SET ACATTT-ERROR  TO TRUE                                 00001000
LRM001        MOVE RFA-SQLCODE  TO ACATTT-SQLCODE                       00001000
LRM001     END-IF.                                                      00001000
      *                                                                 00028900
      *--------------------------------------------------------------*  00029000
      *          RETURN FETCHED FIELDS TO THE SCREEN                 *   00029100
