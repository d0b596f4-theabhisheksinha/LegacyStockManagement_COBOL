000001* PDX    - ACATSIDB C0369796 10/15/26 04:01:33 TBTIKUO            00001000
LRM002* RECORD EVERY CHANGE TO ACATSSI ITSELF - AN APPROVED ADD OR      00001000
LRM002* CHANGE, AND AN INACTIVATE - ON THE ACATRFAU REFERENCE-DATA      00001000
LRM002* CHANGE AUDIT (THROUGH THE ACATRFAU MODULE) WITH THE AGENT       00001000
LRM002* FIELDS BEFORE AND AFTER, THE OPERATOR AND THE TIME.  IF THE     00001000
LRM002* AUDIT ROW CANNOT BE WRITTEN THE CHANGE IS BACKED OUT AND '9'    00001000
LRM002* RETURNED.                                                       00001000
000001* PDX    - ACATSIDB C0369794 10/15/26 01:20:15 TBTIKUO            00001000
LRM001* DUAL CONTROL FOR SSI CHANGES.  AN ADD OR A CHANGE OF THE AGENT  00001000
LRM001* BANK/ACCOUNT NO LONGER TAKES EFFECT WHEN KEYED - IT IS HELD ON  00001000
LRM001* THE ACATSSIP PENDING TABLE WITH THE PRIOR VALUES, AND ACATSSI   00001000
LRM001* (WHAT CAT713 AND CAT748 DELIVER FROM) IS ONLY CHANGED WHEN A    00001000
LRM001* SECOND, DIFFERENT OPERATOR ENTITLED TO ACATSIAP APPROVES IT,    00001000
LRM001* RECORDING THE CALLBACK CONTACT AND PHONE NUMBER USED TO VERIFY  00001000
LRM001* THE CHANGE WITH THE COUNTERPARTY.  NEW FUNCTIONS Q/N/X (PENDING 00001000
LRM001* BROWSE), V (APPROVE) AND R (REJECT); NEW RETURN CODES '3' NOT   00001000
LRM001* ENTITLED, '4' A CHANGE IS ALREADY PENDING, '5' THE REQUESTER    00001000
LRM001* CANNOT DECIDE THEIR OWN CHANGE, '6' CALLBACK DETAILS MISSING.   00001000
LRM001* CAT796 REPORTS THE PENDING, APPROVED AND REJECTED CHANGES.      00001000
000001* PDX    - ACATSIDB C0369669 09/02/26 10:41:07 TBTIKUO            00000100
000001* CREATED FOR SSR 114364.  STANDING SETTLEMENT INSTRUCTION        00000200
000001* (SSI) MAINTENANCE.  EVERY PHYSICAL AND DTC DELIVERY WAS         00000300
      ***************************************************************** 00001500
      *   DB2 I/O PROGRAM FOR THE SSI MAINTENANCE SCREEN.  FUNCTIONS: * 00001600
      *     O/F/C - BROWSE CURSOR BY PARTICIPANT                     *  00001700
LRM001*     A     - ADD AN INSTRUCTION ROW (HELD FOR APPROVAL)     *    00001000
LRM001*     U     - UPDATE AGENT FIELDS ON AN EXISTING ROW (HELD   *    00001000
LRM001*             FOR APPROVAL - THE ROW IS UNCHANGED UNTIL THEN)  *  00001000
      *     I     - INACTIVATE A ROW                                 *  00002000
      *     G     - GET THE ROW FOR AN EXACT KEY                     *  00002100
LRM001*     Q/N/X - BROWSE CURSOR OF PENDING CHANGES                 *  00001000
LRM001*     V     - APPROVE A PENDING CHANGE (CALLBACK REQUIRED)     *  00001000
LRM001*     R     - REJECT A PENDING CHANGE                          *  00001000
      ***************************************************************** 00002200
       ENVIRONMENT DIVISION.                                            00002300
       DATA DIVISION.                                                   00002400
           03  CALLING-TRAN-ID                 PIC X(04).               00003000
           03  CALLING-PROGRAM-ID              PIC X(08).               00003100
           03  SQLCA-AREA                      PIC X(136).              00003200
LRM001 01  WS-ACATAUTH            PIC X(08)  VALUE 'ACATAUTH'.          00001000
LRM001     COPY CATAUTH REPLACING ==:AUTH:== BY ==AUT==.                00001000
LRM001 01  WS-CHK-CNT                          PIC S9(09) COMP.         00001000
LRM002 01  WS-ACATRFAU            PIC X(08)  VALUE 'ACATRFAU'.          00001000
LRM002     COPY CATRFAU REPLACING ==:RFAU:== BY ==RFA==.                00001000
       01  WS-PASSED-DATA-AREA.                                         00003300
           03  WS-PASSED-PRTCP                 PIC X(04).               00003400
           03  WS-PASSED-CLT                   PIC X(04).               00003500
           03  WS-FET-AGENT-ACCT               PIC X(20).               00004600
           03  WS-FET-SPCL-HNDL                PIC X(04).               00004700
           03  WS-FET-ACTV-IND                 PIC X(01).               00004800
LRM001 01  WS-DUAL-DATA-AREA.                                           00001000
LRM001     03  WS-PASSED-CALLBK-NM             PIC X(30).               00001000
LRM001     03  WS-PASSED-CALLBK-PHONE          PIC X(15).               00001000
LRM001 01  WS-PENDING-DATA-AREA.                                        00001000
LRM001     03  WS-PND-PRTCP                    PIC X(04).               00001000
LRM001     03  WS-PND-CLT                      PIC X(04).               00001000
LRM001     03  WS-PND-BRANCH                   PIC X(03).               00001000
LRM001     03  WS-PND-CHG-TYPE                 PIC X(01).               00001000
LRM001     03  WS-PND-AGENT-BANK               PIC X(08).               00001000
LRM001     03  WS-PND-AGENT-ACCT               PIC X(20).               00001000
LRM001     03  WS-PND-SPCL-HNDL                PIC X(04).               00001000
LRM001     03  WS-PND-PRIOR-AGENT-BANK         PIC X(08).               00001000
LRM001     03  WS-PND-PRIOR-AGENT-ACCT         PIC X(20).               00001000
LRM001     03  WS-PND-PRIOR-SPCL-HNDL          PIC X(04).               00001000
LRM001     03  WS-PND-RQST-OPER-ID             PIC X(08).               00001000
LRM001     03  WS-PND-RQST-TMSTP               PIC X(26).               00001000
       EJECT                                                            00004900
      *                                                                 00005000
      *----------------------------------------------------------------*00005100
                     PRTCP_NBR, CLIENT_NBR, BRANCH_CD                   00007700
                  FOR READ ONLY WITH UR                                 00007800
           END-EXEC.                                                    00007900
LRM001*                                                                 00001000
LRM001*----------------------------------------------------------------*00001000
LRM001*            PENDING SSI CHANGE BROWSE CURSOR                    *00001000
LRM001*----------------------------------------------------------------*00001000
LRM001     EXEC SQL                                                     00001000
LRM001        DECLARE  SSPCSR  CURSOR FOR                               00001000
LRM001            SELECT                                                00001000
LRM001               PRTCP_NBR                                          00001000
LRM001              ,CLIENT_NBR                                         00001000
LRM001              ,BRANCH_CD                                          00001000
LRM001              ,CHG_TYPE_CD                                        00001000
LRM001              ,AGENT_BANK_CD                                      00001000
LRM001              ,AGENT_ACCT_NBR                                     00001000
LRM001              ,SPCL_HNDL_CD                                       00001000
LRM001              ,PRIOR_AGENT_BANK_CD                                00001000
LRM001              ,PRIOR_AGENT_ACCT_NBR                               00001000
LRM001              ,PRIOR_SPCL_HNDL_CD                                 00001000
LRM001              ,RQST_OPER_ID                                       00001000
LRM001              ,CHAR(RQST_TMSTP)                                   00001000
LRM001            FROM                                                  00001000
LRM001               ACATSSIP                                           00001000
LRM001            WHERE                                                 00001000
LRM001               CHG_STTS_CD = 'P'                                  00001000
LRM001            ORDER BY                                              00001000
LRM001               RQST_TMSTP                                         00001000
LRM001            FOR READ ONLY WITH UR                                 00001000
LRM001     END-EXEC.                                                    00001000
       EJECT                                                            00008000
       LINKAGE SECTION.                                                 00008100
       01  DFHCOMMAREA.                                                 00008200
               88  ACATSI-UPD-SSI                  VALUE 'U'.           00008900
               88  ACATSI-INACT-SSI                VALUE 'I'.           00009000
               88  ACATSI-GET-SSI                  VALUE 'G'.           00009100
LRM001         88  ACATSI-OPN-SSPCSR               VALUE 'Q'.           00001000
LRM001         88  ACATSI-FET-SSPCSR               VALUE 'N'.           00001000
LRM001         88  ACATSI-CLO-SSPCSR               VALUE 'X'.           00001000
LRM001         88  ACATSI-APPRV-SSI                VALUE 'V'.           00001000
LRM001         88  ACATSI-REJECT-SSI               VALUE 'R'.           00001000
           03  ACATSI-RETURN-CD                PIC X(01).               00009200
               88  ACATSI-NORMAL                   VALUE '0'.           00009300
               88  ACATSI-NOT-FOUND                VALUE '1'.           00009400
               88  ACATSI-DUPLICATE                VALUE '2'.           00009500
LRM001         88  ACATSI-NOT-AUTH                 VALUE '3'.           00001000
LRM001         88  ACATSI-CHG-PENDING              VALUE '4'.           00001000
LRM001         88  ACATSI-SAME-OPER                VALUE '5'.           00001000
LRM001         88  ACATSI-NO-CALLBACK              VALUE '6'.           00001000
               88  ACATSI-ERROR                    VALUE '9'.           00009600
           03  ACATSI-SQLCODE                  PIC S9(05).              00009700
           03  ACATSI-PASS-FLDS.                                        00009800
               05  ACATSI-SSI-AGENT-ACCT       PIC X(20).               00011100
               05  ACATSI-SSI-SPCL-HNDL        PIC X(04).               00011200
               05  ACATSI-SSI-ACTV-IND         PIC X(01).               00011300
LRM001     03  ACATSI-DUAL-FLDS.                                        00001000
LRM001         05  ACATSI-PASS-CALLBK-NM       PIC X(30).               00001000
LRM001         05  ACATSI-PASS-CALLBK-PHONE    PIC X(15).               00001000
LRM001     03  ACATSI-PEND-DATA.                                        00001000
LRM001         05  ACATSI-PEND-PRTCP           PIC X(04).               00001000
LRM001         05  ACATSI-PEND-CLT             PIC X(04).               00001000
LRM001         05  ACATSI-PEND-BRANCH          PIC X(03).               00001000
LRM001         05  ACATSI-PEND-CHG-TYPE        PIC X(01).               00001000
LRM001         05  ACATSI-PEND-AGENT-BANK      PIC X(08).               00001000
LRM001         05  ACATSI-PEND-AGENT-ACCT      PIC X(20).               00001000
LRM001         05  ACATSI-PEND-SPCL-HNDL       PIC X(04).               00001000
LRM001         05  ACATSI-PEND-PRIOR-BANK      PIC X(08).               00001000
LRM001         05  ACATSI-PEND-PRIOR-ACCT      PIC X(20).               00001000
LRM001         05  ACATSI-PEND-PRIOR-SPCL      PIC X(04).               00001000
LRM001         05  ACATSI-PEND-RQST-OPER-ID    PIC X(08).               00001000
LRM001         05  ACATSI-PEND-RQST-TMSTP      PIC X(26).               00001000
       EJECT                                                            00011400
      *                                                                 00011500
       PROCEDURE DIVISION.                                              00011600
           MOVE ACATSI-PASS-FLDS TO WS-PASSED-DATA-AREA.                00011700
LRM001     MOVE ACATSI-DUAL-FLDS TO WS-DUAL-DATA-AREA.                  00001000
      *                                                                 00011800
           EVALUATE TRUE                                                00011900
              WHEN ACATSI-OPN-SSICSR                                    00012000
                   PERFORM UPDATE-SSI-ROW                               00012900
              WHEN ACATSI-INACT-SSI                                     00013000
                   PERFORM INACT-SSI-ROW                                00013100
LRM002                 THRU INACT-SSI-ROW-EXIT                          00001000
              WHEN ACATSI-GET-SSI                                       00013200
                   PERFORM GET-SSI-ROW                                  00013300
LRM001        WHEN ACATSI-OPN-SSPCSR                                    00001000
LRM001             PERFORM OPEN-SSP-CURSOR                              00001000
LRM001        WHEN ACATSI-FET-SSPCSR                                    00001000
LRM001             PERFORM FETCH-SSP-CURSOR                             00001000
LRM001        WHEN ACATSI-CLO-SSPCSR                                    00001000
LRM001             PERFORM CLOSE-SSP-CURSOR                             00001000
LRM001        WHEN ACATSI-APPRV-SSI                                     00001000
LRM001             PERFORM DECIDE-SSI-CHANGE                            00001000
LRM001                 THRU DECIDE-SSI-CHANGE-EXIT                      00001000
LRM001        WHEN ACATSI-REJECT-SSI                                    00001000
LRM001             PERFORM DECIDE-SSI-CHANGE                            00001000
LRM001                 THRU DECIDE-SSI-CHANGE-EXIT                      00001000
           END-EVALUATE.                                                00013400
                                                                        00013500
           EXEC CICS RETURN                                             00013600
       EJECT                                                            00019400
      *                                                                 00019500
      *--------------------------------------------------------------*  00019600
LRM001*          ADD AN SSI ROW - HELD ON ACATSSIP FOR APPROVAL      *  00001000
      *--------------------------------------------------------------*  00019800
       ADD-SSI-ROW.                                                     00019900
LRM001     EXEC SQL                                                     00001000
LRM001        SELECT COUNT(*)                                           00001000
LRM001          INTO :WS-CHK-CNT                                        00001000
LRM001          FROM ACATSSI                                            00001000
LRM001         WHERE PRTCP_NBR  = :WS-PASSED-PRTCP                      00001000
LRM001           AND CLIENT_NBR = :WS-PASSED-CLT                        00001000
LRM001           AND BRANCH_CD  = :WS-PASSED-BRANCH                     00001000
LRM001     END-EXEC.                                                    00001000
LRM001     IF SQLCODE NOT = 0                                           00001000
LRM001        SET ACATSI-ERROR  TO TRUE                                 00001000
LRM001        MOVE SQLCODE  TO ACATSI-SQLCODE                           00001000
LRM001        PERFORM 9999-DB2-ERROR                                    00001000
LRM001     ELSE                                                         00001000
LRM001     IF WS-CHK-CNT > 0                                            00001000
LRM001        SET ACATSI-DUPLICATE TO TRUE                              00001000
LRM001     ELSE                                                         00001000
LRM001        MOVE 'A'                TO WS-PND-CHG-TYPE                00001000
LRM001        MOVE SPACES             TO WS-PND-PRIOR-AGENT-BANK        00001000
LRM001                                   WS-PND-PRIOR-AGENT-ACCT        00001000
LRM001                                   WS-PND-PRIOR-SPCL-HNDL         00001000
LRM001        PERFORM QUEUE-SSI-CHANGE.                                 00001000
LRM001*                                                                 00001000
LRM001*--------------------------------------------------------------*  00001000
LRM001*          UPDATE AGENT FIELDS ON AN SSI ROW - HELD ON         *  00001000
LRM001*          ACATSSIP WITH THE PRIOR VALUES FOR APPROVAL         *  00001000
LRM001*--------------------------------------------------------------*  00001000
LRM001 UPDATE-SSI-ROW.                                                  00001000
LRM001     PERFORM GET-SSI-ROW.                                         00001000
LRM001     IF ACATSI-NORMAL                                             00001000
LRM001        MOVE 'U'                TO WS-PND-CHG-TYPE                00001000
LRM001        MOVE WS-FET-AGENT-BANK  TO WS-PND-PRIOR-AGENT-BANK        00001000
LRM001        MOVE WS-FET-AGENT-ACCT  TO WS-PND-PRIOR-AGENT-ACCT        00001000
LRM001        MOVE WS-FET-SPCL-HNDL   TO WS-PND-PRIOR-SPCL-HNDL         00001000
LRM001        PERFORM QUEUE-SSI-CHANGE.                                 00001000
LRM001*                                                                 00001000
LRM001*--------------------------------------------------------------*  00001000
LRM001*          QUEUE THE ADD OR CHANGE - ONE PENDING PER KEY       *  00001000
LRM001*--------------------------------------------------------------*  00001000
LRM001 QUEUE-SSI-CHANGE.                                                00001000
LRM001     EXEC SQL                                                     00001000
LRM001        SELECT COUNT(*)                                           00001000
LRM001          INTO :WS-CHK-CNT                                        00001000
LRM001          FROM ACATSSIP                                           00001000
LRM001         WHERE PRTCP_NBR   = :WS-PASSED-PRTCP                     00001000
LRM001           AND CLIENT_NBR  = :WS-PASSED-CLT                       00001000
LRM001           AND BRANCH_CD   = :WS-PASSED-BRANCH                    00001000
LRM001           AND CHG_STTS_CD = 'P'                                  00001000
LRM001     END-EXEC.                                                    00001000
LRM001     IF SQLCODE NOT = 0                                           00001000
LRM001        SET ACATSI-ERROR  TO TRUE                                 00001000
LRM001        MOVE SQLCODE  TO ACATSI-SQLCODE                           00001000
LRM001        PERFORM 9999-DB2-ERROR                                    00001000
LRM001     ELSE                                                         00001000
LRM001     IF WS-CHK-CNT > 0                                            00001000
LRM001        SET ACATSI-CHG-PENDING TO TRUE                            00001000
LRM001     ELSE                                                         00001000
LRM001        PERFORM INSERT-SSI-PENDING.                               00001000
LRM001*                                                                 00001000
LRM001 INSERT-SSI-PENDING.                                              00001000
LRM001     EXEC SQL                                                     00001000
LRM001        INSERT INTO ACATSSIP                                      00001000
LRM001               (PRTCP_NBR                                         00001000
LRM001               ,CLIENT_NBR                                        00001000
LRM001               ,BRANCH_CD                                         00001000
LRM001               ,CHG_TYPE_CD                                       00001000
LRM001               ,AGENT_BANK_CD                                     00001000
LRM001               ,AGENT_ACCT_NBR                                    00001000
LRM001               ,SPCL_HNDL_CD                                      00001000
LRM001               ,PRIOR_AGENT_BANK_CD                               00001000
LRM001               ,PRIOR_AGENT_ACCT_NBR                              00001000
LRM001               ,PRIOR_SPCL_HNDL_CD                                00001000
LRM001               ,CHG_STTS_CD                                       00001000
LRM001               ,RQST_OPER_ID                                      00001000
LRM001               ,RQST_TMSTP                                        00001000
LRM001               ,APPRV_OPER_ID                                     00001000
LRM001               ,CALLBK_CNTCT_NM                                   00001000
LRM001               ,CALLBK_PHONE_NBR                                  00001000
LRM001               ,DCSN_TMSTP                                        00001000
LRM001               ,PRGM_NM)                                          00001000
LRM001        VALUES (:WS-PASSED-PRTCP                                  00001000
LRM001               ,:WS-PASSED-CLT                                    00001000
LRM001               ,:WS-PASSED-BRANCH                                 00001000
LRM001               ,:WS-PND-CHG-TYPE                                  00001000
LRM001               ,:WS-PASSED-AGENT-BANK                             00001000
LRM001               ,:WS-PASSED-AGENT-ACCT                             00001000
LRM001               ,:WS-PASSED-SPCL-HNDL                              00001000
LRM001               ,:WS-PND-PRIOR-AGENT-BANK                          00001000
LRM001               ,:WS-PND-PRIOR-AGENT-ACCT                          00001000
LRM001               ,:WS-PND-PRIOR-SPCL-HNDL                           00001000
LRM001               ,'P'                                               00001000
LRM001               ,:WS-PASSED-OPER-ID                                00001000
LRM001               ,CURRENT TIMESTAMP                                 00001000
LRM001               ,' '                                               00001000
LRM001               ,' '                                               00001000
LRM001               ,' '                                               00001000
LRM001               ,NULL                                              00001000
LRM001               ,'ACATSIDB')                                       00001000
LRM001     END-EXEC.                                                    00001000
LRM001     IF SQLCODE = 0                                               00001000
LRM001        SET ACATSI-NORMAL TO TRUE                                 00001000
LRM001     ELSE                                                         00001000
LRM001        SET ACATSI-ERROR  TO TRUE                                 00001000
LRM001        MOVE SQLCODE  TO ACATSI-SQLCODE                           00001000
LRM001        PERFORM 9999-DB2-ERROR.                                   00001000
LRM001*                                                                 00001000
LRM001*--------------------------------------------------------------*  00001000
LRM001*          APPROVED ADD - INSERT THE SSI ROW AS REQUESTED      *  00001000
LRM001*--------------------------------------------------------------*  00001000
LRM001 APPLY-SSI-ADD.                                                   00001000
           EXEC SQL                                                     00020000
              INSERT INTO ACATSSI                                       00020100
                     (PRTCP_NBR                                         00020200
              VALUES (:WS-PASSED-PRTCP                                  00021400
                     ,:WS-PASSED-CLT                                    00021500
                     ,:WS-PASSED-BRANCH                                 00021600
LRM001               ,:WS-PND-AGENT-BANK                                00001000
LRM001               ,:WS-PND-AGENT-ACCT                                00001000
LRM001               ,:WS-PND-SPCL-HNDL                                 00001000
                     ,'Y'                                               00022000
LRM001               ,:WS-PND-RQST-OPER-ID                              00001000
                     ,CURRENT TIMESTAMP                                 00022200
                     ,:WS-PASSED-OPER-ID                                00022300
                     ,CURRENT TIMESTAMP                                 00022400
           END-EXEC.                                                    00022600
           IF SQLCODE = 0                                               00022700
              SET ACATSI-NORMAL TO TRUE                                 00022800
LRM002        MOVE SPACES               TO RFA-PARAMETERS               00001000
LRM002        SET RFA-ADD               TO TRUE                         00001000
LRM002        PERFORM BUILD-AUDIT-AFTER                                 00001000
LRM002        PERFORM WRITE-REF-AUDIT                                   00001000
           ELSE                                                         00022900
           IF SQLCODE = -803                                            00023000
              SET ACATSI-DUPLICATE TO TRUE                              00023100
              PERFORM 9999-DB2-ERROR.                                   00023500
      *                                                                 00023600
      *--------------------------------------------------------------*  00023700
LRM001*          APPROVED CHANGE - UPDATE THE AGENT FIELDS           *  00001000
      *--------------------------------------------------------------*  00023900
LRM001 APPLY-SSI-UPDATE.                                                00001000
LRM002     PERFORM GET-BEFORE-IMAGE.                                    00001000
LRM002     IF NOT ACATSI-NORMAL                                         00001000
LRM002        GO TO APPLY-SSI-UPDATE-EXIT                               00001000
LRM002     END-IF.                                                      00001000
           EXEC SQL                                                     00024100
              UPDATE ACATSSI                                            00024200
LRM001           SET AGENT_BANK_CD  = :WS-PND-AGENT-BANK                00001000
LRM001              ,AGENT_ACCT_NBR = :WS-PND-AGENT-ACCT                00001000
LRM001              ,SPCL_HNDL_CD   = :WS-PND-SPCL-HNDL                 00001000
                    ,UPDT_OPER_ID   = :WS-PASSED-OPER-ID                00024600
                    ,UPDT_TMSTP     = CURRENT TIMESTAMP                 00024700
                    ,PRGM_NM        = 'ACATSIDB'                        00024800
LRM002         WHERE PRTCP_NBR  = :WS-PASSED-PRTCP                      00001000
LRM002           AND CLIENT_NBR = :WS-PASSED-CLT                        00001000
LRM002           AND BRANCH_CD  = :WS-PASSED-BRANCH                     00001000
LRM002     END-EXEC.                                                    00001000
LRM002     IF SQLCODE = 0                                               00001000
LRM002        SET ACATSI-NORMAL TO TRUE                                 00001000
LRM002        MOVE SPACES               TO RFA-PARAMETERS               00001000
LRM002        SET RFA-CHANGE            TO TRUE                         00001000
LRM002        PERFORM BUILD-AUDIT-BEFORE                                00001000
LRM002        PERFORM BUILD-AUDIT-AFTER                                 00001000
LRM002        PERFORM WRITE-REF-AUDIT                                   00001000
LRM002     ELSE                                                         00001000
LRM002     IF SQLCODE = +100                                            00001000
LRM002        SET ACATSI-NOT-FOUND TO TRUE                              00001000
LRM002     ELSE                                                         00001000
LRM002        SET ACATSI-ERROR  TO TRUE                                 00001000
LRM002        MOVE SQLCODE  TO ACATSI-SQLCODE                           00001000
LRM002        PERFORM 9999-DB2-ERROR.                                   00001000
LRM002 APPLY-SSI-UPDATE-EXIT.                                           00001000
LRM002     EXIT.                                                        00001000
LRM002*                                                                 00001000
LRM002*--------------------------------------------------------------*  00001000
LRM002*          INACTIVATE AN SSI ROW                               *  00001000
LRM002*--------------------------------------------------------------*  00001000
LRM002 INACT-SSI-ROW.                                                   00001000
LRM002     PERFORM GET-BEFORE-IMAGE.                                    00001000
LRM002     IF NOT ACATSI-NORMAL                                         00001000
LRM002        GO TO INACT-SSI-ROW-EXIT                                  00001000
LRM002     END-IF.                                                      00001000
LRM002     EXEC SQL                                                     00001000
LRM002        UPDATE ACATSSI                                            00001000
LRM002           SET ACTV_IND     = 'N'                                 00001000
LRM002              ,UPDT_OPER_ID = :WS-PASSED-OPER-ID                  00001000
LRM002              ,UPDT_TMSTP   = CURRENT TIMESTAMP                   00001000
LRM002              ,PRGM_NM      = 'ACATSIDB'                          00001000
LRM002         WHERE PRTCP_NBR  = :WS-PASSED-PRTCP                      00001000
LRM002           AND CLIENT_NBR = :WS-PASSED-CLT                        00001000
LRM002           AND BRANCH_CD  = :WS-PASSED-BRANCH                     00001000
LRM002     END-EXEC.                                                    00001000
LRM002     IF SQLCODE = 0                                               00001000
LRM002        SET ACATSI-NORMAL TO TRUE                                 00001000
LRM002        MOVE SPACES               TO RFA-PARAMETERS               00001000
LRM002        SET RFA-INACTIVATE        TO TRUE                         00001000
LRM002        PERFORM BUILD-AUDIT-BEFORE                                00001000
LRM002        STRING WS-PASSED-PRTCP ' ' WS-PASSED-CLT ' '              00001000
LRM002               WS-PASSED-BRANCH                                   00001000
LRM002           DELIMITED BY SIZE    INTO RFA-KEY-TXT                  00001000
LRM002        STRING 'BANK='  WS-FET-AGENT-BANK                         00001000
LRM002               ' ACCT=' WS-FET-AGENT-ACCT                         00001000
LRM002               ' SPCL=' WS-FET-SPCL-HNDL                          00001000
LRM002               ' ACTV=N'                                          00001000
LRM002           DELIMITED BY SIZE    INTO RFA-AFTER-TXT                00001000
LRM002        PERFORM WRITE-REF-AUDIT                                   00001000
LRM002     ELSE                                                         00001000
LRM002     IF SQLCODE = +100                                            00001000
LRM002        SET ACATSI-NOT-FOUND TO TRUE                              00001000
LRM002     ELSE                                                         00001000
LRM002        SET ACATSI-ERROR  TO TRUE                                 00001000
LRM002        MOVE SQLCODE  TO ACATSI-SQLCODE                           00001000
LRM002        PERFORM 9999-DB2-ERROR.                                   00001000
LRM002 INACT-SSI-ROW-EXIT.                                              00001000
LRM002     EXIT.                                                        00001000
LRM002*                                                                 00001000
LRM002*--------------------------------------------------------------*  00001000
LRM002*          READ THE SSI ROW AS IT STANDS BEFORE A CHANGE       *  00001000
LRM002*--------------------------------------------------------------*  00001000
LRM002 GET-BEFORE-IMAGE.                                                00001000
LRM002     EXEC SQL                                                     00001000
LRM002        SELECT AGENT_BANK_CD                                      00001000
LRM002              ,AGENT_ACCT_NBR                                     00001000
LRM002              ,SPCL_HNDL_CD                                       00001000
LRM002              ,ACTV_IND                                           00001000
LRM002          INTO :WS-FET-AGENT-BANK                                 00001000
LRM002              ,:WS-FET-AGENT-ACCT                                 00001000
LRM002              ,:WS-FET-SPCL-HNDL                                  00001000
LRM002              ,:WS-FET-ACTV-IND                                   00001000
LRM002          FROM ACATSSI                                            00001000
               WHERE PRTCP_NBR  = :WS-PASSED-PRTCP                      00024900
                 AND CLIENT_NBR = :WS-PASSED-CLT                        00025000
                 AND BRANCH_CD  = :WS-PASSED-BRANCH                     00025100
              PERFORM 9999-DB2-ERROR.                                   00026100
      *                                                                 00026200
      *--------------------------------------------------------------*  00026300
LRM002*          AUDIT IMAGES - THE ROW BEFORE (AS READ) AND THE     *  00001000
LRM002*          APPROVED VALUES AFTER, WITH WHO REQUESTED THEM      *  00001000
      *--------------------------------------------------------------*  00026500
LRM002 BUILD-AUDIT-BEFORE.                                              00001000
LRM002     STRING 'BANK='  WS-FET-AGENT-BANK                            00001000
LRM002            ' ACCT=' WS-FET-AGENT-ACCT                            00001000
LRM002            ' SPCL=' WS-FET-SPCL-HNDL                             00001000
LRM002            ' ACTV=' WS-FET-ACTV-IND                              00001000
LRM002        DELIMITED BY SIZE  INTO RFA-BEFORE-TXT.                   00001000
LRM002*                                                                 00001000
LRM002 BUILD-AUDIT-AFTER.                                               00001000
LRM002     STRING WS-PASSED-PRTCP ' ' WS-PASSED-CLT ' '                 00001000
LRM002            WS-PASSED-BRANCH                                      00001000
LRM002        DELIMITED BY SIZE  INTO RFA-KEY-TXT.                      00001000
LRM002     IF RFA-ADD                                                   00001000
LRM002        MOVE 'Y'             TO WS-FET-ACTV-IND                   00001000
LRM002     END-IF.                                                      00001000
LRM002     STRING 'BANK='  WS-PND-AGENT-BANK                            00001000
LRM002            ' ACCT=' WS-PND-AGENT-ACCT                            00001000
LRM002            ' SPCL=' WS-PND-SPCL-HNDL                             00001000
LRM002            ' ACTV=' WS-FET-ACTV-IND                              00001000
LRM002            ' REQUESTED BY ' WS-PND-RQST-OPER-ID                  00001000
LRM002        DELIMITED BY SIZE  INTO RFA-AFTER-TXT.                    00001000
LRM002*                                                                 00001000
LRM002*--------------------------------------------------------------*  00001000
LRM002*          RECORD THE CHANGE ON THE REFERENCE-DATA AUDIT.      *  00001000
LRM002*          A CHANGE THAT CANNOT BE AUDITED IS BACKED OUT.      *  00001000
LRM002*--------------------------------------------------------------*  00001000
LRM002 WRITE-REF-AUDIT.                                                 00001000
LRM002     MOVE 'ACATSSI'         TO RFA-TABLE-NM.                      00001000
LRM002     MOVE WS-PASSED-OPER-ID TO RFA-USER-ID.                       00001000
LRM002     MOVE 'ACATSIDB'        TO RFA-PRGM-NM.                       00001000
LRM002     CALL WS-ACATRFAU    USING RFA-PARAMETERS.                    00001000
LRM002     IF RFA-DB2-ERROR                                             00001000
LRM002        EXEC CICS SYNCPOINT ROLLBACK                              00001000
LRM002             NOHANDLE                                             00001000
LRM002        END-EXEC                                                  00001000
LRM002        SET ACATSI-ERROR  TO TRUE                                 00001000
LRM002        MOVE RFA-SQLCODE  TO ACATSI-SQLCODE                       00001000
LRM002     END-IF.                                                      00001000
       EJECT                                                            00028600
      *                                                                 00028700
      *--------------------------------------------------------------*  00028800
              PERFORM 9999-DB2-ERROR.                                   00032100
      *                                                                 00032200
      *--------------------------------------------------------------*  00032300
LRM001*          PENDING-CHANGE BROWSE CURSOR                        *  00001000
LRM001*--------------------------------------------------------------*  00001000
LRM001 OPEN-SSP-CURSOR.                                                 00001000
LRM001     EXEC SQL                                                     00001000
LRM001        OPEN SSPCSR                                               00001000
LRM001     END-EXEC.                                                    00001000
LRM001     IF SQLCODE = 0                                               00001000
LRM001        SET ACATSI-NORMAL TO TRUE                                 00001000
LRM001     ELSE                                                         00001000
LRM001        SET ACATSI-ERROR  TO TRUE                                 00001000
LRM001        MOVE SQLCODE  TO ACATSI-SQLCODE                           00001000
LRM001        PERFORM 9999-DB2-ERROR.                                   00001000
LRM001*                                                                 00001000
LRM001 FETCH-SSP-CURSOR.                                                00001000
LRM001     EXEC SQL                                                     00001000
LRM001        FETCH                                                     00001000
LRM001            SSPCSR                                                00001000
LRM001        INTO                                                      00001000
LRM001            :WS-PND-PRTCP,                                        00001000
LRM001            :WS-PND-CLT,                                          00001000
LRM001            :WS-PND-BRANCH,                                       00001000
LRM001            :WS-PND-CHG-TYPE,                                     00001000
LRM001            :WS-PND-AGENT-BANK,                                   00001000
LRM001            :WS-PND-AGENT-ACCT,                                   00001000
LRM001            :WS-PND-SPCL-HNDL,                                    00001000
LRM001            :WS-PND-PRIOR-AGENT-BANK,                             00001000
LRM001            :WS-PND-PRIOR-AGENT-ACCT,                             00001000
LRM001            :WS-PND-PRIOR-SPCL-HNDL,                              00001000
LRM001            :WS-PND-RQST-OPER-ID,                                 00001000
LRM001            :WS-PND-RQST-TMSTP                                    00001000
LRM001     END-EXEC.                                                    00001000
LRM001     IF SQLCODE = 0                                               00001000
LRM001        SET ACATSI-NORMAL  TO TRUE                                00001000
LRM001        MOVE WS-PENDING-DATA-AREA TO ACATSI-PEND-DATA             00001000
LRM001     ELSE                                                         00001000
LRM001     IF SQLCODE = +100                                            00001000
LRM001        SET ACATSI-NOT-FOUND TO TRUE                              00001000
LRM001     ELSE                                                         00001000
LRM001        SET ACATSI-ERROR  TO TRUE                                 00001000
LRM001        MOVE SQLCODE  TO ACATSI-SQLCODE                           00001000
LRM001        PERFORM 9999-DB2-ERROR.                                   00001000
LRM001*                                                                 00001000
LRM001 CLOSE-SSP-CURSOR.                                                00001000
LRM001     EXEC SQL                                                     00001000
LRM001        CLOSE SSPCSR                                              00001000
LRM001     END-EXEC.                                                    00001000
LRM001     IF SQLCODE = 0                                               00001000
LRM001        SET ACATSI-NORMAL TO TRUE                                 00001000
LRM001     ELSE                                                         00001000
LRM001        SET ACATSI-ERROR  TO TRUE                                 00001000
LRM001        MOVE SQLCODE  TO ACATSI-SQLCODE                           00001000
LRM001        PERFORM 9999-DB2-ERROR.                                   00001000
LRM001 EJECT                                                            00001000
LRM001*                                                                 00001000
LRM001*--------------------------------------------------------------*  00001000
LRM001*          APPROVE OR REJECT A PENDING CHANGE.  THE DECIDER    *  00001000
LRM001*          MUST BE ENTITLED TO ACATSIAP AND NOT THE OPERATOR   *  00001000
LRM001*          WHO KEYED THE CHANGE; AN APPROVAL MUST CARRY THE    *  00001000
LRM001*          CALLBACK CONTACT AND PHONE NUMBER.  ONLY AN         *  00001000
LRM001*          APPROVAL TOUCHES ACATSSI.                           *  00001000
LRM001*--------------------------------------------------------------*  00001000
LRM001 DECIDE-SSI-CHANGE.                                               00001000
LRM001     MOVE SPACES            TO AUT-PARAMETERS.                    00001000
LRM001     MOVE WS-PASSED-OPER-ID TO AUT-USER-ID.                       00001000
LRM001     MOVE 'ACATSIAP'        TO AUT-FUNC-CD.                       00001000
LRM001     CALL WS-ACATAUTH    USING AUT-PARAMETERS.                    00001000
LRM001     IF NOT AUT-ALLOWED                                           00001000
LRM001        SET ACATSI-NOT-AUTH  TO TRUE                              00001000
LRM001        GO TO DECIDE-SSI-CHANGE-EXIT                              00001000
LRM001     END-IF.                                                      00001000
LRM001                                                                  00001000
LRM001     IF ACATSI-APPRV-SSI                                          00001000
LRM001     AND (WS-PASSED-CALLBK-NM = SPACES                            00001000
LRM001      OR  WS-PASSED-CALLBK-PHONE = SPACES)                        00001000
LRM001        SET ACATSI-NO-CALLBACK TO TRUE                            00001000
LRM001        GO TO DECIDE-SSI-CHANGE-EXIT                              00001000
LRM001     END-IF.                                                      00001000
LRM001                                                                  00001000
LRM001     EXEC SQL                                                     00001000
LRM001        SELECT CHG_TYPE_CD                                        00001000
LRM001              ,AGENT_BANK_CD                                      00001000
LRM001              ,AGENT_ACCT_NBR                                     00001000
LRM001              ,SPCL_HNDL_CD                                       00001000
LRM001              ,RQST_OPER_ID                                       00001000
LRM001          INTO :WS-PND-CHG-TYPE                                   00001000
LRM001              ,:WS-PND-AGENT-BANK                                 00001000
LRM001              ,:WS-PND-AGENT-ACCT                                 00001000
LRM001              ,:WS-PND-SPCL-HNDL                                  00001000
LRM001              ,:WS-PND-RQST-OPER-ID                               00001000
LRM001          FROM ACATSSIP                                           00001000
LRM001         WHERE PRTCP_NBR   = :WS-PASSED-PRTCP                     00001000
LRM001           AND CLIENT_NBR  = :WS-PASSED-CLT                       00001000
LRM001           AND BRANCH_CD   = :WS-PASSED-BRANCH                    00001000
LRM001           AND CHG_STTS_CD = 'P'                                  00001000
LRM001     END-EXEC.                                                    00001000
LRM001     EVALUATE SQLCODE                                             00001000
LRM001        WHEN +0                                                   00001000
LRM001           CONTINUE                                               00001000
LRM001        WHEN +100                                                 00001000
LRM001           SET ACATSI-NOT-FOUND  TO TRUE                          00001000
LRM001           GO TO DECIDE-SSI-CHANGE-EXIT                           00001000
LRM001        WHEN OTHER                                                00001000
LRM001           SET ACATSI-ERROR  TO TRUE                              00001000
LRM001           MOVE SQLCODE  TO ACATSI-SQLCODE                        00001000
LRM001           PERFORM 9999-DB2-ERROR                                 00001000
LRM001           GO TO DECIDE-SSI-CHANGE-EXIT                           00001000
LRM001     END-EVALUATE.                                                00001000
LRM001                                                                  00001000
LRM001     IF WS-PND-RQST-OPER-ID = WS-PASSED-OPER-ID                   00001000
LRM001        SET ACATSI-SAME-OPER  TO TRUE                             00001000
LRM001        GO TO DECIDE-SSI-CHANGE-EXIT                              00001000
LRM001     END-IF.                                                      00001000
LRM001                                                                  00001000
LRM001     IF ACATSI-APPRV-SSI                                          00001000
LRM001        IF WS-PND-CHG-TYPE = 'A'                                  00001000
LRM001           PERFORM APPLY-SSI-ADD                                  00001000
LRM001        ELSE                                                      00001000
LRM001           PERFORM APPLY-SSI-UPDATE                               00001000
LRM002               THRU APPLY-SSI-UPDATE-EXIT                         00001000
LRM001        END-IF                                                    00001000
LRM001        IF NOT ACATSI-NORMAL                                      00001000
LRM001           GO TO DECIDE-SSI-CHANGE-EXIT                           00001000
LRM001        END-IF                                                    00001000
LRM001        EXEC SQL                                                  00001000
LRM001           UPDATE ACATSSIP                                        00001000
LRM001              SET CHG_STTS_CD      = 'A'                          00001000
LRM001                 ,APPRV_OPER_ID    = :WS-PASSED-OPER-ID           00001000
LRM001                 ,CALLBK_CNTCT_NM  = :WS-PASSED-CALLBK-NM         00001000
LRM001                 ,CALLBK_PHONE_NBR = :WS-PASSED-CALLBK-PHONE      00001000
LRM001                 ,DCSN_TMSTP       = CURRENT TIMESTAMP            00001000
LRM001            WHERE PRTCP_NBR   = :WS-PASSED-PRTCP                  00001000
LRM001              AND CLIENT_NBR  = :WS-PASSED-CLT                    00001000
LRM001              AND BRANCH_CD   = :WS-PASSED-BRANCH                 00001000
LRM001              AND CHG_STTS_CD = 'P'                               00001000
LRM001        END-EXEC                                                  00001000
LRM001*       THE SSI CHANGE AND ITS AUDIT ROW STAND ONLY WITH THE      00001000
LRM001*       DECISION RECORDED.                                        00001000
LRM001        IF SQLCODE NOT = +0                                       00001000
LRM001           EXEC CICS SYNCPOINT ROLLBACK                           00001000
LRM001                NOHANDLE                                          00001000
LRM001           END-EXEC                                               00001000
LRM001        END-IF                                                    00001000
LRM001     ELSE                                                         00001000
LRM001        EXEC SQL                                                  00001000
LRM001           UPDATE ACATSSIP                                        00001000
LRM001              SET CHG_STTS_CD      = 'R'                          00001000
LRM001                 ,APPRV_OPER_ID    = :WS-PASSED-OPER-ID           00001000
LRM001                 ,CALLBK_CNTCT_NM  = :WS-PASSED-CALLBK-NM         00001000
LRM001                 ,CALLBK_PHONE_NBR = :WS-PASSED-CALLBK-PHONE      00001000
LRM001                 ,DCSN_TMSTP       = CURRENT TIMESTAMP            00001000
LRM001            WHERE PRTCP_NBR   = :WS-PASSED-PRTCP                  00001000
LRM001              AND CLIENT_NBR  = :WS-PASSED-CLT                    00001000
LRM001              AND BRANCH_CD   = :WS-PASSED-BRANCH                 00001000
LRM001              AND CHG_STTS_CD = 'P'                               00001000
LRM001        END-EXEC                                                  00001000
LRM001     END-IF.                                                      00001000
LRM001                                                                  00001000
LRM001     EVALUATE SQLCODE                                             00001000
LRM001        WHEN +0                                                   00001000
LRM001           SET ACATSI-NORMAL  TO TRUE                             00001000
LRM001        WHEN +100                                                 00001000
LRM001           SET ACATSI-NOT-FOUND  TO TRUE                          00001000
LRM001        WHEN OTHER                                                00001000
LRM001           SET ACATSI-ERROR  TO TRUE                              00001000
LRM001           MOVE SQLCODE  TO ACATSI-SQLCODE                        00001000
LRM001           PERFORM 9999-DB2-ERROR                                 00001000
LRM001     END-EVALUATE.                                                00001000
LRM001 DECIDE-SSI-CHANGE-EXIT.                                          00001000
LRM001     EXIT.                                                        00001000
LRM001*                                                                 00001000
LRM001*--------------------------------------------------------------*  00001000
      *          RETURN FETCHED FIELDS TO THE SCREEN                 *   00032400
      *--------------------------------------------------------------*  00032500
       SET-SSI-RET-FLDS.                                                00032600
