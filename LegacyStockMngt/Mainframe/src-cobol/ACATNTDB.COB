000001* PDX    - ACATNTDB C0369799 10/15/26 06:44:37 TBTIKUO            00001000
LRM002* SSR 114470.  COMPLAINT CASE TRACKING.  OPENING THE NOTE         00001000
LRM002* BROWSE NOW ALSO RETURNS WHETHER THE TRANSFER IS LINKED TO AN    00001000
LRM002* OPEN COMPLAINT CASE ON ACATCMPX/ACATCMPL (ACATCMDB), WITH       00001000
LRM002* THE LOWEST OPEN CASE NUMBER, SO THE NOTES SCREEN WARNS THE      00001000
LRM002* DESK BEFORE IT TALKS TO THE CUSTOMER OR THE CONTRA.             00001000
000001* PDX    - ACATNTDB C0369742 09/03/26 06:05:18 TBTIKUO            00001000
LRM001* TRANSFER WATCH LIST.  AN OPERATOR CAN NOW FLAG A                00001000
LRM001* TRANSFER FOR WATCHING FROM THE NOTES SCREEN (NEW                00001000
      *                                                                 00002300
       01  WS-WORK-AREA.                                                00002400
           03  WS-NEXT-SEQ                     PIC S9(9) COMP.          00002500
LRM002     03  WS-CMPL-CASE-NBR                PIC S9(9) COMP.          00001000
LRM002     03  WS-CMPL-OPEN-CNT                PIC S9(9) COMP.          00001000
       01  WS-ERR-DATA.                                                 00002600
           03  WS-REQUEST-TYPE                 PIC X(01).               00002700
               88  WS-WRITE-ERROR-TO-LOG           VALUE 'Y'.           00002800
               05  ACATNT-NOTE-OPER            PIC X(08).               00009300
               05  ACATNT-NOTE-TXT             PIC X(60).               00009400
               05  ACATNT-NOTE-TMSTP           PIC X(26).               00009500
LRM002     03  ACATNT-CMPL-DATA.                                        00001000
LRM002         05  ACATNT-CMPL-OPEN-IND        PIC X(01).               00001000
LRM002             88  ACATNT-CMPL-OPEN            VALUE 'Y'.           00001000
LRM002             88  ACATNT-CMPL-NONE            VALUE 'N'.           00001000
LRM002         05  ACATNT-CMPL-CASE-NBR        PIC 9(09).               00001000
       EJECT                                                            00009600
      *                                                                 00009700
       PROCEDURE DIVISION.                                              00009800
           END-EXEC.                                                    00018700
           IF SQLCODE = 0                                               00018800
              SET ACATNT-NORMAL  TO TRUE                                00018900
LRM002        PERFORM CHECK-OPEN-CMPL                                   00001000
           ELSE                                                         00019000
              SET ACATNT-ERROR  TO TRUE                                 00019100
              MOVE SQLCODE  TO ACATNT-SQLCODE                           00019200
LRM001 EJECT                                                            00001000
LRM001*                                                                 00001000
      *--------------------------------------------------------------*  00024500
LRM002*          IS THE TRANSFER LINKED TO AN OPEN COMPLAINT CASE?   *  00001000
LRM002*  THE LOWEST OPEN CASE NUMBER IS RETURNED FOR THE SCREEN.     *  00001000
LRM002*  THE INDICATOR IS ADVISORY - A FAILED LOOKUP IS LOGGED BUT   *  00001000
LRM002*  DOES NOT STOP THE NOTE BROWSE.                              *  00001000
LRM002*--------------------------------------------------------------*  00001000
LRM002 CHECK-OPEN-CMPL.                                                 00001000
LRM002     SET ACATNT-CMPL-NONE  TO TRUE.                               00001000
LRM002     MOVE ZERO  TO ACATNT-CMPL-CASE-NBR.                          00001000
LRM002     EXEC SQL                                                     00001000
LRM002        SELECT  COUNT(*)                                          00001000
LRM002               ,VALUE(MIN(C.CMPL_CASE_NBR), 0)                    00001000
LRM002          INTO :WS-CMPL-OPEN-CNT                                  00001000
LRM002              ,:WS-CMPL-CASE-NBR                                  00001000
LRM002          FROM  ACATCMPX X                                        00001000
LRM002               ,ACATCMPL C                                        00001000
LRM002         WHERE  X.CLIENT_NBR       = :WS-PASSED-CLT               00001000
LRM002           AND  X.ACAT_CONTROL_NBR = :WS-PASSED-ACAT-CNTRL        00001000
LRM002           AND  C.CMPL_CASE_NBR    = X.CMPL_CASE_NBR              00001000
LRM002           AND  C.CMPL_STTS_CD     = 'O'                          00001000
LRM002          WITH UR                                                 00001000
LRM002     END-EXEC.                                                    00001000
LRM002     IF SQLCODE = 0                                               00001000
LRM002        IF WS-CMPL-OPEN-CNT > 0                                   00001000
LRM002           SET ACATNT-CMPL-OPEN  TO TRUE                          00001000
LRM002           MOVE WS-CMPL-CASE-NBR TO ACATNT-CMPL-CASE-NBR          00001000
LRM002        END-IF                                                    00001000
LRM002     ELSE                                                         00001000
LRM002        PERFORM 9999-DB2-ERROR                                    00001000
LRM002     END-IF.                                                      00001000
LRM002 EJECT                                                            00001000
LRM002*                                                                 00001000
LRM002*--------------------------------------------------------------*  00001000
      *          WRITE DB2 ERROR LOG                                 *  00024600
      *--------------------------------------------------------------*  00024700
       9999-DB2-ERROR.                                                  00024800
