000001* PDX    - ACAT23DB C0369795 10/15/26 02:16:30 TBTIKUO            00001000
LRM001* SSR 114466 LOG EVERY HISTORY ROW RETURNED (CUSTOMER NAME) ON    00001000
LRM001* THE ACATPIAL PII ACCESS LOG THROUGH THE ACATPIAL MODULE - CICS  00001000
LRM001* SIGN-ON, TERMINAL, TRANSACTION, CLIENT/CONTROL NUMBER, TIME.    00001000
000001* PDX    - ACAT23DB C0369538 08/22/26 17:26:09 TBTIKUO            00000100
000001* CREATED FOR SSR 114240.  ONLINE HISTORY INQUIRY FOR SETTLED     00000200
000001* AND CLOSED TRANSFERS.  COMPANION TO THE CAT726 NIGHTLY          00000300
           03  CALLING-TRAN-ID                 PIC X(04).               00002100
           03  CALLING-PROGRAM-ID              PIC X(08).               00002200
           03  SQLCA-AREA                      PIC X(136).              00002300
LRM001 01  WS-ACATPIAL            PIC X(08)  VALUE 'ACATPIAL'.          00001000
LRM001     COPY CATPIAL REPLACING ==:PIAL:== BY ==PAL==.                00001000
       01  WS-PASSED-DATA-AREA.                                         00002400
           03  WS-PASSED-CLT                   PIC X(04).               00002500
           03  WS-PASSED-ACAT-CNTRL            PIC X(14).               00002600
           MOVE WS-FET-RCV-NBR     TO ACAT23-HST-RCV-NBR.               00019400
           MOVE WS-FET-CUST-NM     TO ACAT23-HST-NAME.                  00019500
           MOVE WS-FET-UPDT-TMSTP  TO ACAT23-HST-UPDT-TMSTP.            00019600
LRM001     PERFORM LOG-PII-ACCESS.                                      00001000
LRM001*                                                                 00001000
LRM001*--------------------------------------------------------------*  00001000
LRM001*          LOG THE RETRIEVAL ON THE PII ACCESS LOG             *  00001000
LRM001*--------------------------------------------------------------*  00001000
LRM001 LOG-PII-ACCESS.                                                  00001000
LRM001     MOVE SPACES             TO PAL-PARAMETERS.                   00001000
LRM001     EXEC CICS ASSIGN USERID(PAL-USER-ID)                         00001000
LRM001          NOHANDLE                                                00001000
LRM001     END-EXEC.                                                    00001000
LRM001     MOVE EIBTRMID           TO PAL-TERM-ID.                      00001000
LRM001     MOVE EIBTRNID           TO PAL-TRAN-ID.                      00001000
LRM001     MOVE 'ACAT23DB'         TO PAL-PRGM-NM.                      00001000
LRM001     SET PAL-HIST-INQ        TO TRUE.                             00001000
LRM001     MOVE WS-FET-CLIENT      TO PAL-CLIENT.                       00001000
LRM001     MOVE WS-FET-BRANCH      TO PAL-BRANCH.                       00001000
LRM001     MOVE WS-FET-ACCOUNT     TO PAL-ACCT.                         00001000
LRM001     MOVE WS-FET-ACAT-CNTRL  TO PAL-ACAT-CNTRL.                   00001000
LRM001     CALL WS-ACATPIAL     USING PAL-PARAMETERS.                   00001000
      *                                                                 00019700
      *--------------------------------------------------------------*  00019800
      *          CLOSE HISTORY BROWSE CURSOR                         *  00019900
