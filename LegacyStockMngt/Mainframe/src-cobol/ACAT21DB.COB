000001* PDX    - ACAT21DB C0369795 10/15/26 02:18:44 TBTIKUO            00001000
LRM006* SSR 114466 LOG EVERY TRANSFER RETURNED (CUSTOMER NAME AND SSN)  00001000
LRM006* ON THE ACATPIAL PII ACCESS LOG THROUGH THE ACATPIAL MODULE -    00001000
LRM006* CICS SIGN-ON, TERMINAL, TRANSACTION, CLIENT/CONTROL NUMBER.     00001000
000001* PDX    - ACAT21DB C0369610 08/24/26 09:42:11 TBTIKUO            00001000
LRM005* SSR 114340 SURFACE THE MOST RECENT OPERATOR NOTE (VTRNNOTE,             
LRM005* MAINTAINED BY ACATNTDB) ON EACH TRANSFER RETURNED BY THE                
           03  CALLING-TRAN-ID                 PIC X(04).                       
           03  CALLING-PROGRAM-ID              PIC X(08).                       
           03  SQLCA-AREA                      PIC X(136).                      
LRM006 01  WS-ACATPIAL            PIC X(08)  VALUE 'ACATPIAL'.          00001000
LRM006     COPY CATPIAL REPLACING ==:PIAL:== BY ==PAL==.                00001000
       01  WS-PASSED-DATA-AREA.                                                 
           03  WS-PASSED-CLT                   PIC X(04).                       
           03  WS-PASSED-BR                    PIC X(03).                       
           MOVE STTLM-ASCTD-DT    TO ACAT21-TFR-STTL-ASCTD.                     
           MOVE CRT-TMSTP         TO ACAT21-CRT-TMSTP.                          
LRM005     PERFORM GET-LAST-NOTE.                                               
LRM006     PERFORM LOG-PII-ACCESS.                                      00001000
LRM005*                                                                         
LRM005*--------------------------------------------------------------*         
LRM005*        MOST RECENT OPERATOR NOTE FOR THE TRANSFER            *         
LRM005     MOVE WS-NOTE-TXT    TO ACAT21-TFR-NOTE-TXT.                          
LRM005     MOVE WS-NOTE-TMSTP  TO ACAT21-TFR-NOTE-TMSTP.                        
LRM005     MOVE +0  TO SQLCODE.                                                 
LRM006*                                                                 00001000
LRM006*--------------------------------------------------------------*  00001000
LRM006*          LOG THE RETRIEVAL ON THE PII ACCESS LOG             *  00001000
LRM006*--------------------------------------------------------------*  00001000
LRM006 LOG-PII-ACCESS.                                                  00001000
LRM006     MOVE SPACES            TO PAL-PARAMETERS.                    00001000
LRM006     EXEC CICS ASSIGN USERID(PAL-USER-ID)                         00001000
LRM006          NOHANDLE                                                00001000
LRM006     END-EXEC.                                                    00001000
LRM006     MOVE EIBTRMID          TO PAL-TERM-ID.                       00001000
LRM006     MOVE EIBTRNID          TO PAL-TRAN-ID.                       00001000
LRM006     MOVE 'ACAT21DB'        TO PAL-PRGM-NM.                       00001000
LRM006     SET PAL-PEND-INQ       TO TRUE.                              00001000
LRM006     MOVE CLIENT-NBR        TO PAL-CLIENT.                        00001000
LRM006     MOVE BRANCH-CD         TO PAL-BRANCH.                        00001000
LRM006     MOVE ACCT-CD           TO PAL-ACCT.                          00001000
LRM006     MOVE ACAT-CONTROL-NBR  TO PAL-ACAT-CNTRL.                    00001000
LRM006     CALL WS-ACATPIAL    USING PAL-PARAMETERS.                    00001000
      *                                                                         
      *--------------------------------------------------------------*          
      *         CLOSE ACTIVE TRANSFER CURSOR TABLE                   *          
