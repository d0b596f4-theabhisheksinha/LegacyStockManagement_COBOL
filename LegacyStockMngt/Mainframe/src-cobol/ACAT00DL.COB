000001* PDX    - ACAT00DL C0369795 10/15/26 02:27:55 TBTIKUO            00001000
LRM002* SSR 114466 LOG EVERY LOOKUP THAT RETURNS THE NAME/ADDRESS       00001000
LRM002* HISTORY ON THE ACATPIAL PII ACCESS LOG THROUGH THE ACATPIAL     00001000
LRM002* MODULE - CICS SIGN-ON, TERMINAL, TRANSACTION, ACCOUNT, TIME.    00001000
000001* PDX    - ACAT00DL C0331778 10/11/12 10:37:13 TBLAMUR            00001000
000100 ID DIVISION.                                                     00010000
000200 PROGRAM-ID. ACAT00DL.                                            00020000
                                                                                
LRM001 01  WS-NAHIST-MAX-ROWS         PIC 9(02) VALUE 05.               00001000
LRM001 01  WS-NAHIST-SUB              PIC 9(02) VALUE 0.                00001000
LRM002 01  WS-ACATPIAL                PIC X(08) VALUE 'ACATPIAL'.       00001000
LRM002     COPY CATPIAL REPLACING ==:PIAL:== BY ==PAL==.                00001000
                                                                                
       01  WS-COMMAREA.                                                         
           COPY ACAT00DL REPLACING ==:ACAT:== BY ==ACAT==.                      
LRM001* THE ACTIVE DELIVERY RESULT.                                     00001000
LRM001* --------------------------------------------------------*       00001000
LRM001 0060-GET-NAHIST-RTN.                                             00001000
LRM002     PERFORM 0070-LOG-PII-ACCESS-RTN.                             00001000
LRM001     MOVE 0 TO WS-NAHIST-SUB ACAT-AA-NAHIST-COUNT.                00001000
LRM001     EXEC SQL                                                     00001000
LRM001        OPEN NAHSTCSR                                             00001000
LRM001                          TO ACAT-AA-NAHIST-ADDR(WS-NAHIST-SUB)   00001000
LRM001     END-IF.                                                      00001000
                                                                                
LRM002* --------------------------------------------------------*       00001000
LRM002* 0070-LOG-PII-ACCESS-RTN: EVERY LOOKUP THAT RETURNS THE          00001000
LRM002* NAME/ADDRESS HISTORY IS LOGGED ON THE PII ACCESS LOG.           00001000
LRM002* --------------------------------------------------------*       00001000
LRM002 0070-LOG-PII-ACCESS-RTN.                                         00001000
LRM002     MOVE SPACES            TO PAL-PARAMETERS.                    00001000
LRM002     EXEC CICS ASSIGN USERID(PAL-USER-ID)                         00001000
LRM002          NOHANDLE                                                00001000
LRM002     END-EXEC.                                                    00001000
LRM002     MOVE EIBTRMID          TO PAL-TERM-ID.                       00001000
LRM002     MOVE EIBTRNID          TO PAL-TRAN-ID.                       00001000
LRM002     MOVE 'ACAT00DL'        TO PAL-PRGM-NM.                       00001000
LRM002     SET PAL-DLVR-LOOKUP    TO TRUE.                              00001000
LRM002     MOVE CLIENT-NBR OF DCLVTRNFR TO PAL-CLIENT.                  00001000
LRM002     MOVE ACAT-AA-BR        TO PAL-BRANCH.                        00001000
LRM002     MOVE ACAT-AA-ACCT      TO PAL-ACCT.                          00001000
LRM002     IF NOT ACAT-AA-NOT-FOUND                                     00001000
LRM002        MOVE ACAT-CONTROL-NBR OF DCLVTRNFR TO PAL-ACAT-CNTRL      00001000
LRM002     END-IF.                                                      00001000
LRM002     CALL WS-ACATPIAL    USING PAL-PARAMETERS.                    00001000
