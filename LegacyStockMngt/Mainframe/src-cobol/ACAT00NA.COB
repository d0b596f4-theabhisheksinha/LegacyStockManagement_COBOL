000001* PDX    - ACAT00NA C0369795 10/15/26 02:24:12 TBTIKUO            00001000
LRM001* SSR 114466 LOG EVERY NAME/ADDRESS/SSN RETURNED ON THE ACATPIAL  00001000
LRM001* PII ACCESS LOG THROUGH THE ACATPIAL MODULE.                     00001000
000001* PDX    - ACAT00NA C0350140 01/23/14 07:04:56 TBCHKOP            00001000
CSG001* SSR 93855 CORRECT NAME AND ADDRESS VALUES FOR INVALID CHARACTERS        
000001* PDX    - ACAT00NA C0231507 06/23/06 08:24:10 TBLAMUR            00001000
           COPY PDXIDCOB.                                                       
                                                                                
LRMXXX 01  WS-CALLED-EIBCALEN         PIC S9(4) COMP.                           
LRM001 01  WS-ACATPIAL                PIC X(08) VALUE 'ACATPIAL'.       00001000
LRM001     COPY CATPIAL REPLACING ==:PIAL:== BY ==PAL==.                00001000
CSG001*                                                                         
CSG001 01  WS-WORKING-STORAGE-AREA.                                             
CSG001     10 WS-SUB1                 PIC S9(03) COMP-3.                        
                               ACATNAIO-NAME2                                   
                               ACATNAIO-NAME3.                                  
                                                                                
LRM001     IF ACATNAIO-FOUND                                            00001000
LRM001        PERFORM LOG-PII-ACCESS-RTN                                00001000
LRM001     END-IF.                                                      00001000
LRM001                                                                  00001000
           MOVE WS-COMMAREA TO DFHCOMMAREA(1 : WS-CALLED-EIBCALEN).             
           EXEC CICS RETURN END-EXEC.                                   06880000
                                                                                
                     RIDFLD(B1-REC-ID)                                  03740002
                     LENGTH(LENGTH OF B1-RECORD)                        03750002
           END-EXEC.                                                    03760002
LRM001                                                                  00001000
LRM001* LOG THE RETRIEVAL ON THE PII ACCESS LOG.                        00001000
LRM001 LOG-PII-ACCESS-RTN.                                              00001000
LRM001     MOVE SPACES            TO PAL-PARAMETERS.                    00001000
LRM001     EXEC CICS ASSIGN USERID(PAL-USER-ID)                         00001000
LRM001          NOHANDLE                                                00001000
LRM001     END-EXEC.                                                    00001000
LRM001     MOVE EIBTRMID          TO PAL-TERM-ID.                       00001000
LRM001     MOVE EIBTRNID          TO PAL-TRAN-ID.                       00001000
LRM001     MOVE 'ACAT00NA'        TO PAL-PRGM-NM.                       00001000
LRM001     SET PAL-NAME-ADDR      TO TRUE.                              00001000
LRM001     MOVE ACATNAIO-CLIENT   TO PAL-CLIENT.                        00001000
LRM001     MOVE ACATNAIO-BR       TO PAL-BRANCH.                        00001000
LRM001     MOVE ACATNAIO-AC       TO PAL-ACCT.                          00001000
LRM001     CALL WS-ACATPIAL    USING PAL-PARAMETERS.                    00001000
                                                                                
CSG001 EDIT-ACATNAIO-NAME.                                              03700002
CSG001* MOVE SAPCES FOR THE SPECIAL CHARACTERS FOUND IN ACATNAIO-NAME,          
