000001* PDX    - CAT708   C0369802 10/15/26 10:28:44 TBTIKUO            00001000
LRM001* MODE A REGISTERS THE RELOUT SUBMISSION AND EACH RELEASED        00001000
LRM001* RCL/FRV WITH NSCC SUBMISSION TRACKING (CALL CATOSUB) SO         00001000
LRM001* CAT803 CAN MATCH THE ACKNOWLEDGMENTS AND CAT804 CAN ALARM ON    00001000
LRM001* A MISSED CYCLE CUTOFF.  THE HELD CANDOUT FILE IS INTERNAL       00001000
LRM001* AND IS NOT REGISTERED.                                          00001000
000001* PDX    - CAT708   C0369721 09/02/26 22:15:28 TBTIKUO            00000100
000001* CREATED FOR SSR 114412.  RECLAIM AND FAIL-REVERSAL              00000200
000001* CANDIDATE GENERATION FROM THE CAT709 POSITION-BREAK             00000300
                                                                        00009700
       01  CALL-MODULES.                                                00009800
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00009900
LRM001                                                                  00001000
LRM001 01  WS-CATOSUB                   PIC X(08) VALUE 'CATOSUB '.     00001000
LRM001     COPY CATOSUB REPLACING ==:OSUB:== BY ==OS==.                 00001000
                                                                        00010000
       01  BRKRPT-STAT                  PIC  X(02)  VALUE SPACES.       00010100
           88  BRKRPT-OK                           VALUE '00'.          00010200
                 DISPLAY 'CAT708 ABENDED'                               00024400
                 CALL ABEND          USING ABEND-CODE                   00024500
              END-IF                                                    00024600
LRM001        SET  OS-OPEN                  TO  TRUE                    00001000
LRM001        SET  OS-RECLAIM-FRV           TO  TRUE                    00001000
LRM001        MOVE 'CAT708  '               TO  OS-SRCE-PGM             00001000
LRM001        MOVE 'RELOUT  '               TO  OS-DD-NM                00001000
LRM001        MOVE +0                       TO  OS-REC-CNT              00001000
LRM001        CALL WS-CATOSUB            USING  OS-PARAMETERS           00001000
LRM001        IF OS-NORMAL                                              00001000
LRM001           DISPLAY 'CAT708 - NSCC SUBMISSION ' OS-SUBM-ID         00001000
LRM001                ' TARGET CYCLE ' OS-CYCLE-DT ' / ' OS-CYCLE-NBR   00001000
LRM001        END-IF                                                    00001000
           END-IF.                                                      00024700
                                                                        00024800
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00024900
           WRITE REL-OUT-RECORD           FROM  WS-CAND-RECORD.         00033400
           ADD 1                            TO  WS-CNT-RELEASED.        00033500
                                                                        00033600
LRM001     SET  OS-RECORD                   TO  TRUE.                   00001000
LRM001     ADD  1                           TO  OS-REC-CNT.             00001000
LRM001     MOVE OS-REC-CNT                  TO  OS-REC-SEQ.             00001000
LRM001     MOVE SPACES                      TO  OS-REC-KEY.             00001000
LRM001     STRING WS-CAND-CLIENT WS-CAND-ACAT-CNTL WS-CAND-ACTION       00001000
LRM001            DELIMITED BY SIZE INTO OS-REC-KEY.                    00001000
LRM001     MOVE WS-CAND-CLIENT              TO  OS-CLIENT.              00001000
LRM001     MOVE WS-CAND-ACAT-CNTL           TO  OS-ACAT-CNTL.           00001000
LRM001     CALL WS-CATOSUB               USING  OS-PARAMETERS.          00001000
LRM001                                                                  00001000
           MOVE WS-CAND-ACTION              TO  DTL1-ACTION.            00033700
           MOVE WS-CAND-CLIENT              TO  DTL1-CLIENT.            00033800
           MOVE WS-CAND-ACAT-CNTL           TO  DTL1-ACAT-CNTL.         00033900
              MOVE 'CANDIDATES RELEASED             '  TO  TRL1-LABEL   00037800
              MOVE WS-CNT-RELEASED          TO  TRL1-COUNT              00037900
              PERFORM 5900-WRITE-TRL-RTN                                00038000
LRM001        SET  OS-CLOSE                 TO  TRUE                    00001000
LRM001        CALL WS-CATOSUB            USING  OS-PARAMETERS           00001000
LRM001        IF NOT OS-NORMAL                                          00001000
LRM001           DISPLAY 'CAT708 - NSCC SUBMISSION REGISTER '           00001000
LRM001                   'INCOMPLETE, SQLCODE = ' OS-SQLCODE            00001000
LRM001           MOVE +4                   TO  RETURN-CODE              00001000
LRM001        END-IF                                                    00001000
              CLOSE CAND-IN-FILE                                        00038100
                    REL-OUT-FILE                                        00038200
           END-IF.                                                      00038300
