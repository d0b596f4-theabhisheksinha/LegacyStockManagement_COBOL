000001* PDX    - CAT714   C0369802 10/15/26 10:24:02 TBTIKUO            00001000
LRM001* REGISTER THE RESUBO SUBMISSION AND EACH CORRECTED RECORD        00001000
LRM001* WITH NSCC SUBMISSION TRACKING (CALL CATOSUB) SO CAT803 CAN      00001000
LRM001* MATCH THE ACKNOWLEDGMENTS AND CAT804 CAN ALARM ON A MISSED      00001000
LRM001* CYCLE CUTOFF.                                                   00001000
000001* PDX    - CAT714   C0369572 08/23/26 04:18:20 TBTIKUO            00000100
000001* CREATED FOR SSR 114280.  AUTOMATIC CORRECTED RESUBMISSION       00000200
000001* FOR RECOVERABLE NSCC REJECT REASONS.  THE REJECT REASON         00000300
       01  CALL-MODULES.                                                00008300
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00008400
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00008500
LRM001                                                                  00001000
LRM001 01  WS-CATOSUB                   PIC X(08) VALUE 'CATOSUB '.     00001000
LRM001     COPY CATOSUB REPLACING ==:OSUB:== BY ==OS==.                 00001000
                                                                        00008600
       01  FRREJIN-STAT                 PIC  X(02)  VALUE SPACES.       00008700
           88  FRREJIN-OK                          VALUE '00'.          00008800
           MOVE 0                           TO  PAGE-CNTR.              00024200
           PERFORM 1100-WRITE-HEADER-RTN.                               00024300
                                                                        00024400
LRM001     SET  OS-OPEN                     TO  TRUE.                   00001000
LRM001     SET  OS-CORR-RESUB               TO  TRUE.                   00001000
LRM001     MOVE 'CAT714  '                  TO  OS-SRCE-PGM.            00001000
LRM001     MOVE 'RESUBO  '                  TO  OS-DD-NM.               00001000
LRM001     MOVE +0                          TO  OS-REC-CNT.             00001000
LRM001     CALL WS-CATOSUB               USING  OS-PARAMETERS.          00001000
LRM001     IF OS-NORMAL                                                 00001000
LRM001        DISPLAY 'CAT714 - NSCC SUBMISSION ' OS-SUBM-ID            00001000
LRM001                ' TARGET CYCLE ' OS-CYCLE-DT ' / ' OS-CYCLE-NBR   00001000
LRM001     END-IF.                                                      00001000
LRM001                                                                  00001000
      ******************                                                00024500
       1200-LOAD-RSN-RTN.                                               00024600
      ******************                                                00024700
           WRITE RSBFR-RECORD.                                          00037800
           ADD 1                            TO  WS-CNT-RESUBMITTED.     00037900
                                                                        00038000
LRM001     SET  OS-RECORD                   TO  TRUE.                   00001000
LRM001     ADD  1                           TO  OS-REC-CNT.             00001000
LRM001     MOVE OS-REC-CNT                  TO  OS-REC-SEQ.             00001000
LRM001     MOVE SPACES                      TO  OS-REC-KEY.             00001000
LRM001     STRING FR-CLIENT-NBR FR-ACAT-CONTROL-NBR                     00001000
LRM001            DELIMITED BY SIZE INTO OS-REC-KEY.                    00001000
LRM001     MOVE FR-CLIENT-NBR               TO  OS-CLIENT.              00001000
LRM001     MOVE FR-ACAT-CONTROL-NBR         TO  OS-ACAT-CNTL.           00001000
LRM001     CALL WS-CATOSUB               USING  OS-PARAMETERS.          00001000
LRM001                                                                  00001000
       2200-EXIT.                                                       00038100
           EXIT.                                                        00038200
                                                                        00038300
       9000-EOJ-RTN.                                                    00045500
      ************                                                      00045600
                                                                        00045700
LRM001     SET  OS-CLOSE                    TO  TRUE.                   00001000
LRM001     CALL WS-CATOSUB               USING  OS-PARAMETERS.          00001000
LRM001     IF NOT OS-NORMAL                                             00001000
LRM001        DISPLAY 'CAT714 - NSCC SUBMISSION REGISTER INCOMPLETE, '  00001000
LRM001                'SQLCODE = ' OS-SQLCODE                           00001000
LRM001        MOVE +4                      TO  RETURN-CODE              00001000
LRM001     END-IF.                                                      00001000
LRM001                                                                  00001000
           CLOSE FR-REJ-FILE                                            00045800
                 CORR-RSN-FILE                                          00045900
                 RESUB-OUT-FILE                                         00046000
