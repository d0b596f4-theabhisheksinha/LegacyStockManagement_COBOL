000001* PDX    - CAT877   C0369802 10/15/26 10:26:19 TBTIKUO            00001000
LRM001* REGISTER THE ORSBMT SUBMISSION AND EACH RESUBMITTED ITEM        00001000
LRM001* WITH NSCC SUBMISSION TRACKING (CALL CATOSUB) SO CAT803 CAN      00001000
LRM001* MATCH THE FUND/SERV ACKNOWLEDGMENTS BY ITEM KEY AND CAT804      00001000
LRM001* CAN ALARM ON A MISSED CYCLE CUTOFF.                             00001000
000001* PDX    - CAT877   C0369533 08/22/26 15:10:27 TBTIKUO            00000100
000001* CREATED FOR SSR 114233.  AUTOMATIC RESUBMISSION OF              00000200
000001* UNCONFIRMED FUND/SERV MUTUAL-FUND ACTIVITY.  THE CAT876/        00000300
                                                                        00016300
       01  CALL-MODULES.                                                00016400
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00016500
LRM001                                                                  00001000
LRM001 01  WS-CATOSUB                   PIC X(08) VALUE 'CATOSUB '.     00001000
LRM001     COPY CATOSUB REPLACING ==:OSUB:== BY ==OS==.                 00001000
                                                                        00016600
       01  IMFRCN-STAT                  PIC  X(02)  VALUE SPACES.       00016700
           88  IMFRCN-OK                           VALUE '00'.          00016800
           MOVE 0                           TO  PAGE-CNTR.              00037800
           PERFORM 1100-WRITE-HEADER-RTN.                               00037900
                                                                        00038000
LRM001     SET  OS-OPEN                     TO  TRUE.                   00001000
LRM001     SET  OS-FUNDSERV-RESUB           TO  TRUE.                   00001000
LRM001     MOVE 'CAT877  '                  TO  OS-SRCE-PGM.            00001000
LRM001     MOVE 'ORSBMT  '                  TO  OS-DD-NM.               00001000
LRM001     MOVE +0                          TO  OS-REC-CNT.             00001000
LRM001     CALL WS-CATOSUB               USING  OS-PARAMETERS.          00001000
LRM001     IF OS-NORMAL                                                 00001000
LRM001        DISPLAY 'CAT877 - NSCC SUBMISSION ' OS-SUBM-ID            00001000
LRM001                ' TARGET CYCLE ' OS-CYCLE-DT ' / ' OS-CYCLE-NBR   00001000
LRM001     END-IF.                                                      00001000
LRM001                                                                  00001000
           PERFORM 8000-READ-RECON-RTN.                                 00038100
           PERFORM 8500-READ-HIST-RTN.                                  00038200
                                                                        00038300
           MOVE WS-ATTEMPT-CNT              TO  RSB-ATTEMPT-NBR.        00049400
           MOVE WS-RUN-DATE-X               TO  RSB-RESUB-DATE.         00049500
           WRITE RESUB-OUT-RECORD.                                      00049600
LRM001                                                                  00001000
LRM001*    FUND/SERV ITEMS CARRY NO ACAT CONTROL NUMBER - THE ITEM KEY  00001000
LRM001*    IS WHAT THE ACKNOWLEDGMENT ECHOES.                           00001000
LRM001     SET  OS-RECORD                   TO  TRUE.                   00001000
LRM001     ADD  1                           TO  OS-REC-CNT.             00001000
LRM001     MOVE OS-REC-CNT                  TO  OS-REC-SEQ.             00001000
LRM001     MOVE WS-ITEM-KEY                 TO  OS-REC-KEY.             00001000
LRM001     MOVE WS-ITEM-CLIENT              TO  OS-CLIENT.              00001000
LRM001     MOVE SPACES                      TO  OS-ACAT-CNTL.           00001000
LRM001     CALL WS-CATOSUB               USING  OS-PARAMETERS.          00001000
                                                                        00049700
      ***********************                                           00049800
       2600-WRITE-HISTORY-RTN.                                          00049900
       9000-EOJ-RTN.                                                    00065200
      ************                                                      00065300
                                                                        00065400
LRM001     SET  OS-CLOSE                    TO  TRUE.                   00001000
LRM001     CALL WS-CATOSUB               USING  OS-PARAMETERS.          00001000
LRM001     IF NOT OS-NORMAL                                             00001000
LRM001        DISPLAY 'CAT877 - NSCC SUBMISSION REGISTER INCOMPLETE, '  00001000
LRM001                'SQLCODE = ' OS-SQLCODE                           00001000
LRM001        MOVE +4                      TO  RETURN-CODE              00001000
LRM001     END-IF.                                                      00001000
LRM001                                                                  00001000
           CLOSE RECON-FILE                                             00065500
                 HIST-IN-FILE                                           00065600
                 PARM-CARD-FILE                                         00065700
