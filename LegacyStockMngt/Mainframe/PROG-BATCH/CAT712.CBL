000001* PDX    - CAT712   C0369802 10/15/26 10:21:36 TBTIKUO            00001000
LRM001* REGISTER THE EXTOUT SUBMISSION AND EACH EXTENSION REQUEST       00001000
LRM001* WITH NSCC SUBMISSION TRACKING (CALL CATOSUB) SO CAT803 CAN      00001000
LRM001* MATCH THE ACKNOWLEDGMENTS AND CAT804 CAN ALARM ON A MISSED      00001000
LRM001* CYCLE CUTOFF.                                                   00001000
000001* PDX    - CAT712   C0369566 08/23/26 02:31:08 TBTIKUO            00000100
000001* CREATED FOR SSR 114272.  NSCC EXTENSION-REQUEST GENERATION      00000200
000001* FOR TRANSFERS APPROACHING THE REJECT CUTOFF.  CAT711 MARKS      00000300
                                                                        00011300
       01  CALL-MODULES.                                                00011400
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00011500
LRM001                                                                  00001000
LRM001 01  WS-CATOSUB                   PIC X(08) VALUE 'CATOSUB '.     00001000
LRM001     COPY CATOSUB REPLACING ==:OSUB:== BY ==OS==.                 00001000
                                                                        00011600
       01  CUTWARN-STAT                 PIC  X(02)  VALUE SPACES.       00011700
           88  CUTWARN-OK                          VALUE '00'.          00011800
           MOVE 0                           TO  PAGE-CNTR.              00026800
           PERFORM 1100-WRITE-HEADER-RTN.                               00026900
                                                                        00027000
LRM001     SET  OS-OPEN                     TO  TRUE.                   00001000
LRM001     SET  OS-EXTENSION                TO  TRUE.                   00001000
LRM001     MOVE 'CAT712  '                  TO  OS-SRCE-PGM.            00001000
LRM001     MOVE 'EXTOUT  '                  TO  OS-DD-NM.               00001000
LRM001     MOVE +0                          TO  OS-REC-CNT.             00001000
LRM001     CALL WS-CATOSUB               USING  OS-PARAMETERS.          00001000
LRM001     IF OS-NORMAL                                                 00001000
LRM001        DISPLAY 'CAT712 - NSCC SUBMISSION ' OS-SUBM-ID            00001000
LRM001                ' TARGET CYCLE ' OS-CYCLE-DT ' / ' OS-CYCLE-NBR   00001000
LRM001     END-IF.                                                      00001000
LRM001                                                                  00001000
      **********************                                            00027100
       1200-LOAD-DECISION-RTN.                                          00027200
      **********************                                            00027300
           MOVE WS-RUN-DATE-X               TO  EXT-REQUEST-DATE.       00038500
           WRITE EXT-OUT-RECORD.                                        00038600
                                                                        00038700
LRM001     SET  OS-RECORD                   TO  TRUE.                   00001000
LRM001     ADD  1                           TO  OS-REC-CNT.             00001000
LRM001     MOVE OS-REC-CNT                  TO  OS-REC-SEQ.             00001000
LRM001     MOVE SPACES                      TO  OS-REC-KEY.             00001000
LRM001     STRING WARN-CLIENT WARN-ACAT-CNTL-NBR                        00001000
LRM001            DELIMITED BY SIZE INTO OS-REC-KEY.                    00001000
LRM001     MOVE WARN-CLIENT                 TO  OS-CLIENT.              00001000
LRM001     MOVE WARN-ACAT-CNTL-NBR          TO  OS-ACAT-CNTL.           00001000
LRM001     CALL WS-CATOSUB               USING  OS-PARAMETERS.          00001000
LRM001                                                                  00001000
      **********************                                            00038800
       3000-WRITE-DETAIL-RTN.                                           00038900
      **********************                                            00039000
       9000-EOJ-RTN.                                                    00043300
      ************                                                      00043400
                                                                        00043500
LRM001     SET  OS-CLOSE                    TO  TRUE.                   00001000
LRM001     CALL WS-CATOSUB               USING  OS-PARAMETERS.          00001000
LRM001     IF NOT OS-NORMAL                                             00001000
LRM001        DISPLAY 'CAT712 - NSCC SUBMISSION REGISTER INCOMPLETE, '  00001000
LRM001                'SQLCODE = ' OS-SQLCODE                           00001000
LRM001        MOVE +4                      TO  RETURN-CODE              00001000
LRM001     END-IF.                                                      00001000
LRM001                                                                  00001000
           CLOSE WARNING-FILE                                           00043600
                 DECISION-FILE                                          00043700
                 EXT-OUT-FILE                                           00043800
