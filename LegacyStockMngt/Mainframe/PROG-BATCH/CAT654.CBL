000001* PDX    - CAT654   C0369802 10/15/26 10:31:07 TBTIKUO            00001000
LRM002* REGISTER THE ASTREJ SUBMISSION AND EACH ASSET REJECT WITH       00001000
LRM002* NSCC SUBMISSION TRACKING (CALL CATOSUB) SO CAT803 CAN MATCH     00001000
LRM002* THE ACKNOWLEDGMENTS AND CAT804 CAN ALARM ON A MISSED CYCLE      00001000
LRM002* CUTOFF.  LIQINST GOES TO THE FUND DESK, NOT NSCC.               00001000
000001* PDX    - CAT654   C0369750 09/04/26 10:20:44 TBTIKUO            00001000
LRM001* PICK UP THE REVIEW SCREEN'S ASSET REJECTS.  THE ACAT24DB        00001000
LRM001* SCREEN MARKS ASSET_DSPSN_CD 'R' WITH A REASON, BUT NO           00001000
       01  CALL-MODULES.                                                00008400
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00008500
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00008600
LRM002                                                                  00001000
LRM002 01  WS-CATOSUB                   PIC X(08) VALUE 'CATOSUB '.     00001000
LRM002     COPY CATOSUB REPLACING ==:OSUB:== BY ==OS==.                 00001000
                                                                        00008700
       01  WS-END-OF-SCN-SW             PIC  X(01)  VALUE 'N'.          00008800
           88  WS-END-OF-SCN                       VALUE 'Y'.           00008900
           MOVE HDR1-RECORD                 TO  TRAC-DETAIL.            00022200
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00022300
                                                                        00022400
LRM002     SET  OS-OPEN                     TO  TRUE.                   00001000
LRM002     SET  OS-ASSET-REJECT             TO  TRUE.                   00001000
LRM002     MOVE 'CAT654  '                  TO  OS-SRCE-PGM.            00001000
LRM002     MOVE 'ASTREJ  '                  TO  OS-DD-NM.               00001000
LRM002     MOVE +0                          TO  OS-REC-CNT.             00001000
LRM002     CALL WS-CATOSUB               USING  OS-PARAMETERS.          00001000
LRM002     IF OS-NORMAL                                                 00001000
LRM002        DISPLAY 'CAT654 - NSCC SUBMISSION ' OS-SUBM-ID            00001000
LRM002                ' TARGET CYCLE ' OS-CYCLE-DT ' / ' OS-CYCLE-NBR   00001000
LRM002     END-IF.                                                      00001000
LRM002                                                                  00001000
      *********************                                             00022500
       2000-SCREEN-ASSET-RTN.                                           00022600
      *********************                                             00022700
           MOVE WS-SCN-SEQ                  TO  ARJ-ASSET-SEQ.          00029000
           MOVE WS-SCN-CUSIP                TO  ARJ-CUSIP.              00029100
           MOVE 'NT'                        TO  ARJ-REJECT-RSN.         00029200
LRM002     PERFORM 4100-REGISTER-ASTREJ-RTN.                            00001000
           WRITE ASTREJ-RECORD.                                         00029300
           ADD 1                            TO  WS-CNT-REJECTS.         00029400
           MOVE 'NON-TRANSFERABLE - NSCC ASSET REJECT    '              00029500
                                            TO  DTL1-ACTION.            00029600
LRM002                                                                  00001000
LRM002*---------------------------------------------------------------  00001000
LRM002* 4100-REGISTER-ASTREJ-RTN - THE ASSET REJECT ABOUT TO BE         00001000
LRM002* WRITTEN GOES ON THE NSCC SUBMISSION REGISTER.                   00001000
LRM002*---------------------------------------------------------------  00001000
LRM002 4100-REGISTER-ASTREJ-RTN.                                        00001000
LRM002                                                                  00001000
LRM002     SET  OS-RECORD                   TO  TRUE.                   00001000
LRM002     ADD  1                           TO  OS-REC-CNT.             00001000
LRM002     MOVE OS-REC-CNT                  TO  OS-REC-SEQ.             00001000
LRM002     MOVE SPACES                      TO  OS-REC-KEY.             00001000
LRM002     STRING ARJ-CLIENT ARJ-ACAT-CNTL ARJ-ASSET-SEQ                00001000
LRM002            DELIMITED BY SIZE INTO OS-REC-KEY.                    00001000
LRM002     MOVE ARJ-CLIENT                  TO  OS-CLIENT.              00001000
LRM002     MOVE ARJ-ACAT-CNTL               TO  OS-ACAT-CNTL.           00001000
LRM002     CALL WS-CATOSUB               USING  OS-PARAMETERS.          00001000
                                                                        00029700
LRM001                                                                  00001000
LRM001*---------------------------------------------------------------  00001000
LRM001     MOVE WS-RJC-SEQ                  TO  ARJ-ASSET-SEQ.          00001000
LRM001     MOVE WS-RJC-CUSIP                TO  ARJ-CUSIP.              00001000
LRM001     MOVE WS-RJC-RSN                  TO  ARJ-REJECT-RSN.         00001000
LRM002     PERFORM 4100-REGISTER-ASTREJ-RTN.                            00001000
LRM001     WRITE ASTREJ-RECORD.                                         00001000
LRM001     ADD 1                            TO  WS-CNT-SCRN-REJECTS.    00001000
LRM001                                                                  00001000
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00033400
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00033500
                                                                        00033600
LRM002     SET  OS-CLOSE                    TO  TRUE.                   00001000
LRM002     CALL WS-CATOSUB               USING  OS-PARAMETERS.          00001000
LRM002     IF NOT OS-NORMAL                                             00001000
LRM002        DISPLAY 'CAT654 - NSCC SUBMISSION REGISTER INCOMPLETE, '  00001000
LRM002                'SQLCODE = ' OS-SQLCODE                           00001000
LRM002        MOVE +4                      TO  RETURN-CODE              00001000
LRM002     END-IF.                                                      00001000
LRM002                                                                  00001000
           CLOSE ASTREJ-FILE                                            00033700
                 LIQINST-FILE                                           00033800
                 REPORT-FILE.                                           00033900
