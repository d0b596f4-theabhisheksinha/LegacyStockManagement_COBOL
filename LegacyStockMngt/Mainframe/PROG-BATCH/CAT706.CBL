000001* PDX    - CAT706   C0369805 10/15/26 12:31:45 TBTIKUO            00000100
LRM003* PUBLISH A STATUS-CHANGE EVENT FOR EVERY APPLIED UPDATE.         00000100
LRM003* EACH VTRNFR STATUS CHANGE NOW CALLS THE CATSEVT SUBROUTINE      00000100
LRM003* BEFORE THE COMMIT, SO THE VSTSEVT EVENT ROW (CLIENT, CONTROL    00000100
LRM003* NUMBER, BRANCH/ACCOUNT, OLD/NEW STATUS, OLD/NEW SETTLE DATE,    00000100
LRM003* REJECT REASON) IS COMMITTED IN THE SAME UNIT OF WORK AS THE     00000100
LRM003* UPDATE.  CAT808 PUTS THE EVENTS ON THE STATUS EVENT QUEUE.      00000100
LRM003* AN EVENT THAT CANNOT BE WRITTEN ROLLS THE UPDATE BACK.          00000100
000001* PDX    - CAT706   C0369723 09/02/26 22:40:15 TBTIKUO            00000100
LRM002* APPLY THE LARGE-VALUE AND SANCTIONS GATES AT ARRIVAL TIME.      00000100
LRM002* A BRAND-NEW HIGH-VALUE TRANSFER ARRIVING MID-MORNING USED       00000100
LRM002 01  WS-CNT-OFAC-HITS             PIC S9(05) COMP-3 VALUE ZERO.   00001000
       01  WS-ACAT-CNTL                 PIC  X(14)  VALUE SPACES.       00012100
       01  WS-STTLM-DT                  PIC  X(10)  VALUE SPACES.       00012200
LRM003 01  WS-OLD-STTLM-DT              PIC  X(10)  VALUE SPACES.       00001000
LRM003*  STATUS EVENT WRITER - SAME UNIT OF WORK AS THE UPDATE.         00001000
LRM003 01  WS-CATSEVT                   PIC  X(08) VALUE 'CATSEVT '.    00001000
LRM003     COPY CATSEVT REPLACING ==:SEVT:== BY ==SEVT==.               00001000
LRM003 01  WS-CNT-EVENTS                PIC S9(07) COMP-3  VALUE ZERO.  00001000
                                                                        00012300
       01  WS-CURRENT-DATE.                                             00012400
           05  WS-CURRENT-YY            PIC  X(02).                     00012500
           MOVE IST-STTLM-DT                TO  WS-STTLM-DT.            00035600
           MOVE SPACES                      TO  WS-CLIENT               00035700
                                                WS-OLD-STTS             00035800
LRM003                                          WS-OLD-STTLM-DT         00001000
                                                WS-REJECT-REASON.       00035900
                                                                        00036000
           MOVE 'N'                         TO  WS-VALID-STTS-SW.       00036100
           EXEC SQL                                                     00037700
              SELECT  CLIENT_NBR                                        00037800
                     ,STTS_CD                                           00037900
LRM003               ,CHAR(STTLM_DT, ISO)                               00001000
                INTO :WS-CLIENT                                         00038000
                    ,:WS-OLD-STTS                                       00038100
LRM003              ,:WS-OLD-STTLM-DT                                   00001000
                FROM  VTRNFR                                            00038200
               WHERE  ACAT_CONTROL_NBR = :WS-ACAT-CNTL                  00038300
           END-EXEC.                                                    00038400
                                                                        00040500
           PERFORM 2200-UPDATE-VTRNFR-RTN.                              00040600
           PERFORM 2300-UPDATE-ACATPEND-RTN.                            00040700
LRM003     PERFORM 2350-WRITE-EVENT-RTN.                                00001000
                                                                        00040800
           ADD 1                            TO  WS-CNT-APPLIED.         00040900
LRM001     ADD 1                            TO  WS-COMMIT-CNTR.         00001000
                 MOVE 2300 TO ABEND-CODE                                00045700
                 PERFORM SQL-ERROR-ROUTINE                              00045800
           END-EVALUATE.                                                00045900
LRM003                                                                  00001000
LRM003     EJECT                                                        00001000
LRM003*--------------------------------------------------------------*  00001000
LRM003*  2350-WRITE-EVENT-RTN: STATUS-CHANGE EVENT FOR THE UPDATE    *  00001000
LRM003*  JUST MADE, INSIDE THE SAME UNIT OF WORK.  NO EVENT, NO      *  00001000
LRM003*  UPDATE - A FAILURE ROLLS BACK AND ABENDS.                   *  00001000
LRM003*--------------------------------------------------------------*  00001000
LRM003**********************                                            00001000
LRM003 2350-WRITE-EVENT-RTN.                                            00001000
LRM003**********************                                            00001000
LRM003                                                                  00001000
LRM003     MOVE SPACES                      TO  SEVT-PARAMETERS.        00001000
LRM003     SET SEVT-STATUS-CHANGE           TO  TRUE.                   00001000
LRM003     MOVE 'CAT706'                    TO  SEVT-SRCE-PGM.          00001000
LRM003     MOVE WS-CLIENT                   TO  SEVT-CLIENT.            00001000
LRM003     MOVE WS-ACAT-CNTL                TO  SEVT-ACAT-CNTL.         00001000
LRM003     MOVE WS-OLD-STTS                 TO  SEVT-OLD-STTS.          00001000
LRM003     MOVE WS-NEW-STTS                 TO  SEVT-NEW-STTS.          00001000
LRM003     MOVE WS-OLD-STTLM-DT             TO  SEVT-OLD-STTLM-DT.      00001000
LRM003     MOVE WS-STTLM-DT                 TO  SEVT-NEW-STTLM-DT.      00001000
LRM003     CALL WS-CATSEVT               USING  SEVT-PARAMETERS.        00001000
LRM003                                                                  00001000
LRM003     IF NOT SEVT-NORMAL                                           00001000
LRM003        DISPLAY 'CAT706 - STATUS EVENT NOT WRITTEN, SQLCODE = '   00001000
LRM003                SEVT-SQLCODE                                      00001000
LRM003        DISPLAY '*** PROGRAM IS ABENDING'                         00001000
LRM003        MOVE 2350 TO ABEND-CODE                                   00001000
LRM003        EXEC SQL  ROLLBACK  END-EXEC                              00001000
LRM003        CALL ABEND      USING ABEND-CODE                          00001000
LRM003     END-IF.                                                      00001000
LRM003                                                                  00001000
LRM003     ADD 1                            TO  WS-CNT-EVENTS.          00001000
                                                                        00046000
LRM002******************                                                00001000
LRM002 1200-LOAD-OFAC-RTN.                                              00001000
           DISPLAY ' '                                                  00055300
           DISPLAY 'STATUS MESSAGES READ:   ' WS-CNT-READ               00055400
           DISPLAY 'STATUS CHANGES APPLIED: ' WS-CNT-APPLIED            00055500
LRM003     DISPLAY 'STATUS EVENTS WRITTEN:  ' WS-CNT-EVENTS             00001000
LRM002     DISPLAY 'LARGE-VALUE HOLDS:      ' WS-CNT-LRGVAL-HELD        00001000
LRM002     DISPLAY 'SANCTIONS HITS:         ' WS-CNT-OFAC-HITS          00001000
           DISPLAY 'ACATPEND ROWS UPDATED:  ' WS-CNT-PEND-UPDTS         00055600
