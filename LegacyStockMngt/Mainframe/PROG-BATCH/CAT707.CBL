000001* PDX    - CAT707   C0369805 10/15/26 12:38:09 TBTIKUO            00000100
LRM001* PUBLISH A SETTLEMENT-DATE EVENT FOR EVERY AMENDMENT.  THE       00000100
LRM001* CATSEVT SUBROUTINE WRITES THE VSTSEVT EVENT ROW BEFORE THE      00000100
LRM001* AMENDMENT'S COMMIT SO BOTH LAND IN ONE UNIT OF WORK; CAT808     00000100
LRM001* PUTS THE EVENTS ON THE STATUS EVENT QUEUE.                      00000100
000001* PDX    - CAT707   C0369741 09/03/26 05:45:31 TBTIKUO            00000100
000001* CREATED FOR SSR 114430.  SETTLEMENT-DATE AMENDMENT              00000200
000001* PROCESSOR.  WHEN NSCC ACCELERATES OR EXTENDS A TRANSFER'S       00000300
           05  WS-CNT-NO-CHANGE         PIC S9(07) COMP-3 VALUE ZERO.   00010000
           05  WS-CNT-REJECTED          PIC S9(07) COMP-3 VALUE ZERO.   00010100
           05  WS-CNT-PEND-UPDTS        PIC S9(07) COMP-3 VALUE ZERO.   00010200
LRM001     05  WS-CNT-EVENTS            PIC S9(07) COMP-3 VALUE ZERO.   00001000
                                                                        00010300
      *  HOST VARIABLES.                                                00010400
       01  WS-ACAT-CNTL                 PIC  X(14)  VALUE SPACES.       00010500
       01  WS-NEW-STTLM-DT              PIC  X(10)  VALUE SPACES.       00010900
                                                                        00011000
       01  WS-REJECT-REASON             PIC  X(30)  VALUE SPACES.       00011100
LRM001                                                                  00001000
LRM001*  STATUS EVENT WRITER - SAME UNIT OF WORK AS THE AMENDMENT.      00001000
LRM001 01  WS-CATSEVT                   PIC  X(08) VALUE 'CATSEVT '.    00001000
LRM001     COPY CATSEVT REPLACING ==:SEVT:== BY ==SEVT==.               00001000
                                                                        00011200
       01  WS-ACCEPT-DATE.                                              00011300
           05  WS-ACCEPT-YY             PIC  9(02).                     00011400
                 PERFORM 8000-DB2-ERROR-RTN                             00033200
           END-EVALUATE.                                                00033300
                                                                        00033400
LRM001*    THE AMENDMENT'S EVENT GOES IN THE SAME UNIT OF WORK.         00001000
LRM001     MOVE SPACES                 TO SEVT-PARAMETERS.              00001000
LRM001     SET SEVT-SETTLE-AMEND       TO TRUE.                         00001000
LRM001     MOVE 'CAT707'               TO SEVT-SRCE-PGM.                00001000
LRM001     MOVE WS-CLIENT              TO SEVT-CLIENT.                  00001000
LRM001     MOVE WS-ACAT-CNTL           TO SEVT-ACAT-CNTL.               00001000
LRM001     MOVE WS-CUR-STTS            TO SEVT-OLD-STTS                 00001000
LRM001                                    SEVT-NEW-STTS.                00001000
LRM001     MOVE WS-OLD-STTLM-DT        TO SEVT-OLD-STTLM-DT.            00001000
LRM001     MOVE WS-NEW-STTLM-DT        TO SEVT-NEW-STTLM-DT.            00001000
LRM001     CALL WS-CATSEVT          USING SEVT-PARAMETERS.              00001000
LRM001     IF NOT SEVT-NORMAL                                           00001000
LRM001        DISPLAY 'CAT707 - STATUS EVENT NOT WRITTEN, SQLCODE = '   00001000
LRM001                SEVT-SQLCODE                                      00001000
LRM001        MOVE 2125                TO ABEND-CODE                    00001000
LRM001        EXEC SQL                                                  00001000
LRM001           ROLLBACK                                               00001000
LRM001        END-EXEC                                                  00001000
LRM001        CALL ABEND            USING ABEND-CODE                    00001000
LRM001     END-IF.                                                      00001000
LRM001     ADD 1                       TO WS-CNT-EVENTS.                00001000
LRM001                                                                  00001000
      *    ONE UNIT OF WORK PER AMENDMENT.                              00033500
           EXEC SQL                                                     00033600
              COMMIT                                                    00033700
                                       TO TRL1-LABEL.                   00043600
           MOVE WS-CNT-PEND-UPDTS      TO TRL1-COUNT.                   00043700
           WRITE REPORT-RECORD       FROM TRL1-RECORD.                  00043800
LRM001     MOVE 'STATUS EVENTS WRITTEN           '                      00001000
LRM001                                 TO TRL1-LABEL.                   00001000
LRM001     MOVE WS-CNT-EVENTS          TO TRL1-COUNT.                   00001000
LRM001     WRITE REPORT-RECORD       FROM TRL1-RECORD.                  00001000
           MOVE 'DATE ALREADY CURRENT - SKIPPED  '                      00043900
                                       TO TRL1-LABEL.                   00044000
           MOVE WS-CNT-NO-CHANGE       TO TRL1-COUNT.                   00044100
