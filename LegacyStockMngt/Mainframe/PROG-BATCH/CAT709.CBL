000001* PDX    - CAT709   C0369808 10/15/26 14:22:40 TBTIKUO            00001000
LRM001* SSR 114479 PARM 'SNAP' TAKES THE OPEN TRANSFERS FROM THE        00001000
LRM001* CAT811 NIGHTLY SNAPSHOT (SNAPTFR) INSTEAD OF THE VTRNFR         00001000
LRM001* CURSOR, SO THE STEP CAN RUN OFF DB2.  THE SNAPSHOT IS IN        00001000
LRM001* CONTROL NUMBER ORDER ALREADY; ITS TRAILER COUNT MUST AGREE      00001000
LRM001* WITH THE DETAILS READ OR THE STEP ABENDS.  NO PARM = DB2.       00001000
000001* PDX    - CAT709   C0369526 08/22/26 13:02:18 TBTIKUO            00000100
000001* CREATED FOR SSR 114226.  POSITION-BREAK RECONCILIATION OF       00000200
000001* THE NSCC EOD POSITION FILE AGAINST VTRNFR.  CAT705 ONLY         00000300
      *                 SORTED BY ACAT CONTROL NUMBER.                * 00002000
      * MATCH:  OPEN VTRNFR ROWS (STATUS BELOW '400') ORDERED BY      * 00002100
      *         ACAT CONTROL NUMBER.                                  * 00002200
LRM001*         (PARM 'SNAP' - SNAPTFR, THE CAT811 SNAPSHOT, INSTEAD) * 00001000
      * OUTPUT: RPTPI - BREAK REPORT, BOTH DIRECTIONS, WITH COUNTS.   * 00002300
      *---------------------------------------------------------------* 00002400
           EJECT                                                        00002500
                                       FILE STATUS  IS OPOSN-STAT.      00003200
                                                                        00003300
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00003400
LRM001                                                                  00001000
LRM001     SELECT SNAP-TFR-FILE        ASSIGN  TO  SNAPTFR              00001000
LRM001                                 FILE STATUS  IS SNAPTFR-STAT.    00001000
                                                                        00003500
      ***************************************************************** 00003600
       DATA DIVISION.                                                   00003700
                                                                        00006900
       01  REPORT-RECORD                PIC  X(132).                    00007000
                                                                        00007100
LRM001 FD  SNAP-TFR-FILE                                                00001000
LRM001     RECORDING MODE F                                             00001000
LRM001     BLOCK CONTAINS 0 RECORDS                                     00001000
LRM001     LABEL RECORDS ARE STANDARD                                   00001000
LRM001     RECORD CONTAINS 150 CHARACTERS.                              00001000
LRM001     COPY CATSNPT REPLACING ==:SNPT:== BY ==SNPT==.               00001000
LRM001                                                                  00001000
           EJECT                                                        00007200
      ***************************************************************** 00007300
       WORKING-STORAGE SECTION.                                         00007400
           88  WS-NSCC-EOF                         VALUE 'Y'.           00008900
       01  WS-TFR-EOF-SW                PIC  X(01)  VALUE 'N'.          00009000
           88  WS-TFR-EOF                          VALUE 'Y'.           00009100
LRM001                                                                  00001000
LRM001 01  SNAPTFR-STAT                 PIC  X(02)  VALUE SPACES.       00001000
LRM001     88  SNAPTFR-OK                          VALUE '00'.          00001000
LRM001 01  WS-SNAP-SW                   PIC  X(01)  VALUE 'N'.          00001000
LRM001     88  WS-SNAP-MODE                        VALUE 'Y'.           00001000
LRM001 01  WS-CNT-SNAP-DTL              PIC S9(09) COMP-3  VALUE ZERO.  00001000
                                                                        00009200
       01  WS-NSCC-KEY                  PIC  X(14)  VALUE LOW-VALUES.   00009300
       01  WS-NSCC-PREV-KEY             PIC  X(14)  VALUE LOW-VALUES.   00009400
                                                                        00021000
           EJECT                                                        00021100
      ***************************************************************** 00021200
LRM001 LINKAGE SECTION.                                                 00001000
LRM001***************************************************************** 00001000
LRM001 01  PARM-AREA.                                                   00001000
LRM001     05  PARM-LENGTH              PIC S9(4) COMP SYNC.            00001000
LRM001     05  PARM-SOURCE              PIC  X(04).                     00001000
LRM001         88  PARM-SNAPSHOT                   VALUE 'SNAP'.        00001000
LRM001                                                                  00001000
LRM001     EJECT                                                        00001000
LRM001***************************************************************** 00001000
LRM001 PROCEDURE DIVISION USING PARM-AREA.                              00001000
      ***************************************************************** 00021400
                                                                        00021500
           DISPLAY ' ============================================== '.  00021600
           MOVE 0                           TO  PAGE-CNTR.              00025000
           PERFORM 1100-WRITE-HEADER-RTN.                               00025100
                                                                        00025200
LRM001     IF PARM-LENGTH NOT < +4                                      00001000
LRM001        IF PARM-SNAPSHOT                                          00001000
LRM001           SET WS-SNAP-MODE           TO  TRUE                    00001000
LRM001        END-IF                                                    00001000
LRM001     END-IF.                                                      00001000
LRM001                                                                  00001000
LRM001     IF WS-SNAP-MODE                                              00001000
LRM001        PERFORM 1200-OPEN-SNAP-RTN                                00001000
LRM001     ELSE                                                         00001000
LRM001        EXEC SQL                                                  00001000
LRM001           OPEN OPEN_TFR_CSR                                      00001000
LRM001        END-EXEC                                                  00001000
LRM001        IF SQLCODE NOT = +0                                       00001000
LRM001           MOVE 1000 TO ABEND-CODE                                00001000
LRM001           PERFORM SQL-ERROR-ROUTINE                              00001000
LRM001        END-IF                                                    00001000
           END-IF.                                                      00025900
                                                                        00026000
           PERFORM 8000-READ-NSCC-RTN THRU 8000-EXIT.                   00026100
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00027900
                                                                        00028000
           MOVE 3                           TO  LINE-CNTR.              00028100
LRM001                                                                  00001000
LRM001     EJECT                                                        00001000
LRM001*--------------------------------------------------------------*  00001000
LRM001*  1200-OPEN-SNAP-RTN: OPEN THE CAT811 SNAPSHOT AND CHECK IT   *  00001000
LRM001*  STARTS WITH ITS HEADER.                                     *  00001000
LRM001*--------------------------------------------------------------*  00001000
LRM001*******************                                               00001000
LRM001 1200-OPEN-SNAP-RTN.                                              00001000
LRM001*******************                                               00001000
LRM001                                                                  00001000
LRM001     OPEN INPUT   SNAP-TFR-FILE.                                  00001000
LRM001                                                                  00001000
LRM001     IF NOT SNAPTFR-OK                                            00001000
LRM001        DISPLAY 'CAT709 - OPEN FAILED ON SNAPTFR, STATUS = '      00001000
LRM001                 SNAPTFR-STAT                                     00001000
LRM001        CALL  ABEND              USING  ABEND-CODE                00001000
LRM001     END-IF.                                                      00001000
LRM001                                                                  00001000
LRM001     READ SNAP-TFR-FILE                                           00001000
LRM001         AT END                                                   00001000
LRM001             DISPLAY 'CAT709 - EMPTY SNAPTFR FILE'                00001000
LRM001             CALL  ABEND          USING  ABEND-CODE               00001000
LRM001     END-READ.                                                    00001000
LRM001                                                                  00001000
LRM001     IF NOT SNPT-HEADER                                           00001000
LRM001        DISPLAY 'CAT709 - SNAPTFR DOES NOT START WITH A HEADER'   00001000
LRM001        CALL  ABEND              USING  ABEND-CODE                00001000
LRM001     END-IF.                                                      00001000
LRM001                                                                  00001000
LRM001     DISPLAY 'CAT709 - OPEN TRANSFERS FROM SNAPSHOT OF '          00001000
LRM001              SNPT-HDR-TMSTP.                                     00001000
                                                                        00028200
           EJECT                                                        00028300
      *--------------------------------------------------------------*  00028400
       8500-FETCH-TFR-RTN.                                              00039400
      *******************                                               00039500
                                                                        00039600
LRM001     IF WS-SNAP-MODE                                              00001000
LRM001        PERFORM 8600-READ-SNAP-RTN THRU 8600-EXIT                 00001000
LRM001     ELSE                                                         00001000
LRM001        EXEC SQL                                                  00001000
LRM001           FETCH OPEN_TFR_CSR                                     00001000
LRM001              INTO                                                00001000
LRM001               :WS-TFR-KEY                                        00001000
LRM001              ,:WS-TFR-CLIENT                                     00001000
LRM001              ,:WS-TFR-STTS                                       00001000
LRM001              ,:WS-TFR-STTLM-DT                                   00001000
LRM001        END-EXEC                                                  00001000
LRM001        EVALUATE SQLCODE                                          00001000
LRM001           WHEN +100                                              00001000
LRM001              SET WS-TFR-EOF          TO  TRUE                    00001000
LRM001              MOVE HIGH-VALUES        TO  WS-TFR-KEY              00001000
LRM001           WHEN +0                                                00001000
LRM001              ADD 1                   TO  WS-CNT-OPEN-TFRS        00001000
LRM001           WHEN OTHER                                             00001000
LRM001              MOVE 8500 TO ABEND-CODE                             00001000
LRM001              PERFORM SQL-ERROR-ROUTINE                           00001000
LRM001        END-EVALUATE                                              00001000
LRM001     END-IF.                                                      00001000
                                                                        00040500
LRM001     EJECT                                                        00001000
LRM001*--------------------------------------------------------------*  00001000
LRM001*  8600-READ-SNAP-RTN: NEXT OPEN TRANSFER FROM THE SNAPSHOT.   *  00001000
LRM001*  THE TRAILER ENDS THE FILE AND MUST CARRY THE NUMBER OF      *  00001000
LRM001*  DETAILS READ - A SHORT OR DAMAGED SNAPSHOT ABENDS HERE      *  00001000
LRM001*  RATHER THAN REPORTING FALSE BREAKS.                         *  00001000
LRM001*--------------------------------------------------------------*  00001000
LRM001*******************                                               00001000
LRM001 8600-READ-SNAP-RTN.                                              00001000
LRM001*******************                                               00001000
LRM001                                                                  00001000
LRM001     READ SNAP-TFR-FILE                                           00001000
LRM001         AT END                                                   00001000
LRM001             DISPLAY 'CAT709 - SNAPTFR ENDED WITHOUT A TRAILER'   00001000
LRM001             MOVE 8600 TO ABEND-CODE                              00001000
LRM001             CALL  ABEND          USING  ABEND-CODE               00001000
LRM001     END-READ.                                                    00001000
LRM001                                                                  00001000
LRM001     IF SNPT-TRAILER                                              00001000
LRM001        IF SNPT-TRL-REC-CNT NOT = WS-CNT-SNAP-DTL                 00001000
LRM001           DISPLAY 'CAT709 - SNAPTFR TRAILER COUNT '              00001000
LRM001                    SNPT-TRL-REC-CNT ' NOT = DETAILS READ '       00001000
LRM001                    WS-CNT-SNAP-DTL                               00001000
LRM001           MOVE 8610 TO ABEND-CODE                                00001000
LRM001           CALL  ABEND           USING  ABEND-CODE                00001000
LRM001        END-IF                                                    00001000
LRM001        SET WS-TFR-EOF                TO  TRUE                    00001000
LRM001        MOVE HIGH-VALUES              TO  WS-TFR-KEY              00001000
LRM001        GO TO 8600-EXIT                                           00001000
LRM001     END-IF.                                                      00001000
LRM001                                                                  00001000
LRM001     IF NOT SNPT-DETAIL                                           00001000
LRM001        DISPLAY 'CAT709 - UNEXPECTED SNAPTFR RECORD TYPE '        00001000
LRM001                 SNPT-REC-TYPE                                    00001000
LRM001        MOVE 8620 TO ABEND-CODE                                   00001000
LRM001        CALL  ABEND              USING  ABEND-CODE                00001000
LRM001     END-IF.                                                      00001000
LRM001                                                                  00001000
LRM001     ADD 1                            TO  WS-CNT-SNAP-DTL.        00001000
LRM001     MOVE SNPT-ACAT-CNTL              TO  WS-TFR-KEY.             00001000
LRM001     MOVE SNPT-CLIENT                 TO  WS-TFR-CLIENT.          00001000
LRM001     MOVE SNPT-STTS                   TO  WS-TFR-STTS.            00001000
LRM001     MOVE SNPT-STTLM-DT               TO  WS-TFR-STTLM-DT.        00001000
LRM001     ADD 1                            TO  WS-CNT-OPEN-TFRS.       00001000
LRM001                                                                  00001000
LRM001 8600-EXIT.                                                       00001000
LRM001     EXIT.                                                        00001000
                                                                        00041600
           EJECT                                                        00041700
      ************************                                          00041800
       9000-EOJ-RTN.                                                    00047700
      ************                                                      00047800
                                                                        00047900
LRM001     IF WS-SNAP-MODE                                              00001000
LRM001        CLOSE SNAP-TFR-FILE                                       00001000
LRM001     ELSE                                                         00001000
LRM001        EXEC SQL                                                  00001000
LRM001           CLOSE OPEN_TFR_CSR                                     00001000
LRM001        END-EXEC                                                  00001000
LRM001     END-IF.                                                      00001000
                                                                        00048300
           CLOSE NSCC-POSITION-FILE                                     00048400
                 REPORT-FILE.                                           00048500
