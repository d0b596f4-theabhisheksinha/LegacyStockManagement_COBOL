000001* PDX    - CAT996   C0369808 10/15/26 14:38:52 TBTIKUO            00001000
LRM001* SSR 114479 PARM 'SNAP' TAKES THE ASSET ROWS FROM THE CAT811     00001000
LRM001* NIGHTLY SNAPSHOT (SNAPAST) INSTEAD OF DTLCSR, SO THE STEP CAN   00001000
LRM001* RUN OFF DB2.  THE CURSOR PREDICATE IS APPLIED TO THE SNAPSHOT   00001000
LRM001* ROWS, WITH "TODAY" TAKEN AS THE SNAPSHOT'S OWN DATE SO A RUN    00001000
LRM001* AFTER MIDNIGHT STILL REPORTS THE DAY THE SNAPSHOT WAS TAKEN.    00001000
LRM001* ITS TRAILER COUNT MUST AGREE WITH THE DETAILS READ OR THE       00001000
LRM001* STEP ABENDS.  NO PARM = DB2 AS BEFORE.                          00001000
000001* PDX    - CAT996   C0369740 09/03/26 05:10:44 TBTIKUO            00000100
000001* CREATED FOR SSR 114429.  DAILY ASSET-FLOW MIS REPORT.  ALL      00000200
000001* THE EXISTING REPORTING IS CONTROL-NUMBER AND EXCEPTION          00000300
      * PRE-SETTLEMENT STATUSES (< '300'), JOINED TO THEIR VASSET     * 00002000
      * DETAIL; SECURITY TYPE FROM VMSD (LEFT OUTER, 'UNK' WHEN      * 00002100
      * THE MASTER ROW IS MISSING).                                   * 00002200
LRM001* PARM 'SNAP' READS SNAPAST (CAT811 SNAPSHOT) INSTEAD OF DB2,   * 00001000
LRM001* THE SAME POPULATION AS OF THE SNAPSHOT DATE.                  * 00001000
      *                                                               * 00002300
      * WKSUMIN IS THE SUMMARY GENERATION FROM ONE WEEK AGO (JCL      * 00002400
      * POINTS AT THE -5 GDG); WKSUMOUT IS TODAY'S, KEPT FOR NEXT     * 00002500
           SELECT WKSUM-OUT-FILE       ASSIGN  TO  WKSUMOUT.            00003900
                                                                        00004000
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00004100
LRM001                                                                  00001000
LRM001     SELECT SNAP-AST-FILE        ASSIGN  TO  SNAPAST              00001000
LRM001                                 FILE STATUS  IS SNAPAST-STAT.    00001000
                                                                        00004200
      ***************************************************************** 00004300
       DATA DIVISION.                                                   00004400
           RECORD CONTAINS 132 CHARACTERS.                              00006700
       01  REPORT-RECORD                PIC  X(132).                    00006800
                                                                        00006900
LRM001 FD  SNAP-AST-FILE                                                00001000
LRM001     RECORDING MODE F                                             00001000
LRM001     BLOCK CONTAINS 0 RECORDS                                     00001000
LRM001     LABEL RECORDS ARE STANDARD                                   00001000
LRM001     RECORD CONTAINS 200 CHARACTERS.                              00001000
LRM001     COPY CATSNPA REPLACING ==:SNPA:== BY ==SNPA==.               00001000
LRM001                                                                  00001000
           EJECT                                                        00007000
      ***************************************************************** 00007100
       WORKING-STORAGE SECTION.                                         00007200
           05  WKSUMIN-STAT             PIC  X(02) VALUE SPACES.        00008200
               88  WKSUMIN-OK                      VALUE '00'.          00008300
               88  WKSUMIN-EOF                     VALUE '10'.          00008400
LRM001     05  SNAPAST-STAT             PIC  X(02) VALUE SPACES.        00001000
LRM001         88  SNAPAST-OK                      VALUE '00'.          00001000
                                                                        00008500
       01  WS-SWITCHES.                                                 00008600
           05  WS-END-OF-CSR-SW         PIC  X(01) VALUE 'N'.           00008700
               88  WS-END-OF-CSR                   VALUE 'Y'.           00008800
           05  WS-PRIOR-WEEK-SW         PIC  X(01) VALUE 'N'.           00008900
               88  WS-PRIOR-WEEK-LOADED            VALUE 'Y'.           00009000
LRM001     05  WS-SNAP-SW               PIC  X(01) VALUE 'N'.           00001000
LRM001         88  WS-SNAP-MODE                    VALUE 'Y'.           00001000
                                                                        00009100
       01  WS-COUNTERS.                                                 00009200
           05  WS-CNT-ASSETS            PIC S9(09) COMP-3 VALUE ZERO.   00009300
           05  WS-CNT-WKSUM-IN          PIC S9(05) COMP-3 VALUE ZERO.   00009400
LRM001     05  WS-CNT-SNAP-DTL          PIC S9(09) COMP-3 VALUE ZERO.   00001000
           05  WS-LINE-COUNT            PIC  9(03) COMP-3 VALUE 99.     00009500
           05  WS-PAGE-COUNT            PIC  9(05) COMP-3 VALUE 0.      00009600
                                                                        00009700
       77  WS-RUN-DATE                  PIC  X(08) VALUE SPACES.        00009800
LRM001 77  WS-SNAP-DATE                 PIC  X(10) VALUE SPACES.        00001000
       77  WS-GRAND-AMT            COMP-3  PIC S9(15)V99 VALUE ZERO.    00009900
       77  WS-WORK-AMT             COMP-3  PIC S9(15)V99 VALUE ZERO.    00010000
       77  WS-BIG-AMT              COMP-3  PIC S9(15)V99 VALUE ZERO.    00010100
                                                                        00028900
           EJECT                                                        00029000
      ***************************************************************** 00029100
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
      ***************************************************************** 00029300
                                                                        00029400
           DISPLAY '*** CAT996 - DAILY ASSET-FLOW MIS ***'.             00029500
                      'COMPARISON COLUMN SUPPRESSED'                    00033300
           END-IF.                                                      00033400
                                                                        00033500
LRM001     IF PARM-LENGTH NOT < +4                                      00001000
LRM001        IF PARM-SNAPSHOT                                          00001000
LRM001           SET WS-SNAP-MODE      TO TRUE                          00001000
LRM001        END-IF                                                    00001000
LRM001     END-IF.                                                      00001000
LRM001                                                                  00001000
LRM001     IF WS-SNAP-MODE                                              00001000
LRM001        PERFORM 1200-OPEN-SNAP-RTN                                00001000
LRM001                                 THRU 1200-EXIT                   00001000
LRM001     ELSE                                                         00001000
LRM001        EXEC SQL                                                  00001000
LRM001           OPEN DTLCSR                                            00001000
LRM001        END-EXEC                                                  00001000
LRM001        IF SQLCODE NOT = +0                                       00001000
LRM001           PERFORM 8000-DB2-ERROR-RTN                             00001000
LRM001        END-IF                                                    00001000
           END-IF.                                                      00034100
                                                                        00034200
       1000-EXIT.                                                       00034300
       1100-EXIT.                                                       00036900
           EXIT.                                                        00037000
                                                                        00037100
LRM001*---------------------------------------------------------------* 00001000
LRM001* 1200-OPEN-SNAP-RTN - OPEN THE CAT811 SNAPSHOT, CHECK IT       * 00001000
LRM001* STARTS WITH ITS HEADER AND TAKE ITS DATE AS TODAY.            * 00001000
LRM001*---------------------------------------------------------------* 00001000
LRM001 1200-OPEN-SNAP-RTN.                                              00001000
LRM001                                                                  00001000
LRM001     OPEN INPUT SNAP-AST-FILE.                                    00001000
LRM001     IF NOT SNAPAST-OK                                            00001000
LRM001        DISPLAY 'CAT996 - OPEN FAILED ON SNAPAST, STATUS = '      00001000
LRM001                SNAPAST-STAT                                      00001000
LRM001        MOVE 999                 TO ABEND-CODE                    00001000
LRM001        CALL ABEND USING ABEND-CODE                               00001000
LRM001     END-IF.                                                      00001000
LRM001                                                                  00001000
LRM001     READ SNAP-AST-FILE                                           00001000
LRM001         AT END                                                   00001000
LRM001             DISPLAY 'CAT996 - EMPTY SNAPAST FILE'                00001000
LRM001             MOVE 999            TO ABEND-CODE                    00001000
LRM001             CALL ABEND USING ABEND-CODE                          00001000
LRM001     END-READ.                                                    00001000
LRM001                                                                  00001000
LRM001     IF NOT SNPA-HEADER                                           00001000
LRM001        DISPLAY 'CAT996 - SNAPAST DOES NOT START WITH A HEADER'   00001000
LRM001        MOVE 999                 TO ABEND-CODE                    00001000
LRM001        CALL ABEND USING ABEND-CODE                               00001000
LRM001     END-IF.                                                      00001000
LRM001                                                                  00001000
LRM001     MOVE SNPA-HDR-TMSTP (1:10)  TO WS-SNAP-DATE.                 00001000
LRM001     DISPLAY 'CAT996 - ASSET ROWS FROM SNAPSHOT OF '              00001000
LRM001             SNPA-HDR-TMSTP.                                      00001000
LRM001                                                                  00001000
LRM001 1200-EXIT.                                                       00001000
LRM001     EXIT.                                                        00001000
LRM001                                                                  00001000
           EJECT                                                        00037200
      *---------------------------------------------------------------* 00037300
      * 2000-FETCH-RTN - ONE ASSET ROW INTO THE THREE ROLL-UPS.       * 00037400
      *---------------------------------------------------------------* 00037500
       2000-FETCH-RTN.                                                  00037600
                                                                        00037700
LRM001     IF WS-SNAP-MODE                                              00001000
LRM001         PERFORM 2100-READ-SNAP-RTN                               00001000
LRM001                                 THRU 2100-EXIT                   00001000
LRM001         IF WS-END-OF-CSR                                         00001000
                   GO TO 2000-EXIT                                      00039100
LRM001         END-IF                                                   00001000
LRM001     ELSE                                                         00001000
LRM001         EXEC SQL                                                 00001000
LRM001            FETCH DTLCSR                                          00001000
LRM001             INTO :WS-DTL-CLIENT                                  00001000
LRM001                 ,:WS-DTL-SIDE                                    00001000
LRM001                 ,:WS-DTL-STTS                                    00001000
LRM001                 ,:WS-DTL-CUSIP                                   00001000
LRM001                 ,:WS-DTL-AMT                                     00001000
LRM001                 ,:WS-DTL-TYPE                                    00001000
LRM001         END-EXEC                                                 00001000
LRM001         EVALUATE TRUE                                            00001000
LRM001             WHEN SQLCODE = +100                                  00001000
LRM001                 SET WS-END-OF-CSR                                00001000
LRM001                                 TO TRUE                          00001000
LRM001                 GO TO 2000-EXIT                                  00001000
LRM001             WHEN SQLCODE NOT = +0                                00001000
LRM001                 PERFORM 8000-DB2-ERROR-RTN                       00001000
LRM001         END-EVALUATE                                             00001000
LRM001     END-IF.                                                      00001000
                                                                        00039500
           ADD 1                       TO WS-CNT-ASSETS.                00039600
           ADD WS-DTL-AMT              TO WS-GRAND-AMT.                 00039700
           END-IF.                                                      00042100
                                                                        00042200
       2000-EXIT.                                                       00042300
LRM001     EXIT.                                                        00001000
LRM001                                                                  00001000
LRM001*---------------------------------------------------------------* 00001000
LRM001* 2100-READ-SNAP-RTN - NEXT SNAPSHOT ASSET IN TODAY'S FLOW:     * 00001000
LRM001* TOUCHED ON THE SNAPSHOT DATE, SETTLED ('310') OR STILL        * 00001000
LRM001* PRE-SETTLEMENT (< '300') - THE DTLCSR PREDICATE.  THE         * 00001000
LRM001* TRAILER ENDS THE FILE AND MUST CARRY THE DETAILS READ.        * 00001000
LRM001*---------------------------------------------------------------* 00001000
LRM001 2100-READ-SNAP-RTN.                                              00001000
LRM001                                                                  00001000
LRM001     READ SNAP-AST-FILE                                           00001000
LRM001         AT END                                                   00001000
LRM001             DISPLAY 'CAT996 - SNAPAST ENDED WITHOUT A TRAILER'   00001000
LRM001             MOVE 999            TO ABEND-CODE                    00001000
LRM001             CALL ABEND USING ABEND-CODE                          00001000
LRM001     END-READ.                                                    00001000
LRM001                                                                  00001000
LRM001     IF SNPA-TRAILER                                              00001000
LRM001         IF SNPA-TRL-REC-CNT NOT = WS-CNT-SNAP-DTL                00001000
LRM001             DISPLAY 'CAT996 - SNAPAST TRAILER COUNT '            00001000
LRM001                     SNPA-TRL-REC-CNT ' NOT = DETAILS READ '      00001000
LRM001                     WS-CNT-SNAP-DTL                              00001000
LRM001             MOVE 999            TO ABEND-CODE                    00001000
LRM001             CALL ABEND USING ABEND-CODE                          00001000
LRM001         END-IF                                                   00001000
LRM001         SET WS-END-OF-CSR       TO TRUE                          00001000
LRM001         GO TO 2100-EXIT                                          00001000
LRM001     END-IF.                                                      00001000
LRM001                                                                  00001000
LRM001     IF NOT SNPA-DETAIL                                           00001000
LRM001         DISPLAY 'CAT996 - UNEXPECTED SNAPAST RECORD TYPE '       00001000
LRM001                 SNPA-REC-TYPE                                    00001000
LRM001         MOVE 999                TO ABEND-CODE                    00001000
LRM001         CALL ABEND USING ABEND-CODE                              00001000
LRM001     END-IF.                                                      00001000
LRM001                                                                  00001000
LRM001     ADD 1                       TO WS-CNT-SNAP-DTL.              00001000
LRM001                                                                  00001000
LRM001     IF SNPA-UPDT-TMSTP (1:10) NOT = WS-SNAP-DATE                 00001000
LRM001         GO TO 2100-READ-SNAP-RTN                                 00001000
LRM001     END-IF.                                                      00001000
LRM001     IF SNPA-STTS NOT = '310' AND NOT < '300'                     00001000
LRM001         GO TO 2100-READ-SNAP-RTN                                 00001000
LRM001     END-IF.                                                      00001000
LRM001                                                                  00001000
LRM001     MOVE SNPA-CLIENT            TO WS-DTL-CLIENT.                00001000
LRM001     MOVE SNPA-DSTBN-SIDE        TO WS-DTL-SIDE.                  00001000
LRM001     MOVE SNPA-STTS              TO WS-DTL-STTS.                  00001000
LRM001     MOVE SNPA-ISIN              TO WS-DTL-CUSIP.                 00001000
LRM001     MOVE SNPA-ASSET-AMT         TO WS-DTL-AMT.                   00001000
LRM001     MOVE SNPA-SCRTY-TYPE        TO WS-DTL-TYPE.                  00001000
LRM001                                                                  00001000
LRM001 2100-EXIT.                                                       00001000
           EXIT.                                                        00042400
                                                                        00042500
      *---------------------------------------------------------------* 00042600
       9000-EOJ-RTN.                                                    00075200
      *****************                                                 00075300
                                                                        00075400
LRM001     IF WS-SNAP-MODE                                              00001000
LRM001        CLOSE SNAP-AST-FILE                                       00001000
LRM001     ELSE                                                         00001000
LRM001        EXEC SQL                                                  00001000
LRM001           CLOSE DTLCSR                                           00001000
LRM001        END-EXEC                                                  00001000
LRM001     END-IF.                                                      00001000
                                                                        00075800
           MOVE SPACES                 TO REPORT-RECORD.                00075900
           WRITE REPORT-RECORD.                                         00076000
