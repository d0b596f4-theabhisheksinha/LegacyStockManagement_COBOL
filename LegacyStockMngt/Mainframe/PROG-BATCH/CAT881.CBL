000001* PDX    - CAT881   C0369808 10/15/26 14:31:15 TBTIKUO            00001000
LRM002* SSR 114479 PARM 'SNAP' TAKES THE ASSET ROWS FROM THE CAT811     00001000
LRM002* NIGHTLY SNAPSHOT (SNAPAST) INSTEAD OF THE LADDER CURSOR, SO     00001000
LRM002* THE STEP CAN RUN OFF DB2.  THE SNAPSHOT HOLDS EVERY OPEN        00001000
LRM002* TRANSFER'S ASSETS IN CLIENT ORDER; ROWS NOT SETTLING ON A       00001000
LRM002* LADDER DATE ARE PASSED OVER.  ITS TRAILER COUNT MUST AGREE      00001000
LRM002* WITH THE DETAILS READ OR THE STEP ABENDS.  NO PARM = DB2.       00001000
000001* PDX    - CAT881   C0369687 09/02/26 15:05:44 TBTIKUO            00000100
LRM001* PROJECT FOREIGN-CURRENCY ASSETS IN USD.  EACH LADDER ROW        00000100
LRM001* NOW CARRIES THE ASSET'S CURRENCY CODE; NON-USD AMOUNTS ARE      00000100
      * TRANSFERS ON VTRNFR AND THE ASSET VALUES ON VASSET.           * 00001900
      * ONE LADDER SECTION PER CLIENT, RECEIVES AND DELIVERS SHOWN    * 00002000
      * SEPARATELY WITH A NET LINE, AND A FIRM-WIDE LADDER AT END.    * 00002100
LRM002* PARM 'SNAP' READS SNAPAST (CAT811 SNAPSHOT) INSTEAD OF DB2.   * 00001000
      *---------------------------------------------------------------* 00002200
           EJECT                                                        00002300
      ***************************************************************** 00002400
                                       FILE STATUS  IS DATECRD-STAT.    00003000
                                                                        00003100
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00003200
LRM002                                                                  00001000
LRM002     SELECT SNAP-AST-FILE        ASSIGN  TO  SNAPAST              00001000
LRM002                                 FILE STATUS  IS SNAPAST-STAT.    00001000
                                                                        00003300
      ***************************************************************** 00003400
       DATA DIVISION.                                                   00003500
                                                                        00006000
       01  REPORT-RECORD                PIC  X(132).                    00006100
                                                                        00006200
LRM002 FD  SNAP-AST-FILE                                                00001000
LRM002     RECORDING MODE F                                             00001000
LRM002     BLOCK CONTAINS 0 RECORDS                                     00001000
LRM002     LABEL RECORDS ARE STANDARD                                   00001000
LRM002     RECORD CONTAINS 200 CHARACTERS.                              00001000
LRM002     COPY CATSNPA REPLACING ==:SNPA:== BY ==SNPA==.               00001000
LRM002                                                                  00001000
           EJECT                                                        00006300
      ***************************************************************** 00006400
       WORKING-STORAGE SECTION.                                         00006500
                                                                        00007600
       01  WS-END-OF-LADDER-SW          PIC  X(01)  VALUE 'N'.          00007700
           88  WS-END-OF-LADDER                    VALUE 'Y'.           00007800
LRM002                                                                  00001000
LRM002 01  SNAPAST-STAT                 PIC  X(02)  VALUE SPACES.       00001000
LRM002     88  SNAPAST-OK                          VALUE '00'.          00001000
LRM002 01  WS-SNAP-SW                   PIC  X(01)  VALUE 'N'.          00001000
LRM002     88  WS-SNAP-MODE                        VALUE 'Y'.           00001000
LRM002 01  WS-CNT-SNAP-DTL              PIC S9(09) COMP-3  VALUE ZERO.  00001000
                                                                        00007900
       01  WS-LADDER-DATES.                                             00008000
           05  WS-LADDER-DATE  OCCURS 5 TIMES                           00008100
                                                                        00022700
           EJECT                                                        00022800
      ***************************************************************** 00022900
LRM002 LINKAGE SECTION.                                                 00001000
LRM002***************************************************************** 00001000
LRM002 01  PARM-AREA.                                                   00001000
LRM002     05  PARM-LENGTH              PIC S9(4) COMP SYNC.            00001000
LRM002     05  PARM-SOURCE              PIC  X(04).                     00001000
LRM002         88  PARM-SNAPSHOT                   VALUE 'SNAP'.        00001000
LRM002                                                                  00001000
LRM002     EJECT                                                        00001000
LRM002***************************************************************** 00001000
LRM002 PROCEDURE DIVISION USING PARM-AREA.                              00001000
      ***************************************************************** 00023100
                                                                        00023200
           DISPLAY ' ============================================== '.  00023300
              VARYING WS-DAY-SUB FROM 1 BY 1                            00029300
              UNTIL WS-DAY-SUB > 5.                                     00029400
                                                                        00029500
LRM002     IF PARM-LENGTH NOT < +4                                      00001000
LRM002        IF PARM-SNAPSHOT                                          00001000
LRM002           SET WS-SNAP-MODE           TO  TRUE                    00001000
LRM002        END-IF                                                    00001000
LRM002     END-IF.                                                      00001000
LRM002                                                                  00001000
LRM002     IF WS-SNAP-MODE                                              00001000
LRM002        PERFORM 1300-OPEN-SNAP-RTN                                00001000
LRM002     ELSE                                                         00001000
LRM002        EXEC SQL                                                  00001000
LRM002           OPEN LADDER_CSR                                        00001000
LRM002        END-EXEC                                                  00001000
LRM002        IF SQLCODE NOT = +0                                       00001000
LRM002           MOVE 1000 TO ABEND-CODE                                00001000
LRM002           PERFORM SQL-ERROR-ROUTINE                              00001000
LRM002        END-IF                                                    00001000
           END-IF.                                                      00030200
                                                                        00030300
      ******************                                                00030400
           MOVE 3                           TO  LINE-CNTR.              00034800
                                                                        00034900
           EJECT                                                        00035000
LRM002*--------------------------------------------------------------*  00001000
LRM002*  1300-OPEN-SNAP-RTN: OPEN THE CAT811 SNAPSHOT AND CHECK IT   *  00001000
LRM002*  STARTS WITH ITS HEADER.                                     *  00001000
LRM002*--------------------------------------------------------------*  00001000
LRM002*******************                                               00001000
LRM002 1300-OPEN-SNAP-RTN.                                              00001000
LRM002*******************                                               00001000
LRM002                                                                  00001000
LRM002     OPEN INPUT   SNAP-AST-FILE.                                  00001000
LRM002                                                                  00001000
LRM002     IF NOT SNAPAST-OK                                            00001000
LRM002        DISPLAY 'CAT881 - OPEN FAILED ON SNAPAST, STATUS = '      00001000
LRM002                 SNAPAST-STAT                                     00001000
LRM002        CALL  ABEND              USING  ABEND-CODE                00001000
LRM002     END-IF.                                                      00001000
LRM002                                                                  00001000
LRM002     READ SNAP-AST-FILE                                           00001000
LRM002         AT END                                                   00001000
LRM002             DISPLAY 'CAT881 - EMPTY SNAPAST FILE'                00001000
LRM002             CALL  ABEND          USING  ABEND-CODE               00001000
LRM002     END-READ.                                                    00001000
LRM002                                                                  00001000
LRM002     IF NOT SNPA-HEADER                                           00001000
LRM002        DISPLAY 'CAT881 - SNAPAST DOES NOT START WITH A HEADER'   00001000
LRM002        CALL  ABEND              USING  ABEND-CODE                00001000
LRM002     END-IF.                                                      00001000
LRM002                                                                  00001000
LRM002     DISPLAY 'CAT881 - ASSET ROWS FROM SNAPSHOT OF '              00001000
LRM002              SNPA-HDR-TMSTP.                                     00001000
LRM002                                                                  00001000
LRM002     EJECT                                                        00001000
      ***********************                                           00035100
       2000-FETCH-LADDER-RTN.                                           00035200
      ***********************                                           00035300
                                                                        00035400
LRM002     IF WS-SNAP-MODE                                              00001000
LRM002        PERFORM 2010-READ-SNAP-RTN THRU 2010-EXIT                 00001000
LRM002        IF WS-END-OF-LADDER                                       00001000
                 GO TO 2000-EXIT                                        00036700
LRM002        END-IF                                                    00001000
LRM002     ELSE                                                         00001000
LRM002        EXEC SQL                                                  00001000
LRM002           FETCH LADDER_CSR                                       00001000
LRM002              INTO                                                00001000
LRM002               :WS-FET-CLIENT                                     00001000
LRM002              ,:WS-FET-DSTBN-SIDE                                 00001000
LRM002              ,:WS-FET-STTLM-DT                                   00001000
LRM002              ,:WS-FET-ASSET-AMT                                  00001000
LRM002              ,:WS-FET-CRNCY                                      00001000
LRM002        END-EXEC                                                  00001000
LRM002        EVALUATE SQLCODE                                          00001000
LRM002           WHEN +100                                              00001000
LRM002              SET WS-END-OF-LADDER    TO  TRUE                    00001000
LRM002              GO TO 2000-EXIT                                     00001000
LRM002           WHEN +0                                                00001000
LRM002              CONTINUE                                            00001000
LRM002           WHEN OTHER                                             00001000
LRM002              MOVE 2000 TO ABEND-CODE                             00001000
LRM002              PERFORM SQL-ERROR-ROUTINE                           00001000
LRM002        END-EVALUATE                                              00001000
LRM002     END-IF.                                                      00001000
                                                                        00037400
           ADD 1                            TO  WS-CNT-ROWS.            00037500
                                                                        00037600
                THRU 2100-EXIT.                                         00001000
                                                                        00038800
       2000-EXIT.                                                       00038900
LRM002     EXIT.                                                        00001000
LRM002                                                                  00001000
LRM002     EJECT                                                        00001000
LRM002*--------------------------------------------------------------*  00001000
LRM002*  2010-READ-SNAP-RTN: NEXT SNAPSHOT ASSET SETTLING ON ONE OF  *  00001000
LRM002*  THE LADDER DATES - THE CURSOR PREDICATE, APPLIED HERE.  THE *  00001000
LRM002*  TRAILER ENDS THE FILE AND MUST CARRY THE NUMBER OF DETAILS  *  00001000
LRM002*  READ, OR THE LADDER WOULD BE BUILT FROM A SHORT SNAPSHOT.   *  00001000
LRM002*--------------------------------------------------------------*  00001000
LRM002*******************                                               00001000
LRM002 2010-READ-SNAP-RTN.                                              00001000
LRM002*******************                                               00001000
LRM002                                                                  00001000
LRM002     READ SNAP-AST-FILE                                           00001000
LRM002         AT END                                                   00001000
LRM002             DISPLAY 'CAT881 - SNAPAST ENDED WITHOUT A TRAILER'   00001000
LRM002             MOVE 2010 TO ABEND-CODE                              00001000
LRM002             CALL  ABEND          USING  ABEND-CODE               00001000
LRM002     END-READ.                                                    00001000
LRM002                                                                  00001000
LRM002     IF SNPA-TRAILER                                              00001000
LRM002        IF SNPA-TRL-REC-CNT NOT = WS-CNT-SNAP-DTL                 00001000
LRM002           DISPLAY 'CAT881 - SNAPAST TRAILER COUNT '              00001000
LRM002                    SNPA-TRL-REC-CNT ' NOT = DETAILS READ '       00001000
LRM002                    WS-CNT-SNAP-DTL                               00001000
LRM002           MOVE 2020 TO ABEND-CODE                                00001000
LRM002           CALL  ABEND           USING  ABEND-CODE                00001000
LRM002        END-IF                                                    00001000
LRM002        SET WS-END-OF-LADDER          TO  TRUE                    00001000
LRM002        GO TO 2010-EXIT                                           00001000
LRM002     END-IF.                                                      00001000
LRM002                                                                  00001000
LRM002     IF NOT SNPA-DETAIL                                           00001000
LRM002        DISPLAY 'CAT881 - UNEXPECTED SNAPAST RECORD TYPE '        00001000
LRM002                 SNPA-REC-TYPE                                    00001000
LRM002        MOVE 2030 TO ABEND-CODE                                   00001000
LRM002        CALL  ABEND              USING  ABEND-CODE                00001000
LRM002     END-IF.                                                      00001000
LRM002                                                                  00001000
LRM002     ADD 1                            TO  WS-CNT-SNAP-DTL.        00001000
LRM002                                                                  00001000
LRM002     IF SNPA-STTLM-DT NOT = WS-LDR-DT1 AND WS-LDR-DT2             00001000
LRM002                       AND WS-LDR-DT3 AND WS-LDR-DT4              00001000
LRM002                       AND WS-LDR-DT5                             00001000
LRM002        GO TO 2010-READ-SNAP-RTN                                  00001000
LRM002     END-IF.                                                      00001000
LRM002                                                                  00001000
LRM002     MOVE SNPA-CLIENT                 TO  WS-FET-CLIENT.          00001000
LRM002     MOVE SNPA-DSTBN-SIDE             TO  WS-FET-DSTBN-SIDE.      00001000
LRM002     MOVE SNPA-STTLM-DT               TO  WS-FET-STTLM-DT.        00001000
LRM002     MOVE SNPA-ASSET-AMT              TO  WS-FET-ASSET-AMT.       00001000
LRM002     MOVE SNPA-CRNCY                  TO  WS-FET-CRNCY.           00001000
LRM002                                                                  00001000
LRM002 2010-EXIT.                                                       00001000
           EXIT.                                                        00039000
                                                                        00039100
           EJECT                                                        00039200
       9000-EOJ-RTN.                                                    00052900
      ************                                                      00053000
                                                                        00053100
LRM002     IF WS-SNAP-MODE                                              00001000
LRM002        CLOSE SNAP-AST-FILE                                       00001000
LRM002     ELSE                                                         00001000
LRM002        EXEC SQL                                                  00001000
LRM002           CLOSE LADDER_CSR                                       00001000
LRM002        END-EXEC                                                  00001000
LRM002     END-IF.                                                      00001000
                                                                        00053500
           PERFORM TRL-WRITE-RTN.                                       00053600
                                                                        00053700
