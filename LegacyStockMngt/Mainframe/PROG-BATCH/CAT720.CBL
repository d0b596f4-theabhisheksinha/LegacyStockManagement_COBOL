000001* PDX    - CAT720   C0369797 10/15/26 05:02:18 TBTIKUO            00001000
LRM001* EACH WIRE SENT IS NOW RECORDED ON THE NEW ACATWIRH TABLE        00001000
LRM001* (CLIENT/CONTROL, MILESTONE, STATUS, BRANCH, TIME SENT), THE     00001000
LRM001* WAY CAT578 KEEPS ACATLTRH FOR LETTERS, SO THE CAT799            00001000
LRM001* TRANSFER DOSSIER CAN SHOW WHEN THE BRANCH WAS WIRED.            00001000
LRM001* MILESTONE CODES MATCH ACATLTRH: R REVIEW, S SETTLED,            00001000
LRM001* J REJECTED.                                                     00001000
000001* PDX    - CAT720   C0369520 08/22/26 11:18:36 TBTIKUO            00000100
000001* CREATED FOR SSR 114219.  STATUS-MILESTONE AUTO-WIRES TO         00000200
000001* BRANCHES.  THE CATWIRE COPYBOOK HAS MAPPED ACAT DATA INTO       00000300
           05  WS-FET-RCV-NBR           PIC  X(04).                     00007900
           05  WS-FET-CUST-NM           PIC  X(60).                     00008000
           05  WS-FET-CSH-MGN           PIC  X(01).                     00008100
LRM001                                                                  00001000
LRM001 01  WS-MILESTONE-CD              PIC  X(01)  VALUE SPACE.        00001000
                                                                        00008200
       01  WS-SUM-ASSET-AMT             PIC S9(13)V99 COMP-3 VALUE +0.  00008300
       01  WS-SUM-ASSET-QTY             PIC S9(11)V9(5) COMP-3          00008400
           EVALUATE TRUE                                                00028300
              WHEN WS-FET-MILESTONE-REVIEW                              00028400
                 ADD 1                      TO  WS-CNT-REVIEW           00028500
LRM001           MOVE 'R'                   TO  WS-MILESTONE-CD         00001000
                 MOVE 'TRANSFER ENTERED REVIEW - CONTACT CLIENT IF NOT E00028600
      -               'XPECTED'             TO  WIRE-ACAT-SEC-D-1       00028700
              WHEN WS-FET-MILESTONE-SETTLE                              00028800
                 ADD 1                      TO  WS-CNT-SETTLE           00028900
LRM001           MOVE 'S'                   TO  WS-MILESTONE-CD         00001000
                 MOVE 'TRANSFER SETTLED - ASSETS MOVE ON SETTLE DATE SHO00029000
      -               'WN'                  TO  WIRE-ACAT-SEC-D-1       00029100
              WHEN WS-FET-MILESTONE-REJECT                              00029200
                 ADD 1                      TO  WS-CNT-REJECT           00029300
LRM001           MOVE 'J'                   TO  WS-MILESTONE-CD         00001000
                 MOVE 'TRANSFER REJECTED - SEE REJECT INQUIRY FOR REASON00029400
      -               ' CODE'               TO  WIRE-ACAT-SEC-D-1       00029500
           END-EVALUATE.                                                00029600
                                                                        00029700
           WRITE WIRE-OUT-RECORD          FROM  ESWWIRES-RECORD.        00029800
           ADD 1                            TO  WS-CNT-WIRES.           00029900
LRM001     PERFORM 3100-RECORD-WIRE-RTN.                                00001000
LRM001                                                                  00001000
LRM001*********************                                             00001000
LRM001 3100-RECORD-WIRE-RTN.                                            00001000
LRM001*********************                                             00001000
LRM001                                                                  00001000
LRM001     EXEC SQL                                                     00001000
LRM001        INSERT INTO ACATWIRH                                      00001000
LRM001           ( CLIENT_NBR                                           00001000
LRM001            ,ACAT_CONTROL_NBR                                     00001000
LRM001            ,MLSTN_CD                                             00001000
LRM001            ,STTS_CD                                              00001000
LRM001            ,BRANCH_CD                                            00001000
LRM001            ,SENT_TMSTP )                                         00001000
LRM001        VALUES                                                    00001000
LRM001           ( :WS-FET-CLIENT                                       00001000
LRM001            ,:WS-FET-ACAT-CNTRL                                   00001000
LRM001            ,:WS-MILESTONE-CD                                     00001000
LRM001            ,:WS-FET-STTS                                         00001000
LRM001            ,:WS-FET-BRANCH                                       00001000
LRM001            ,CURRENT TIMESTAMP )                                  00001000
LRM001     END-EXEC.                                                    00001000
LRM001     IF SQLCODE NOT = +0                                          00001000
LRM001        MOVE 3100 TO ABEND-CODE                                   00001000
LRM001        PERFORM SQL-ERROR-ROUTINE                                 00001000
LRM001     END-IF.                                                      00001000
                                                                        00030000
           EJECT                                                        00030100
      ******************                                                00030200
              CLOSE MILESTONE_CSR                                       00033400
           END-EXEC.                                                    00033500
                                                                        00033600
LRM001     EXEC SQL                                                     00001000
LRM001        COMMIT                                                    00001000
LRM001     END-EXEC.                                                    00001000
LRM001     IF SQLCODE NOT = +0                                          00001000
LRM001        MOVE 9000 TO ABEND-CODE                                   00001000
LRM001        PERFORM SQL-ERROR-ROUTINE                                 00001000
LRM001     END-IF.                                                      00001000
LRM001                                                                  00001000
           CLOSE WIRE-OUT-FILE.                                         00033700
                                                                        00033800
           DISPLAY ' '                                                  00033900
