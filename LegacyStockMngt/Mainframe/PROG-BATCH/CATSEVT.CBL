000001* PDX    - CATSEVT  C0369805 10/15/26 12:24:02 TBTIKUO            00000100
000001* CREATED FOR SSR 114476.  TRANSFER STATUS EVENT WRITER.          00000200
000001* BRANCH SYSTEMS, THE CLIENT PORTAL AND THE SERVICE DESK ONLY     00000300
000001* LEARNED OF A STATUS CHANGE OR A MOVED SETTLEMENT DATE BY        00000400
000001* POLLING VTRNFR OR WAITING FOR THE OVERNIGHT EXTRACTS.  CAT706   00000500
000001* AND CAT707 NOW CALL THIS SUBROUTINE FOR EVERY TRANSFER THEY     00000600
000001* UPDATE.  THE EVENT (CLIENT, CONTROL NUMBER, BRANCH/ACCOUNT,     00000700
000001* OLD AND NEW STATUS, OLD AND NEW SETTLE DATE, REJECT REASON)     00000800
000001* IS INSERTED INTO VSTSEVT INSIDE THE CALLER'S UNIT OF WORK, SO   00000900
000001* AN EVENT EXISTS EXACTLY WHEN ITS UPDATE WAS COMMITTED.  CAT808  00001000
000001* PUTS THE PENDING EVENTS ON THE STATUS EVENT QUEUE AND REPLAYS   00001100
000001* A DAY'S EVENTS ON REQUEST.                                      00001200
       IDENTIFICATION DIVISION.                                         00001300
       PROGRAM-ID.  CATSEVT.                                            00001400
       AUTHOR.      LARRY MUREY.                                        00001500
       DATE-WRITTEN.  OCT 2026.                                         00001600
      *---------------------------------------------------------------* 00001700
      *                         REMARKS                               * 00001800
      * CALLED USING THE CATSEVT-PARAMETERS AREA (COPY CATSEVT).      * 00001900
      * READS BRANCH, ACCOUNT AND REJECT REASON FROM THE CALLER'S     * 00002000
      * (ALREADY UPDATED, NOT YET COMMITTED) VTRNFR ROW, ASSIGNS THE  * 00002100
      * EVENT ID AS MAX+1 (RETRIED ONCE ON A DUPLICATE) AND INSERTS   * 00002200
      * THE VSTSEVT ROW WITH PUBLISH STATUS 'P'.  NO COMMIT IS TAKEN  * 00002300
      * HERE - THE CALLER'S COMMIT OR ROLLBACK COVERS THE EVENT.      * 00002400
      * VSTSEVT PUBLISH STATUS: P PENDING  S SENT TO THE QUEUE        * 00002500
      *---------------------------------------------------------------* 00002600
           EJECT                                                        00002700
      ***************************************************************** 00002800
       ENVIRONMENT DIVISION.                                            00002900
      ***************************************************************** 00003000
      ***************************************************************** 00003100
       DATA DIVISION.                                                   00003200
      ***************************************************************** 00003300
       WORKING-STORAGE SECTION.                                         00003400
                                                                        00003500
       01  CALL-MODULES.                                                00003600
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00003700
                                                                        00003800
       01  WS-RETRY-SW                  PIC  X(01)  VALUE 'N'.          00003900
           88  WS-RETRIED                          VALUE 'Y'.           00004000
                                                                        00004100
       01  WS-EVT-ID                    PIC S9(09) COMP  VALUE +0.      00004200
       01  WS-EVT-TYPE                  PIC  X(01)  VALUE SPACES.       00004300
       01  WS-SRCE-PGM                  PIC  X(08)  VALUE SPACES.       00004400
       01  WS-CLIENT                    PIC  X(04)  VALUE SPACES.       00004500
       01  WS-ACAT-CNTL                 PIC  X(14)  VALUE SPACES.       00004600
       01  WS-BRANCH-CD                 PIC  X(03)  VALUE SPACES.       00004700
       01  WS-ACCT-CD                   PIC  X(05)  VALUE SPACES.       00004800
       01  WS-OLD-STTS                  PIC  X(03)  VALUE SPACES.       00004900
       01  WS-NEW-STTS                  PIC  X(03)  VALUE SPACES.       00005000
       01  WS-OLD-STTLM-DT              PIC  X(10)  VALUE SPACES.       00005100
       01  WS-NEW-STTLM-DT              PIC  X(10)  VALUE SPACES.       00005200
       01  WS-RJCT-RSN-CD               PIC  X(02)  VALUE SPACES.       00005300
                                                                        00005400
       01  WS-DB2-MESSAGE-AREA.                                         00005500
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00005600
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00005700
               INDEXED BY WS-ERROR-INDEX.                               00005800
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00005900
                                                                        00006000
           EJECT                                                        00006100
      *DB2 COMMUNICATION AREA                                           00006200
           EXEC SQL                                                     00006300
              INCLUDE SQLCA                                             00006400
           END-EXEC.                                                    00006500
                                                                        00006600
           EJECT                                                        00006700
       LINKAGE SECTION.                                                 00006800
           COPY CATSEVT REPLACING ==:SEVT:== BY ==CATSEVT==.            00006900
                                                                        00007000
           EJECT                                                        00007100
      ***************************************************************** 00007200
       PROCEDURE DIVISION USING CATSEVT-PARAMETERS.                     00007300
      ***************************************************************** 00007400
                                                                        00007500
           SET CATSEVT-NORMAL               TO  TRUE.                   00007600
           MOVE +0                          TO  CATSEVT-SQLCODE         00007700
                                                CATSEVT-EVT-ID.         00007800
                                                                        00007900
           PERFORM 2000-WRITE-EVENT-RTN THRU 2000-EXIT.                 00008000
                                                                        00008100
           GOBACK.                                                      00008200
                                                                        00008300
           EJECT                                                        00008400
      *--------------------------------------------------------------*  00008500
      *  2000-WRITE-EVENT-RTN: PICK UP THE ROW'S BRANCH/ACCOUNT AND  *  00008600
      *  REJECT REASON, THEN INSERT THE PENDING EVENT.               *  00008700
      *--------------------------------------------------------------*  00008800
      ********************                                              00008900
       2000-WRITE-EVENT-RTN.                                            00009000
      ********************                                              00009100
                                                                        00009200
           MOVE CATSEVT-EVT-TYPE            TO  WS-EVT-TYPE.            00009300
           MOVE CATSEVT-SRCE-PGM            TO  WS-SRCE-PGM.            00009400
           MOVE CATSEVT-CLIENT              TO  WS-CLIENT.              00009500
           MOVE CATSEVT-ACAT-CNTL           TO  WS-ACAT-CNTL.           00009600
           MOVE CATSEVT-OLD-STTS            TO  WS-OLD-STTS.            00009700
           MOVE CATSEVT-NEW-STTS            TO  WS-NEW-STTS.            00009800
           MOVE CATSEVT-OLD-STTLM-DT        TO  WS-OLD-STTLM-DT.        00009900
           MOVE CATSEVT-NEW-STTLM-DT        TO  WS-NEW-STTLM-DT.        00010000
                                                                        00010100
      *    A BLANK OR LOW DATE GOES OUT AS BLANKS, NOT 0001-01-01.      00010200
           IF WS-OLD-STTLM-DT (1 : 4) = '0001'                          00010300
              MOVE SPACES                   TO  WS-OLD-STTLM-DT         00010400
           END-IF.                                                      00010500
           IF WS-NEW-STTLM-DT (1 : 4) = '0001'                          00010600
              MOVE SPACES                   TO  WS-NEW-STTLM-DT         00010700
           END-IF.                                                      00010800
                                                                        00010900
           EXEC SQL                                                     00011000
              SELECT  BRANCH_CD                                         00011100
                     ,ACCT_CD                                           00011200
                     ,TRNFR_TYPE_RJCT_CD                                00011300
                INTO :WS-BRANCH-CD                                      00011400
                    ,:WS-ACCT-CD                                        00011500
                    ,:WS-RJCT-RSN-CD                                    00011600
                FROM  VTRNFR                                            00011700
               WHERE  CLIENT_NBR       = :WS-CLIENT                     00011800
                 AND  ACAT_CONTROL_NBR = :WS-ACAT-CNTL                  00011900
           END-EXEC.                                                    00012000
           IF SQLCODE NOT = +0                                          00012100
              PERFORM 8000-DB2-ERROR-RTN                                00012200
              GO TO 2000-EXIT                                           00012300
           END-IF.                                                      00012400
                                                                        00012500
           MOVE 'N'                         TO  WS-RETRY-SW.            00012600
                                                                        00012700
       2000-INSERT-EVENT.                                               00012800
                                                                        00012900
           EXEC SQL                                                     00013000
              SELECT  COALESCE(MAX(EVT_ID), 0) + 1                      00013100
                INTO :WS-EVT-ID                                         00013200
                FROM  VSTSEVT                                           00013300
           END-EXEC.                                                    00013400
           IF SQLCODE NOT = +0                                          00013500
              PERFORM 8000-DB2-ERROR-RTN                                00013600
              GO TO 2000-EXIT                                           00013700
           END-IF.                                                      00013800
                                                                        00013900
           EXEC SQL                                                     00014000
              INSERT INTO VSTSEVT                                       00014100
                     (EVT_ID                                            00014200
                     ,EVT_TYPE_CD                                       00014300
                     ,CLIENT_NBR                                        00014400
                     ,ACAT_CONTROL_NBR                                  00014500
                     ,BRANCH_CD                                         00014600
                     ,ACCT_CD                                           00014700
                     ,OLD_STTS_CD                                       00014800
                     ,NEW_STTS_CD                                       00014900
                     ,OLD_STTLM_DT_TXT                                  00015000
                     ,NEW_STTLM_DT_TXT                                  00015100
                     ,RJCT_RSN_CD                                       00015200
                     ,SRCE_PGM_NM                                       00015300
                     ,PUB_STTS_CD                                       00015400
                     ,PUB_CNT                                           00015500
                     ,PUB_TMSTP                                         00015600
                     ,CRT_TMSTP                                         00015700
                     ,UPDT_TMSTP                                        00015800
                     ,PRGM_NM)                                          00015900
              VALUES (:WS-EVT-ID                                        00016000
                     ,:WS-EVT-TYPE                                      00016100
                     ,:WS-CLIENT                                        00016200
                     ,:WS-ACAT-CNTL                                     00016300
                     ,:WS-BRANCH-CD                                     00016400
                     ,:WS-ACCT-CD                                       00016500
                     ,:WS-OLD-STTS                                      00016600
                     ,:WS-NEW-STTS                                      00016700
                     ,:WS-OLD-STTLM-DT                                  00016800
                     ,:WS-NEW-STTLM-DT                                  00016900
                     ,:WS-RJCT-RSN-CD                                   00017000
                     ,:WS-SRCE-PGM                                      00017100
                     ,'P'                                               00017200
                     ,0                                                 00017300
                     ,CURRENT TIMESTAMP                                 00017400
                     ,CURRENT TIMESTAMP                                 00017500
                     ,CURRENT TIMESTAMP                                 00017600
                     ,'CATSEVT ')                                       00017700
           END-EXEC.                                                    00017800
                                                                        00017900
           EVALUATE SQLCODE                                             00018000
              WHEN +0                                                   00018100
                 MOVE WS-EVT-ID             TO  CATSEVT-EVT-ID          00018200
              WHEN -803                                                 00018300
      *          TWO UPDATERS WRITING AT THE SAME INSTANT TOOK THE      00018400
      *          SAME EVENT ID - RETRY ONCE.                            00018500
                 IF NOT WS-RETRIED                                      00018600
                    SET WS-RETRIED         TO  TRUE                     00018700
                    GO TO 2000-INSERT-EVENT                             00018800
                 ELSE                                                   00018900
                    PERFORM 8000-DB2-ERROR-RTN                          00019000
                 END-IF                                                 00019100
              WHEN OTHER                                                00019200
                 PERFORM 8000-DB2-ERROR-RTN                             00019300
           END-EVALUATE.                                                00019400
                                                                        00019500
       2000-EXIT.                                                       00019600
           EXIT.                                                        00019700
                                                                        00019800
           EJECT                                                        00019900
      *********************                                             00020000
       8000-DB2-ERROR-RTN.                                              00020100
      *********************                                             00020200
                                                                        00020300
           SET CATSEVT-DB2-ERROR            TO  TRUE.                   00020400
           MOVE SQLCODE                     TO  CATSEVT-SQLCODE.        00020500
           DISPLAY 'CATSEVT - DB2 PROBLEM, SQLCODE = ' SQLCODE          00020600
                   ' - EVENT NOT WRITTEN FOR ' WS-ACAT-CNTL.            00020700
           CALL DSNTIAR               USING  SQLCA                      00020800
                                             WS-DB2-MESSAGE-AREA        00020900
                                             WS-ERR-LINE-LEN            00021000
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00021100
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00021200
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00021300
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00021400
                 END-IF                                                 00021500
           END-PERFORM.                                                 00021600
