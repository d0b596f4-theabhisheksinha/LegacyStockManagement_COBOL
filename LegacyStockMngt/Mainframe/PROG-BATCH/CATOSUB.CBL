000001* PDX    - CATOSUB  C0369802 10/15/26 10:14:51 TBTIKUO            00000100
000001* CREATED FOR SSR 114473.  OUTBOUND NSCC SUBMISSION REGISTER.     00000200
000001* WE TRACKED WHAT NSCC SENT US (CATFREG, CATFMON) BUT NOT WHAT    00000300
000001* WE SENT THEM.  ASSET REJECTS, EXTENSION REQUESTS, CORRECTED     00000400
000001* RESUBMISSIONS, FUND/SERV RESUBMISSIONS AND RECLAIM/FRV          00000500
000001* RELEASES WENT OUT AND NOBODY KNEW WHETHER NSCC TOOK THEM        00000600
000001* UNTIL A TRANSFER HIT CUTOFF.  EACH GENERATOR NOW CALLS THIS     00000700
000001* SUBROUTINE TO OPEN A SUBMISSION (VOSUBM - TYPE, PROGRAM, DD,    00000800
000001* TARGET CYCLE AND ITS CUTOFF FROM THE VOSCYCL SCHEDULE), TO      00000900
000001* REGISTER EACH RECORD WRITTEN (VOSUBR, WITH THE KEY NSCC         00001000
000001* ECHOES BACK) AND TO CLOSE IT WITH THE RECORD COUNT AND THE      00001100
000001* TRANSMISSION TIME.  CAT803 MATCHES THE NSCC ACKNOWLEDGMENTS     00001200
000001* BACK TO THE RECORDS AND CAT804 RAISES THE DEADLINE ALARMS.      00001300
000001* ON A DB2 PROBLEM THE WARNING RETURN IS SET AND THE CALLER       00001400
000001* CONTINUES - THE REGISTER MUST NEVER HOLD BACK A FILE.           00001500
       IDENTIFICATION DIVISION.                                         00001600
       PROGRAM-ID.  CATOSUB.                                            00001700
       AUTHOR.      LARRY MUREY.                                        00001800
       DATE-WRITTEN.  OCT 2026.                                         00001900
      *---------------------------------------------------------------* 00002000
      *                         REMARKS                               * 00002100
      * CALLED USING THE CATOSUB-PARAMETERS AREA (COPY CATOSUB).      * 00002200
      * FUNCTION 'O': PICK THE TARGET CYCLE - THE FIRST ACTIVE        * 00002300
      *   VOSCYCL CYCLE FOR THE SUBMISSION TYPE (OR THE '  ' DEFAULT  * 00002400
      *   SCHEDULE WHEN THE TYPE HAS NONE) WHOSE CUTOFF IS STILL      * 00002500
      *   AHEAD TODAY; AFTER THE LAST CYCLE, OR ON A NON-BUSINESS     * 00002600
      *   DAY, THE FIRST CYCLE OF THE NEXT BUSINESS DAY (CATBDAYS).   * 00002700
      *   WITH NO SCHEDULE AT ALL THE CUTOFF IS END OF TODAY, CYCLE 0.* 00002800
      *   THE SUBMISSION ID IS MAX+1, RETRIED ONCE ON A DUPLICATE.    * 00002900
      * FUNCTION 'R': INSERT ONE PENDING RECORD ROW.                  * 00003000
      * FUNCTION 'C': STAMP RECORD COUNT AND TRANSMISSION TIME, THEN  * 00003100
      *   COMMIT THE SUBMISSION'S ROWS.                               * 00003200
      * VOSUBM STATUS: O OPEN (BEING WRITTEN)  T TRANSMITTED          * 00003300
      *                P PARTLY ACKNOWLEDGED   A FULLY ACKNOWLEDGED   * 00003400
      *                N NOTHING SENT (ZERO RECORDS)                  * 00003500
      * VOSUBR STATUS: P PENDING  A ACCEPTED  R REJECTED              * 00003600
      *---------------------------------------------------------------* 00003700
           EJECT                                                        00003800
      ***************************************************************** 00003900
       ENVIRONMENT DIVISION.                                            00004000
      ***************************************************************** 00004100
      ***************************************************************** 00004200
       DATA DIVISION.                                                   00004300
      ***************************************************************** 00004400
       WORKING-STORAGE SECTION.                                         00004500
                                                                        00004600
       01  CALL-MODULES.                                                00004700
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00004800
           05  WS-CATBDAYS              PIC  X(08) VALUE 'CATBDAYS'.    00004900
                                                                        00005000
           COPY CATBDAYS.                                               00005100
                                                                        00005200
       01  WS-RETRY-SW                  PIC  X(01)  VALUE 'N'.          00005300
           88  WS-RETRIED                          VALUE 'Y'.           00005400
       01  WS-CYCLE-FOUND-SW            PIC  X(01)  VALUE 'N'.          00005500
           88  WS-CYCLE-FOUND                      VALUE 'Y'.           00005600
                                                                        00005700
       01  WS-SUBM-ID                   PIC S9(09) COMP  VALUE +0.      00005800
       01  WS-SUBM-TYPE                 PIC  X(02)  VALUE SPACES.       00005900
       01  WS-SRCE-PGM                  PIC  X(08)  VALUE SPACES.       00006000
       01  WS-DD-NM                     PIC  X(08)  VALUE SPACES.       00006100
       01  WS-TODAY-ISO                 PIC  X(10)  VALUE SPACES.       00006200
       01  WS-CYCLE-DT                  PIC  X(10)  VALUE SPACES.       00006300
       01  WS-CYCLE-NBR                 PIC S9(04) COMP  VALUE +0.      00006400
       01  WS-CUTOFF-TM                 PIC  X(08)  VALUE SPACES.       00006500
       01  WS-CUTOFF-TMSTP              PIC  X(26)  VALUE SPACES.       00006600
       01  WS-REC-SEQ                   PIC S9(09) COMP  VALUE +0.      00006700
       01  WS-REC-KEY                   PIC  X(40)  VALUE SPACES.       00006800
       01  WS-CLIENT                    PIC  X(04)  VALUE SPACES.       00006900
       01  WS-ACAT-CNTL                 PIC  X(14)  VALUE SPACES.       00007000
       01  WS-REC-CNT                   PIC S9(09) COMP  VALUE +0.      00007100
                                                                        00007200
       01  WS-DB2-MESSAGE-AREA.                                         00007300
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00007400
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00007500
               INDEXED BY WS-ERROR-INDEX.                               00007600
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00007700
                                                                        00007800
           EJECT                                                        00007900
      *DB2 COMMUNICATION AREA                                           00008000
           EXEC SQL                                                     00008100
              INCLUDE SQLCA                                             00008200
           END-EXEC.                                                    00008300
                                                                        00008400
           EJECT                                                        00008500
       LINKAGE SECTION.                                                 00008600
           COPY CATOSUB REPLACING ==:OSUB:== BY ==CATOSUB==.            00008700
                                                                        00008800
           EJECT                                                        00008900
      ***************************************************************** 00009000
       PROCEDURE DIVISION USING CATOSUB-PARAMETERS.                     00009100
      ***************************************************************** 00009200
                                                                        00009300
           SET CATOSUB-NORMAL               TO  TRUE.                   00009400
           MOVE +0                          TO  CATOSUB-SQLCODE.        00009500
                                                                        00009600
           EVALUATE TRUE                                                00009700
              WHEN CATOSUB-OPEN                                         00009800
                 PERFORM 2000-OPEN-SUBM-RTN THRU 2000-EXIT              00009900
              WHEN CATOSUB-RECORD                                       00010000
                 PERFORM 3000-ADD-RECORD-RTN THRU 3000-EXIT             00010100
              WHEN CATOSUB-CLOSE                                        00010200
                 PERFORM 4000-CLOSE-SUBM-RTN THRU 4000-EXIT             00010300
              WHEN OTHER                                                00010400
                 SET CATOSUB-DB2-WARNING    TO  TRUE                    00010500
           END-EVALUATE.                                                00010600
                                                                        00010700
           GOBACK.                                                      00010800
                                                                        00010900
           EJECT                                                        00011000
      *--------------------------------------------------------------*  00011100
      *  2000-OPEN-SUBM-RTN: TARGET CYCLE, THEN THE VOSUBM HEADER.   *  00011200
      *--------------------------------------------------------------*  00011300
      ******************                                                00011400
       2000-OPEN-SUBM-RTN.                                              00011500
      ******************                                                00011600
                                                                        00011700
           MOVE +0                          TO  CATOSUB-SUBM-ID.        00011800
           MOVE CATOSUB-SUBM-TYPE           TO  WS-SUBM-TYPE.           00011900
           MOVE CATOSUB-SRCE-PGM            TO  WS-SRCE-PGM.            00012000
           MOVE CATOSUB-DD-NM               TO  WS-DD-NM.               00012100
                                                                        00012200
           PERFORM 2100-TARGET-CYCLE-RTN THRU 2100-EXIT.                00012300
           IF CATOSUB-DB2-WARNING                                       00012400
              GO TO 2000-EXIT                                           00012500
           END-IF.                                                      00012600
                                                                        00012700
           MOVE 'N'                         TO  WS-RETRY-SW.            00012800
                                                                        00012900
       2000-INSERT-SUBM.                                                00013000
                                                                        00013100
           EXEC SQL                                                     00013200
              SELECT  COALESCE(MAX(SUBM_ID), 0) + 1                     00013300
                INTO :WS-SUBM-ID                                        00013400
                FROM  VOSUBM                                            00013500
           END-EXEC.                                                    00013600
           IF SQLCODE NOT = +0                                          00013700
              PERFORM 8000-DB2-WARNING-RTN                              00013800
              GO TO 2000-EXIT                                           00013900
           END-IF.                                                      00014000
                                                                        00014100
           EXEC SQL                                                     00014200
              INSERT INTO VOSUBM                                        00014300
                     (SUBM_ID                                           00014400
                     ,SUBM_TYPE_CD                                      00014500
                     ,SRCE_PGM_NM                                       00014600
                     ,DD_NM                                             00014700
                     ,CYCLE_DT                                          00014800
                     ,CYCLE_NBR                                         00014900
                     ,CUTOFF_TMSTP                                      00015000
                     ,STTS_CD                                           00015100
                     ,REC_CNT                                           00015200
                     ,ACPT_CNT                                          00015300
                     ,RJCT_CNT                                          00015400
                     ,XMIT_TMSTP                                        00015500
                     ,ACK_TMSTP                                         00015600
                     ,CRT_TMSTP                                         00015700
                     ,UPDT_TMSTP                                        00015800
                     ,PRGM_NM)                                          00015900
              VALUES (:WS-SUBM-ID                                       00016000
                     ,:WS-SUBM-TYPE                                     00016100
                     ,:WS-SRCE-PGM                                      00016200
                     ,:WS-DD-NM                                         00016300
                     ,DATE(:WS-CYCLE-DT)                                00016400
                     ,:WS-CYCLE-NBR                                     00016500
                     ,TIMESTAMP(:WS-CUTOFF-TMSTP)                       00016600
                     ,'O'                                               00016700
                     ,0                                                 00016800
                     ,0                                                 00016900
                     ,0                                                 00017000
                     ,CURRENT TIMESTAMP                                 00017100
                     ,CURRENT TIMESTAMP                                 00017200
                     ,CURRENT TIMESTAMP                                 00017300
                     ,CURRENT TIMESTAMP                                 00017400
                     ,'CATOSUB ')                                       00017500
           END-EXEC.                                                    00017600
                                                                        00017700
           EVALUATE SQLCODE                                             00017800
              WHEN +0                                                   00017900
                 MOVE WS-SUBM-ID            TO  CATOSUB-SUBM-ID         00018000
                 MOVE WS-CYCLE-DT           TO  CATOSUB-CYCLE-DT        00018100
                 MOVE WS-CYCLE-NBR          TO  CATOSUB-CYCLE-NBR       00018200
                 MOVE WS-CUTOFF-TMSTP       TO  CATOSUB-CUTOFF-TMSTP    00018300
              WHEN -803                                                 00018400
      *          TWO GENERATORS OPENING AT THE SAME INSTANT TOOK THE    00018500
      *          SAME SUBMISSION ID - RETRY ONCE.                       00018600
                 IF NOT WS-RETRIED                                      00018700
                    SET WS-RETRIED         TO  TRUE                     00018800
                    GO TO 2000-INSERT-SUBM                              00018900
                 ELSE                                                   00019000
                    PERFORM 8000-DB2-WARNING-RTN                        00019100
                 END-IF                                                 00019200
              WHEN OTHER                                                00019300
                 PERFORM 8000-DB2-WARNING-RTN                           00019400
           END-EVALUATE.                                                00019500
                                                                        00019600
       2000-EXIT.                                                       00019700
           EXIT.                                                        00019800
                                                                        00019900
           EJECT                                                        00020000
      *--------------------------------------------------------------*  00020100
      *  2100-TARGET-CYCLE-RTN: THE NEXT CYCLE STILL OPEN TODAY, ELSE * 00020200
      *  THE FIRST CYCLE OF THE NEXT BUSINESS DAY.  A TYPE WITH ITS   * 00020300
      *  OWN VOSCYCL ROWS USES ONLY THOSE; OTHERWISE THE '  ' ROWS.   * 00020400
      *--------------------------------------------------------------*  00020500
      *********************                                             00020600
       2100-TARGET-CYCLE-RTN.                                           00020700
      *********************                                             00020800
                                                                        00020900
           MOVE 'N'                         TO  WS-CYCLE-FOUND-SW.      00021000
                                                                        00021100
           EXEC SQL                                                     00021200
              SET :WS-TODAY-ISO = CHAR(CURRENT DATE, ISO)               00021300
           END-EXEC.                                                    00021400
           IF SQLCODE NOT = +0                                          00021500
              PERFORM 8000-DB2-WARNING-RTN                              00021600
              GO TO 2100-EXIT                                           00021700
           END-IF.                                                      00021800
           MOVE WS-TODAY-ISO                TO  WS-CYCLE-DT.            00021900
                                                                        00022000
           MOVE 'B'                         TO  CATB-FUNCTION.          00022100
           MOVE WS-TODAY-ISO                TO  CATB-DATE-IN.           00022200
           CALL WS-CATBDAYS              USING  CATBDAYS-PARM.          00022300
                                                                        00022400
           IF CATB-OK                                                   00022500
           AND CATB-BUS-DAY                                             00022600
              EXEC SQL                                                  00022700
                 SELECT  CYCLE_NBR                                      00022800
                        ,CHAR(CUTOFF_TM, ISO)                           00022900
                   INTO :WS-CYCLE-NBR                                   00023000
                       ,:WS-CUTOFF-TM                                   00023100
                   FROM  VOSCYCL                                        00023200
                  WHERE  SUBM_TYPE_CD =                                 00023300
                        (SELECT COALESCE(MAX(SUBM_TYPE_CD), '  ')       00023400
                           FROM VOSCYCL                                 00023500
                          WHERE SUBM_TYPE_CD = :WS-SUBM-TYPE            00023600
                            AND ACTV_IND     = 'Y')                     00023700
                    AND  ACTV_IND     = 'Y'                             00023800
                    AND  CUTOFF_TM    > CURRENT TIME                    00023900
                  ORDER BY CUTOFF_TM                                    00024000
                  FETCH FIRST 1 ROW ONLY                                00024100
              END-EXEC                                                  00024200
              EVALUATE SQLCODE                                          00024300
                 WHEN +0                                                00024400
                    SET WS-CYCLE-FOUND      TO  TRUE                    00024500
                 WHEN +100                                              00024600
                    CONTINUE                                            00024700
                 WHEN OTHER                                             00024800
                    PERFORM 8000-DB2-WARNING-RTN                        00024900
                    GO TO 2100-EXIT                                     00025000
              END-EVALUATE                                              00025100
           END-IF.                                                      00025200
                                                                        00025300
           IF NOT WS-CYCLE-FOUND                                        00025400
              EXEC SQL                                                  00025500
                 SELECT  CYCLE_NBR                                      00025600
                        ,CHAR(CUTOFF_TM, ISO)                           00025700
                   INTO :WS-CYCLE-NBR                                   00025800
                       ,:WS-CUTOFF-TM                                   00025900
                   FROM  VOSCYCL                                        00026000
                  WHERE  SUBM_TYPE_CD =                                 00026100
                        (SELECT COALESCE(MAX(SUBM_TYPE_CD), '  ')       00026200
                           FROM VOSCYCL                                 00026300
                          WHERE SUBM_TYPE_CD = :WS-SUBM-TYPE            00026400
                            AND ACTV_IND     = 'Y')                     00026500
                    AND  ACTV_IND     = 'Y'                             00026600
                  ORDER BY CUTOFF_TM                                    00026700
                  FETCH FIRST 1 ROW ONLY                                00026800
              END-EXEC                                                  00026900
              EVALUATE SQLCODE                                          00027000
                 WHEN +0                                                00027100
                    PERFORM 2150-NEXT-BUS-DAY-RTN                       00027200
                 WHEN +100                                              00027300
                    DISPLAY 'CATOSUB - NO VOSCYCL SCHEDULE FOR TYPE '   00027400
                            WS-SUBM-TYPE ' - CUTOFF SET TO END OF DAY'  00027500
                    MOVE +0                 TO  WS-CYCLE-NBR            00027600
                    MOVE '23.59.59'         TO  WS-CUTOFF-TM            00027700
                 WHEN OTHER                                             00027800
                    PERFORM 8000-DB2-WARNING-RTN                        00027900
                    GO TO 2100-EXIT                                     00028000
              END-EVALUATE                                              00028100
           END-IF.                                                      00028200
                                                                        00028300
           MOVE SPACES                      TO  WS-CUTOFF-TMSTP.        00028400
           STRING WS-CYCLE-DT '-' WS-CUTOFF-TM '.000000'                00028500
                  DELIMITED BY SIZE INTO WS-CUTOFF-TMSTP.               00028600
                                                                        00028700
       2100-EXIT.                                                       00028800
           EXIT.                                                        00028900
                                                                        00029000
      *********************                                             00029100
       2150-NEXT-BUS-DAY-RTN.                                           00029200
      *********************                                             00029300
                                                                        00029400
           MOVE 'N'                         TO  CATB-FUNCTION.          00029500
           MOVE WS-TODAY-ISO                TO  CATB-DATE-IN.           00029600
           CALL WS-CATBDAYS              USING  CATBDAYS-PARM.          00029700
           IF CATB-OK                                                   00029800
              MOVE CATB-DATE-OUT            TO  WS-CYCLE-DT             00029900
           ELSE                                                         00030000
              DISPLAY 'CATOSUB - CATBDAYS FAILED, SQLCODE = '           00030100
                      CATB-SQLCODE ' - CYCLE DATE LEFT AT TODAY'        00030200
           END-IF.                                                      00030300
                                                                        00030400
           EJECT                                                        00030500
      ********************                                              00030600
       3000-ADD-RECORD-RTN.                                             00030700
      ********************                                              00030800
                                                                        00030900
           IF CATOSUB-SUBM-ID NOT > +0                                  00031000
              SET CATOSUB-DB2-WARNING       TO  TRUE                    00031100
              GO TO 3000-EXIT                                           00031200
           END-IF.                                                      00031300
                                                                        00031400
           MOVE CATOSUB-SUBM-ID             TO  WS-SUBM-ID.             00031500
           MOVE CATOSUB-SUBM-TYPE           TO  WS-SUBM-TYPE.           00031600
           MOVE CATOSUB-REC-SEQ             TO  WS-REC-SEQ.             00031700
           MOVE CATOSUB-REC-KEY             TO  WS-REC-KEY.             00031800
           MOVE CATOSUB-CLIENT              TO  WS-CLIENT.              00031900
           MOVE CATOSUB-ACAT-CNTL           TO  WS-ACAT-CNTL.           00032000
                                                                        00032100
           EXEC SQL                                                     00032200
              INSERT INTO VOSUBR                                        00032300
                     (SUBM_ID                                           00032400
                     ,REC_SEQ_NBR                                       00032500
                     ,SUBM_TYPE_CD                                      00032600
                     ,REC_KEY_TXT                                       00032700
                     ,CLIENT_NBR                                        00032800
                     ,ACAT_CONTROL_NBR                                  00032900
                     ,STTS_CD                                           00033000
                     ,RJCT_CTGY_CD                                      00033100
                     ,RJCT_RSN_CD                                       00033200
                     ,RJCT_RSN_TXT                                      00033300
                     ,ALRT_IND                                          00033400
                     ,ACK_TMSTP                                         00033500
                     ,CRT_TMSTP                                         00033600
                     ,UPDT_TMSTP                                        00033700
                     ,PRGM_NM)                                          00033800
              VALUES (:WS-SUBM-ID                                       00033900
                     ,:WS-REC-SEQ                                       00034000
                     ,:WS-SUBM-TYPE                                     00034100
                     ,:WS-REC-KEY                                       00034200
                     ,:WS-CLIENT                                        00034300
                     ,:WS-ACAT-CNTL                                     00034400
                     ,'P'                                               00034500
                     ,' '                                               00034600
                     ,' '                                               00034700
                     ,' '                                               00034800
                     ,'N'                                               00034900
                     ,CURRENT TIMESTAMP                                 00035000
                     ,CURRENT TIMESTAMP                                 00035100
                     ,CURRENT TIMESTAMP                                 00035200
                     ,'CATOSUB ')                                       00035300
           END-EXEC.                                                    00035400
           IF SQLCODE NOT = +0                                          00035500
              PERFORM 8000-DB2-WARNING-RTN                              00035600
           END-IF.                                                      00035700
                                                                        00035800
       3000-EXIT.                                                       00035900
           EXIT.                                                        00036000
                                                                        00036100
           EJECT                                                        00036200
      ********************                                              00036300
       4000-CLOSE-SUBM-RTN.                                             00036400
      ********************                                              00036500
                                                                        00036600
           IF CATOSUB-SUBM-ID NOT > +0                                  00036700
              SET CATOSUB-DB2-WARNING       TO  TRUE                    00036800
              GO TO 4000-EXIT                                           00036900
           END-IF.                                                      00037000
                                                                        00037100
           MOVE CATOSUB-SUBM-ID             TO  WS-SUBM-ID.             00037200
           MOVE CATOSUB-REC-CNT             TO  WS-REC-CNT.             00037300
                                                                        00037400
           EXEC SQL                                                     00037500
              UPDATE  VOSUBM                                            00037600
                 SET  REC_CNT    = :WS-REC-CNT                          00037700
                     ,STTS_CD    = CASE WHEN :WS-REC-CNT = 0            00037800
                                        THEN 'N' ELSE 'T' END           00037900
                     ,XMIT_TMSTP = CURRENT TIMESTAMP                    00038000
                     ,UPDT_TMSTP = CURRENT TIMESTAMP                    00038100
               WHERE  SUBM_ID    = :WS-SUBM-ID                          00038200
           END-EXEC.                                                    00038300
           IF SQLCODE NOT = +0                                          00038400
              PERFORM 8000-DB2-WARNING-RTN                              00038500
           END-IF.                                                      00038600
                                                                        00038700
      *    THE REGISTER ROWS GO IN WITH THE CLOSE, EVEN WHEN THE STAMP  00038800
      *    FAILED, SO THE RECORDS SENT ARE STILL ON FILE FOR CAT803.    00038900
           EXEC SQL                                                     00039000
              COMMIT                                                    00039100
           END-EXEC.                                                    00039200
           IF SQLCODE NOT = +0                                          00039300
              PERFORM 8000-DB2-WARNING-RTN                              00039400
           END-IF.                                                      00039500
                                                                        00039600
       4000-EXIT.                                                       00039700
           EXIT.                                                        00039800
                                                                        00039900
           EJECT                                                        00040000
      *********************                                             00040100
       8000-DB2-WARNING-RTN.                                            00040200
      *********************                                             00040300
                                                                        00040400
           SET CATOSUB-DB2-WARNING          TO  TRUE.                   00040500
           MOVE SQLCODE                     TO  CATOSUB-SQLCODE.        00040600
           DISPLAY 'CATOSUB - DB2 PROBLEM, SQLCODE = ' SQLCODE          00040700
                   ' - SUBMISSION NOT FULLY REGISTERED'.                00040800
           CALL DSNTIAR               USING  SQLCA                      00040900
                                             WS-DB2-MESSAGE-AREA        00041000
                                             WS-ERR-LINE-LEN            00041100
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00041200
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00041300
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00041400
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00041500
                 END-IF                                                 00041600
           END-PERFORM.                                                 00041700
