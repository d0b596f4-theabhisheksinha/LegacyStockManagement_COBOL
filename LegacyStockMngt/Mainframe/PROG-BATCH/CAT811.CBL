000001* PDX    - CAT811   C0369808 10/15/26 14:10:06 TBTIKUO            00000100
000001* CREATED FOR SSR 114479.  NIGHTLY OPEN-TRANSFER SNAPSHOT.        00000200
000001* THE READ-ONLY REPORTING PROGRAMS EACH OPENED THEIR OWN          00000300
000001* CURSORS OVER THE FULL VTRNFR AND VASSET POPULATION IN THE       00000400
000001* SAME WINDOW AS THE UPDATE JOBS, WHICH CAUSED CONTENTION AND     00000500
000001* STRETCHED THE BATCH WINDOW.  THIS STEP RUNS ONCE, AFTER THE     00000600
000001* UPDATE STREAMS HAVE FINISHED, AND UNLOADS THE OPEN TRANSFERS    00000700
000001* (STATUS BELOW '400') AND THEIR ASSETS TO TWO SEQUENTIAL         00000800
000001* FILES AS ONE POINT-IN-TIME IMAGE, WITH A CONTROL-TOTAL          00000900
000001* TRAILER ON EACH.  CAT709, CAT881 AND CAT996 READ THE            00001000
000001* SNAPSHOT INSTEAD OF DB2 WHEN RUN WITH PARM 'SNAP', SO THEY      00001100
000001* CAN RUN IN PARALLEL AND OFF DB2.                                00001200
       IDENTIFICATION DIVISION.                                         00001300
       PROGRAM-ID.  CAT811.                                             00001400
       AUTHOR.      LARRY MUREY.                                        00001500
       DATE-WRITTEN.  OCT 2026.                                         00001600
      *---------------------------------------------------------------* 00001700
      *                         REMARKS                               * 00001800
      * INPUT:  VTRNFR, VASSET, VMSD                                  * 00001900
      * OUTPUT: SNAPTFR - OPEN TRANSFERS, ACAT CONTROL NUMBER ORDER,  * 00002000
      *                   CATSNPT LAYOUT (150 BYTES FB)               * 00002100
      *         SNAPAST - THEIR ASSETS, CLIENT / CONTROL NUMBER       * 00002200
      *                   ORDER, CATSNPA LAYOUT (200 BYTES FB)        * 00002300
      *                                                               * 00002400
      * BOTH CURSORS ARE READ REPEATABLE-READ IN ONE UNIT OF WORK     * 00002500
      * AND THE OPEN POPULATION IS COUNTED AND TOTALLED IN THAT SAME  * 00002600
      * UNIT OF WORK; THE STEP ABENDS IF WHAT WAS WRITTEN DOES NOT    * 00002700
      * AGREE, SO A SNAPSHOT WITH A GOOD TRAILER IS A CONSISTENT ONE. * 00002800
      * THE STEP IS READ-ONLY AND IS RERUN FROM THE TOP.              * 00002900
      *---------------------------------------------------------------* 00003000
           EJECT                                                        00003100
      ***************************************************************** 00003200
       ENVIRONMENT DIVISION.                                            00003300
      ***************************************************************** 00003400
       INPUT-OUTPUT SECTION.                                            00003500
       FILE-CONTROL.                                                    00003600
           SELECT SNAP-TFR-FILE        ASSIGN  TO  SNAPTFR              00003700
                                       FILE STATUS  IS SNAPTFR-STAT.    00003800
                                                                        00003900
           SELECT SNAP-AST-FILE        ASSIGN  TO  SNAPAST              00004000
                                       FILE STATUS  IS SNAPAST-STAT.    00004100
                                                                        00004200
      ***************************************************************** 00004300
       DATA DIVISION.                                                   00004400
      ***************************************************************** 00004500
                                                                        00004600
       FILE SECTION.                                                    00004700
                                                                        00004800
       FD  SNAP-TFR-FILE                                                00004900
           RECORDING MODE F                                             00005000
           BLOCK CONTAINS 0 RECORDS                                     00005100
           LABEL RECORDS ARE STANDARD                                   00005200
           RECORD CONTAINS 150 CHARACTERS.                              00005300
           COPY CATSNPT REPLACING ==:SNPT:== BY ==SNPT==.               00005400
                                                                        00005500
       FD  SNAP-AST-FILE                                                00005600
           RECORDING MODE F                                             00005700
           BLOCK CONTAINS 0 RECORDS                                     00005800
           LABEL RECORDS ARE STANDARD                                   00005900
           RECORD CONTAINS 200 CHARACTERS.                              00006000
           COPY CATSNPA REPLACING ==:SNPA:== BY ==SNPA==.               00006100
                                                                        00006200
           EJECT                                                        00006300
      ***************************************************************** 00006400
       WORKING-STORAGE SECTION.                                         00006500
      ***************************************************************** 00006600
                                                                        00006700
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00006800
                                                                        00006900
       01  CALL-MODULES.                                                00007000
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00007100
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00007200
                                                                        00007300
       01  SNAPTFR-STAT                 PIC  X(02)  VALUE SPACES.       00007400
           88  SNAPTFR-OK                          VALUE '00'.          00007500
       01  SNAPAST-STAT                 PIC  X(02)  VALUE SPACES.       00007600
           88  SNAPAST-OK                          VALUE '00'.          00007700
                                                                        00007800
       01  WS-TFR-EOF-SW                PIC  X(01)  VALUE 'N'.          00007900
           88  WS-TFR-EOF                          VALUE 'Y'.           00008000
       01  WS-AST-EOF-SW                PIC  X(01)  VALUE 'N'.          00008100
           88  WS-AST-EOF                          VALUE 'Y'.           00008200
                                                                        00008300
       01  WS-SNAP-TMSTP                PIC  X(26)  VALUE SPACES.       00008400
                                                                        00008500
       01  WS-CNT-TFRS                  PIC S9(09) COMP-3  VALUE ZERO.  00008600
       01  WS-CNT-ASSETS                PIC S9(09) COMP-3  VALUE ZERO.  00008700
       01  WS-AMT-TOTAL                 PIC S9(15)V99 COMP-3            00008800
                                                           VALUE ZERO.  00008900
                                                                        00009000
      *  DB2'S OWN VIEW OF THE OPEN POPULATION, TAKEN IN THE SAME       00009100
      *  UNIT OF WORK AS THE UNLOAD, FOR THE CONTROL-TOTAL CHECK.       00009200
       01  WS-DB2-TFR-CNT               PIC S9(09) COMP    VALUE ZERO.  00009300
       01  WS-DB2-AST-CNT               PIC S9(09) COMP    VALUE ZERO.  00009400
       01  WS-DB2-AMT-TOTAL             PIC S9(15)V99 COMP-3            00009500
                                                           VALUE ZERO.  00009600
       01  WS-DB2-AMT-IND               PIC S9(04) COMP    VALUE ZERO.  00009700
                                                                        00009800
       01  WS-DB2-MESSAGE-AREA.                                         00009900
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00010000
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00010100
               INDEXED BY WS-ERROR-INDEX.                               00010200
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00010300
                                                                        00010400
           EJECT                                                        00010500
      *DB2 COMMUNICATION AREA                                           00010600
           EXEC SQL                                                     00010700
              INCLUDE SQLCA                                             00010800
           END-EXEC.                                                    00010900
                                                                        00011000
      *----------------------------------------------------------------*00011100
      *  OPEN TRANSFERS - STATUS BELOW '400' IS THE OPEN POPULATION,   *00011200
      *  THE SAME FENCE THE PENDING INQUIRIES USE.  CONTROL NUMBER     *00011300
      *  ORDER FOR THE POSITION MATCH IN CAT709.                       *00011400
      *----------------------------------------------------------------*00011500
           EXEC SQL                                                     00011600
              DECLARE SNAP_TFR_CSR CURSOR FOR                           00011700
                 SELECT                                                 00011800
                     CLIENT_NBR                                         00011900
                    ,ACAT_CONTROL_NBR                                   00012000
                    ,DSTBN_SIDE_CD                                      00012100
                    ,STTS_CD                                            00012200
                    ,TRNFR_TYPE_CD                                      00012300
                    ,BRANCH_CD                                          00012400
                    ,ACCT_CD                                            00012500
                    ,RCV_NBR                                            00012600
                    ,DLVR_NBR                                           00012700
                    ,VALUE(CHAR(PRCS_DT, ISO), ' ')                     00012800
                    ,VALUE(CHAR(STTLM_DT, ISO), ' ')                    00012900
                    ,CHAR(UPDT_TMSTP)                                   00013000
                 FROM  VTRNFR                                           00013100
                 WHERE STTS_CD < '400'                                  00013200
                 ORDER BY ACAT_CONTROL_NBR                              00013300
                 FOR READ ONLY WITH RR                                  00013400
           END-EXEC.                                                    00013500
                                                                        00013600
      *----------------------------------------------------------------*00013700
      *  THEIR ASSETS, WITH THE OWNING TRANSFER'S FIELDS REPEATED AND  *00013800
      *  THE SECURITY TYPE FROM VMSD ('UNK ' WHEN MISSING).  CLIENT /  *00013900
      *  CONTROL NUMBER ORDER FOR THE CLIENT BREAKS IN CAT881.         *00014000
      *----------------------------------------------------------------*00014100
           EXEC SQL                                                     00014200
              DECLARE SNAP_AST_CSR CURSOR FOR                           00014300
                 SELECT T.CLIENT_NBR                                    00014400
                       ,T.ACAT_CONTROL_NBR                              00014500
                       ,A.ASSET_SEQ_NBR                                 00014600
                       ,T.DSTBN_SIDE_CD                                 00014700
                       ,T.STTS_CD                                       00014800
                       ,T.TRNFR_TYPE_CD                                 00014900
                       ,VALUE(CHAR(T.STTLM_DT, ISO), ' ')               00015000
                       ,CHAR(T.UPDT_TMSTP)                              00015100
                       ,A.ISIN_SEC_ISSUE_CD                             00015200
                       ,A.SECURITY_ADP_NBR                              00015300
                       ,A.ASSET_AMT                                     00015400
                       ,VALUE(A.CRNCY_CD, 'USD')                        00015500
                       ,VALUE(M.SCRTY_TYPE_CD, 'UNK ')                  00015600
                 FROM  VTRNFR T                                         00015700
                       INNER JOIN VASSET A                              00015800
                          ON  A.CLIENT_NBR       = T.CLIENT_NBR         00015900
                          AND A.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR   00016000
                       LEFT OUTER JOIN VMSD M                           00016100
                          ON  M.SECURITY_ADP_NBR = A.SECURITY_ADP_NBR   00016200
                 WHERE T.STTS_CD < '400'                                00016300
                 ORDER BY T.CLIENT_NBR, T.ACAT_CONTROL_NBR,             00016400
                          A.ASSET_SEQ_NBR                               00016500
                 FOR READ ONLY WITH RR                                  00016600
           END-EXEC.                                                    00016700
                                                                        00016800
           EJECT                                                        00016900
      ***************************************************************** 00017000
       PROCEDURE DIVISION.                                              00017100
      ***************************************************************** 00017200
                                                                        00017300
           DISPLAY ' ============================================== '.  00017400
           DISPLAY '   CAT811 - NIGHTLY OPEN-TRANSFER SNAPSHOT      '.  00017500
           DISPLAY ' ============================================== '.  00017600
                                                                        00017700
           PERFORM 1000-INITIAL-RTN.                                    00017800
                                                                        00017900
           PERFORM 2000-UNLOAD-TFR-RTN THRU 2000-EXIT                   00018000
              UNTIL WS-TFR-EOF.                                         00018100
                                                                        00018200
           PERFORM 3000-UNLOAD-AST-RTN THRU 3000-EXIT                   00018300
              UNTIL WS-AST-EOF.                                         00018400
                                                                        00018500
           PERFORM 4000-CONTROL-CHECK-RTN.                              00018600
                                                                        00018700
           PERFORM 5000-WRITE-TRAILERS-RTN.                             00018800
                                                                        00018900
           PERFORM 9000-EOJ-RTN.                                        00019000
                                                                        00019100
           STOP RUN.                                                    00019200
                                                                        00019300
           EJECT                                                        00019400
      *****************                                                 00019500
       1000-INITIAL-RTN.                                                00019600
      *****************                                                 00019700
                                                                        00019800
           OPEN OUTPUT  SNAP-TFR-FILE                                   00019900
                        SNAP-AST-FILE.                                  00020000
                                                                        00020100
           IF NOT SNAPTFR-OK                                            00020200
              DISPLAY 'CAT811 - OPEN FAILED ON SNAPTFR, STATUS = '      00020300
                       SNAPTFR-STAT                                     00020400
              CALL  ABEND              USING  ABEND-CODE                00020500
           END-IF.                                                      00020600
           IF NOT SNAPAST-OK                                            00020700
              DISPLAY 'CAT811 - OPEN FAILED ON SNAPAST, STATUS = '      00020800
                       SNAPAST-STAT                                     00020900
              CALL  ABEND              USING  ABEND-CODE                00021000
           END-IF.                                                      00021100
                                                                        00021200
           EXEC SQL                                                     00021300
              SELECT  CHAR(CURRENT TIMESTAMP)                           00021400
                INTO :WS-SNAP-TMSTP                                     00021500
                FROM  SYSIBM.SYSDUMMY1                                  00021600
           END-EXEC.                                                    00021700
           IF SQLCODE NOT = +0                                          00021800
              MOVE 1000 TO ABEND-CODE                                   00021900
              PERFORM SQL-ERROR-ROUTINE                                 00022000
           END-IF.                                                      00022100
           DISPLAY 'CAT811 - SNAPSHOT TIMESTAMP ' WS-SNAP-TMSTP.        00022200
                                                                        00022300
           MOVE SPACES                      TO  SNPT-RECORD.            00022400
           SET SNPT-HEADER                  TO  TRUE.                   00022500
           MOVE WS-SNAP-TMSTP               TO  SNPT-HDR-TMSTP.         00022600
           MOVE 'CAT811'                    TO  SNPT-HDR-PGM.           00022700
           WRITE SNPT-RECORD.                                           00022800
                                                                        00022900
           MOVE SPACES                      TO  SNPA-RECORD.            00023000
           SET SNPA-HEADER                  TO  TRUE.                   00023100
           MOVE WS-SNAP-TMSTP               TO  SNPA-HDR-TMSTP.         00023200
           MOVE 'CAT811'                    TO  SNPA-HDR-PGM.           00023300
           WRITE SNPA-RECORD.                                           00023400
                                                                        00023500
           EXEC SQL                                                     00023600
              OPEN SNAP_TFR_CSR                                         00023700
           END-EXEC.                                                    00023800
           IF SQLCODE NOT = +0                                          00023900
              MOVE 1010 TO ABEND-CODE                                   00024000
              PERFORM SQL-ERROR-ROUTINE                                 00024100
           END-IF.                                                      00024200
                                                                        00024300
           EXEC SQL                                                     00024400
              OPEN SNAP_AST_CSR                                         00024500
           END-EXEC.                                                    00024600
           IF SQLCODE NOT = +0                                          00024700
              MOVE 1020 TO ABEND-CODE                                   00024800
              PERFORM SQL-ERROR-ROUTINE                                 00024900
           END-IF.                                                      00025000
                                                                        00025100
           EJECT                                                        00025200
      *********************                                             00025300
       2000-UNLOAD-TFR-RTN.                                             00025400
      *********************                                             00025500
                                                                        00025600
           MOVE SPACES                      TO  SNPT-RECORD.            00025700
                                                                        00025800
           EXEC SQL                                                     00025900
              FETCH SNAP_TFR_CSR                                        00026000
                 INTO                                                   00026100
                  :SNPT-CLIENT                                          00026200
                 ,:SNPT-ACAT-CNTL                                       00026300
                 ,:SNPT-DSTBN-SIDE                                      00026400
                 ,:SNPT-STTS                                            00026500
                 ,:SNPT-TRNFR-TYPE                                      00026600
                 ,:SNPT-BRANCH                                          00026700
                 ,:SNPT-ACCT                                            00026800
                 ,:SNPT-RCV-NBR                                         00026900
                 ,:SNPT-DLVR-NBR                                        00027000
                 ,:SNPT-PRCS-DT                                         00027100
                 ,:SNPT-STTLM-DT                                        00027200
                 ,:SNPT-UPDT-TMSTP                                      00027300
           END-EXEC.                                                    00027400
                                                                        00027500
           EVALUATE SQLCODE                                             00027600
              WHEN +100                                                 00027700
                 SET WS-TFR-EOF             TO  TRUE                    00027800
                 GO TO 2000-EXIT                                        00027900
              WHEN +0                                                   00028000
                 CONTINUE                                               00028100
              WHEN OTHER                                                00028200
                 MOVE 2000 TO ABEND-CODE                                00028300
                 PERFORM SQL-ERROR-ROUTINE                              00028400
           END-EVALUATE.                                                00028500
                                                                        00028600
           SET SNPT-DETAIL                  TO  TRUE.                   00028700
           WRITE SNPT-RECORD.                                           00028800
           ADD 1                            TO  WS-CNT-TFRS.            00028900
                                                                        00029000
       2000-EXIT.                                                       00029100
           EXIT.                                                        00029200
                                                                        00029300
           EJECT                                                        00029400
      *********************                                             00029500
       3000-UNLOAD-AST-RTN.                                             00029600
      *********************                                             00029700
                                                                        00029800
           MOVE SPACES                      TO  SNPA-RECORD.            00029900
                                                                        00030000
           EXEC SQL                                                     00030100
              FETCH SNAP_AST_CSR                                        00030200
                 INTO                                                   00030300
                  :SNPA-CLIENT                                          00030400
                 ,:SNPA-ACAT-CNTL                                       00030500
                 ,:SNPA-ASSET-SEQ                                       00030600
                 ,:SNPA-DSTBN-SIDE                                      00030700
                 ,:SNPA-STTS                                            00030800
                 ,:SNPA-TRNFR-TYPE                                      00030900
                 ,:SNPA-STTLM-DT                                        00031000
                 ,:SNPA-UPDT-TMSTP                                      00031100
                 ,:SNPA-ISIN                                            00031200
                 ,:SNPA-SECURITY-ADP                                    00031300
                 ,:SNPA-ASSET-AMT                                       00031400
                 ,:SNPA-CRNCY                                           00031500
                 ,:SNPA-SCRTY-TYPE                                      00031600
           END-EXEC.                                                    00031700
                                                                        00031800
           EVALUATE SQLCODE                                             00031900
              WHEN +100                                                 00032000
                 SET WS-AST-EOF             TO  TRUE                    00032100
                 GO TO 3000-EXIT                                        00032200
              WHEN +0                                                   00032300
                 CONTINUE                                               00032400
              WHEN OTHER                                                00032500
                 MOVE 3000 TO ABEND-CODE                                00032600
                 PERFORM SQL-ERROR-ROUTINE                              00032700
           END-EVALUATE.                                                00032800
                                                                        00032900
           SET SNPA-DETAIL                  TO  TRUE.                   00033000
           WRITE SNPA-RECORD.                                           00033100
           ADD 1                            TO  WS-CNT-ASSETS.          00033200
           ADD SNPA-ASSET-AMT               TO  WS-AMT-TOTAL.           00033300
                                                                        00033400
       3000-EXIT.                                                       00033500
           EXIT.                                                        00033600
                                                                        00033700
           EJECT                                                        00033800
      *--------------------------------------------------------------*  00033900
      *  4000-CONTROL-CHECK-RTN: COUNT AND TOTAL THE OPEN POPULATION *  00034000
      *  WHILE THE REPEATABLE-READ LOCKS ARE STILL HELD AND ABEND IF *  00034100
      *  THE FILES DO NOT AGREE WITH IT.                             *  00034200
      *--------------------------------------------------------------*  00034300
      ***********************                                           00034400
       4000-CONTROL-CHECK-RTN.                                          00034500
      ***********************                                           00034600
                                                                        00034700
           EXEC SQL                                                     00034800
              SELECT COUNT(*)                                           00034900
                INTO :WS-DB2-TFR-CNT                                    00035000
                FROM  VTRNFR                                            00035100
               WHERE STTS_CD < '400'                                    00035200
                WITH RR                                                 00035300
           END-EXEC.                                                    00035400
           IF SQLCODE NOT = +0                                          00035500
              MOVE 4000 TO ABEND-CODE                                   00035600
              PERFORM SQL-ERROR-ROUTINE                                 00035700
           END-IF.                                                      00035800
                                                                        00035900
           EXEC SQL                                                     00036000
              SELECT COUNT(*)                                           00036100
                    ,SUM(A.ASSET_AMT)                                   00036200
                INTO :WS-DB2-AST-CNT                                    00036300
                    ,:WS-DB2-AMT-TOTAL :WS-DB2-AMT-IND                  00036400
                FROM  VTRNFR T                                          00036500
                     ,VASSET A                                          00036600
               WHERE A.CLIENT_NBR       = T.CLIENT_NBR                  00036700
                 AND A.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR            00036800
                 AND T.STTS_CD < '400'                                  00036900
                WITH RR                                                 00037000
           END-EXEC.                                                    00037100
           IF SQLCODE NOT = +0                                          00037200
              MOVE 4010 TO ABEND-CODE                                   00037300
              PERFORM SQL-ERROR-ROUTINE                                 00037400
           END-IF.                                                      00037500
           IF WS-DB2-AMT-IND < +0                                       00037600
              MOVE +0                       TO  WS-DB2-AMT-TOTAL        00037700
           END-IF.                                                      00037800
                                                                        00037900
           IF WS-DB2-TFR-CNT NOT = WS-CNT-TFRS                          00038000
           OR WS-DB2-AST-CNT NOT = WS-CNT-ASSETS                        00038100
           OR WS-DB2-AMT-TOTAL NOT = WS-AMT-TOTAL                       00038200
              DISPLAY 'CAT811 - SNAPSHOT OUT OF BALANCE WITH DB2'       00038300
              DISPLAY '   TRANSFERS  DB2 ' WS-DB2-TFR-CNT               00038400
                      '  FILE ' WS-CNT-TFRS                             00038500
              DISPLAY '   ASSETS     DB2 ' WS-DB2-AST-CNT               00038600
                      '  FILE ' WS-CNT-ASSETS                           00038700
              DISPLAY '   AMOUNT     DB2 ' WS-DB2-AMT-TOTAL             00038800
                      '  FILE ' WS-AMT-TOTAL                            00038900
              MOVE 4020 TO ABEND-CODE                                   00039000
              CALL  ABEND              USING  ABEND-CODE                00039100
           END-IF.                                                      00039200
                                                                        00039300
           EJECT                                                        00039400
      ************************                                          00039500
       5000-WRITE-TRAILERS-RTN.                                         00039600
      ************************                                          00039700
                                                                        00039800
           MOVE SPACES                      TO  SNPT-RECORD.            00039900
           SET SNPT-TRAILER                 TO  TRUE.                   00040000
           MOVE WS-SNAP-TMSTP               TO  SNPT-TRL-TMSTP.         00040100
           MOVE WS-CNT-TFRS                 TO  SNPT-TRL-REC-CNT.       00040200
           WRITE SNPT-RECORD.                                           00040300
                                                                        00040400
           MOVE SPACES                      TO  SNPA-RECORD.            00040500
           SET SNPA-TRAILER                 TO  TRUE.                   00040600
           MOVE WS-SNAP-TMSTP               TO  SNPA-TRL-TMSTP.         00040700
           MOVE WS-CNT-ASSETS               TO  SNPA-TRL-REC-CNT.       00040800
           MOVE WS-AMT-TOTAL                TO  SNPA-TRL-AMT-TOT.       00040900
           WRITE SNPA-RECORD.                                           00041000
                                                                        00041100
           EJECT                                                        00041200
      ******************                                                00041300
       SQL-ERROR-ROUTINE.                                               00041400
      ******************                                                00041500
                                                                        00041600
           DISPLAY 'CAT811 SQL PROBLEM - SQLCODE = ' SQLCODE.           00041700
           CALL DSNTIAR               USING  SQLCA                      00041800
                                             WS-DB2-MESSAGE-AREA        00041900
                                             WS-ERR-LINE-LEN            00042000
                                                                        00042100
           DISPLAY ' '                                                  00042200
                                                                        00042300
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00042400
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00042500
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00042600
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00042700
                 END-IF                                                 00042800
           END-PERFORM                                                  00042900
                                                                        00043000
           DISPLAY ' '                                                  00043100
           DISPLAY '*** PROGRAM IS ABENDING'                            00043200
           DISPLAY ' '                                                  00043300
                                                                        00043400
           EXEC SQL  ROLLBACK  END-EXEC                                 00043500
           CALL ABEND      USING ABEND-CODE                             00043600
           .                                                            00043700
                                                                        00043800
           EJECT                                                        00043900
      ************                                                      00044000
       9000-EOJ-RTN.                                                    00044100
      ************                                                      00044200
                                                                        00044300
           EXEC SQL                                                     00044400
              CLOSE SNAP_TFR_CSR                                        00044500
           END-EXEC.                                                    00044600
                                                                        00044700
           EXEC SQL                                                     00044800
              CLOSE SNAP_AST_CSR                                        00044900
           END-EXEC.                                                    00045000
                                                                        00045100
      *    NOTHING WAS CHANGED - THE COMMIT ONLY RELEASES THE LOCKS.    00045200
           EXEC SQL  COMMIT  END-EXEC.                                  00045300
                                                                        00045400
           CLOSE SNAP-TFR-FILE                                          00045500
                 SNAP-AST-FILE.                                         00045600
                                                                        00045700
           DISPLAY ' '                                                  00045800
           DISPLAY 'SNAPSHOT TIMESTAMP:      ' WS-SNAP-TMSTP            00045900
           DISPLAY 'OPEN TRANSFERS WRITTEN:  ' WS-CNT-TFRS              00046000
           DISPLAY 'ASSETS WRITTEN:          ' WS-CNT-ASSETS            00046100
           DISPLAY 'ASSET AMOUNT TOTAL:      ' WS-AMT-TOTAL             00046200
           DISPLAY ' '                                                  00046300
           DISPLAY '*************************'                          00046400
           DISPLAY '* END OF CAT811 PROGRAM *'                          00046500
           DISPLAY '*************************'                          00046600
           DISPLAY ' '.                                                 00046700
