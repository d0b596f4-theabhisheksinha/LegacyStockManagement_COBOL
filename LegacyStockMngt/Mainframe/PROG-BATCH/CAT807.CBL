000001* PDX    - CAT807   C0369804 10/15/26 11:41:17 TBTIKUO            00000100
000001* CREATED FOR SSR 114475.  REPORT REPOSITORY LOAD AND BURST.      00000200
000001* THE OVERNIGHT PRINT REPORTS (CAT662, CAT732, CAT992, CAT996     00000300
000001* AND THE REST) WENT TO SYSOUT AND THE PRINT ROOM, AND BRANCHES   00000400
000001* GOT THEIR PAGES WHEN THE DESK FORWARDED THEM.  EACH REPORT      00000500
000001* STEP NOW ALSO WRITES ITS PRINT TO A DATASET AND THIS STEP,      00000600
000001* RUN AFTER IT, REGISTERS THE RUN IN THE REPOSITORY (VRPTRUN:     00000700
000001* REPORT ID, RUN DATE, PRODUCING PROGRAM, CLIENT) AND SPLITS THE  00000800
000001* LINES INTO SECTIONS (VRPTSCT/VRPTLIN) BY CLIENT AND BRANCH      00000900
000001* WHEREVER THE REPORT BREAKS ON THEM.  WHERE A REPORT CARRIES     00001000
000001* ITS CLIENT AND BRANCH IS DESCRIBED BY ITS VRPTDEF ROW - THE     00001100
000001* PRINT COLUMN AND LENGTH OF EACH, OPTIONALLY ONLY ON LINES       00001200
000001* BEARING A MARKER LITERAL (A BREAK HEADING), A MARKER FOR THE    00001300
000001* FIRM-WIDE TOTAL LINES, HOW MANY PAGE-HEADING LINES TO REPEAT    00001400
000001* AT THE TOP OF EACH SECTION, AND HOW MANY DAYS TO KEEP THE RUN.  00001500
000001* THE ACATRPDB VIEWER SHOWS A USER ONLY THE SECTIONS ACATENTL     00001600
000001* ENTITLES THEM TO.  PARM 'P' PURGES RUNS PAST THEIR KEEP DATE.   00001700
       IDENTIFICATION DIVISION.                                         00001800
       PROGRAM-ID.  CAT807.                                             00001900
       AUTHOR.      LARRY MUREY.                                        00002000
       DATE-WRITTEN.  OCT 2026.                                         00002100
      *---------------------------------------------------------------* 00002200
      *                         REMARKS                               * 00002300
      * PARM:   'BRRRRRRRR' OR 'BRRRRRRRRCCYY-MM-DD'                  * 00002400
      *         B = BURST, RRRRRRRR = REPORT ID (VRPTDEF KEY),        * 00002500
      *         CCYY-MM-DD = RUN DATE (DEFAULT CURRENT DATE)          * 00002600
      *         'P' = PURGE RUNS PAST THEIR PURGE DATE                * 00002700
      * INPUT:  RPTIN   - THE REPORT'S PRINT, FB 132, CC IN COL 1     * 00002800
      *         VRPTDEF - REPORT DEFINITION (NONE = ONE FIRM-WIDE     * 00002900
      *                   SECTION, KEPT 30 DAYS)                      * 00003000
      * OUTPUT: VRPTRUN / VRPTSCT / VRPTLIN - REPORT REPOSITORY       * 00003100
      * A RERUN FOR THE SAME REPORT AND RUN DATE REPLACES THE EARLIER * 00003200
      * LOAD.  COMMITS EVERY 500 LINES.                               * 00003300
      *---------------------------------------------------------------* 00003400
           EJECT                                                        00003500
      ***************************************************************** 00003600
       ENVIRONMENT DIVISION.                                            00003700
      ***************************************************************** 00003800
       INPUT-OUTPUT SECTION.                                            00003900
       FILE-CONTROL.                                                    00004000
           SELECT REPORT-IN-FILE       ASSIGN  TO  RPTIN.               00004100
                                                                        00004200
      ***************************************************************** 00004300
       DATA DIVISION.                                                   00004400
      ***************************************************************** 00004500
                                                                        00004600
       FILE SECTION.                                                    00004700
                                                                        00004800
       FD  REPORT-IN-FILE                                               00004900
           RECORDING MODE F                                             00005000
           BLOCK CONTAINS 0 RECORDS                                     00005100
           LABEL RECORDS ARE STANDARD                                   00005200
           RECORD CONTAINS 132 CHARACTERS.                              00005300
                                                                        00005400
       01  REPORT-IN-RECORD.                                            00005500
           05  RIN-CC                   PIC  X(01).                     00005600
               88  RIN-NEW-PAGE                      VALUE '1'.         00005700
           05  FILLER                   PIC  X(131).                    00005800
                                                                        00005900
           EJECT                                                        00006000
      ***************************************************************** 00006100
       WORKING-STORAGE SECTION.                                         00006200
      ***************************************************************** 00006300
                                                                        00006400
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00006500
                                                                        00006600
       01  CALL-MODULES.                                                00006700
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00006800
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00006900
                                                                        00007000
       01  WS-FUNCTION                  PIC  X(01)  VALUE SPACES.       00007100
           88  WS-FUNC-BURST                       VALUE 'B'.           00007200
           88  WS-FUNC-PURGE                       VALUE 'P'.           00007300
                                                                        00007400
       01  WS-END-OF-RPT-SW             PIC  X(01)  VALUE 'N'.          00007500
           88  WS-END-OF-RPT                       VALUE 'Y'.           00007600
       01  WS-SECTION-OPEN-SW           PIC  X(01)  VALUE 'N'.          00007700
           88  WS-SECTION-OPEN                     VALUE 'Y'.           00007800
       01  WS-HDR-COLLECT-SW            PIC  X(01)  VALUE 'N'.          00007900
           88  WS-HDR-COLLECTING                   VALUE 'Y'.           00008000
       01  WS-HDR-PENDING-SW            PIC  X(01)  VALUE 'N'.          00008100
           88  WS-HDR-PENDING                      VALUE 'Y'.           00008200
       01  WS-MARK-SW                   PIC  X(01)  VALUE 'N'.          00008300
           88  WS-MARK-FOUND                       VALUE 'Y'.           00008400
                                                                        00008500
       77  WS-DFLT-RETN-DAYS            PIC S9(04) COMP  VALUE +30.     00008600
       77  WS-HDR-MAX                   PIC S9(04) COMP  VALUE +10.     00008700
       77  WS-COMMIT-FREQ               PIC S9(05) COMP-3  VALUE +500.  00008800
       01  WS-COMMIT-CNT                PIC S9(05) COMP-3  VALUE ZERO.  00008900
       01  WS-HDR-SUB                   PIC S9(04) COMP  VALUE +0.      00009000
                                                                        00009100
      *    THE REPORT DEFINITION (VRPTDEF).  COLUMNS ARE PRINT          00009200
      *    POSITIONS COUNTING THE CARRIAGE CONTROL AS COLUMN 1; A       00009300
      *    LENGTH OF ZERO MEANS THE REPORT DOES NOT CARRY THAT ITEM.    00009400
       01  WS-DEF-AREA.                                                 00009500
           05  WS-DEF-RPT-ID            PIC  X(08).                     00009600
           05  WS-DEF-PRGM-NM           PIC  X(08).                     00009700
           05  WS-DEF-HDR-LINES         PIC S9(04) COMP.                00009800
           05  WS-DEF-CLNT-MARK         PIC  X(20).                     00009900
           05  WS-DEF-CLNT-MARK-COL     PIC S9(04) COMP.                00010000
           05  WS-DEF-CLNT-MARK-LEN     PIC S9(04) COMP.                00010100
           05  WS-DEF-CLNT-COL          PIC S9(04) COMP.                00010200
           05  WS-DEF-CLNT-LEN          PIC S9(04) COMP.                00010300
           05  WS-DEF-BRCH-MARK         PIC  X(20).                     00010400
           05  WS-DEF-BRCH-MARK-COL     PIC S9(04) COMP.                00010500
           05  WS-DEF-BRCH-MARK-LEN     PIC S9(04) COMP.                00010600
           05  WS-DEF-BRCH-COL          PIC S9(04) COMP.                00010700
           05  WS-DEF-BRCH-LEN          PIC S9(04) COMP.                00010800
           05  WS-DEF-TOTL-MARK         PIC  X(20).                     00010900
           05  WS-DEF-TOTL-MARK-COL     PIC S9(04) COMP.                00011000
           05  WS-DEF-TOTL-MARK-LEN     PIC S9(04) COMP.                00011100
           05  WS-DEF-RETN-DAYS         PIC S9(04) COMP.                00011200
                                                                        00011300
       01  WS-RUN-AREA.                                                 00011400
           05  WS-RUN-ID                PIC S9(09) COMP  VALUE +0.      00011500
           05  WS-RUN-DT                PIC  X(10).                     00011600
           05  WS-RUN-CLIENT            PIC  X(04)  VALUE SPACES.       00011700
           05  WS-RUN-MULTI-SW          PIC  X(01)  VALUE 'N'.          00011800
               88  WS-RUN-MULTI-CLIENT             VALUE 'Y'.           00011900
           05  WS-RUN-PAGES             PIC S9(09) COMP  VALUE +0.      00012000
           05  WS-RUN-LINES             PIC S9(09) COMP  VALUE +0.      00012100
           05  WS-RUN-SECTIONS          PIC S9(09) COMP  VALUE +0.      00012200
                                                                        00012300
       01  WS-SCT-AREA.                                                 00012400
           05  WS-SCT-CLIENT            PIC  X(04)  VALUE SPACES.       00012500
           05  WS-SCT-BRANCH            PIC  X(03)  VALUE SPACES.       00012600
           05  WS-SCT-FIRST-PAGE        PIC S9(09) COMP  VALUE +0.      00012700
           05  WS-SCT-LINES             PIC S9(09) COMP  VALUE +0.      00012800
                                                                        00012900
       01  WS-NEW-KEY.                                                  00013000
           05  WS-NEW-CLIENT            PIC  X(04).                     00013100
           05  WS-NEW-BRANCH            PIC  X(03).                     00013200
       01  WS-CUR-KEY.                                                  00013300
           05  WS-CUR-CLIENT            PIC  X(04).                     00013400
           05  WS-CUR-BRANCH            PIC  X(03).                     00013500
                                                                        00013600
       01  WS-KEY-VALUE                 PIC  X(04).                     00013700
       01  WS-LINE-TXT                  PIC  X(132).                    00013800
                                                                        00013900
       01  WS-HDR-BUFFER.                                               00014000
           05  WS-HDR-COUNT             PIC S9(04) COMP  VALUE +0.      00014100
           05  WS-HDR-LINE              PIC  X(132)                     00014200
                                        OCCURS 10 TIMES.                00014300
                                                                        00014400
       01  WS-CNT-PURGED                PIC S9(09) COMP-3  VALUE ZERO.  00014500
                                                                        00014600
       01  WS-DB2-MESSAGE-AREA.                                         00014700
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00014800
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00014900
               INDEXED BY WS-ERROR-INDEX.                               00015000
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00015100
                                                                        00015200
           EJECT                                                        00015300
      *DB2 COMMUNICATION AREA                                           00015400
           EXEC SQL                                                     00015500
              INCLUDE SQLCA                                             00015600
           END-EXEC.                                                    00015700
                                                                        00015800
           EJECT                                                        00015900
       LINKAGE SECTION.                                                 00016000
      ***************************************************************   00016100
       01  PARM-AREA.                                                   00016200
           05  PARM-LENGTH              PIC S9(4) COMP SYNC.            00016300
           05  PARM-FUNCTION            PIC  X(01).                     00016400
           05  PARM-RPT-ID              PIC  X(08).                     00016500
           05  PARM-RUN-DT              PIC  X(10).                     00016600
                                                                        00016700
           EJECT                                                        00016800
      ***************************************************************** 00016900
       PROCEDURE DIVISION USING PARM-AREA.                              00017000
      ***************************************************************** 00017100
                                                                        00017200
           DISPLAY '*** CAT807 - REPORT REPOSITORY LOAD ***'.           00017300
                                                                        00017400
           IF PARM-LENGTH > +0                                          00017500
              MOVE PARM-FUNCTION            TO  WS-FUNCTION             00017600
           END-IF.                                                      00017700
                                                                        00017800
           IF WS-FUNC-PURGE                                             00017900
              PERFORM 5000-PURGE-RTN                                    00018000
              GOBACK                                                    00018100
           END-IF.                                                      00018200
                                                                        00018300
           IF NOT WS-FUNC-BURST                                         00018400
           OR PARM-LENGTH < +9                                          00018500
           OR PARM-RPT-ID = SPACES                                      00018600
              DISPLAY 'CAT807 - INVALID PARM - B + REPORT ID OR P'      00018700
              DISPLAY 'CAT807 ABENDED'                                  00018800
              CALL ABEND               USING  ABEND-CODE                00018900
           END-IF.                                                      00019000
                                                                        00019100
           PERFORM 1000-INITIAL-RTN.                                    00019200
                                                                        00019300
           PERFORM 2000-BURST-RTN THRU 2000-EXIT                        00019400
              UNTIL WS-END-OF-RPT.                                      00019500
                                                                        00019600
           IF WS-SECTION-OPEN                                           00019700
              PERFORM 2250-CLOSE-SECTION-RTN                            00019800
           END-IF.                                                      00019900
                                                                        00020000
           PERFORM 3000-FINISH-RUN-RTN.                                 00020100
                                                                        00020200
           PERFORM 9000-EOJ-RTN.                                        00020300
                                                                        00020400
           GOBACK.                                                      00020500
                                                                        00020600
           EJECT                                                        00020700
      *--------------------------------------------------------------*  00020800
      *  1000-INITIAL-RTN: READ THE DEFINITION, CLEAR ANY EARLIER    *  00020900
      *  LOAD OF THIS REPORT/RUN DATE AND REGISTER THE NEW RUN.      *  00021000
      *--------------------------------------------------------------*  00021100
      *****************                                                 00021200
       1000-INITIAL-RTN.                                                00021300
      *****************                                                 00021400
                                                                        00021500
           MOVE PARM-RPT-ID                 TO  WS-DEF-RPT-ID.          00021600
           IF PARM-LENGTH = +19                                         00021700
           AND PARM-RUN-DT (5 : 1) = '-'                                00021800
           AND PARM-RUN-DT (8 : 1) = '-'                                00021900
              MOVE PARM-RUN-DT              TO  WS-RUN-DT               00022000
           ELSE                                                         00022100
              EXEC SQL                                                  00022200
                 SET :WS-RUN-DT = CHAR(CURRENT DATE, ISO)               00022300
              END-EXEC                                                  00022400
           END-IF.                                                      00022500
                                                                        00022600
           EXEC SQL                                                     00022700
              SELECT PRGM_NM                                            00022800
                    ,HDR_LINE_CNT                                       00022900
                    ,CLNT_MARK_TXT                                      00023000
                    ,CLNT_MARK_COL                                      00023100
                    ,CLNT_MARK_LEN                                      00023200
                    ,CLNT_COL                                           00023300
                    ,CLNT_LEN                                           00023400
                    ,BRCH_MARK_TXT                                      00023500
                    ,BRCH_MARK_COL                                      00023600
                    ,BRCH_MARK_LEN                                      00023700
                    ,BRCH_COL                                           00023800
                    ,BRCH_LEN                                           00023900
                    ,TOTL_MARK_TXT                                      00024000
                    ,TOTL_MARK_COL                                      00024100
                    ,TOTL_MARK_LEN                                      00024200
                    ,RETN_DAYS                                          00024300
                INTO :WS-DEF-PRGM-NM                                    00024400
                    ,:WS-DEF-HDR-LINES                                  00024500
                    ,:WS-DEF-CLNT-MARK                                  00024600
                    ,:WS-DEF-CLNT-MARK-COL                              00024700
                    ,:WS-DEF-CLNT-MARK-LEN                              00024800
                    ,:WS-DEF-CLNT-COL                                   00024900
                    ,:WS-DEF-CLNT-LEN                                   00025000
                    ,:WS-DEF-BRCH-MARK                                  00025100
                    ,:WS-DEF-BRCH-MARK-COL                              00025200
                    ,:WS-DEF-BRCH-MARK-LEN                              00025300
                    ,:WS-DEF-BRCH-COL                                   00025400
                    ,:WS-DEF-BRCH-LEN                                   00025500
                    ,:WS-DEF-TOTL-MARK                                  00025600
                    ,:WS-DEF-TOTL-MARK-COL                              00025700
                    ,:WS-DEF-TOTL-MARK-LEN                              00025800
                    ,:WS-DEF-RETN-DAYS                                  00025900
                FROM VRPTDEF                                            00026000
               WHERE RPT_ID = :WS-DEF-RPT-ID                            00026100
           END-EXEC.                                                    00026200
           EVALUATE SQLCODE                                             00026300
              WHEN +0                                                   00026400
                 CONTINUE                                               00026500
              WHEN +100                                                 00026600
                 DISPLAY 'CAT807 - NO VRPTDEF ROW FOR ' WS-DEF-RPT-ID   00026700
                         ' - LOADED AS ONE FIRM-WIDE SECTION'           00026800
                 MOVE WS-DEF-RPT-ID         TO  WS-DEF-PRGM-NM          00026900
                 MOVE +0                    TO  WS-DEF-HDR-LINES        00027000
                                                WS-DEF-CLNT-LEN         00027100
                                                WS-DEF-BRCH-LEN         00027200
                                                WS-DEF-TOTL-MARK-LEN    00027300
                 MOVE WS-DFLT-RETN-DAYS     TO  WS-DEF-RETN-DAYS        00027400
              WHEN OTHER                                                00027500
                 PERFORM 8000-DB2-ERROR-RTN                             00027600
           END-EVALUATE.                                                00027700
                                                                        00027800
           IF WS-DEF-HDR-LINES > WS-HDR-MAX                             00027900
              MOVE WS-HDR-MAX               TO  WS-DEF-HDR-LINES        00028000
           END-IF.                                                      00028100
           IF WS-DEF-RETN-DAYS NOT > +0                                 00028200
              MOVE WS-DFLT-RETN-DAYS        TO  WS-DEF-RETN-DAYS        00028300
           END-IF.                                                      00028400
                                                                        00028500
           DISPLAY 'CAT807 - REPORT ' WS-DEF-RPT-ID ' PROGRAM '         00028600
                   WS-DEF-PRGM-NM ' RUN DATE ' WS-RUN-DT.               00028700
                                                                        00028800
           PERFORM 1100-REMOVE-EARLIER-RTN.                             00028900
                                                                        00029000
           PERFORM 1200-REGISTER-RUN-RTN THRU 1200-EXIT.                00029100
                                                                        00029200
           OPEN INPUT REPORT-IN-FILE.                                   00029300
                                                                        00029400
           MOVE SPACES                      TO  WS-CUR-KEY.             00029500
                                                                        00029600
      ************************                                          00029700
       1100-REMOVE-EARLIER-RTN.                                         00029800
      ************************                                          00029900
                                                                        00030000
           EXEC SQL                                                     00030100
              DELETE FROM VRPTLIN                                       00030200
               WHERE RPT_RUN_ID IN                                      00030300
                     (SELECT RPT_RUN_ID                                 00030400
                        FROM VRPTRUN                                    00030500
                       WHERE RPT_ID = :WS-DEF-RPT-ID                    00030600
                         AND RUN_DT = DATE(:WS-RUN-DT))                 00030700
           END-EXEC.                                                    00030800
           IF SQLCODE NOT = +0                                          00030900
           AND SQLCODE NOT = +100                                       00031000
              PERFORM 8000-DB2-ERROR-RTN                                00031100
           END-IF.                                                      00031200
                                                                        00031300
           EXEC SQL                                                     00031400
              DELETE FROM VRPTSCT                                       00031500
               WHERE RPT_RUN_ID IN                                      00031600
                     (SELECT RPT_RUN_ID                                 00031700
                        FROM VRPTRUN                                    00031800
                       WHERE RPT_ID = :WS-DEF-RPT-ID                    00031900
                         AND RUN_DT = DATE(:WS-RUN-DT))                 00032000
           END-EXEC.                                                    00032100
           IF SQLCODE NOT = +0                                          00032200
           AND SQLCODE NOT = +100                                       00032300
              PERFORM 8000-DB2-ERROR-RTN                                00032400
           END-IF.                                                      00032500
                                                                        00032600
           EXEC SQL                                                     00032700
              DELETE FROM VRPTRUN                                       00032800
               WHERE RPT_ID = :WS-DEF-RPT-ID                            00032900
                 AND RUN_DT = DATE(:WS-RUN-DT)                          00033000
           END-EXEC.                                                    00033100
           EVALUATE SQLCODE                                             00033200
              WHEN +0                                                   00033300
                 DISPLAY 'CAT807 - EARLIER LOAD OF THIS RUN REPLACED'   00033400
              WHEN +100                                                 00033500
                 CONTINUE                                               00033600
              WHEN OTHER                                                00033700
                 PERFORM 8000-DB2-ERROR-RTN                             00033800
           END-EVALUATE.                                                00033900
                                                                        00034000
           EXEC SQL                                                     00034100
              COMMIT                                                    00034200
           END-EXEC.                                                    00034300
                                                                        00034400
      **********************                                            00034500
       1200-REGISTER-RUN-RTN.                                           00034600
      **********************                                            00034700
                                                                        00034800
           EXEC SQL                                                     00034900
              SELECT VALUE(MAX(RPT_RUN_ID), 0) + 1                      00035000
                INTO :WS-RUN-ID                                         00035100
                FROM VRPTRUN                                            00035200
           END-EXEC.                                                    00035300
           IF SQLCODE NOT = +0                                          00035400
              PERFORM 8000-DB2-ERROR-RTN                                00035500
           END-IF.                                                      00035600
                                                                        00035700
           EXEC SQL                                                     00035800
              INSERT INTO VRPTRUN                                       00035900
                    (RPT_RUN_ID                                         00036000
                    ,RPT_ID                                             00036100
                    ,RUN_DT                                             00036200
                    ,PRGM_NM                                            00036300
                    ,CLIENT_NBR                                         00036400
                    ,PAGE_CNT                                           00036500
                    ,LINE_CNT                                           00036600
                    ,SCTN_CNT                                           00036700
                    ,PURGE_DT                                           00036800
                    ,CRT_TMSTP)                                         00036900
              VALUES                                                    00037000
                    (:WS-RUN-ID                                         00037100
                    ,:WS-DEF-RPT-ID                                     00037200
                    ,DATE(:WS-RUN-DT)                                   00037300
                    ,:WS-DEF-PRGM-NM                                    00037400
                    ,' '                                                00037500
                    ,0                                                  00037600
                    ,0                                                  00037700
                    ,0                                                  00037800
                    ,DATE(:WS-RUN-DT) + :WS-DEF-RETN-DAYS DAYS          00037900
                    ,CURRENT TIMESTAMP)                                 00038000
           END-EXEC.                                                    00038100
           EVALUATE SQLCODE                                             00038200
              WHEN +0                                                   00038300
                 CONTINUE                                               00038400
              WHEN -803                                                 00038500
                 GO TO 1200-REGISTER-RUN-RTN                            00038600
              WHEN OTHER                                                00038700
                 PERFORM 8000-DB2-ERROR-RTN                             00038800
           END-EVALUATE.                                                00038900
                                                                        00039000
           EXEC SQL                                                     00039100
              COMMIT                                                    00039200
           END-EXEC.                                                    00039300
           DISPLAY 'CAT807 - REPORT RUN ID = ' WS-RUN-ID.               00039400
                                                                        00039500
       1200-EXIT.                                                       00039600
           EXIT.                                                        00039700
                                                                        00039800
           EJECT                                                        00039900
      *--------------------------------------------------------------*  00040000
      *  2000-BURST-RTN: ONE PRINT LINE.  PAGE-HEADING LINES ARE     *  00040100
      *  HELD AND WRITTEN AT THE TOP OF WHICHEVER SECTION THE PAGE'S *  00040200
      *  FIRST BODY LINE BELONGS TO, SO EVERY SECTION READS AS A     *  00040300
      *  REPORT IN ITS OWN RIGHT.                                    *  00040400
      *--------------------------------------------------------------*  00040500
      **************                                                    00040600
       2000-BURST-RTN.                                                  00040700
      **************                                                    00040800
                                                                        00040900
           READ REPORT-IN-FILE                                          00041000
              AT END                                                    00041100
                 SET WS-END-OF-RPT          TO  TRUE                    00041200
                 GO TO 2000-EXIT                                        00041300
           END-READ.                                                    00041400
                                                                        00041500
           ADD 1                            TO  WS-RUN-LINES.           00041600
           IF RIN-NEW-PAGE                                              00041700
              ADD 1                         TO  WS-RUN-PAGES            00041800
              IF WS-DEF-HDR-LINES > +0                                  00041900
                 MOVE +0                    TO  WS-HDR-COUNT            00042000
                 SET WS-HDR-COLLECTING      TO  TRUE                    00042100
              END-IF                                                    00042200
           END-IF.                                                      00042300
                                                                        00042400
           IF WS-HDR-COLLECTING                                         00042500
              ADD 1                         TO  WS-HDR-COUNT            00042600
              MOVE REPORT-IN-RECORD                                     00042700
                                 TO  WS-HDR-LINE (WS-HDR-COUNT)         00042800
              IF WS-HDR-COUNT NOT < WS-DEF-HDR-LINES                    00042900
                 MOVE 'N'                   TO  WS-HDR-COLLECT-SW       00043000
              END-IF                                                    00043100
              SET WS-HDR-PENDING            TO  TRUE                    00043200
              GO TO 2000-EXIT                                           00043300
           END-IF.                                                      00043400
                                                                        00043500
           PERFORM 2100-FIND-KEY-RTN.                                   00043600
                                                                        00043700
           IF NOT WS-SECTION-OPEN                                       00043800
           OR WS-NEW-KEY NOT = WS-CUR-KEY                               00043900
              IF WS-SECTION-OPEN                                        00044000
                 PERFORM 2250-CLOSE-SECTION-RTN                         00044100
              END-IF                                                    00044200
              PERFORM 2200-OPEN-SECTION-RTN                             00044300
           END-IF.                                                      00044400
                                                                        00044500
           IF WS-HDR-PENDING                                            00044600
              PERFORM 2400-WRITE-HEADINGS-RTN                           00044700
           END-IF.                                                      00044800
                                                                        00044900
           MOVE REPORT-IN-RECORD            TO  WS-LINE-TXT.            00045000
           PERFORM 2300-INSERT-LINE-RTN.                                00045100
                                                                        00045200
       2000-EXIT.                                                       00045300
           EXIT.                                                        00045400
                                                                        00045500
      *--------------------------------------------------------------*  00045600
      *  2100-FIND-KEY-RTN: CLIENT/BRANCH THIS LINE BELONGS TO.  A   *  00045700
      *  LINE THAT DOES NOT CARRY THEM STAYS WITH THE CURRENT ONES;  *  00045800
      *  A NEW CLIENT STARTS WITH NO BRANCH; A TOTAL MARKER LINE     *  00045900
      *  GOES TO THE FIRM-WIDE SECTION.                              *  00046000
      *--------------------------------------------------------------*  00046100
      ******************                                                00046200
       2100-FIND-KEY-RTN.                                               00046300
      ******************                                                00046400
                                                                        00046500
           MOVE WS-CUR-KEY                  TO  WS-NEW-KEY.             00046600
                                                                        00046700
           IF WS-DEF-TOTL-MARK-LEN > +0                                 00046800
              MOVE 'N'                      TO  WS-MARK-SW              00046900
              IF REPORT-IN-RECORD (WS-DEF-TOTL-MARK-COL :               00047000
                                   WS-DEF-TOTL-MARK-LEN)                00047100
               = WS-DEF-TOTL-MARK (1 : WS-DEF-TOTL-MARK-LEN)            00047200
                 SET WS-MARK-FOUND          TO  TRUE                    00047300
              END-IF                                                    00047400
              IF WS-MARK-FOUND                                          00047500
                 MOVE SPACES                TO  WS-NEW-KEY              00047600
              END-IF                                                    00047700
           END-IF.                                                      00047800
                                                                        00047900
           IF WS-DEF-CLNT-LEN > +0                                      00048000
              SET WS-MARK-FOUND             TO  TRUE                    00048100
              IF WS-DEF-CLNT-MARK-LEN > +0                              00048200
              AND REPORT-IN-RECORD (WS-DEF-CLNT-MARK-COL :              00048300
                                    WS-DEF-CLNT-MARK-LEN)               00048400
               NOT = WS-DEF-CLNT-MARK (1 : WS-DEF-CLNT-MARK-LEN)        00048500
                 MOVE 'N'                   TO  WS-MARK-SW              00048600
              END-IF                                                    00048700
              IF WS-MARK-FOUND                                          00048800
              AND REPORT-IN-RECORD (WS-DEF-CLNT-COL : WS-DEF-CLNT-LEN)  00048900
               > SPACES                                                 00049000
                 MOVE SPACES                TO  WS-KEY-VALUE            00049100
      *          A THREE-DIGIT CLIENT IS CARRIED AS 0NNN, AS ON VTRNFR. 00049200
                 IF WS-DEF-CLNT-LEN = +3                                00049300
                    MOVE '0'                TO  WS-KEY-VALUE (1 : 1)    00049400
                    MOVE REPORT-IN-RECORD (WS-DEF-CLNT-COL : 3)         00049500
                                            TO  WS-KEY-VALUE (2 : 3)    00049600
                 ELSE                                                   00049700
                    MOVE REPORT-IN-RECORD (WS-DEF-CLNT-COL :            00049800
                                           WS-DEF-CLNT-LEN)             00049900
                                            TO  WS-KEY-VALUE            00050000
                 END-IF                                                 00050100
                 MOVE WS-KEY-VALUE          TO  WS-NEW-CLIENT           00050200
                 MOVE SPACES                TO  WS-NEW-BRANCH           00050300
              END-IF                                                    00050400
           END-IF.                                                      00050500
                                                                        00050600
           IF WS-DEF-BRCH-LEN > +0                                      00050700
              SET WS-MARK-FOUND             TO  TRUE                    00050800
              IF WS-DEF-BRCH-MARK-LEN > +0                              00050900
              AND REPORT-IN-RECORD (WS-DEF-BRCH-MARK-COL :              00051000
                                    WS-DEF-BRCH-MARK-LEN)               00051100
               NOT = WS-DEF-BRCH-MARK (1 : WS-DEF-BRCH-MARK-LEN)        00051200
                 MOVE 'N'                   TO  WS-MARK-SW              00051300
              END-IF                                                    00051400
              IF WS-MARK-FOUND                                          00051500
              AND REPORT-IN-RECORD (WS-DEF-BRCH-COL : WS-DEF-BRCH-LEN)  00051600
               > SPACES                                                 00051700
                 MOVE REPORT-IN-RECORD (WS-DEF-BRCH-COL :               00051800
                                        WS-DEF-BRCH-LEN)                00051900
                                            TO  WS-NEW-BRANCH           00052000
              END-IF                                                    00052100
           END-IF.                                                      00052200
                                                                        00052300
      **********************                                            00052400
       2200-OPEN-SECTION-RTN.                                           00052500
      **********************                                            00052600
                                                                        00052700
           ADD 1                            TO  WS-RUN-SECTIONS.        00052800
           MOVE WS-NEW-KEY                  TO  WS-CUR-KEY.             00052900
           MOVE WS-CUR-CLIENT               TO  WS-SCT-CLIENT.          00053000
           MOVE WS-CUR-BRANCH               TO  WS-SCT-BRANCH.          00053100
           MOVE WS-RUN-PAGES                TO  WS-SCT-FIRST-PAGE.      00053200
           MOVE +0                          TO  WS-SCT-LINES.           00053300
           SET WS-SECTION-OPEN              TO  TRUE.                   00053400
                                                                        00053500
           IF WS-CUR-CLIENT > SPACES                                    00053600
              IF WS-RUN-CLIENT = SPACES                                 00053700
                 MOVE WS-CUR-CLIENT         TO  WS-RUN-CLIENT           00053800
              ELSE                                                      00053900
                 IF WS-CUR-CLIENT NOT = WS-RUN-CLIENT                   00054000
                    SET WS-RUN-MULTI-CLIENT TO  TRUE                    00054100
                 END-IF                                                 00054200
              END-IF                                                    00054300
           END-IF.                                                      00054400
                                                                        00054500
           IF WS-HDR-COUNT > +0                                         00054600
              SET WS-HDR-PENDING            TO  TRUE                    00054700
           END-IF.                                                      00054800
                                                                        00054900
      ***********************                                           00055000
       2250-CLOSE-SECTION-RTN.                                          00055100
      ***********************                                           00055200
                                                                        00055300
           EXEC SQL                                                     00055400
              INSERT INTO VRPTSCT                                       00055500
                    (RPT_RUN_ID                                         00055600
                    ,SCTN_SEQ_NBR                                       00055700
                    ,CLIENT_NBR                                         00055800
                    ,BRANCH_CD                                          00055900
                    ,FIRST_PAGE_NBR                                     00056000
                    ,LINE_CNT)                                          00056100
              VALUES                                                    00056200
                    (:WS-RUN-ID                                         00056300
                    ,:WS-RUN-SECTIONS                                   00056400
                    ,:WS-SCT-CLIENT                                     00056500
                    ,:WS-SCT-BRANCH                                     00056600
                    ,:WS-SCT-FIRST-PAGE                                 00056700
                    ,:WS-SCT-LINES)                                     00056800
           END-EXEC.                                                    00056900
           IF SQLCODE NOT = +0                                          00057000
              PERFORM 8000-DB2-ERROR-RTN                                00057100
           END-IF.                                                      00057200
                                                                        00057300
           MOVE 'N'                         TO  WS-SECTION-OPEN-SW.     00057400
                                                                        00057500
      *********************                                             00057600
       2300-INSERT-LINE-RTN.                                            00057700
      *********************                                             00057800
                                                                        00057900
           ADD 1                            TO  WS-SCT-LINES.           00058000
                                                                        00058100
           EXEC SQL                                                     00058200
              INSERT INTO VRPTLIN                                       00058300
                    (RPT_RUN_ID                                         00058400
                    ,SCTN_SEQ_NBR                                       00058500
                    ,LINE_SEQ_NBR                                       00058600
                    ,LINE_TXT)                                          00058700
              VALUES                                                    00058800
                    (:WS-RUN-ID                                         00058900
                    ,:WS-RUN-SECTIONS                                   00059000
                    ,:WS-SCT-LINES                                      00059100
                    ,:WS-LINE-TXT)                                      00059200
           END-EXEC.                                                    00059300
           IF SQLCODE NOT = +0                                          00059400
              PERFORM 8000-DB2-ERROR-RTN                                00059500
           END-IF.                                                      00059600
                                                                        00059700
           ADD 1                            TO  WS-COMMIT-CNT.          00059800
           IF WS-COMMIT-CNT NOT < WS-COMMIT-FREQ                        00059900
              EXEC SQL                                                  00060000
                 COMMIT                                                 00060100
              END-EXEC                                                  00060200
              MOVE ZERO                     TO  WS-COMMIT-CNT           00060300
           END-IF.                                                      00060400
                                                                        00060500
      ************************                                          00060600
       2400-WRITE-HEADINGS-RTN.                                         00060700
      ************************                                          00060800
                                                                        00060900
           MOVE +1                          TO  WS-HDR-SUB.             00061000
           PERFORM 2410-WRITE-HEADING-RTN                               00061100
              UNTIL WS-HDR-SUB > WS-HDR-COUNT.                          00061200
           MOVE 'N'                         TO  WS-HDR-PENDING-SW.      00061300
                                                                        00061400
      ***********************                                           00061500
       2410-WRITE-HEADING-RTN.                                          00061600
      ***********************                                           00061700
                                                                        00061800
           MOVE WS-HDR-LINE (WS-HDR-SUB)    TO  WS-LINE-TXT.            00061900
           PERFORM 2300-INSERT-LINE-RTN.                                00062000
           ADD 1                            TO  WS-HDR-SUB.             00062100
                                                                        00062200
           EJECT                                                        00062300
      *--------------------------------------------------------------*  00062400
      *  3000-FINISH-RUN-RTN: COUNTS AND THE RUN'S CLIENT (SPACES    *  00062500
      *  WHEN THE REPORT COVERS MORE THAN ONE).                      *  00062600
      *--------------------------------------------------------------*  00062700
      ********************                                              00062800
       3000-FINISH-RUN-RTN.                                             00062900
      ********************                                              00063000
                                                                        00063100
           IF WS-RUN-MULTI-CLIENT                                       00063200
              MOVE SPACES                   TO  WS-RUN-CLIENT           00063300
           END-IF.                                                      00063400
                                                                        00063500
           EXEC SQL                                                     00063600
              UPDATE VRPTRUN                                            00063700
                 SET CLIENT_NBR  = :WS-RUN-CLIENT                       00063800
                    ,PAGE_CNT    = :WS-RUN-PAGES                        00063900
                    ,LINE_CNT    = :WS-RUN-LINES                        00064000
                    ,SCTN_CNT    = :WS-RUN-SECTIONS                     00064100
               WHERE RPT_RUN_ID  = :WS-RUN-ID                           00064200
           END-EXEC.                                                    00064300
           IF SQLCODE NOT = +0                                          00064400
              PERFORM 8000-DB2-ERROR-RTN                                00064500
           END-IF.                                                      00064600
                                                                        00064700
           EXEC SQL                                                     00064800
              COMMIT                                                    00064900
           END-EXEC.                                                    00065000
                                                                        00065100
           EJECT                                                        00065200
      *--------------------------------------------------------------*  00065300
      *  5000-PURGE-RTN: DROP RUNS PAST THEIR PURGE DATE.            *  00065400
      *--------------------------------------------------------------*  00065500
      ***************                                                   00065600
       5000-PURGE-RTN.                                                  00065700
      ***************                                                   00065800
                                                                        00065900
           EXEC SQL                                                     00066000
              DELETE FROM VRPTLIN                                       00066100
               WHERE RPT_RUN_ID IN                                      00066200
                     (SELECT RPT_RUN_ID                                 00066300
                        FROM VRPTRUN                                    00066400
                       WHERE PURGE_DT < CURRENT DATE)                   00066500
           END-EXEC.                                                    00066600
           IF SQLCODE NOT = +0                                          00066700
           AND SQLCODE NOT = +100                                       00066800
              PERFORM 8000-DB2-ERROR-RTN                                00066900
           END-IF.                                                      00067000
                                                                        00067100
           EXEC SQL                                                     00067200
              DELETE FROM VRPTSCT                                       00067300
               WHERE RPT_RUN_ID IN                                      00067400
                     (SELECT RPT_RUN_ID                                 00067500
                        FROM VRPTRUN                                    00067600
                       WHERE PURGE_DT < CURRENT DATE)                   00067700
           END-EXEC.                                                    00067800
           IF SQLCODE NOT = +0                                          00067900
           AND SQLCODE NOT = +100                                       00068000
              PERFORM 8000-DB2-ERROR-RTN                                00068100
           END-IF.                                                      00068200
                                                                        00068300
           EXEC SQL                                                     00068400
              DELETE FROM VRPTRUN                                       00068500
               WHERE PURGE_DT < CURRENT DATE                            00068600
           END-EXEC.                                                    00068700
           EVALUATE SQLCODE                                             00068800
              WHEN +0                                                   00068900
                 MOVE SQLERRD (3)           TO  WS-CNT-PURGED           00069000
              WHEN +100                                                 00069100
                 CONTINUE                                               00069200
              WHEN OTHER                                                00069300
                 PERFORM 8000-DB2-ERROR-RTN                             00069400
           END-EVALUATE.                                                00069500
                                                                        00069600
           EXEC SQL                                                     00069700
              COMMIT                                                    00069800
           END-EXEC.                                                    00069900
                                                                        00070000
           DISPLAY ' '                                                  00070100
           DISPLAY 'REPORT RUNS PURGED:     ' WS-CNT-PURGED             00070200
           DISPLAY ' '                                                  00070300
           DISPLAY '*************************'                          00070400
           DISPLAY '* END OF CAT807 PROGRAM *'                          00070500
           DISPLAY '*************************'                          00070600
           DISPLAY ' '.                                                 00070700
                                                                        00070800
           EJECT                                                        00070900
      ******************                                                00071000
       8000-DB2-ERROR-RTN.                                              00071100
      ******************                                                00071200
                                                                        00071300
           DISPLAY 'CAT807 - DB2 ERROR, SQLCODE = ' SQLCODE.            00071400
           DISPLAY 'CAT807 - REPORT ' WS-DEF-RPT-ID                     00071500
                   ' LINE ' WS-RUN-LINES.                               00071600
           CALL DSNTIAR               USING  SQLCA                      00071700
                                             WS-DB2-MESSAGE-AREA        00071800
                                             WS-ERR-LINE-LEN            00071900
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00072000
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00072100
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00072200
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00072300
                 END-IF                                                 00072400
           END-PERFORM.                                                 00072500
           DISPLAY 'CAT807 ABENDED'.                                    00072600
           EXEC SQL  ROLLBACK  END-EXEC.                                00072700
           CALL ABEND                 USING  ABEND-CODE.                00072800
                                                                        00072900
           EJECT                                                        00073000
      ************                                                      00073100
       9000-EOJ-RTN.                                                    00073200
      ************                                                      00073300
                                                                        00073400
           CLOSE REPORT-IN-FILE.                                        00073500
                                                                        00073600
           DISPLAY ' '                                                  00073700
           DISPLAY 'REPORT RUN ID:          ' WS-RUN-ID                 00073800
           DISPLAY 'PAGES:                  ' WS-RUN-PAGES              00073900
           DISPLAY 'LINES:                  ' WS-RUN-LINES              00074000
           DISPLAY 'SECTIONS:               ' WS-RUN-SECTIONS           00074100
           DISPLAY 'RUN CLIENT:             ' WS-RUN-CLIENT             00074200
           DISPLAY ' '                                                  00074300
           DISPLAY '*************************'                          00074400
           DISPLAY '* END OF CAT807 PROGRAM *'                          00074500
           DISPLAY '*************************'                          00074600
           DISPLAY ' '.                                                 00074700
