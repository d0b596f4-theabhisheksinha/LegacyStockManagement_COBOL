000001* PDX    - ACATRPDB C0369804 10/15/26 12:02:36 TBTIKUO            00000100
000001* CREATED FOR SSR 114475.  ONLINE REPORT REPOSITORY VIEWER.       00000200
000001* THE NIGHTLY PRINT REPORTS ARE LOADED INTO THE REPOSITORY BY     00000300
000001* CAT807 AND SPLIT INTO SECTIONS BY CLIENT AND BRANCH.  THIS      00000400
000001* DB2 I/O MODULE BACKS THE VIEWER SCREEN: LIST THE REPORT RUNS,   00000500
000001* LIST THE SECTIONS OF A RUN THE OPERATOR IS ENTITLED TO, AND     00000600
000001* PAGE THROUGH ONE SECTION'S LINES.  ENTITLEMENT IS ACATENTL      00000700
000001* THROUGH THE SHARED ACATAUTH CHECK, FUNCTION CODES:              00000800
000001*   RPTALL   - EVERY SECTION, INCLUDING THE FIRM-WIDE ONES        00000900
000001*   RCCCC*** - EVERY SECTION FOR CLIENT CCCC                      00001000
000001*   RCCCCBBB - CLIENT CCCC, BRANCH BBB                            00001100
000001*   R****BBB - BRANCH BBB UNDER ANY CLIENT                        00001200
       IDENTIFICATION DIVISION.                                         00001300
       PROGRAM-ID.    ACATRPDB.                                         00001400
       AUTHOR.  L. MUREY.                                               00001500
      *REMARKS.                                                         00001600
      ***************************************************************** 00001700
      *   DB2 I/O PROGRAM FOR THE REPORT VIEWER SCREEN.               * 00001800
      *   FUNCTIONS:                                                  * 00001900
      *     O/F/C - BROWSE.  SEARCH TYPE R - REPORT RUNS FROM A       * 00002000
      *             REPORT ID ON, NEWEST RUN DATE FIRST, ON OR        * 00002100
      *             BEFORE THE RUN DATE GIVEN (SPACES = TODAY);       * 00002200
      *             SEARCH TYPE S - THE SECTIONS OF ONE RUN, ONLY     * 00002300
      *             THOSE THE OPERATOR IS ENTITLED TO ARE RETURNED;   * 00002400
      *             SEARCH TYPE L - THE LINES OF ONE SECTION FROM A   * 00002500
      *             LINE NUMBER ON.  OPEN REFUSES A SECTION THE       * 00002600
      *             OPERATOR IS NOT ENTITLED TO (RETURN CODE 4).      * 00002700
      *   DATES ARE PASSED ISO.                                       * 00002800
      ***************************************************************** 00002900
       ENVIRONMENT DIVISION.                                            00003000
       DATA DIVISION.                                                   00003100
       WORKING-STORAGE SECTION.                                         00003200
      *                                                                 00003300
       01  WS-ERR-DATA.                                                 00003400
           03  WS-REQUEST-TYPE                 PIC X(01).               00003500
               88  WS-WRITE-ERROR-TO-LOG           VALUE 'Y'.           00003600
           03  CALLING-TRAN-ID                 PIC X(04).               00003700
           03  CALLING-PROGRAM-ID              PIC X(08).               00003800
           03  SQLCA-AREA                      PIC X(136).              00003900
       01  WS-PASSED-DATA-AREA.                                         00004000
           03  WS-PASSED-SRCH-TYPE             PIC X(01).               00004100
               88  WS-PASSED-SRCH-RUN              VALUE 'R'.           00004200
               88  WS-PASSED-SRCH-SCT              VALUE 'S'.           00004300
               88  WS-PASSED-SRCH-LIN              VALUE 'L'.           00004400
           03  WS-PASSED-RPT-ID                PIC X(08).               00004500
           03  WS-PASSED-RUN-DT                PIC X(10).               00004600
           03  WS-PASSED-RUN-ID                PIC S9(09) COMP.         00004700
           03  WS-PASSED-SCTN-SEQ              PIC S9(09) COMP.         00004800
           03  WS-PASSED-LINE-SEQ              PIC S9(09) COMP.         00004900
           03  WS-PASSED-OPER-ID               PIC X(08).               00005000
       01  WS-FETCHED-RUN-AREA.                                         00005100
           03  WS-FET-RUN-ID                   PIC S9(09) COMP.         00005200
           03  WS-FET-RPT-ID                   PIC X(08).               00005300
           03  WS-FET-RUN-DT                   PIC X(10).               00005400
           03  WS-FET-PRGM-NM                  PIC X(08).               00005500
           03  WS-FET-RUN-CLT                  PIC X(04).               00005600
           03  WS-FET-PAGE-CNT                 PIC S9(09) COMP.         00005700
           03  WS-FET-SCTN-CNT                 PIC S9(09) COMP.         00005800
           03  WS-FET-PURGE-DT                 PIC X(10).               00005900
       01  WS-FETCHED-SCT-AREA.                                         00006000
           03  WS-FET-SCTN-SEQ                 PIC S9(09) COMP.         00006100
           03  WS-FET-SCT-CLT                  PIC X(04).               00006200
           03  WS-FET-SCT-BRANCH               PIC X(03).               00006300
           03  WS-FET-FIRST-PAGE               PIC S9(09) COMP.         00006400
           03  WS-FET-LINE-CNT                 PIC S9(09) COMP.         00006500
       01  WS-FETCHED-LIN-AREA.                                         00006600
           03  WS-FET-LINE-SEQ                 PIC S9(09) COMP.         00006700
           03  WS-FET-LINE-TXT                 PIC X(132).              00006800
       01  WS-ENTITLED-SW                      PIC X(01).               00006900
           88  WS-ENTITLED                         VALUE 'Y'.           00007000
       01  WS-RPT-FUNC-CD.                                              00007100
           03  WS-RPT-FUNC-ID                  PIC X(01)  VALUE 'R'.    00007200
           03  WS-RPT-FUNC-CLT                 PIC X(04).               00007300
           03  WS-RPT-FUNC-BRANCH              PIC X(03).               00007400
       01  WS-ACATAUTH                         PIC X(08)                00007500
                                               VALUE 'ACATAUTH'.        00007600
           COPY CATAUTH REPLACING ==:AUTH:== BY ==AUT==.                00007700
       EJECT                                                            00007800
      *                                                                 00007900
      *----------------------------------------------------------------*00008000
      *    SQL COMMUNICATION AREA                                      *00008100
      *----------------------------------------------------------------*00008200
           EXEC SQL                                                     00008300
              INCLUDE SQLCA                                             00008400
           END-EXEC.                                                    00008500
       EJECT                                                            00008600
      *                                                                 00008700
      *----------------------------------------------------------------*00008800
      *        REPORT RUNS FROM A REPORT ID ON, NEWEST FIRST           *00008900
      *----------------------------------------------------------------*00009000
           EXEC SQL                                                     00009100
              DECLARE  RUNCSR  CURSOR FOR                               00009200
                  SELECT                                                00009300
                     RPT_RUN_ID                                         00009400
                    ,RPT_ID                                             00009500
                    ,CHAR(RUN_DT, ISO)                                  00009600
                    ,PRGM_NM                                            00009700
                    ,CLIENT_NBR                                         00009800
                    ,PAGE_CNT                                           00009900
                    ,SCTN_CNT                                           00010000
                    ,CHAR(PURGE_DT, ISO)                                00010100
                  FROM                                                  00010200
                     VRPTRUN                                            00010300
                  WHERE                                                 00010400
                     RPT_ID >= :WS-PASSED-RPT-ID                        00010500
                     AND RUN_DT <= DATE(:WS-PASSED-RUN-DT)              00010600
                  ORDER BY                                              00010700
                     RPT_ID, RUN_DT DESC                                00010800
                  FOR READ ONLY WITH UR                                 00010900
           END-EXEC.                                                    00011000
      *                                                                 00011100
      *----------------------------------------------------------------*00011200
      *        THE SECTIONS OF ONE REPORT RUN                          *00011300
      *----------------------------------------------------------------*00011400
           EXEC SQL                                                     00011500
              DECLARE  SCTCSR  CURSOR FOR                               00011600
                  SELECT                                                00011700
                     SCTN_SEQ_NBR                                       00011800
                    ,CLIENT_NBR                                         00011900
                    ,BRANCH_CD                                          00012000
                    ,FIRST_PAGE_NBR                                     00012100
                    ,LINE_CNT                                           00012200
                  FROM                                                  00012300
                     VRPTSCT                                            00012400
                  WHERE                                                 00012500
                     RPT_RUN_ID = :WS-PASSED-RUN-ID                     00012600
                  ORDER BY                                              00012700
                     SCTN_SEQ_NBR                                       00012800
                  FOR READ ONLY WITH UR                                 00012900
           END-EXEC.                                                    00013000
      *                                                                 00013100
      *----------------------------------------------------------------*00013200
      *        THE LINES OF ONE SECTION FROM A LINE NUMBER ON          *00013300
      *----------------------------------------------------------------*00013400
           EXEC SQL                                                     00013500
              DECLARE  LINCSR  CURSOR FOR                               00013600
                  SELECT                                                00013700
                     LINE_SEQ_NBR                                       00013800
                    ,LINE_TXT                                           00013900
                  FROM                                                  00014000
                     VRPTLIN                                            00014100
                  WHERE                                                 00014200
                     RPT_RUN_ID   = :WS-PASSED-RUN-ID                   00014300
                     AND SCTN_SEQ_NBR = :WS-PASSED-SCTN-SEQ             00014400
                     AND LINE_SEQ_NBR >= :WS-PASSED-LINE-SEQ            00014500
                  ORDER BY                                              00014600
                     LINE_SEQ_NBR                                       00014700
                  FOR READ ONLY WITH UR                                 00014800
           END-EXEC.                                                    00014900
       EJECT                                                            00015000
       LINKAGE SECTION.                                                 00015100
       01  DFHCOMMAREA.                                                 00015200
      *    ACATRPIO - REPORT REPOSITORY VIEWER COMMAREA                 00015300
           03  ACATRP-FUNCTION                 PIC X(01).               00015400
               88  ACATRP-OPN-CSR                  VALUE 'O'.           00015500
               88  ACATRP-FET-CSR                  VALUE 'F'.           00015600
               88  ACATRP-CLO-CSR                  VALUE 'C'.           00015700
           03  ACATRP-RETURN-CD                PIC X(01).               00015800
               88  ACATRP-NORMAL                   VALUE '0'.           00015900
               88  ACATRP-NOT-FOUND                VALUE '1'.           00016000
               88  ACATRP-INVALID                  VALUE '3'.           00016100
               88  ACATRP-NOT-AUTH                 VALUE '4'.           00016200
               88  ACATRP-ERROR                    VALUE '9'.           00016300
           03  ACATRP-SQLCODE                  PIC S9(05).              00016400
           03  ACATRP-PASS-FLDS.                                        00016500
               05  ACATRP-PASS-SRCH-TYPE       PIC X(01).               00016600
               05  ACATRP-PASS-RPT-ID          PIC X(08).               00016700
               05  ACATRP-PASS-RUN-DT          PIC X(10).               00016800
               05  ACATRP-PASS-RUN-ID          PIC S9(09) COMP.         00016900
               05  ACATRP-PASS-SCTN-SEQ        PIC S9(09) COMP.         00017000
               05  ACATRP-PASS-LINE-SEQ        PIC S9(09) COMP.         00017100
               05  ACATRP-PASS-OPER-ID         PIC X(08).               00017200
           03  ACATRP-RUN-DATA.                                         00017300
               05  ACATRP-RUN-ID               PIC S9(09) COMP.         00017400
               05  ACATRP-RUN-RPT-ID           PIC X(08).               00017500
               05  ACATRP-RUN-DT               PIC X(10).               00017600
               05  ACATRP-RUN-PRGM-NM          PIC X(08).               00017700
               05  ACATRP-RUN-CLT              PIC X(04).               00017800
               05  ACATRP-RUN-PAGE-CNT         PIC S9(09) COMP.         00017900
               05  ACATRP-RUN-SCTN-CNT         PIC S9(09) COMP.         00018000
               05  ACATRP-RUN-PURGE-DT         PIC X(10).               00018100
           03  ACATRP-SCT-DATA.                                         00018200
               05  ACATRP-SCT-SEQ              PIC S9(09) COMP.         00018300
               05  ACATRP-SCT-CLT              PIC X(04).               00018400
               05  ACATRP-SCT-BRANCH           PIC X(03).               00018500
               05  ACATRP-SCT-FIRST-PAGE       PIC S9(09) COMP.         00018600
               05  ACATRP-SCT-LINE-CNT         PIC S9(09) COMP.         00018700
           03  ACATRP-LIN-DATA.                                         00018800
               05  ACATRP-LIN-SEQ              PIC S9(09) COMP.         00018900
               05  ACATRP-LIN-TXT              PIC X(132).              00019000
       EJECT                                                            00019100
      *                                                                 00019200
       PROCEDURE DIVISION.                                              00019300
           MOVE ACATRP-PASS-FLDS TO WS-PASSED-DATA-AREA.                00019400
      *                                                                 00019500
           EVALUATE TRUE                                                00019600
              WHEN ACATRP-OPN-CSR                                       00019700
                   PERFORM OPEN-RPT-CURSOR                              00019800
                       THRU OPEN-RPT-CURSOR-EXIT                        00019900
              WHEN ACATRP-FET-CSR                                       00020000
                   PERFORM FETCH-RPT-CURSOR                             00020100
                       THRU FETCH-RPT-CURSOR-EXIT                       00020200
              WHEN ACATRP-CLO-CSR                                       00020300
                   PERFORM CLOSE-RPT-CURSOR                             00020400
              WHEN OTHER                                                00020500
                   SET ACATRP-INVALID TO TRUE                           00020600
           END-EVALUATE.                                                00020700
                                                                        00020800
           EXEC CICS RETURN                                             00020900
           END-EXEC.                                                    00021000
       EJECT                                                            00021100
      *                                                                 00021200
      *--------------------------------------------------------------*  00021300
      *          OPEN RUN, SECTION OR LINE BROWSE CURSOR             *  00021400
      *--------------------------------------------------------------*  00021500
       OPEN-RPT-CURSOR.                                                 00021600
           IF WS-PASSED-SRCH-RUN                                        00021700
              IF WS-PASSED-RUN-DT = SPACES                              00021800
                 EXEC SQL                                               00021900
                    SET :WS-PASSED-RUN-DT = CHAR(CURRENT DATE, ISO)     00022000
                 END-EXEC                                               00022100
              END-IF                                                    00022200
              EXEC SQL                                                  00022300
                 OPEN RUNCSR                                            00022400
              END-EXEC                                                  00022500
           ELSE                                                         00022600
           IF WS-PASSED-SRCH-SCT                                        00022700
              EXEC SQL                                                  00022800
                 OPEN SCTCSR                                            00022900
              END-EXEC                                                  00023000
           ELSE                                                         00023100
           IF WS-PASSED-SRCH-LIN                                        00023200
              PERFORM GET-SECTION-ROW                                   00023300
                  THRU GET-SECTION-ROW-EXIT                             00023400
              IF NOT ACATRP-NORMAL                                      00023500
                 GO TO OPEN-RPT-CURSOR-EXIT                             00023600
              END-IF                                                    00023700
              EXEC SQL                                                  00023800
                 OPEN LINCSR                                            00023900
              END-EXEC                                                  00024000
           ELSE                                                         00024100
              SET ACATRP-INVALID TO TRUE                                00024200
              GO TO OPEN-RPT-CURSOR-EXIT.                               00024300
           IF SQLCODE = 0                                               00024400
              SET ACATRP-NORMAL TO TRUE                                 00024500
           ELSE                                                         00024600
              SET ACATRP-ERROR  TO TRUE                                 00024700
              MOVE SQLCODE  TO ACATRP-SQLCODE                           00024800
              PERFORM 9999-DB2-ERROR.                                   00024900
       OPEN-RPT-CURSOR-EXIT.                                            00025000
           EXIT.                                                        00025100
      *                                                                 00025200
      *--------------------------------------------------------------*  00025300
      *          THE SECTION A LINE BROWSE IS FOR - IT MUST EXIST    *  00025400
      *          AND THE OPERATOR MUST BE ENTITLED TO IT             *  00025500
      *--------------------------------------------------------------*  00025600
       GET-SECTION-ROW.                                                 00025700
           EXEC SQL                                                     00025800
              SELECT SCTN_SEQ_NBR                                       00025900
                    ,CLIENT_NBR                                         00026000
                    ,BRANCH_CD                                          00026100
                    ,FIRST_PAGE_NBR                                     00026200
                    ,LINE_CNT                                           00026300
                INTO :WS-FET-SCTN-SEQ                                   00026400
                    ,:WS-FET-SCT-CLT                                    00026500
                    ,:WS-FET-SCT-BRANCH                                 00026600
                    ,:WS-FET-FIRST-PAGE                                 00026700
                    ,:WS-FET-LINE-CNT                                   00026800
                FROM VRPTSCT                                            00026900
               WHERE RPT_RUN_ID   = :WS-PASSED-RUN-ID                   00027000
                 AND SCTN_SEQ_NBR = :WS-PASSED-SCTN-SEQ                 00027100
               WITH UR                                                  00027200
           END-EXEC.                                                    00027300
           IF SQLCODE = +100                                            00027400
              SET ACATRP-NOT-FOUND TO TRUE                              00027500
              GO TO GET-SECTION-ROW-EXIT                                00027600
           END-IF.                                                      00027700
           IF SQLCODE NOT = 0                                           00027800
              SET ACATRP-ERROR  TO TRUE                                 00027900
              MOVE SQLCODE  TO ACATRP-SQLCODE                           00028000
              PERFORM 9999-DB2-ERROR                                    00028100
              GO TO GET-SECTION-ROW-EXIT                                00028200
           END-IF.                                                      00028300
           PERFORM CHECK-SECTION-ENTITLED                               00028400
               THRU CHECK-SECTION-ENTITLED-EXIT.                        00028500
           IF WS-ENTITLED                                               00028600
              SET ACATRP-NORMAL   TO TRUE                               00028700
              PERFORM SET-SCT-RET-FLDS                                  00028800
           ELSE                                                         00028900
              SET ACATRP-NOT-AUTH TO TRUE.                              00029000
       GET-SECTION-ROW-EXIT.                                            00029100
           EXIT.                                                        00029200
      *                                                                 00029300
      *--------------------------------------------------------------*  00029400
      *          FETCH RUN, SECTION OR LINE BROWSE CURSOR.  SECTIONS *  00029500
      *          THE OPERATOR IS NOT ENTITLED TO ARE PASSED OVER.    *  00029600
      *--------------------------------------------------------------*  00029700
       FETCH-RPT-CURSOR.                                                00029800
           IF WS-PASSED-SRCH-RUN                                        00029900
              EXEC SQL                                                  00030000
                 FETCH                                                  00030100
                     RUNCSR                                             00030200
                 INTO                                                   00030300
                     :WS-FET-RUN-ID,                                    00030400
                     :WS-FET-RPT-ID,                                    00030500
                     :WS-FET-RUN-DT,                                    00030600
                     :WS-FET-PRGM-NM,                                   00030700
                     :WS-FET-RUN-CLT,                                   00030800
                     :WS-FET-PAGE-CNT,                                  00030900
                     :WS-FET-SCTN-CNT,                                  00031000
                     :WS-FET-PURGE-DT                                   00031100
              END-EXEC                                                  00031200
           ELSE                                                         00031300
           IF WS-PASSED-SRCH-SCT                                        00031400
              EXEC SQL                                                  00031500
                 FETCH                                                  00031600
                     SCTCSR                                             00031700
                 INTO                                                   00031800
                     :WS-FET-SCTN-SEQ,                                  00031900
                     :WS-FET-SCT-CLT,                                   00032000
                     :WS-FET-SCT-BRANCH,                                00032100
                     :WS-FET-FIRST-PAGE,                                00032200
                     :WS-FET-LINE-CNT                                   00032300
              END-EXEC                                                  00032400
           ELSE                                                         00032500
              EXEC SQL                                                  00032600
                 FETCH                                                  00032700
                     LINCSR                                             00032800
                 INTO                                                   00032900
                     :WS-FET-LINE-SEQ,                                  00033000
                     :WS-FET-LINE-TXT                                   00033100
              END-EXEC.                                                 00033200
           IF SQLCODE = +100                                            00033300
              SET ACATRP-NOT-FOUND TO TRUE                              00033400
              GO TO FETCH-RPT-CURSOR-EXIT                               00033500
           END-IF.                                                      00033600
           IF SQLCODE NOT = 0                                           00033700
              SET ACATRP-ERROR  TO TRUE                                 00033800
              MOVE SQLCODE  TO ACATRP-SQLCODE                           00033900
              PERFORM 9999-DB2-ERROR                                    00034000
              GO TO FETCH-RPT-CURSOR-EXIT                               00034100
           END-IF.                                                      00034200
           SET ACATRP-NORMAL  TO TRUE.                                  00034300
           IF WS-PASSED-SRCH-RUN                                        00034400
              PERFORM SET-RUN-RET-FLDS                                  00034500
           ELSE                                                         00034600
           IF WS-PASSED-SRCH-SCT                                        00034700
              PERFORM CHECK-SECTION-ENTITLED                            00034800
                  THRU CHECK-SECTION-ENTITLED-EXIT                      00034900
              IF NOT WS-ENTITLED                                        00035000
                 GO TO FETCH-RPT-CURSOR                                 00035100
              END-IF                                                    00035200
              PERFORM SET-SCT-RET-FLDS                                  00035300
           ELSE                                                         00035400
              PERFORM SET-LIN-RET-FLDS.                                 00035500
       FETCH-RPT-CURSOR-EXIT.                                           00035600
           EXIT.                                                        00035700
      *                                                                 00035800
      *--------------------------------------------------------------*  00035900
      *          CLOSE RUN, SECTION OR LINE BROWSE CURSOR            *  00036000
      *--------------------------------------------------------------*  00036100
       CLOSE-RPT-CURSOR.                                                00036200
           IF WS-PASSED-SRCH-RUN                                        00036300
              EXEC SQL                                                  00036400
                 CLOSE RUNCSR                                           00036500
              END-EXEC                                                  00036600
           ELSE                                                         00036700
           IF WS-PASSED-SRCH-SCT                                        00036800
              EXEC SQL                                                  00036900
                 CLOSE SCTCSR                                           00037000
              END-EXEC                                                  00037100
           ELSE                                                         00037200
              EXEC SQL                                                  00037300
                 CLOSE LINCSR                                           00037400
              END-EXEC.                                                 00037500
           IF SQLCODE = 0                                               00037600
              SET ACATRP-NORMAL TO TRUE                                 00037700
           ELSE                                                         00037800
              SET ACATRP-ERROR  TO TRUE                                 00037900
              MOVE SQLCODE  TO ACATRP-SQLCODE                           00038000
              PERFORM 9999-DB2-ERROR.                                   00038100
       EJECT                                                            00038200
      *                                                                 00038300
      *--------------------------------------------------------------*  00038400
      *          MAY THIS OPERATOR SEE THE FETCHED SECTION?  ALL     *  00038500
      *          REPORTS, THEN THE CLIENT, THEN THE CLIENT'S BRANCH, *  00038600
      *          THEN THE BRANCH UNDER ANY CLIENT.  A FIRM-WIDE      *  00038700
      *          SECTION (NO CLIENT, NO BRANCH) NEEDS RPTALL.        *  00038800
      *--------------------------------------------------------------*  00038900
       CHECK-SECTION-ENTITLED.                                          00039000
           MOVE 'N'                  TO WS-ENTITLED-SW.                 00039100
           MOVE 'RPTALL  '           TO WS-RPT-FUNC-CD.                 00039200
           PERFORM CALL-ACATAUTH.                                       00039300
           IF WS-ENTITLED                                               00039400
              GO TO CHECK-SECTION-ENTITLED-EXIT                         00039500
           END-IF.                                                      00039600
           IF WS-FET-SCT-CLT NOT = SPACES                               00039700
              MOVE 'R'               TO WS-RPT-FUNC-ID                  00039800
              MOVE WS-FET-SCT-CLT    TO WS-RPT-FUNC-CLT                 00039900
              MOVE '***'             TO WS-RPT-FUNC-BRANCH              00040000
              PERFORM CALL-ACATAUTH                                     00040100
              IF WS-ENTITLED                                            00040200
                 GO TO CHECK-SECTION-ENTITLED-EXIT                      00040300
              END-IF                                                    00040400
           END-IF.                                                      00040500
           IF WS-FET-SCT-BRANCH = SPACES                                00040600
              GO TO CHECK-SECTION-ENTITLED-EXIT                         00040700
           END-IF.                                                      00040800
           MOVE 'R'                  TO WS-RPT-FUNC-ID.                 00040900
           MOVE WS-FET-SCT-BRANCH    TO WS-RPT-FUNC-BRANCH.             00041000
           IF WS-FET-SCT-CLT NOT = SPACES                               00041100
              MOVE WS-FET-SCT-CLT    TO WS-RPT-FUNC-CLT                 00041200
              PERFORM CALL-ACATAUTH                                     00041300
              IF WS-ENTITLED                                            00041400
                 GO TO CHECK-SECTION-ENTITLED-EXIT                      00041500
              END-IF                                                    00041600
           END-IF.                                                      00041700
           MOVE '****'               TO WS-RPT-FUNC-CLT.                00041800
           PERFORM CALL-ACATAUTH.                                       00041900
       CHECK-SECTION-ENTITLED-EXIT.                                     00042000
           EXIT.                                                        00042100
      *                                                                 00042200
       CALL-ACATAUTH.                                                   00042300
           MOVE SPACES               TO AUT-PARAMETERS.                 00042400
           MOVE WS-PASSED-OPER-ID    TO AUT-USER-ID.                    00042500
           MOVE WS-RPT-FUNC-CD       TO AUT-FUNC-CD.                    00042600
           CALL WS-ACATAUTH       USING AUT-PARAMETERS.                 00042700
           IF AUT-ALLOWED                                               00042800
              SET WS-ENTITLED        TO TRUE.                           00042900
      *                                                                 00043000
      *--------------------------------------------------------------*  00043100
      *          RETURN FETCHED FIELDS TO THE SCREEN                 *  00043200
      *--------------------------------------------------------------*  00043300
       SET-RUN-RET-FLDS.                                                00043400
           MOVE WS-FET-RUN-ID        TO ACATRP-RUN-ID.                  00043500
           MOVE WS-FET-RPT-ID        TO ACATRP-RUN-RPT-ID.              00043600
           MOVE WS-FET-RUN-DT        TO ACATRP-RUN-DT.                  00043700
           MOVE WS-FET-PRGM-NM       TO ACATRP-RUN-PRGM-NM.             00043800
           MOVE WS-FET-RUN-CLT       TO ACATRP-RUN-CLT.                 00043900
           MOVE WS-FET-PAGE-CNT      TO ACATRP-RUN-PAGE-CNT.            00044000
           MOVE WS-FET-SCTN-CNT      TO ACATRP-RUN-SCTN-CNT.            00044100
           MOVE WS-FET-PURGE-DT      TO ACATRP-RUN-PURGE-DT.            00044200
      *                                                                 00044300
       SET-SCT-RET-FLDS.                                                00044400
           MOVE WS-FET-SCTN-SEQ      TO ACATRP-SCT-SEQ.                 00044500
           MOVE WS-FET-SCT-CLT       TO ACATRP-SCT-CLT.                 00044600
           MOVE WS-FET-SCT-BRANCH    TO ACATRP-SCT-BRANCH.              00044700
           MOVE WS-FET-FIRST-PAGE    TO ACATRP-SCT-FIRST-PAGE.          00044800
           MOVE WS-FET-LINE-CNT      TO ACATRP-SCT-LINE-CNT.            00044900
      *                                                                 00045000
       SET-LIN-RET-FLDS.                                                00045100
           MOVE WS-FET-LINE-SEQ      TO ACATRP-LIN-SEQ.                 00045200
           MOVE WS-FET-LINE-TXT      TO ACATRP-LIN-TXT.                 00045300
      *                                                                 00045400
      *--------------------------------------------------------------*  00045500
      *          DB2 ERROR - LOG AND RETURN ERROR TO THE SCREEN      *  00045600
      *--------------------------------------------------------------*  00045700
       9999-DB2-ERROR.                                                  00045800
           MOVE SPACE      TO WS-ERR-DATA.                              00045900
           SET WS-WRITE-ERROR-TO-LOG TO TRUE.                           00046000
           MOVE EIBTRNID   TO CALLING-TRAN-ID.                          00046100
           MOVE 'ACATRPDB' TO CALLING-PROGRAM-ID.                       00046200
           MOVE SQLCA      TO SQLCA-AREA.                               00046300
           EXEC CICS LINK PROGRAM('FPDB2LOG')                           00046400
                COMMAREA(WS-ERR-DATA)                                   00046500
                LENGTH(LENGTH OF WS-ERR-DATA)                           00046600
                NOHANDLE                                                00046700
           END-EXEC.                                                    00046800
       EJECT                                                            00046900
                                                                        00047000
       HANG-CICS.                                                       00047100
           GOBACK.                                                      00047200
