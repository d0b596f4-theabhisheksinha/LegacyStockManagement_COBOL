000001* PDX    - ACATLGDB C0369767 10/07/26 09:12:40 TBTIKUO            00000100
000001* CREATED FOR SSR 114440.  LEGAL-ORDER REGISTRY MAINTENANCE.      00000200
000001* THE LEGAL-BLOCK EXCEPTION (EFBF) WAS RAISED FROM A BINDER       00000300
000001* KEPT IN THE LEGAL DEPARTMENT AND NOTHING STOPPED A DELIVERY     00000400
000001* FROM A LEVIED OR RESTRAINED ACCOUNT.  THE ACATLGLO DB2 TABLE    00000500
000001* HOLDS EACH LEGAL ORDER SERVED ON AN ACCOUNT - TYPE, ISSUING     00000600
000001* COURT OR AGENCY, DOCKET, AMOUNT RESTRAINED, SERVED DATE,        00000700
000001* EXPIRY AND RELEASE DATE - KEYED BY CLIENT/BRANCH/ACCOUNT AND    00000800
000001* AN ORDER SEQUENCE.  THIS DB2 I/O MODULE BACKS THE LEGAL         00000900
000001* TEAM'S MAINTENANCE SCREEN; CAT713 BLOCKS DELIVERIES FROM AN     00001000
000001* ACCOUNT WITH AN ACTIVE ORDER AND CAT757 REPORTS THEM NIGHTLY.   00001100
       IDENTIFICATION DIVISION.                                         00001200
       PROGRAM-ID.    ACATLGDB.                                         00001300
       AUTHOR.  L. MUREY.                                               00001400
      *REMARKS.                                                         00001500
      ***************************************************************** 00001600
      *   DB2 I/O PROGRAM FOR THE LEGAL-ORDER SCREEN.  FUNCTIONS:     * 00001700
      *     O/F/C - BROWSE CURSOR BY CLIENT/BRANCH/ACCOUNT            * 00001800
      *     A     - ADD AN ORDER (NEXT SEQUENCE FOR THE ACCOUNT)      * 00001900
      *     U     - UPDATE THE ORDER DETAIL ON AN ACTIVE ORDER        * 00002000
      *     R     - RELEASE AN ORDER (RELEASE DATE DEFAULTS TO TODAY) * 00002100
      *     G     - GET THE ORDER FOR AN EXACT KEY                    * 00002200
      *   ORDER TYPES - LV LEVY, GN GARNISHMENT, RN RESTRAINING       * 00002300
      *   NOTICE, CO OTHER COURT ORDER.  DATES ARE PASSED ISO         * 00002400
      *   (YYYY-MM-DD); A BLANK EXPIRY MEANS THE ORDER STANDS UNTIL   * 00002500
      *   RELEASED.                                                   * 00002600
      ***************************************************************** 00002700
       ENVIRONMENT DIVISION.                                            00002800
       DATA DIVISION.                                                   00002900
       WORKING-STORAGE SECTION.                                         00003000
      *                                                                 00003100
       01  WS-ERR-DATA.                                                 00003200
           03  WS-REQUEST-TYPE                 PIC X(01).               00003300
               88  WS-WRITE-ERROR-TO-LOG           VALUE 'Y'.           00003400
           03  CALLING-TRAN-ID                 PIC X(04).               00003500
           03  CALLING-PROGRAM-ID              PIC X(08).               00003600
           03  SQLCA-AREA                      PIC X(136).              00003700
       01  WS-PASSED-DATA-AREA.                                         00003800
           03  WS-PASSED-CLT                   PIC X(04).               00003900
           03  WS-PASSED-BRANCH                PIC X(03).               00004000
           03  WS-PASSED-ACCT                  PIC X(05).               00004100
           03  WS-PASSED-SEQ                   PIC S9(03) COMP-3.       00004200
           03  WS-PASSED-TYPE                  PIC X(02).               00004300
               88  WS-PASSED-TYPE-VALID            VALUE 'LV' 'GN'      00004400
                                                         'RN' 'CO'.     00004500
           03  WS-PASSED-ISSUER                PIC X(40).               00004600
           03  WS-PASSED-DOCKET                PIC X(20).               00004700
           03  WS-PASSED-AMT                   PIC S9(13)V99 COMP-3.    00004800
           03  WS-PASSED-SRVD-DT               PIC X(10).               00004900
           03  WS-PASSED-EXPR-DT               PIC X(10).               00005000
           03  WS-PASSED-RLSE-DT               PIC X(10).               00005100
           03  WS-PASSED-OPER-ID               PIC X(08).               00005200
       01  WS-FETCHED-DATA-AREA.                                        00005300
           03  WS-FET-CLT                      PIC X(04).               00005400
           03  WS-FET-BRANCH                   PIC X(03).               00005500
           03  WS-FET-ACCT                     PIC X(05).               00005600
           03  WS-FET-SEQ                      PIC S9(03) COMP-3.       00005700
           03  WS-FET-TYPE                     PIC X(02).               00005800
           03  WS-FET-ISSUER                   PIC X(40).               00005900
           03  WS-FET-DOCKET                   PIC X(20).               00006000
           03  WS-FET-AMT                      PIC S9(13)V99 COMP-3.    00006100
           03  WS-FET-SRVD-DT                  PIC X(10).               00006200
           03  WS-FET-EXPR-DT                  PIC X(10).               00006300
           03  WS-FET-RLSE-DT                  PIC X(10).               00006400
           03  WS-FET-STTS                     PIC X(01).               00006500
           03  WS-FET-UPDT-OPER-ID             PIC X(08).               00006600
       01  WS-NEXT-SEQ                         PIC S9(03) COMP-3.       00006700
       EJECT                                                            00006800
      *                                                                 00006900
      *----------------------------------------------------------------*00007000
      *    SQL COMMUNICATION AREA                                      *00007100
      *----------------------------------------------------------------*00007200
           EXEC SQL                                                     00007300
              INCLUDE SQLCA                                             00007400
           END-EXEC.                                                    00007500
       EJECT                                                            00007600
      *                                                                 00007700
      *----------------------------------------------------------------*00007800
      *        LEGAL-ORDER BROWSE CURSOR BY CLIENT/BRANCH/ACCOUNT      *00007900
      *----------------------------------------------------------------*00008000
           EXEC SQL                                                     00008100
              DECLARE  LGLCSR  CURSOR FOR                               00008200
                  SELECT                                                00008300
                     CLIENT_NBR                                         00008400
                    ,BRANCH_CD                                          00008500
                    ,ACCT_CD                                            00008600
                    ,ORDER_SEQ_NBR                                      00008700
                    ,ORDER_TYPE_CD                                      00008800
                    ,ISSR_NM                                            00008900
                    ,DCKT_NBR                                           00009000
                    ,RSTRN_AMT                                          00009100
                    ,CHAR(SRVD_DT, ISO)                                 00009200
                    ,VALUE(CHAR(EXPR_DT, ISO), ' ')                     00009300
                    ,VALUE(CHAR(RLSE_DT, ISO), ' ')                     00009400
                    ,ORDER_STTS_CD                                      00009500
                    ,UPDT_OPER_ID                                       00009600
                  FROM                                                  00009700
                     ACATLGLO                                           00009800
                  WHERE                                                 00009900
                     CLIENT_NBR = :WS-PASSED-CLT                        00010000
                    AND (BRANCH_CD > :WS-PASSED-BRANCH                  00010100
                     OR (BRANCH_CD = :WS-PASSED-BRANCH                  00010200
                    AND  ACCT_CD  >= :WS-PASSED-ACCT))                  00010300
                  ORDER BY                                              00010400
                     BRANCH_CD, ACCT_CD, ORDER_SEQ_NBR                  00010500
                  FOR READ ONLY WITH UR                                 00010600
           END-EXEC.                                                    00010700
       EJECT                                                            00010800
       LINKAGE SECTION.                                                 00010900
       01  DFHCOMMAREA.                                                 00011000
      *    ACATLGIO - LEGAL-ORDER MAINTENANCE COMMAREA                  00011100
           03  ACATLG-FUNCTION                 PIC X(01).               00011200
               88  ACATLG-OPN-LGLCSR               VALUE 'O'.           00011300
               88  ACATLG-FET-LGLCSR               VALUE 'F'.           00011400
               88  ACATLG-CLO-LGLCSR               VALUE 'C'.           00011500
               88  ACATLG-ADD-LGL                  VALUE 'A'.           00011600
               88  ACATLG-UPD-LGL                  VALUE 'U'.           00011700
               88  ACATLG-RLSE-LGL                 VALUE 'R'.           00011800
               88  ACATLG-GET-LGL                  VALUE 'G'.           00011900
           03  ACATLG-RETURN-CD                PIC X(01).               00012000
               88  ACATLG-NORMAL                   VALUE '0'.           00012100
               88  ACATLG-NOT-FOUND                VALUE '1'.           00012200
               88  ACATLG-DUPLICATE                VALUE '2'.           00012300
               88  ACATLG-INVALID                  VALUE '3'.           00012400
               88  ACATLG-ERROR                    VALUE '9'.           00012500
           03  ACATLG-SQLCODE                  PIC S9(05).              00012600
           03  ACATLG-PASS-FLDS.                                        00012700
               05  ACATLG-PASS-CLT             PIC X(04).               00012800
               05  ACATLG-PASS-BRANCH          PIC X(03).               00012900
               05  ACATLG-PASS-ACCT            PIC X(05).               00013000
               05  ACATLG-PASS-SEQ             PIC S9(03) COMP-3.       00013100
               05  ACATLG-PASS-TYPE            PIC X(02).               00013200
               05  ACATLG-PASS-ISSUER          PIC X(40).               00013300
               05  ACATLG-PASS-DOCKET          PIC X(20).               00013400
               05  ACATLG-PASS-AMT             PIC S9(13)V99 COMP-3.    00013500
               05  ACATLG-PASS-SRVD-DT         PIC X(10).               00013600
               05  ACATLG-PASS-EXPR-DT         PIC X(10).               00013700
               05  ACATLG-PASS-RLSE-DT         PIC X(10).               00013800
               05  ACATLG-PASS-OPER-ID         PIC X(08).               00013900
           03  ACATLG-LGL-DATA.                                         00014000
               05  ACATLG-LGL-CLT              PIC X(04).               00014100
               05  ACATLG-LGL-BRANCH           PIC X(03).               00014200
               05  ACATLG-LGL-ACCT             PIC X(05).               00014300
               05  ACATLG-LGL-SEQ              PIC S9(03) COMP-3.       00014400
               05  ACATLG-LGL-TYPE             PIC X(02).               00014500
               05  ACATLG-LGL-ISSUER           PIC X(40).               00014600
               05  ACATLG-LGL-DOCKET           PIC X(20).               00014700
               05  ACATLG-LGL-AMT              PIC S9(13)V99 COMP-3.    00014800
               05  ACATLG-LGL-SRVD-DT          PIC X(10).               00014900
               05  ACATLG-LGL-EXPR-DT          PIC X(10).               00015000
               05  ACATLG-LGL-RLSE-DT          PIC X(10).               00015100
               05  ACATLG-LGL-STTS             PIC X(01).               00015200
                   88  ACATLG-LGL-ACTIVE           VALUE 'A'.           00015300
                   88  ACATLG-LGL-RELEASED         VALUE 'R'.           00015400
               05  ACATLG-LGL-UPDT-OPER-ID     PIC X(08).               00015500
       EJECT                                                            00015600
      *                                                                 00015700
       PROCEDURE DIVISION.                                              00015800
           MOVE ACATLG-PASS-FLDS TO WS-PASSED-DATA-AREA.                00015900
      *                                                                 00016000
           EVALUATE TRUE                                                00016100
              WHEN ACATLG-OPN-LGLCSR                                    00016200
                   PERFORM OPEN-LGL-CURSOR                              00016300
              WHEN ACATLG-FET-LGLCSR                                    00016400
                   PERFORM FETCH-LGL-CURSOR                             00016500
              WHEN ACATLG-CLO-LGLCSR                                    00016600
                   PERFORM CLOSE-LGL-CURSOR                             00016700
              WHEN ACATLG-ADD-LGL                                       00016800
                   PERFORM ADD-LGL-ROW                                  00016900
              WHEN ACATLG-UPD-LGL                                       00017000
                   PERFORM UPDATE-LGL-ROW                               00017100
              WHEN ACATLG-RLSE-LGL                                      00017200
                   PERFORM RELEASE-LGL-ROW                              00017300
              WHEN ACATLG-GET-LGL                                       00017400
                   PERFORM GET-LGL-ROW                                  00017500
           END-EVALUATE.                                                00017600
                                                                        00017700
           EXEC CICS RETURN                                             00017800
           END-EXEC.                                                    00017900
       EJECT                                                            00018000
      *                                                                 00018100
      *--------------------------------------------------------------*  00018200
      *          OPEN LEGAL-ORDER BROWSE CURSOR                      *  00018300
      *--------------------------------------------------------------*  00018400
       OPEN-LGL-CURSOR.                                                 00018500
           EXEC SQL                                                     00018600
              OPEN LGLCSR                                               00018700
           END-EXEC.                                                    00018800
           IF SQLCODE = 0                                               00018900
              SET ACATLG-NORMAL TO TRUE                                 00019000
           ELSE                                                         00019100
              SET ACATLG-ERROR  TO TRUE                                 00019200
              MOVE SQLCODE  TO ACATLG-SQLCODE                           00019300
              PERFORM 9999-DB2-ERROR.                                   00019400
      *                                                                 00019500
      *--------------------------------------------------------------*  00019600
      *          FETCH LEGAL-ORDER BROWSE CURSOR                     *  00019700
      *--------------------------------------------------------------*  00019800
       FETCH-LGL-CURSOR.                                                00019900
           EXEC SQL                                                     00020000
              FETCH                                                     00020100
                  LGLCSR                                                00020200
              INTO                                                      00020300
                  :WS-FET-CLT,                                          00020400
                  :WS-FET-BRANCH,                                       00020500
                  :WS-FET-ACCT,                                         00020600
                  :WS-FET-SEQ,                                          00020700
                  :WS-FET-TYPE,                                         00020800
                  :WS-FET-ISSUER,                                       00020900
                  :WS-FET-DOCKET,                                       00021000
                  :WS-FET-AMT,                                          00021100
                  :WS-FET-SRVD-DT,                                      00021200
                  :WS-FET-EXPR-DT,                                      00021300
                  :WS-FET-RLSE-DT,                                      00021400
                  :WS-FET-STTS,                                         00021500
                  :WS-FET-UPDT-OPER-ID                                  00021600
           END-EXEC.                                                    00021700
           IF SQLCODE = 0                                               00021800
              SET ACATLG-NORMAL  TO TRUE                                00021900
              PERFORM SET-LGL-RET-FLDS                                  00022000
           ELSE                                                         00022100
           IF SQLCODE = +100                                            00022200
              SET ACATLG-NOT-FOUND TO TRUE                              00022300
           ELSE                                                         00022400
              SET ACATLG-ERROR  TO TRUE                                 00022500
              MOVE SQLCODE  TO ACATLG-SQLCODE                           00022600
              PERFORM 9999-DB2-ERROR.                                   00022700
      *                                                                 00022800
      *--------------------------------------------------------------*  00022900
      *          CLOSE LEGAL-ORDER BROWSE CURSOR                     *  00023000
      *--------------------------------------------------------------*  00023100
       CLOSE-LGL-CURSOR.                                                00023200
           EXEC SQL                                                     00023300
              CLOSE LGLCSR                                              00023400
           END-EXEC.                                                    00023500
           IF SQLCODE = 0                                               00023600
              SET ACATLG-NORMAL TO TRUE                                 00023700
           ELSE                                                         00023800
              SET ACATLG-ERROR  TO TRUE                                 00023900
              MOVE SQLCODE  TO ACATLG-SQLCODE                           00024000
              PERFORM 9999-DB2-ERROR.                                   00024100
       EJECT                                                            00024200
      *                                                                 00024300
      *--------------------------------------------------------------*  00024400
      *          ADD A LEGAL ORDER - NEXT SEQUENCE FOR THE ACCOUNT.  *  00024500
      *          THE ASSIGNED SEQUENCE IS RETURNED IN ACATLG-LGL-SEQ.*  00024600
      *--------------------------------------------------------------*  00024700
       ADD-LGL-ROW.                                                     00024800
           IF NOT WS-PASSED-TYPE-VALID                                  00024900
           OR WS-PASSED-SRVD-DT = SPACES                                00025000
              SET ACATLG-INVALID TO TRUE                                00025100
           ELSE                                                         00025200
              PERFORM ADD-LGL-NEXT-SEQ                                  00025300
              IF ACATLG-NORMAL                                          00025400
                 PERFORM ADD-LGL-INSERT.                                00025500
      *                                                                 00025600
       ADD-LGL-NEXT-SEQ.                                                00025700
           EXEC SQL                                                     00025800
              SELECT VALUE(MAX(ORDER_SEQ_NBR), 0) + 1                   00025900
                INTO :WS-NEXT-SEQ                                       00026000
                FROM ACATLGLO                                           00026100
               WHERE CLIENT_NBR = :WS-PASSED-CLT                        00026200
                 AND BRANCH_CD  = :WS-PASSED-BRANCH                     00026300
                 AND ACCT_CD    = :WS-PASSED-ACCT                       00026400
           END-EXEC.                                                    00026500
           IF SQLCODE = 0                                               00026600
              SET ACATLG-NORMAL TO TRUE                                 00026700
           ELSE                                                         00026800
              SET ACATLG-ERROR  TO TRUE                                 00026900
              MOVE SQLCODE  TO ACATLG-SQLCODE                           00027000
              PERFORM 9999-DB2-ERROR.                                   00027100
      *                                                                 00027200
       ADD-LGL-INSERT.                                                  00027300
           EXEC SQL                                                     00027400
              INSERT INTO ACATLGLO                                      00027500
                     (CLIENT_NBR                                        00027600
                     ,BRANCH_CD                                         00027700
                     ,ACCT_CD                                           00027800
                     ,ORDER_SEQ_NBR                                     00027900
                     ,ORDER_TYPE_CD                                     00028000
                     ,ISSR_NM                                           00028100
                     ,DCKT_NBR                                          00028200
                     ,RSTRN_AMT                                         00028300
                     ,SRVD_DT                                           00028400
                     ,EXPR_DT                                           00028500
                     ,RLSE_DT                                           00028600
                     ,ORDER_STTS_CD                                     00028700
                     ,CRT_OPER_ID                                       00028800
                     ,CRT_TMSTP                                         00028900
                     ,UPDT_OPER_ID                                      00029000
                     ,UPDT_TMSTP                                        00029100
                     ,PRGM_NM)                                          00029200
              VALUES (:WS-PASSED-CLT                                    00029300
                     ,:WS-PASSED-BRANCH                                 00029400
                     ,:WS-PASSED-ACCT                                   00029500
                     ,:WS-NEXT-SEQ                                      00029600
                     ,:WS-PASSED-TYPE                                   00029700
                     ,:WS-PASSED-ISSUER                                 00029800
                     ,:WS-PASSED-DOCKET                                 00029900
                     ,:WS-PASSED-AMT                                    00030000
                     ,DATE(:WS-PASSED-SRVD-DT)                          00030100
                     ,DATE(NULLIF(:WS-PASSED-EXPR-DT, ' '))             00030200
                     ,NULL                                              00030300
                     ,'A'                                               00030400
                     ,:WS-PASSED-OPER-ID                                00030500
                     ,CURRENT TIMESTAMP                                 00030600
                     ,:WS-PASSED-OPER-ID                                00030700
                     ,CURRENT TIMESTAMP                                 00030800
                     ,'ACATLGDB')                                       00030900
           END-EXEC.                                                    00031000
           IF SQLCODE = 0                                               00031100
              SET ACATLG-NORMAL TO TRUE                                 00031200
              MOVE WS-NEXT-SEQ TO ACATLG-LGL-SEQ                        00031300
           ELSE                                                         00031400
           IF SQLCODE = -803                                            00031500
              SET ACATLG-DUPLICATE TO TRUE                              00031600
           ELSE                                                         00031700
           IF SQLCODE = -180 OR -181                                    00031800
              SET ACATLG-INVALID TO TRUE                                00031900
              MOVE SQLCODE  TO ACATLG-SQLCODE                           00032000
           ELSE                                                         00032100
              SET ACATLG-ERROR  TO TRUE                                 00032200
              MOVE SQLCODE  TO ACATLG-SQLCODE                           00032300
              PERFORM 9999-DB2-ERROR.                                   00032400
      *                                                                 00032500
      *--------------------------------------------------------------*  00032600
      *          UPDATE THE DETAIL OF AN ACTIVE LEGAL ORDER          *  00032700
      *--------------------------------------------------------------*  00032800
       UPDATE-LGL-ROW.                                                  00032900
           IF NOT WS-PASSED-TYPE-VALID                                  00033000
           OR WS-PASSED-SRVD-DT = SPACES                                00033100
              SET ACATLG-INVALID TO TRUE                                00033200
           ELSE                                                         00033300
              PERFORM UPDATE-LGL-ACTIVE.                                00033400
      *                                                                 00033500
       UPDATE-LGL-ACTIVE.                                               00033600
           EXEC SQL                                                     00033700
              UPDATE ACATLGLO                                           00033800
                 SET ORDER_TYPE_CD  = :WS-PASSED-TYPE                   00033900
                    ,ISSR_NM        = :WS-PASSED-ISSUER                 00034000
                    ,DCKT_NBR       = :WS-PASSED-DOCKET                 00034100
                    ,RSTRN_AMT      = :WS-PASSED-AMT                    00034200
                    ,SRVD_DT        = DATE(:WS-PASSED-SRVD-DT)          00034300
                    ,EXPR_DT        = DATE(NULLIF(:WS-PASSED-EXPR-DT,   00034400
                                                  ' '))                 00034500
                    ,UPDT_OPER_ID   = :WS-PASSED-OPER-ID                00034600
                    ,UPDT_TMSTP     = CURRENT TIMESTAMP                 00034700
                    ,PRGM_NM        = 'ACATLGDB'                        00034800
               WHERE CLIENT_NBR    = :WS-PASSED-CLT                     00034900
                 AND BRANCH_CD     = :WS-PASSED-BRANCH                  00035000
                 AND ACCT_CD       = :WS-PASSED-ACCT                    00035100
                 AND ORDER_SEQ_NBR = :WS-PASSED-SEQ                     00035200
                 AND ORDER_STTS_CD = 'A'                                00035300
           END-EXEC.                                                    00035400
           IF SQLCODE = 0                                               00035500
              SET ACATLG-NORMAL TO TRUE                                 00035600
           ELSE                                                         00035700
           IF SQLCODE = +100                                            00035800
              SET ACATLG-NOT-FOUND TO TRUE                              00035900
           ELSE                                                         00036000
           IF SQLCODE = -180 OR -181                                    00036100
              SET ACATLG-INVALID TO TRUE                                00036200
              MOVE SQLCODE  TO ACATLG-SQLCODE                           00036300
           ELSE                                                         00036400
              SET ACATLG-ERROR  TO TRUE                                 00036500
              MOVE SQLCODE  TO ACATLG-SQLCODE                           00036600
              PERFORM 9999-DB2-ERROR.                                   00036700
      *                                                                 00036800
      *--------------------------------------------------------------*  00036900
      *          RELEASE A LEGAL ORDER.  A BLANK RELEASE DATE IS     *  00037000
      *          TAKEN AS TODAY.                                     *  00037100
      *--------------------------------------------------------------*  00037200
       RELEASE-LGL-ROW.                                                 00037300
           EXEC SQL                                                     00037400
              UPDATE ACATLGLO                                           00037500
                 SET RLSE_DT        = DATE(VALUE(NULLIF(                00037600
                                        :WS-PASSED-RLSE-DT, ' '),       00037700
                                        CHAR(CURRENT DATE, ISO)))       00037800
                    ,ORDER_STTS_CD  = 'R'                               00037900
                    ,UPDT_OPER_ID   = :WS-PASSED-OPER-ID                00038000
                    ,UPDT_TMSTP     = CURRENT TIMESTAMP                 00038100
                    ,PRGM_NM        = 'ACATLGDB'                        00038200
               WHERE CLIENT_NBR    = :WS-PASSED-CLT                     00038300
                 AND BRANCH_CD     = :WS-PASSED-BRANCH                  00038400
                 AND ACCT_CD       = :WS-PASSED-ACCT                    00038500
                 AND ORDER_SEQ_NBR = :WS-PASSED-SEQ                     00038600
                 AND ORDER_STTS_CD = 'A'                                00038700
           END-EXEC.                                                    00038800
           IF SQLCODE = 0                                               00038900
              SET ACATLG-NORMAL TO TRUE                                 00039000
           ELSE                                                         00039100
           IF SQLCODE = +100                                            00039200
              SET ACATLG-NOT-FOUND TO TRUE                              00039300
           ELSE                                                         00039400
           IF SQLCODE = -180 OR -181                                    00039500
              SET ACATLG-INVALID TO TRUE                                00039600
              MOVE SQLCODE  TO ACATLG-SQLCODE                           00039700
           ELSE                                                         00039800
              SET ACATLG-ERROR  TO TRUE                                 00039900
              MOVE SQLCODE  TO ACATLG-SQLCODE                           00040000
              PERFORM 9999-DB2-ERROR.                                   00040100
       EJECT                                                            00040200
      *                                                                 00040300
      *--------------------------------------------------------------*  00040400
      *          GET THE LEGAL ORDER FOR AN EXACT KEY                *  00040500
      *--------------------------------------------------------------*  00040600
       GET-LGL-ROW.                                                     00040700
           EXEC SQL                                                     00040800
              SELECT CLIENT_NBR                                         00040900
                    ,BRANCH_CD                                          00041000
                    ,ACCT_CD                                            00041100
                    ,ORDER_SEQ_NBR                                      00041200
                    ,ORDER_TYPE_CD                                      00041300
                    ,ISSR_NM                                            00041400
                    ,DCKT_NBR                                           00041500
                    ,RSTRN_AMT                                          00041600
                    ,CHAR(SRVD_DT, ISO)                                 00041700
                    ,VALUE(CHAR(EXPR_DT, ISO), ' ')                     00041800
                    ,VALUE(CHAR(RLSE_DT, ISO), ' ')                     00041900
                    ,ORDER_STTS_CD                                      00042000
                    ,UPDT_OPER_ID                                       00042100
                INTO :WS-FET-CLT                                        00042200
                    ,:WS-FET-BRANCH                                     00042300
                    ,:WS-FET-ACCT                                       00042400
                    ,:WS-FET-SEQ                                        00042500
                    ,:WS-FET-TYPE                                       00042600
                    ,:WS-FET-ISSUER                                     00042700
                    ,:WS-FET-DOCKET                                     00042800
                    ,:WS-FET-AMT                                        00042900
                    ,:WS-FET-SRVD-DT                                    00043000
                    ,:WS-FET-EXPR-DT                                    00043100
                    ,:WS-FET-RLSE-DT                                    00043200
                    ,:WS-FET-STTS                                       00043300
                    ,:WS-FET-UPDT-OPER-ID                               00043400
                FROM ACATLGLO                                           00043500
               WHERE CLIENT_NBR    = :WS-PASSED-CLT                     00043600
                 AND BRANCH_CD     = :WS-PASSED-BRANCH                  00043700
                 AND ACCT_CD       = :WS-PASSED-ACCT                    00043800
                 AND ORDER_SEQ_NBR = :WS-PASSED-SEQ                     00043900
           END-EXEC.                                                    00044000
           IF SQLCODE = 0                                               00044100
              SET ACATLG-NORMAL  TO TRUE                                00044200
              PERFORM SET-LGL-RET-FLDS                                  00044300
           ELSE                                                         00044400
           IF SQLCODE = +100                                            00044500
              SET ACATLG-NOT-FOUND TO TRUE                              00044600
           ELSE                                                         00044700
              SET ACATLG-ERROR  TO TRUE                                 00044800
              MOVE SQLCODE  TO ACATLG-SQLCODE                           00044900
              PERFORM 9999-DB2-ERROR.                                   00045000
      *                                                                 00045100
      *--------------------------------------------------------------*  00045200
      *          RETURN FETCHED FIELDS TO THE SCREEN                 *  00045300
      *--------------------------------------------------------------*  00045400
       SET-LGL-RET-FLDS.                                                00045500
           MOVE WS-FET-CLT           TO ACATLG-LGL-CLT.                 00045600
           MOVE WS-FET-BRANCH        TO ACATLG-LGL-BRANCH.              00045700
           MOVE WS-FET-ACCT          TO ACATLG-LGL-ACCT.                00045800
           MOVE WS-FET-SEQ           TO ACATLG-LGL-SEQ.                 00045900
           MOVE WS-FET-TYPE          TO ACATLG-LGL-TYPE.                00046000
           MOVE WS-FET-ISSUER        TO ACATLG-LGL-ISSUER.              00046100
           MOVE WS-FET-DOCKET        TO ACATLG-LGL-DOCKET.              00046200
           MOVE WS-FET-AMT           TO ACATLG-LGL-AMT.                 00046300
           MOVE WS-FET-SRVD-DT       TO ACATLG-LGL-SRVD-DT.             00046400
           MOVE WS-FET-EXPR-DT       TO ACATLG-LGL-EXPR-DT.             00046500
           MOVE WS-FET-RLSE-DT       TO ACATLG-LGL-RLSE-DT.             00046600
           MOVE WS-FET-STTS          TO ACATLG-LGL-STTS.                00046700
           MOVE WS-FET-UPDT-OPER-ID  TO ACATLG-LGL-UPDT-OPER-ID.        00046800
      *                                                                 00046900
      *--------------------------------------------------------------*  00047000
      *          DB2 ERROR - LOG AND RETURN ERROR TO THE SCREEN      *  00047100
      *--------------------------------------------------------------*  00047200
       9999-DB2-ERROR.                                                  00047300
           MOVE SPACE      TO WS-ERR-DATA.                              00047400
           SET WS-WRITE-ERROR-TO-LOG TO TRUE.                           00047500
           MOVE EIBTRNID   TO CALLING-TRAN-ID.                          00047600
           MOVE 'ACATLGDB' TO CALLING-PROGRAM-ID.                       00047700
           MOVE SQLCA      TO SQLCA-AREA.                               00047800
           EXEC CICS LINK PROGRAM('FPDB2LOG')                           00047900
                COMMAREA(WS-ERR-DATA)                                   00048000
                LENGTH(LENGTH OF WS-ERR-DATA)                           00048100
                NOHANDLE                                                00048200
           END-EXEC.                                                    00048300
       EJECT                                                            00048400
                                                                        00048500
       HANG-CICS.                                                       00048600
           GOBACK.                                                      00048700
