000001* PDX    - ACATLEDB C0369800 10/15/26 08:12:09 TBTIKUO            00000100
000001* CREATED FOR SSR 114471.  OPERATIONAL LOSS EVENT REGISTER.       00000200
000001* WHEN WE MIS-DELIVER, MISS A CUTOFF OR BOOK THE WRONG AMOUNT,    00000300
000001* THE COST OF THE FIX - MARKET LOSS ON A BUY-IN, A REIMBURSED     00000400
000001* FEE, A CAT674 REVERSAL - WENT STRAIGHT INTO THE GENERAL P&L     00000500
000001* AND OPS RISK COULD NOT SEE THE PATTERN.  THE ACATLOSS DB2       00000600
000001* TABLE HOLDS ONE ROW PER INCIDENT WITH ROOT CAUSE, RESPONSIBLE   00000700
000001* AREA, GROSS LOSS, RECOVERIES AND NET LOSS; ACATLOSX LINKS IT    00000800
000001* TO THE TRANSFER(S) INVOLVED.  A LOSS IS APPROVED FOR BOOKING    00000900
000001* BY AN ENTITLED OPERATOR OTHER THAN THE ONE WHO ENTERED IT.      00001000
000001* THIS DB2 I/O MODULE BACKS THE ENTRY AND REVIEW SCREEN; CAT801   00001100
000001* REPORTS THE MONTH'S LOSSES BY ROOT CAUSE AND AREA.              00001200
       IDENTIFICATION DIVISION.                                         00001300
       PROGRAM-ID.    ACATLEDB.                                         00001400
       AUTHOR.  L. MUREY.                                               00001500
      *REMARKS.                                                         00001600
      ***************************************************************** 00001700
      *   DB2 I/O PROGRAM FOR THE LOSS EVENT SCREEN.  FUNCTIONS:      * 00001800
      *     O/F/C - BROWSE.  SEARCH TYPE S - REVIEW LIST FROM AN      * 00001900
      *             EVENT NUMBER, OPTIONALLY ONE STATUS ONLY;         * 00002000
      *             SEARCH TYPE T - EVENTS LINKED TO A TRANSFER       * 00002100
      *     A     - RECORD AN EVENT AGAINST ITS FIRST TRANSFER (NEXT  * 00002200
      *             EVENT NUMBER, RETURNED IN ACATLE-EVT-NBR)         * 00002300
      *     U     - CHANGE AN EVENT NOT YET REJECTED.  A CHANGED      * 00002400
      *             EVENT GOES BACK FOR APPROVAL.                     * 00002500
      *     V     - APPROVE FOR BOOKING (ENTITLED, AND NOT THE        * 00002600
      *             OPERATOR WHO ENTERED OR LAST CHANGED IT)          * 00002700
      *     J     - REJECT WITH REASON (NOT A LOSS / DUPLICATE)       * 00002800
      *     G     - GET AN EVENT BY EVENT NUMBER                      * 00002900
      *     L / X - LINK / UNLINK A FURTHER TRANSFER                  * 00003000
      *   NET LOSS = GROSS LOSS - RECOVERIES.                         * 00003100
      *   LOSS SOURCE - B BUY-IN MARKET LOSS, F REIMBURSED FEE,       * 00003200
      *   R BOOKING REVERSAL (CAT674), M OTHER MARKET LOSS, O OTHER.  * 00003300
      *   STATUS - O OPEN, A APPROVED FOR BOOKING, J REJECTED.        * 00003400
      ***************************************************************** 00003500
       ENVIRONMENT DIVISION.                                            00003600
       DATA DIVISION.                                                   00003700
       WORKING-STORAGE SECTION.                                         00003800
      *                                                                 00003900
       01  WS-ERR-DATA.                                                 00004000
           03  WS-REQUEST-TYPE                 PIC X(01).               00004100
               88  WS-WRITE-ERROR-TO-LOG           VALUE 'Y'.           00004200
           03  CALLING-TRAN-ID                 PIC X(04).               00004300
           03  CALLING-PROGRAM-ID              PIC X(08).               00004400
           03  SQLCA-AREA                      PIC X(136).              00004500
       01  WS-ACATAUTH            PIC X(08)  VALUE 'ACATAUTH'.          00004600
           COPY CATAUTH REPLACING ==:AUTH:== BY ==AUT==.                00004700
       01  WS-PASSED-DATA-AREA.                                         00004800
           03  WS-PASSED-SRCH-TYPE             PIC X(01).               00004900
               88  WS-PASSED-SRCH-STTS             VALUE 'S'.           00005000
               88  WS-PASSED-SRCH-TFR              VALUE 'T'.           00005100
           03  WS-PASSED-EVT-NBR               PIC S9(09) COMP.         00005200
           03  WS-PASSED-STTS                  PIC X(01).               00005300
           03  WS-PASSED-EVT-DT                PIC X(10).               00005400
           03  WS-PASSED-CAUSE                 PIC X(04).               00005500
               88  WS-PASSED-CAUSE-VALID           VALUE 'MDLV' 'CUTO'  00005600
                                                   'BKAM' 'BKAC' 'DATA' 00005700
                                                   'SYST' 'CNTR' 'PROC' 00005800
                                                   'OTHR'.              00005900
           03  WS-PASSED-AREA                  PIC X(04).               00006000
               88  WS-PASSED-AREA-VALID            VALUE 'ACAT' 'CAGE'  00006100
                                                   'RECN' 'BRCH' 'MRGN' 00006200
                                                   'SYST' 'CNTR' 'OTHR'.00006300
           03  WS-PASSED-SRCE                  PIC X(01).               00006400
               88  WS-PASSED-SRCE-VALID            VALUE 'B' 'F' 'R'    00006500
                                                         'M' 'O'.       00006600
           03  WS-PASSED-GROSS-AMT             PIC S9(13)V99 COMP-3.    00006700
           03  WS-PASSED-RCVRY-AMT             PIC S9(13)V99 COMP-3.    00006800
           03  WS-PASSED-DESC                  PIC X(60).               00006900
           03  WS-PASSED-RSN-TXT               PIC X(30).               00007000
           03  WS-PASSED-LNK-CLT               PIC X(04).               00007100
           03  WS-PASSED-LNK-ACAT-CNTRL        PIC X(14).               00007200
           03  WS-PASSED-OPER-ID               PIC X(08).               00007300
       01  WS-NET-AMT                          PIC S9(13)V99 COMP-3.    00007400
       01  WS-NEXT-EVT-NBR                     PIC S9(09) COMP.         00007500
       01  WS-TFR-CNT                          PIC S9(09) COMP.         00007600
       01  WS-CRT-OPER                         PIC X(08).               00007700
       01  WS-UPDT-OPER                        PIC X(08).               00007800
       01  WS-FETCHED-DATA-AREA.                                        00007900
           03  WS-FET-EVT-NBR                  PIC S9(09) COMP.         00008000
           03  WS-FET-EVT-DT                   PIC X(10).               00008100
           03  WS-FET-CAUSE                    PIC X(04).               00008200
           03  WS-FET-AREA                     PIC X(04).               00008300
           03  WS-FET-SRCE                     PIC X(01).               00008400
           03  WS-FET-GROSS-AMT                PIC S9(13)V99 COMP-3.    00008500
           03  WS-FET-RCVRY-AMT                PIC S9(13)V99 COMP-3.    00008600
           03  WS-FET-NET-AMT                  PIC S9(13)V99 COMP-3.    00008700
           03  WS-FET-DESC                     PIC X(60).               00008800
           03  WS-FET-STTS                     PIC X(01).               00008900
           03  WS-FET-RSN-TXT                  PIC X(30).               00009000
           03  WS-FET-CRT-OPER                 PIC X(08).               00009100
           03  WS-FET-UPDT-OPER                PIC X(08).               00009200
           03  WS-FET-APRV-OPER                PIC X(08).               00009300
           03  WS-FET-APRV-DT                  PIC X(10).               00009400
           03  WS-FET-LNK-CNT                  PIC S9(09) COMP.         00009500
           03  WS-FET-LNK-CLT                  PIC X(04).               00009600
           03  WS-FET-LNK-ACAT                 PIC X(14).               00009700
       EJECT                                                            00009800
      *                                                                 00009900
      *----------------------------------------------------------------*00010000
      *    SQL COMMUNICATION AREA                                      *00010100
      *----------------------------------------------------------------*00010200
           EXEC SQL                                                     00010300
              INCLUDE SQLCA                                             00010400
           END-EXEC.                                                    00010500
       EJECT                                                            00010600
      *                                                                 00010700
      *----------------------------------------------------------------*00010800
      *        REVIEW LIST - FROM AN EVENT NUMBER, ONE STATUS OR ALL   *00010900
      *----------------------------------------------------------------*00011000
           EXEC SQL                                                     00011100
              DECLARE  STSCSR  CURSOR FOR                               00011200
                  SELECT                                                00011300
                     L.LOSS_EVT_NBR                                     00011400
                    ,CHAR(L.EVT_DT, ISO)                                00011500
                    ,L.RT_CAUSE_CD                                      00011600
                    ,L.RSPNS_AREA_CD                                    00011700
                    ,L.LOSS_SRCE_CD                                     00011800
                    ,L.GROSS_LOSS_AMT                                   00011900
                    ,L.RCVRY_AMT                                        00012000
                    ,L.NET_LOSS_AMT                                     00012100
                    ,L.EVT_DESC_TXT                                     00012200
                    ,L.EVT_STTS_CD                                      00012300
                    ,L.RJCT_RSN_TXT                                     00012400
                    ,L.CRT_OPER_ID                                      00012500
                    ,L.UPDT_OPER_ID                                     00012600
                    ,L.APRV_OPER_ID                                     00012700
                    ,VALUE(CHAR(DATE(L.APRV_TMSTP), ISO), ' ')          00012800
                    ,(SELECT COUNT(*)                                   00012900
                        FROM ACATLOSX X                                 00013000
                       WHERE X.LOSS_EVT_NBR = L.LOSS_EVT_NBR)           00013100
                    ,VALUE((SELECT MIN(X.CLIENT_NBR)                    00013200
                              FROM ACATLOSX X                           00013300
                             WHERE X.LOSS_EVT_NBR = L.LOSS_EVT_NBR),    00013400
                           ' ')                                         00013500
                    ,VALUE((SELECT MIN(X.ACAT_CONTROL_NBR)              00013600
                              FROM ACATLOSX X                           00013700
                             WHERE X.LOSS_EVT_NBR = L.LOSS_EVT_NBR),    00013800
                           ' ')                                         00013900
                  FROM                                                  00014000
                     ACATLOSS L                                         00014100
                  WHERE                                                 00014200
                     L.LOSS_EVT_NBR >= :WS-PASSED-EVT-NBR               00014300
                    AND (L.EVT_STTS_CD = :WS-PASSED-STTS                00014400
                     OR  :WS-PASSED-STTS = ' ')                         00014500
                  ORDER BY                                              00014600
                     L.LOSS_EVT_NBR                                     00014700
                  FOR READ ONLY WITH UR                                 00014800
           END-EXEC.                                                    00014900
      *                                                                 00015000
      *----------------------------------------------------------------*00015100
      *        EVENTS LINKED TO ONE TRANSFER, NEWEST FIRST             *00015200
      *----------------------------------------------------------------*00015300
           EXEC SQL                                                     00015400
              DECLARE  TFRCSR  CURSOR FOR                               00015500
                  SELECT                                                00015600
                     L.LOSS_EVT_NBR                                     00015700
                    ,CHAR(L.EVT_DT, ISO)                                00015800
                    ,L.RT_CAUSE_CD                                      00015900
                    ,L.RSPNS_AREA_CD                                    00016000
                    ,L.LOSS_SRCE_CD                                     00016100
                    ,L.GROSS_LOSS_AMT                                   00016200
                    ,L.RCVRY_AMT                                        00016300
                    ,L.NET_LOSS_AMT                                     00016400
                    ,L.EVT_DESC_TXT                                     00016500
                    ,L.EVT_STTS_CD                                      00016600
                    ,L.RJCT_RSN_TXT                                     00016700
                    ,L.CRT_OPER_ID                                      00016800
                    ,L.UPDT_OPER_ID                                     00016900
                    ,L.APRV_OPER_ID                                     00017000
                    ,VALUE(CHAR(DATE(L.APRV_TMSTP), ISO), ' ')          00017100
                    ,(SELECT COUNT(*)                                   00017200
                        FROM ACATLOSX X2                                00017300
                       WHERE X2.LOSS_EVT_NBR = L.LOSS_EVT_NBR)          00017400
                    ,T.CLIENT_NBR                                       00017500
                    ,T.ACAT_CONTROL_NBR                                 00017600
                  FROM                                                  00017700
                     ACATLOSX T                                         00017800
                    ,ACATLOSS L                                         00017900
                  WHERE                                                 00018000
                     T.CLIENT_NBR       = :WS-PASSED-LNK-CLT            00018100
                    AND T.ACAT_CONTROL_NBR = :WS-PASSED-LNK-ACAT-CNTRL  00018200
                    AND L.LOSS_EVT_NBR  = T.LOSS_EVT_NBR                00018300
                  ORDER BY                                              00018400
                     L.LOSS_EVT_NBR DESC                                00018500
                  FOR READ ONLY WITH UR                                 00018600
           END-EXEC.                                                    00018700
       EJECT                                                            00018800
       LINKAGE SECTION.                                                 00018900
       01  DFHCOMMAREA.                                                 00019000
      *    ACATLEIO - LOSS EVENT REGISTER COMMAREA                      00019100
           03  ACATLE-FUNCTION                 PIC X(01).               00019200
               88  ACATLE-OPN-CSR                  VALUE 'O'.           00019300
               88  ACATLE-FET-CSR                  VALUE 'F'.           00019400
               88  ACATLE-CLO-CSR                  VALUE 'C'.           00019500
               88  ACATLE-ADD-EVT                  VALUE 'A'.           00019600
               88  ACATLE-UPD-EVT                  VALUE 'U'.           00019700
               88  ACATLE-APRV-EVT                 VALUE 'V'.           00019800
               88  ACATLE-RJCT-EVT                 VALUE 'J'.           00019900
               88  ACATLE-GET-EVT                  VALUE 'G'.           00020000
               88  ACATLE-LINK-TFR                 VALUE 'L'.           00020100
               88  ACATLE-UNLINK-TFR               VALUE 'X'.           00020200
           03  ACATLE-RETURN-CD                PIC X(01).               00020300
               88  ACATLE-NORMAL                   VALUE '0'.           00020400
               88  ACATLE-NOT-FOUND                VALUE '1'.           00020500
               88  ACATLE-DUPLICATE                VALUE '2'.           00020600
               88  ACATLE-INVALID                  VALUE '3'.           00020700
               88  ACATLE-NOT-AUTH                 VALUE '4'.           00020800
               88  ACATLE-ERROR                    VALUE '9'.           00020900
           03  ACATLE-SQLCODE                  PIC S9(05).              00021000
           03  ACATLE-PASS-FLDS.                                        00021100
               05  ACATLE-PASS-SRCH-TYPE       PIC X(01).               00021200
               05  ACATLE-PASS-EVT-NBR         PIC S9(09) COMP.         00021300
               05  ACATLE-PASS-STTS            PIC X(01).               00021400
               05  ACATLE-PASS-EVT-DT          PIC X(10).               00021500
               05  ACATLE-PASS-CAUSE           PIC X(04).               00021600
               05  ACATLE-PASS-AREA            PIC X(04).               00021700
               05  ACATLE-PASS-SRCE            PIC X(01).               00021800
               05  ACATLE-PASS-GROSS-AMT       PIC S9(13)V99 COMP-3.    00021900
               05  ACATLE-PASS-RCVRY-AMT       PIC S9(13)V99 COMP-3.    00022000
               05  ACATLE-PASS-DESC            PIC X(60).               00022100
               05  ACATLE-PASS-RSN-TXT         PIC X(30).               00022200
               05  ACATLE-PASS-LNK-CLT         PIC X(04).               00022300
               05  ACATLE-PASS-LNK-ACAT-CNTRL  PIC X(14).               00022400
               05  ACATLE-PASS-OPER-ID         PIC X(08).               00022500
           03  ACATLE-EVT-DATA.                                         00022600
               05  ACATLE-EVT-NBR              PIC 9(09).               00022700
               05  ACATLE-EVT-DT               PIC X(10).               00022800
               05  ACATLE-EVT-CAUSE            PIC X(04).               00022900
               05  ACATLE-EVT-AREA             PIC X(04).               00023000
               05  ACATLE-EVT-SRCE             PIC X(01).               00023100
               05  ACATLE-EVT-GROSS-AMT        PIC S9(13)V99 COMP-3.    00023200
               05  ACATLE-EVT-RCVRY-AMT        PIC S9(13)V99 COMP-3.    00023300
               05  ACATLE-EVT-NET-AMT          PIC S9(13)V99 COMP-3.    00023400
               05  ACATLE-EVT-DESC             PIC X(60).               00023500
               05  ACATLE-EVT-STTS             PIC X(01).               00023600
                   88  ACATLE-EVT-OPEN             VALUE 'O'.           00023700
                   88  ACATLE-EVT-APPROVED         VALUE 'A'.           00023800
                   88  ACATLE-EVT-REJECTED         VALUE 'J'.           00023900
               05  ACATLE-EVT-RSN-TXT          PIC X(30).               00024000
               05  ACATLE-EVT-CRT-OPER         PIC X(08).               00024100
               05  ACATLE-EVT-UPDT-OPER        PIC X(08).               00024200
               05  ACATLE-EVT-APRV-OPER        PIC X(08).               00024300
               05  ACATLE-EVT-APRV-DT          PIC X(10).               00024400
               05  ACATLE-EVT-LNK-CNT          PIC 9(03).               00024500
               05  ACATLE-EVT-LNK-CLT          PIC X(04).               00024600
               05  ACATLE-EVT-LNK-ACAT         PIC X(14).               00024700
       EJECT                                                            00024800
      *                                                                 00024900
       PROCEDURE DIVISION.                                              00025000
           MOVE ACATLE-PASS-FLDS TO WS-PASSED-DATA-AREA.                00025100
      *                                                                 00025200
           EVALUATE TRUE                                                00025300
              WHEN ACATLE-OPN-CSR                                       00025400
                   PERFORM OPEN-EVT-CURSOR THRU OPEN-EVT-CURSOR-EXIT    00025500
              WHEN ACATLE-FET-CSR                                       00025600
                   PERFORM FETCH-EVT-CURSOR                             00025700
              WHEN ACATLE-CLO-CSR                                       00025800
                   PERFORM CLOSE-EVT-CURSOR                             00025900
              WHEN ACATLE-ADD-EVT                                       00026000
                   PERFORM ADD-EVT-ROW THRU ADD-EVT-ROW-EXIT            00026100
              WHEN ACATLE-UPD-EVT                                       00026200
                   PERFORM UPDATE-EVT-ROW THRU UPDATE-EVT-ROW-EXIT      00026300
              WHEN ACATLE-APRV-EVT                                      00026400
                   PERFORM APPROVE-EVT-ROW THRU APPROVE-EVT-ROW-EXIT    00026500
              WHEN ACATLE-RJCT-EVT                                      00026600
                   PERFORM REJECT-EVT-ROW THRU REJECT-EVT-ROW-EXIT      00026700
              WHEN ACATLE-GET-EVT                                       00026800
                   PERFORM GET-EVT-ROW                                  00026900
              WHEN ACATLE-LINK-TFR                                      00027000
                   PERFORM LINK-TFR-ROW THRU LINK-TFR-ROW-EXIT          00027100
              WHEN ACATLE-UNLINK-TFR                                    00027200
                   PERFORM UNLINK-TFR-ROW                               00027300
           END-EVALUATE.                                                00027400
                                                                        00027500
           EXEC CICS RETURN                                             00027600
           END-EXEC.                                                    00027700
       EJECT                                                            00027800
      *                                                                 00027900
      *--------------------------------------------------------------*  00028000
      *          OPEN EVENT BROWSE CURSOR FOR THE SEARCH TYPE        *  00028100
      *--------------------------------------------------------------*  00028200
       OPEN-EVT-CURSOR.                                                 00028300
           IF WS-PASSED-SRCH-STTS                                       00028400
              EXEC SQL                                                  00028500
                 OPEN STSCSR                                            00028600
              END-EXEC                                                  00028700
           ELSE                                                         00028800
           IF WS-PASSED-SRCH-TFR                                        00028900
              EXEC SQL                                                  00029000
                 OPEN TFRCSR                                            00029100
              END-EXEC                                                  00029200
           ELSE                                                         00029300
              SET ACATLE-INVALID TO TRUE                                00029400
              GO TO OPEN-EVT-CURSOR-EXIT.                               00029500
           IF SQLCODE = 0                                               00029600
              SET ACATLE-NORMAL TO TRUE                                 00029700
           ELSE                                                         00029800
              SET ACATLE-ERROR  TO TRUE                                 00029900
              MOVE SQLCODE  TO ACATLE-SQLCODE                           00030000
              PERFORM 9999-DB2-ERROR.                                   00030100
       OPEN-EVT-CURSOR-EXIT.                                            00030200
           EXIT.                                                        00030300
      *                                                                 00030400
      *--------------------------------------------------------------*  00030500
      *          FETCH EVENT BROWSE CURSOR                           *  00030600
      *--------------------------------------------------------------*  00030700
       FETCH-EVT-CURSOR.                                                00030800
           IF WS-PASSED-SRCH-STTS                                       00030900
              EXEC SQL                                                  00031000
                 FETCH                                                  00031100
                     STSCSR                                             00031200
                 INTO                                                   00031300
                     :WS-FET-EVT-NBR,                                   00031400
                     :WS-FET-EVT-DT,                                    00031500
                     :WS-FET-CAUSE,                                     00031600
                     :WS-FET-AREA,                                      00031700
                     :WS-FET-SRCE,                                      00031800
                     :WS-FET-GROSS-AMT,                                 00031900
                     :WS-FET-RCVRY-AMT,                                 00032000
                     :WS-FET-NET-AMT,                                   00032100
                     :WS-FET-DESC,                                      00032200
                     :WS-FET-STTS,                                      00032300
                     :WS-FET-RSN-TXT,                                   00032400
                     :WS-FET-CRT-OPER,                                  00032500
                     :WS-FET-UPDT-OPER,                                 00032600
                     :WS-FET-APRV-OPER,                                 00032700
                     :WS-FET-APRV-DT,                                   00032800
                     :WS-FET-LNK-CNT,                                   00032900
                     :WS-FET-LNK-CLT,                                   00033000
                     :WS-FET-LNK-ACAT                                   00033100
              END-EXEC                                                  00033200
           ELSE                                                         00033300
              EXEC SQL                                                  00033400
                 FETCH                                                  00033500
                     TFRCSR                                             00033600
                 INTO                                                   00033700
                     :WS-FET-EVT-NBR,                                   00033800
                     :WS-FET-EVT-DT,                                    00033900
                     :WS-FET-CAUSE,                                     00034000
                     :WS-FET-AREA,                                      00034100
                     :WS-FET-SRCE,                                      00034200
                     :WS-FET-GROSS-AMT,                                 00034300
                     :WS-FET-RCVRY-AMT,                                 00034400
                     :WS-FET-NET-AMT,                                   00034500
                     :WS-FET-DESC,                                      00034600
                     :WS-FET-STTS,                                      00034700
                     :WS-FET-RSN-TXT,                                   00034800
                     :WS-FET-CRT-OPER,                                  00034900
                     :WS-FET-UPDT-OPER,                                 00035000
                     :WS-FET-APRV-OPER,                                 00035100
                     :WS-FET-APRV-DT,                                   00035200
                     :WS-FET-LNK-CNT,                                   00035300
                     :WS-FET-LNK-CLT,                                   00035400
                     :WS-FET-LNK-ACAT                                   00035500
              END-EXEC                                                  00035600
           END-IF.                                                      00035700
           IF SQLCODE = 0                                               00035800
              SET ACATLE-NORMAL  TO TRUE                                00035900
              PERFORM SET-EVT-RET-FLDS                                  00036000
           ELSE                                                         00036100
           IF SQLCODE = +100                                            00036200
              SET ACATLE-NOT-FOUND TO TRUE                              00036300
           ELSE                                                         00036400
              SET ACATLE-ERROR  TO TRUE                                 00036500
              MOVE SQLCODE  TO ACATLE-SQLCODE                           00036600
              PERFORM 9999-DB2-ERROR.                                   00036700
      *                                                                 00036800
      *--------------------------------------------------------------*  00036900
      *          CLOSE EVENT BROWSE CURSOR                           *  00037000
      *--------------------------------------------------------------*  00037100
       CLOSE-EVT-CURSOR.                                                00037200
           IF WS-PASSED-SRCH-STTS                                       00037300
              EXEC SQL                                                  00037400
                 CLOSE STSCSR                                           00037500
              END-EXEC                                                  00037600
           ELSE                                                         00037700
              EXEC SQL                                                  00037800
                 CLOSE TFRCSR                                           00037900
              END-EXEC                                                  00038000
           END-IF.                                                      00038100
           IF SQLCODE = 0                                               00038200
              SET ACATLE-NORMAL TO TRUE                                 00038300
           ELSE                                                         00038400
              SET ACATLE-ERROR  TO TRUE                                 00038500
              MOVE SQLCODE  TO ACATLE-SQLCODE                           00038600
              PERFORM 9999-DB2-ERROR.                                   00038700
       EJECT                                                            00038800
      *                                                                 00038900
      *--------------------------------------------------------------*  00039000
      *          RECORD A LOSS EVENT AGAINST THE FIRST TRANSFER      *  00039100
      *          INVOLVED - NEXT EVENT NUMBER.  THE EVENT AND ITS    *  00039200
      *          FIRST LINK ARE ONE UNIT OF WORK.                    *  00039300
      *--------------------------------------------------------------*  00039400
       ADD-EVT-ROW.                                                     00039500
           PERFORM EDIT-EVT-FLDS.                                       00039600
           IF ACATLE-INVALID                                            00039700
              GO TO ADD-EVT-ROW-EXIT                                    00039800
           END-IF.                                                      00039900
                                                                        00040000
           PERFORM CHECK-TFR-EXISTS THRU CHECK-TFR-EXISTS-EXIT.         00040100
           IF NOT ACATLE-NORMAL                                         00040200
              GO TO ADD-EVT-ROW-EXIT                                    00040300
           END-IF.                                                      00040400
                                                                        00040500
           EXEC SQL                                                     00040600
              SELECT VALUE(MAX(LOSS_EVT_NBR), 0) + 1                    00040700
                INTO :WS-NEXT-EVT-NBR                                   00040800
                FROM ACATLOSS                                           00040900
           END-EXEC.                                                    00041000
           IF SQLCODE NOT = 0                                           00041100
              SET ACATLE-ERROR  TO TRUE                                 00041200
              MOVE SQLCODE  TO ACATLE-SQLCODE                           00041300
              PERFORM 9999-DB2-ERROR                                    00041400
              GO TO ADD-EVT-ROW-EXIT                                    00041500
           END-IF.                                                      00041600
                                                                        00041700
           EXEC SQL                                                     00041800
              INSERT INTO ACATLOSS                                      00041900
                     (LOSS_EVT_NBR                                      00042000
                     ,EVT_DT                                            00042100
                     ,RT_CAUSE_CD                                       00042200
                     ,RSPNS_AREA_CD                                     00042300
                     ,LOSS_SRCE_CD                                      00042400
                     ,GROSS_LOSS_AMT                                    00042500
                     ,RCVRY_AMT                                         00042600
                     ,NET_LOSS_AMT                                      00042700
                     ,EVT_DESC_TXT                                      00042800
                     ,EVT_STTS_CD                                       00042900
                     ,RJCT_RSN_TXT                                      00043000
                     ,CRT_OPER_ID                                       00043100
                     ,CRT_TMSTP                                         00043200
                     ,UPDT_OPER_ID                                      00043300
                     ,UPDT_TMSTP                                        00043400
                     ,APRV_OPER_ID                                      00043500
                     ,APRV_TMSTP                                        00043600
                     ,PRGM_NM)                                          00043700
              VALUES (:WS-NEXT-EVT-NBR                                  00043800
                     ,DATE(:WS-PASSED-EVT-DT)                           00043900
                     ,:WS-PASSED-CAUSE                                  00044000
                     ,:WS-PASSED-AREA                                   00044100
                     ,:WS-PASSED-SRCE                                   00044200
                     ,:WS-PASSED-GROSS-AMT                              00044300
                     ,:WS-PASSED-RCVRY-AMT                              00044400
                     ,:WS-NET-AMT                                       00044500
                     ,:WS-PASSED-DESC                                   00044600
                     ,'O'                                               00044700
                     ,' '                                               00044800
                     ,:WS-PASSED-OPER-ID                                00044900
                     ,CURRENT TIMESTAMP                                 00045000
                     ,:WS-PASSED-OPER-ID                                00045100
                     ,CURRENT TIMESTAMP                                 00045200
                     ,' '                                               00045300
                     ,NULL                                              00045400
                     ,'ACATLEDB')                                       00045500
           END-EXEC.                                                    00045600
           IF SQLCODE = -803                                            00045700
              SET ACATLE-DUPLICATE TO TRUE                              00045800
              GO TO ADD-EVT-ROW-EXIT                                    00045900
           END-IF.                                                      00046000
           IF SQLCODE = -180 OR -181                                    00046100
              SET ACATLE-INVALID TO TRUE                                00046200
              MOVE SQLCODE  TO ACATLE-SQLCODE                           00046300
              GO TO ADD-EVT-ROW-EXIT                                    00046400
           END-IF.                                                      00046500
           IF SQLCODE NOT = 0                                           00046600
              SET ACATLE-ERROR  TO TRUE                                 00046700
              MOVE SQLCODE  TO ACATLE-SQLCODE                           00046800
              PERFORM 9999-DB2-ERROR                                    00046900
              GO TO ADD-EVT-ROW-EXIT                                    00047000
           END-IF.                                                      00047100
                                                                        00047200
           MOVE WS-NEXT-EVT-NBR   TO WS-PASSED-EVT-NBR                  00047300
                                     ACATLE-EVT-NBR.                    00047400
           PERFORM INSERT-LINK-ROW.                                     00047500
           IF ACATLE-ERROR                                              00047600
              EXEC CICS SYNCPOINT ROLLBACK                              00047700
              END-EXEC                                                  00047800
           END-IF.                                                      00047900
       ADD-EVT-ROW-EXIT.                                                00048000
           EXIT.                                                        00048100
      *                                                                 00048200
      *--------------------------------------------------------------*  00048300
      *          CHANGE AN OPEN OR APPROVED EVENT.  A CHANGED EVENT  *  00048400
      *          GOES BACK FOR APPROVAL.                             *  00048500
      *--------------------------------------------------------------*  00048600
       UPDATE-EVT-ROW.                                                  00048700
           PERFORM EDIT-EVT-FLDS.                                       00048800
           IF ACATLE-INVALID                                            00048900
              GO TO UPDATE-EVT-ROW-EXIT                                 00049000
           END-IF.                                                      00049100
                                                                        00049200
           EXEC SQL                                                     00049300
              UPDATE ACATLOSS                                           00049400
                 SET EVT_DT         = DATE(:WS-PASSED-EVT-DT)           00049500
                    ,RT_CAUSE_CD    = :WS-PASSED-CAUSE                  00049600
                    ,RSPNS_AREA_CD  = :WS-PASSED-AREA                   00049700
                    ,LOSS_SRCE_CD   = :WS-PASSED-SRCE                   00049800
                    ,GROSS_LOSS_AMT = :WS-PASSED-GROSS-AMT              00049900
                    ,RCVRY_AMT      = :WS-PASSED-RCVRY-AMT              00050000
                    ,NET_LOSS_AMT   = :WS-NET-AMT                       00050100
                    ,EVT_DESC_TXT   = :WS-PASSED-DESC                   00050200
                    ,EVT_STTS_CD    = 'O'                               00050300
                    ,APRV_OPER_ID   = ' '                               00050400
                    ,APRV_TMSTP     = NULL                              00050500
                    ,UPDT_OPER_ID   = :WS-PASSED-OPER-ID                00050600
                    ,UPDT_TMSTP     = CURRENT TIMESTAMP                 00050700
                    ,PRGM_NM        = 'ACATLEDB'                        00050800
               WHERE LOSS_EVT_NBR   = :WS-PASSED-EVT-NBR                00050900
                 AND EVT_STTS_CD   IN ('O', 'A')                        00051000
           END-EXEC.                                                    00051100
           IF SQLCODE = 0                                               00051200
              SET ACATLE-NORMAL TO TRUE                                 00051300
           ELSE                                                         00051400
           IF SQLCODE = +100                                            00051500
              SET ACATLE-NOT-FOUND TO TRUE                              00051600
           ELSE                                                         00051700
           IF SQLCODE = -180 OR -181                                    00051800
              SET ACATLE-INVALID TO TRUE                                00051900
              MOVE SQLCODE  TO ACATLE-SQLCODE                           00052000
           ELSE                                                         00052100
              SET ACATLE-ERROR  TO TRUE                                 00052200
              MOVE SQLCODE  TO ACATLE-SQLCODE                           00052300
              PERFORM 9999-DB2-ERROR.                                   00052400
       UPDATE-EVT-ROW-EXIT.                                             00052500
           EXIT.                                                        00052600
       EJECT                                                            00052700
      *                                                                 00052800
      *--------------------------------------------------------------*  00052900
      *          APPROVE AN OPEN EVENT FOR BOOKING.  THE APPROVER    *  00053000
      *          MUST BE ENTITLED AND MUST NOT HAVE ENTERED OR LAST  *  00053100
      *          CHANGED THE EVENT.                                  *  00053200
      *--------------------------------------------------------------*  00053300
       APPROVE-EVT-ROW.                                                 00053400
           MOVE SPACES            TO AUT-PARAMETERS.                    00053500
           MOVE WS-PASSED-OPER-ID TO AUT-USER-ID.                       00053600
           MOVE 'ACATLEAP'        TO AUT-FUNC-CD.                       00053700
           CALL WS-ACATAUTH    USING AUT-PARAMETERS.                    00053800
           IF NOT AUT-ALLOWED                                           00053900
              SET ACATLE-NOT-AUTH  TO TRUE                              00054000
              GO TO APPROVE-EVT-ROW-EXIT                                00054100
           END-IF.                                                      00054200
                                                                        00054300
           EXEC SQL                                                     00054400
              SELECT  CRT_OPER_ID                                       00054500
                     ,UPDT_OPER_ID                                      00054600
                INTO :WS-CRT-OPER                                       00054700
                    ,:WS-UPDT-OPER                                      00054800
                FROM  ACATLOSS                                          00054900
               WHERE  LOSS_EVT_NBR = :WS-PASSED-EVT-NBR                 00055000
                 AND  EVT_STTS_CD  = 'O'                                00055100
           END-EXEC.                                                    00055200
           EVALUATE SQLCODE                                             00055300
              WHEN +100                                                 00055400
                 SET ACATLE-NOT-FOUND  TO TRUE                          00055500
                 GO TO APPROVE-EVT-ROW-EXIT                             00055600
              WHEN +0                                                   00055700
                 CONTINUE                                               00055800
              WHEN OTHER                                                00055900
                 SET ACATLE-ERROR  TO TRUE                              00056000
                 MOVE SQLCODE  TO ACATLE-SQLCODE                        00056100
                 PERFORM 9999-DB2-ERROR                                 00056200
                 GO TO APPROVE-EVT-ROW-EXIT                             00056300
           END-EVALUATE.                                                00056400
                                                                        00056500
           IF WS-CRT-OPER  = WS-PASSED-OPER-ID                          00056600
           OR WS-UPDT-OPER = WS-PASSED-OPER-ID                          00056700
              SET ACATLE-NOT-AUTH  TO TRUE                              00056800
              GO TO APPROVE-EVT-ROW-EXIT                                00056900
           END-IF.                                                      00057000
                                                                        00057100
           EXEC SQL                                                     00057200
              UPDATE ACATLOSS                                           00057300
                 SET EVT_STTS_CD    = 'A'                               00057400
                    ,APRV_OPER_ID   = :WS-PASSED-OPER-ID                00057500
                    ,APRV_TMSTP     = CURRENT TIMESTAMP                 00057600
                    ,PRGM_NM        = 'ACATLEDB'                        00057700
               WHERE LOSS_EVT_NBR   = :WS-PASSED-EVT-NBR                00057800
                 AND EVT_STTS_CD    = 'O'                               00057900
           END-EXEC.                                                    00058000
           IF SQLCODE = 0                                               00058100
              SET ACATLE-NORMAL TO TRUE                                 00058200
           ELSE                                                         00058300
           IF SQLCODE = +100                                            00058400
              SET ACATLE-NOT-FOUND TO TRUE                              00058500
           ELSE                                                         00058600
              SET ACATLE-ERROR  TO TRUE                                 00058700
              MOVE SQLCODE  TO ACATLE-SQLCODE                           00058800
              PERFORM 9999-DB2-ERROR.                                   00058900
       APPROVE-EVT-ROW-EXIT.                                            00059000
           EXIT.                                                        00059100
      *                                                                 00059200
      *--------------------------------------------------------------*  00059300
      *          REJECT AN EVENT - NOT A LOSS, OR A DUPLICATE        *  00059400
      *--------------------------------------------------------------*  00059500
       REJECT-EVT-ROW.                                                  00059600
           MOVE SPACES            TO AUT-PARAMETERS.                    00059700
           MOVE WS-PASSED-OPER-ID TO AUT-USER-ID.                       00059800
           MOVE 'ACATLEAP'        TO AUT-FUNC-CD.                       00059900
           CALL WS-ACATAUTH    USING AUT-PARAMETERS.                    00060000
           IF NOT AUT-ALLOWED                                           00060100
              SET ACATLE-NOT-AUTH  TO TRUE                              00060200
              GO TO REJECT-EVT-ROW-EXIT                                 00060300
           END-IF.                                                      00060400
                                                                        00060500
           IF WS-PASSED-RSN-TXT = SPACES                                00060600
              SET ACATLE-INVALID TO TRUE                                00060700
              GO TO REJECT-EVT-ROW-EXIT                                 00060800
           END-IF.                                                      00060900
                                                                        00061000
           EXEC SQL                                                     00061100
              UPDATE ACATLOSS                                           00061200
                 SET EVT_STTS_CD    = 'J'                               00061300
                    ,RJCT_RSN_TXT   = :WS-PASSED-RSN-TXT                00061400
                    ,APRV_OPER_ID   = :WS-PASSED-OPER-ID                00061500
                    ,APRV_TMSTP     = CURRENT TIMESTAMP                 00061600
                    ,PRGM_NM        = 'ACATLEDB'                        00061700
               WHERE LOSS_EVT_NBR   = :WS-PASSED-EVT-NBR                00061800
                 AND EVT_STTS_CD   IN ('O', 'A')                        00061900
           END-EXEC.                                                    00062000
           IF SQLCODE = 0                                               00062100
              SET ACATLE-NORMAL TO TRUE                                 00062200
           ELSE                                                         00062300
           IF SQLCODE = +100                                            00062400
              SET ACATLE-NOT-FOUND TO TRUE                              00062500
           ELSE                                                         00062600
              SET ACATLE-ERROR  TO TRUE                                 00062700
              MOVE SQLCODE  TO ACATLE-SQLCODE                           00062800
              PERFORM 9999-DB2-ERROR.                                   00062900
       REJECT-EVT-ROW-EXIT.                                             00063000
           EXIT.                                                        00063100
       EJECT                                                            00063200
      *                                                                 00063300
      *--------------------------------------------------------------*  00063400
      *          GET AN EVENT BY EVENT NUMBER                        *  00063500
      *--------------------------------------------------------------*  00063600
       GET-EVT-ROW.                                                     00063700
           EXEC SQL                                                     00063800
              SELECT L.LOSS_EVT_NBR                                     00063900
                    ,CHAR(L.EVT_DT, ISO)                                00064000
                    ,L.RT_CAUSE_CD                                      00064100
                    ,L.RSPNS_AREA_CD                                    00064200
                    ,L.LOSS_SRCE_CD                                     00064300
                    ,L.GROSS_LOSS_AMT                                   00064400
                    ,L.RCVRY_AMT                                        00064500
                    ,L.NET_LOSS_AMT                                     00064600
                    ,L.EVT_DESC_TXT                                     00064700
                    ,L.EVT_STTS_CD                                      00064800
                    ,L.RJCT_RSN_TXT                                     00064900
                    ,L.CRT_OPER_ID                                      00065000
                    ,L.UPDT_OPER_ID                                     00065100
                    ,L.APRV_OPER_ID                                     00065200
                    ,VALUE(CHAR(DATE(L.APRV_TMSTP), ISO), ' ')          00065300
                    ,(SELECT COUNT(*)                                   00065400
                        FROM ACATLOSX X                                 00065500
                       WHERE X.LOSS_EVT_NBR = L.LOSS_EVT_NBR)           00065600
                    ,VALUE((SELECT MIN(X.CLIENT_NBR)                    00065700
                              FROM ACATLOSX X                           00065800
                             WHERE X.LOSS_EVT_NBR = L.LOSS_EVT_NBR),    00065900
                           ' ')                                         00066000
                    ,VALUE((SELECT MIN(X.ACAT_CONTROL_NBR)              00066100
                              FROM ACATLOSX X                           00066200
                             WHERE X.LOSS_EVT_NBR = L.LOSS_EVT_NBR),    00066300
                           ' ')                                         00066400
                INTO :WS-FET-EVT-NBR                                    00066500
                    ,:WS-FET-EVT-DT                                     00066600
                    ,:WS-FET-CAUSE                                      00066700
                    ,:WS-FET-AREA                                       00066800
                    ,:WS-FET-SRCE                                       00066900
                    ,:WS-FET-GROSS-AMT                                  00067000
                    ,:WS-FET-RCVRY-AMT                                  00067100
                    ,:WS-FET-NET-AMT                                    00067200
                    ,:WS-FET-DESC                                       00067300
                    ,:WS-FET-STTS                                       00067400
                    ,:WS-FET-RSN-TXT                                    00067500
                    ,:WS-FET-CRT-OPER                                   00067600
                    ,:WS-FET-UPDT-OPER                                  00067700
                    ,:WS-FET-APRV-OPER                                  00067800
                    ,:WS-FET-APRV-DT                                    00067900
                    ,:WS-FET-LNK-CNT                                    00068000
                    ,:WS-FET-LNK-CLT                                    00068100
                    ,:WS-FET-LNK-ACAT                                   00068200
                FROM ACATLOSS L                                         00068300
               WHERE L.LOSS_EVT_NBR = :WS-PASSED-EVT-NBR                00068400
           END-EXEC.                                                    00068500
           IF SQLCODE = 0                                               00068600
              SET ACATLE-NORMAL  TO TRUE                                00068700
              PERFORM SET-EVT-RET-FLDS                                  00068800
           ELSE                                                         00068900
           IF SQLCODE = +100                                            00069000
              SET ACATLE-NOT-FOUND TO TRUE                              00069100
           ELSE                                                         00069200
              SET ACATLE-ERROR  TO TRUE                                 00069300
              MOVE SQLCODE  TO ACATLE-SQLCODE                           00069400
              PERFORM 9999-DB2-ERROR.                                   00069500
      *                                                                 00069600
      *--------------------------------------------------------------*  00069700
      *          LINK A FURTHER TRANSFER TO AN EVENT NOT REJECTED    *  00069800
      *--------------------------------------------------------------*  00069900
       LINK-TFR-ROW.                                                    00070000
           PERFORM CHECK-TFR-EXISTS THRU CHECK-TFR-EXISTS-EXIT.         00070100
           IF NOT ACATLE-NORMAL                                         00070200
              GO TO LINK-TFR-ROW-EXIT                                   00070300
           END-IF.                                                      00070400
                                                                        00070500
           EXEC SQL                                                     00070600
              SELECT  COUNT(*)                                          00070700
                INTO :WS-TFR-CNT                                        00070800
                FROM  ACATLOSS                                          00070900
               WHERE  LOSS_EVT_NBR = :WS-PASSED-EVT-NBR                 00071000
                 AND  EVT_STTS_CD IN ('O', 'A')                         00071100
           END-EXEC.                                                    00071200
           IF SQLCODE NOT = 0                                           00071300
              SET ACATLE-ERROR  TO TRUE                                 00071400
              MOVE SQLCODE  TO ACATLE-SQLCODE                           00071500
              PERFORM 9999-DB2-ERROR                                    00071600
              GO TO LINK-TFR-ROW-EXIT                                   00071700
           END-IF.                                                      00071800
           IF WS-TFR-CNT = 0                                            00071900
              SET ACATLE-NOT-FOUND TO TRUE                              00072000
              GO TO LINK-TFR-ROW-EXIT                                   00072100
           END-IF.                                                      00072200
                                                                        00072300
           PERFORM INSERT-LINK-ROW.                                     00072400
       LINK-TFR-ROW-EXIT.                                               00072500
           EXIT.                                                        00072600
      *                                                                 00072700
      *--------------------------------------------------------------*  00072800
      *          UNLINK A TRANSFER.  THE LAST LINK IS KEPT - EVERY   *  00072900
      *          EVENT STAYS RECORDED AGAINST AT LEAST ONE TRANSFER. *  00073000
      *--------------------------------------------------------------*  00073100
       UNLINK-TFR-ROW.                                                  00073200
           EXEC SQL                                                     00073300
              DELETE FROM ACATLOSX                                      00073400
               WHERE LOSS_EVT_NBR     = :WS-PASSED-EVT-NBR              00073500
                 AND CLIENT_NBR       = :WS-PASSED-LNK-CLT              00073600
                 AND ACAT_CONTROL_NBR = :WS-PASSED-LNK-ACAT-CNTRL       00073700
                 AND EXISTS                                             00073800
                     (SELECT 1                                          00073900
                        FROM ACATLOSX X                                 00074000
                       WHERE X.LOSS_EVT_NBR = :WS-PASSED-EVT-NBR        00074100
                         AND (X.CLIENT_NBR <> :WS-PASSED-LNK-CLT        00074200
                          OR  X.ACAT_CONTROL_NBR                        00074300
                                 <> :WS-PASSED-LNK-ACAT-CNTRL))         00074400
           END-EXEC.                                                    00074500
           IF SQLCODE = 0                                               00074600
              SET ACATLE-NORMAL TO TRUE                                 00074700
           ELSE                                                         00074800
           IF SQLCODE = +100                                            00074900
              SET ACATLE-NOT-FOUND TO TRUE                              00075000
           ELSE                                                         00075100
              SET ACATLE-ERROR  TO TRUE                                 00075200
              MOVE SQLCODE  TO ACATLE-SQLCODE                           00075300
              PERFORM 9999-DB2-ERROR.                                   00075400
       EJECT                                                            00075500
      *                                                                 00075600
      *--------------------------------------------------------------*  00075700
      *          EDIT THE EVENT FIELDS AND DERIVE THE NET LOSS.      *  00075800
      *          RECOVERIES CANNOT EXCEED THE GROSS LOSS.            *  00075900
      *--------------------------------------------------------------*  00076000
       EDIT-EVT-FLDS.                                                   00076100
           SET ACATLE-NORMAL TO TRUE.                                   00076200
           IF WS-PASSED-EVT-DT = SPACES                                 00076300
           OR NOT WS-PASSED-CAUSE-VALID                                 00076400
           OR NOT WS-PASSED-AREA-VALID                                  00076500
           OR NOT WS-PASSED-SRCE-VALID                                  00076600
           OR WS-PASSED-GROSS-AMT NOT > 0                               00076700
           OR WS-PASSED-RCVRY-AMT < 0                                   00076800
           OR WS-PASSED-RCVRY-AMT > WS-PASSED-GROSS-AMT                 00076900
              SET ACATLE-INVALID TO TRUE                                00077000
           ELSE                                                         00077100
              COMPUTE WS-NET-AMT = WS-PASSED-GROSS-AMT                  00077200
                                 - WS-PASSED-RCVRY-AMT.                 00077300
      *                                                                 00077400
      *--------------------------------------------------------------*  00077500
      *          THE TRANSFER MUST EXIST - STILL OPEN ON VTRNFR OR   *  00077600
      *          ALREADY ARCHIVED TO VTRNHSTY.                       *  00077700
      *--------------------------------------------------------------*  00077800
       CHECK-TFR-EXISTS.                                                00077900
           IF WS-PASSED-LNK-CLT = SPACES                                00078000
           OR WS-PASSED-LNK-ACAT-CNTRL = SPACES                         00078100
              SET ACATLE-INVALID TO TRUE                                00078200
              GO TO CHECK-TFR-EXISTS-EXIT                               00078300
           END-IF.                                                      00078400
                                                                        00078500
           EXEC SQL                                                     00078600
              SELECT  COUNT(*)                                          00078700
                INTO :WS-TFR-CNT                                        00078800
                FROM  VTRNFR                                            00078900
               WHERE  CLIENT_NBR       = :WS-PASSED-LNK-CLT             00079000
                 AND  ACAT_CONTROL_NBR = :WS-PASSED-LNK-ACAT-CNTRL      00079100
           END-EXEC.                                                    00079200
           IF SQLCODE = 0 AND WS-TFR-CNT = 0                            00079300
              EXEC SQL                                                  00079400
                 SELECT  COUNT(*)                                       00079500
                   INTO :WS-TFR-CNT                                     00079600
                   FROM  VTRNHSTY                                       00079700
                  WHERE  CLIENT_NBR       = :WS-PASSED-LNK-CLT          00079800
                    AND  ACAT_CONTROL_NBR = :WS-PASSED-LNK-ACAT-CNTRL   00079900
              END-EXEC                                                  00080000
           END-IF.                                                      00080100
           IF SQLCODE NOT = 0                                           00080200
              SET ACATLE-ERROR  TO TRUE                                 00080300
              MOVE SQLCODE  TO ACATLE-SQLCODE                           00080400
              PERFORM 9999-DB2-ERROR                                    00080500
           ELSE                                                         00080600
           IF WS-TFR-CNT = 0                                            00080700
              SET ACATLE-NOT-FOUND TO TRUE                              00080800
           ELSE                                                         00080900
              SET ACATLE-NORMAL TO TRUE.                                00081000
       CHECK-TFR-EXISTS-EXIT.                                           00081100
           EXIT.                                                        00081200
      *                                                                 00081300
      *--------------------------------------------------------------*  00081400
      *          INSERT ONE EVENT-TO-TRANSFER LINK                   *  00081500
      *--------------------------------------------------------------*  00081600
       INSERT-LINK-ROW.                                                 00081700
           EXEC SQL                                                     00081800
              INSERT INTO ACATLOSX                                      00081900
                     (LOSS_EVT_NBR                                      00082000
                     ,CLIENT_NBR                                        00082100
                     ,ACAT_CONTROL_NBR                                  00082200
                     ,CRT_OPER_ID                                       00082300
                     ,CRT_TMSTP)                                        00082400
              VALUES (:WS-PASSED-EVT-NBR                                00082500
                     ,:WS-PASSED-LNK-CLT                                00082600
                     ,:WS-PASSED-LNK-ACAT-CNTRL                         00082700
                     ,:WS-PASSED-OPER-ID                                00082800
                     ,CURRENT TIMESTAMP)                                00082900
           END-EXEC.                                                    00083000
           IF SQLCODE = 0                                               00083100
              SET ACATLE-NORMAL TO TRUE                                 00083200
           ELSE                                                         00083300
           IF SQLCODE = -803                                            00083400
              SET ACATLE-DUPLICATE TO TRUE                              00083500
           ELSE                                                         00083600
              SET ACATLE-ERROR  TO TRUE                                 00083700
              MOVE SQLCODE  TO ACATLE-SQLCODE                           00083800
              PERFORM 9999-DB2-ERROR.                                   00083900
      *                                                                 00084000
      *--------------------------------------------------------------*  00084100
      *          RETURN FETCHED FIELDS TO THE SCREEN                 *  00084200
      *--------------------------------------------------------------*  00084300
       SET-EVT-RET-FLDS.                                                00084400
           MOVE WS-FET-EVT-NBR       TO ACATLE-EVT-NBR.                 00084500
           MOVE WS-FET-EVT-DT        TO ACATLE-EVT-DT.                  00084600
           MOVE WS-FET-CAUSE         TO ACATLE-EVT-CAUSE.               00084700
           MOVE WS-FET-AREA          TO ACATLE-EVT-AREA.                00084800
           MOVE WS-FET-SRCE          TO ACATLE-EVT-SRCE.                00084900
           MOVE WS-FET-GROSS-AMT     TO ACATLE-EVT-GROSS-AMT.           00085000
           MOVE WS-FET-RCVRY-AMT     TO ACATLE-EVT-RCVRY-AMT.           00085100
           MOVE WS-FET-NET-AMT       TO ACATLE-EVT-NET-AMT.             00085200
           MOVE WS-FET-DESC          TO ACATLE-EVT-DESC.                00085300
           MOVE WS-FET-STTS          TO ACATLE-EVT-STTS.                00085400
           MOVE WS-FET-RSN-TXT       TO ACATLE-EVT-RSN-TXT.             00085500
           MOVE WS-FET-CRT-OPER      TO ACATLE-EVT-CRT-OPER.            00085600
           MOVE WS-FET-UPDT-OPER     TO ACATLE-EVT-UPDT-OPER.           00085700
           MOVE WS-FET-APRV-OPER     TO ACATLE-EVT-APRV-OPER.           00085800
           MOVE WS-FET-APRV-DT       TO ACATLE-EVT-APRV-DT.             00085900
           MOVE WS-FET-LNK-CNT       TO ACATLE-EVT-LNK-CNT.             00086000
           MOVE WS-FET-LNK-CLT       TO ACATLE-EVT-LNK-CLT.             00086100
           MOVE WS-FET-LNK-ACAT      TO ACATLE-EVT-LNK-ACAT.            00086200
      *                                                                 00086300
      *--------------------------------------------------------------*  00086400
      *          DB2 ERROR - LOG AND RETURN ERROR TO THE SCREEN      *  00086500
      *--------------------------------------------------------------*  00086600
       9999-DB2-ERROR.                                                  00086700
           MOVE SPACE      TO WS-ERR-DATA.                              00086800
           SET WS-WRITE-ERROR-TO-LOG TO TRUE.                           00086900
           MOVE EIBTRNID   TO CALLING-TRAN-ID.                          00087000
           MOVE 'ACATLEDB' TO CALLING-PROGRAM-ID.                       00087100
           MOVE SQLCA      TO SQLCA-AREA.                               00087200
           EXEC CICS LINK PROGRAM('FPDB2LOG')                           00087300
                COMMAREA(WS-ERR-DATA)                                   00087400
                LENGTH(LENGTH OF WS-ERR-DATA)                           00087500
                NOHANDLE                                                00087600
           END-EXEC.                                                    00087700
       EJECT                                                            00087800
                                                                        00087900
       HANG-CICS.                                                       00088000
           GOBACK.                                                      00088100
