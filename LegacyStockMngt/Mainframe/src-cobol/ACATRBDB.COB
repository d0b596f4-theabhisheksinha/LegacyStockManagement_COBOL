000001* PDX    - ACATRBDB C0369769 10/09/26 09:05:44 TBTIKUO            00000100
000001* CREATED FOR SSR 114442.  TRANSFER-FEE REIMBURSEMENT CLAIMS.     00000200
000001* WE REIMBURSE NEW CUSTOMERS THE TRANSFER-OUT FEE THEIR OLD FIRM  00000300
000001* CHARGED, BUT EACH REIMBURSEMENT WAS A MANUAL JOURNAL WITH NO    00000400
000001* LINK TO THE TRANSFER.  THIS DB2 I/O MODULE BACKS THE CLAIM      00000500
000001* SCREEN: A CLAIM IS TAKEN AGAINST A RECEIVED ACAT CONTROL        00000600
000001* NUMBER WITH THE CONTRA FEE AMOUNT AND PROOF-RECEIVED FLAG,      00000700
000001* AND APPROVED OR REJECTED BY AN ENTITLED OPERATOR.  CAT760       00000800
000001* CHECKS APPROVED CLAIMS AGAINST THE VCLNTPRO PROFILE AND THE     00000900
000001* SETTLED TRANSFER AND BOOKS THEM AS FERB FEE CREDITS.            00001000
       IDENTIFICATION DIVISION.                                         00001100
       PROGRAM-ID.    ACATRBDB.                                         00001200
       AUTHOR.  L. MUREY.                                               00001300
      *REMARKS.                                                         00001400
      ***************************************************************** 00001500
      *   DB2 I/O PROGRAM FOR THE FEE REIMBURSEMENT SCREEN.           * 00001600
      *   FUNCTIONS:                                                  * 00001700
      *     O/F/C - BROWSE CURSOR BY CLIENT/CONTROL NUMBER            * 00001800
      *     A     - ADD A CLAIM (TRANSFER MUST BE ONE WE RECEIVED)    * 00001900
      *     U     - CHANGE AMOUNT/PROOF FLAG BEFORE IT IS BOOKED      * 00002000
      *     V     - APPROVE (NOT BY THE OPERATOR WHO TOOK THE CLAIM)  * 00002100
      *     J     - REJECT WITH REASON                                * 00002200
      *     G     - GET THE CLAIM FOR A CONTROL NUMBER                * 00002300
      *   CLAIM STATUS - P PENDING, A APPROVED, B BOOKED (PAID),      * 00002400
      *   J REJECTED.                                                 * 00002500
      ***************************************************************** 00002600
       ENVIRONMENT DIVISION.                                            00002700
       DATA DIVISION.                                                   00002800
       WORKING-STORAGE SECTION.                                         00002900
      *                                                                 00003000
       01  WS-ERR-DATA.                                                 00003100
           03  WS-REQUEST-TYPE                 PIC X(01).               00003200
               88  WS-WRITE-ERROR-TO-LOG           VALUE 'Y'.           00003300
           03  CALLING-TRAN-ID                 PIC X(04).               00003400
           03  CALLING-PROGRAM-ID              PIC X(08).               00003500
           03  SQLCA-AREA                      PIC X(136).              00003600
       01  WS-ACATAUTH            PIC X(08)  VALUE 'ACATAUTH'.          00003700
           COPY CATAUTH REPLACING ==:AUTH:== BY ==AUT==.                00003800
       01  WS-PASSED-DATA-AREA.                                         00003900
           03  WS-PASSED-CLT                   PIC X(04).               00004000
           03  WS-PASSED-ACAT-CNTRL            PIC X(14).               00004100
           03  WS-PASSED-FEE-AMT               PIC S9(07)V99 COMP-3.    00004200
           03  WS-PASSED-PROOF-IND             PIC X(01).               00004300
               88  WS-PASSED-PROOF-VALID           VALUE 'Y' 'N'.       00004400
           03  WS-PASSED-RSN-TXT               PIC X(30).               00004500
           03  WS-PASSED-OPER-ID               PIC X(08).               00004600
       01  WS-TFR-AREA.                                                 00004700
           03  WS-TFR-SIDE                     PIC X(01).               00004800
               88  WS-TFR-RECEIVED                 VALUE 'R'.           00004900
           03  WS-TFR-BRANCH                   PIC X(03).               00005000
           03  WS-TFR-ACCT                     PIC X(05).               00005100
           03  WS-TFR-DLVR-NBR                 PIC X(04).               00005200
       01  WS-FETCHED-DATA-AREA.                                        00005300
           03  WS-FET-CLT                      PIC X(04).               00005400
           03  WS-FET-ACAT-CNTRL               PIC X(14).               00005500
           03  WS-FET-BRANCH                   PIC X(03).               00005600
           03  WS-FET-ACCT                     PIC X(05).               00005700
           03  WS-FET-CNTRA-NBR                PIC X(04).               00005800
           03  WS-FET-FEE-AMT                  PIC S9(07)V99 COMP-3.    00005900
           03  WS-FET-PROOF-IND                PIC X(01).               00006000
           03  WS-FET-STTS                     PIC X(01).               00006100
           03  WS-FET-PAID-AMT                 PIC S9(07)V99 COMP-3.    00006200
           03  WS-FET-BOOK-DT                  PIC X(10).               00006300
           03  WS-FET-RSN-TXT                  PIC X(30).               00006400
           03  WS-FET-CRT-OPER                 PIC X(08).               00006500
           03  WS-FET-APRV-OPER                PIC X(08).               00006600
       01  WS-CRT-OPER                         PIC X(08).               00006700
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
      *        CLAIM BROWSE CURSOR BY CLIENT/CONTROL NUMBER            *00007900
      *----------------------------------------------------------------*00008000
           EXEC SQL                                                     00008100
              DECLARE  RMBCSR  CURSOR FOR                               00008200
                  SELECT                                                00008300
                     CLIENT_NBR                                         00008400
                    ,ACAT_CONTROL_NBR                                   00008500
                    ,BRANCH_CD                                          00008600
                    ,ACCT_CD                                            00008700
                    ,CNTRA_NBR                                          00008800
                    ,CNTRA_FEE_AMT                                      00008900
                    ,PROOF_RCVD_IND                                     00009000
                    ,CLM_STTS_CD                                        00009100
                    ,PAID_AMT                                           00009200
                    ,VALUE(CHAR(BOOK_DT, ISO), ' ')                     00009300
                    ,RJCT_RSN_TXT                                       00009400
                    ,CRT_OPER_ID                                        00009500
                    ,APRV_OPER_ID                                       00009600
                  FROM                                                  00009700
                     ACATRMBC                                           00009800
                  WHERE                                                 00009900
                     CLIENT_NBR        = :WS-PASSED-CLT                 00010000
                    AND ACAT_CONTROL_NBR >= :WS-PASSED-ACAT-CNTRL       00010100
                  ORDER BY                                              00010200
                     ACAT_CONTROL_NBR                                   00010300
                  FOR READ ONLY WITH UR                                 00010400
           END-EXEC.                                                    00010500
       EJECT                                                            00010600
       LINKAGE SECTION.                                                 00010700
       01  DFHCOMMAREA.                                                 00010800
      *    ACATRBIO - FEE REIMBURSEMENT CLAIM COMMAREA                  00010900
           03  ACATRB-FUNCTION                 PIC X(01).               00011000
               88  ACATRB-OPN-RMBCSR               VALUE 'O'.           00011100
               88  ACATRB-FET-RMBCSR               VALUE 'F'.           00011200
               88  ACATRB-CLO-RMBCSR               VALUE 'C'.           00011300
               88  ACATRB-ADD-CLM                  VALUE 'A'.           00011400
               88  ACATRB-UPD-CLM                  VALUE 'U'.           00011500
               88  ACATRB-APRV-CLM                 VALUE 'V'.           00011600
               88  ACATRB-RJCT-CLM                 VALUE 'J'.           00011700
               88  ACATRB-GET-CLM                  VALUE 'G'.           00011800
           03  ACATRB-RETURN-CD                PIC X(01).               00011900
               88  ACATRB-NORMAL                   VALUE '0'.           00012000
               88  ACATRB-NOT-FOUND                VALUE '1'.           00012100
               88  ACATRB-DUPLICATE                VALUE '2'.           00012200
               88  ACATRB-INVALID                  VALUE '3'.           00012300
               88  ACATRB-NOT-AUTH                 VALUE '4'.           00012400
               88  ACATRB-ERROR                    VALUE '9'.           00012500
           03  ACATRB-SQLCODE                  PIC S9(05).              00012600
           03  ACATRB-PASS-FLDS.                                        00012700
               05  ACATRB-PASS-CLT             PIC X(04).               00012800
               05  ACATRB-PASS-ACAT-CNTRL      PIC X(14).               00012900
               05  ACATRB-PASS-FEE-AMT         PIC S9(07)V99 COMP-3.    00013000
               05  ACATRB-PASS-PROOF-IND       PIC X(01).               00013100
               05  ACATRB-PASS-RSN-TXT         PIC X(30).               00013200
               05  ACATRB-PASS-OPER-ID         PIC X(08).               00013300
           03  ACATRB-CLM-DATA.                                         00013400
               05  ACATRB-CLM-CLT              PIC X(04).               00013500
               05  ACATRB-CLM-ACAT-CNTRL       PIC X(14).               00013600
               05  ACATRB-CLM-BRANCH           PIC X(03).               00013700
               05  ACATRB-CLM-ACCT             PIC X(05).               00013800
               05  ACATRB-CLM-CNTRA-NBR        PIC X(04).               00013900
               05  ACATRB-CLM-FEE-AMT          PIC S9(07)V99 COMP-3.    00014000
               05  ACATRB-CLM-PROOF-IND        PIC X(01).               00014100
               05  ACATRB-CLM-STTS             PIC X(01).               00014200
               05  ACATRB-CLM-PAID-AMT         PIC S9(07)V99 COMP-3.    00014300
               05  ACATRB-CLM-BOOK-DT          PIC X(10).               00014400
               05  ACATRB-CLM-RSN-TXT          PIC X(30).               00014500
               05  ACATRB-CLM-CRT-OPER         PIC X(08).               00014600
               05  ACATRB-CLM-APRV-OPER        PIC X(08).               00014700
       EJECT                                                            00014800
      *                                                                 00014900
       PROCEDURE DIVISION.                                              00015000
           MOVE ACATRB-PASS-FLDS TO WS-PASSED-DATA-AREA.                00015100
      *                                                                 00015200
           EVALUATE TRUE                                                00015300
              WHEN ACATRB-OPN-RMBCSR                                    00015400
                   PERFORM OPEN-RMB-CURSOR                              00015500
              WHEN ACATRB-FET-RMBCSR                                    00015600
                   PERFORM FETCH-RMB-CURSOR                             00015700
              WHEN ACATRB-CLO-RMBCSR                                    00015800
                   PERFORM CLOSE-RMB-CURSOR                             00015900
              WHEN ACATRB-ADD-CLM                                       00016000
                   PERFORM ADD-CLM-ROW THRU ADD-CLM-ROW-EXIT            00016100
              WHEN ACATRB-UPD-CLM                                       00016200
                   PERFORM UPDATE-CLM-ROW THRU UPDATE-CLM-ROW-EXIT      00016300
              WHEN ACATRB-APRV-CLM                                      00016400
                   PERFORM APPROVE-CLM-ROW THRU APPROVE-CLM-ROW-EXIT    00016500
              WHEN ACATRB-RJCT-CLM                                      00016600
                   PERFORM REJECT-CLM-ROW THRU REJECT-CLM-ROW-EXIT      00016700
              WHEN ACATRB-GET-CLM                                       00016800
                   PERFORM GET-CLM-ROW                                  00016900
           END-EVALUATE.                                                00017000
                                                                        00017100
           EXEC CICS RETURN                                             00017200
           END-EXEC.                                                    00017300
       EJECT                                                            00017400
      *                                                                 00017500
      *--------------------------------------------------------------*  00017600
      *          OPEN CLAIM BROWSE CURSOR                            *  00017700
      *--------------------------------------------------------------*  00017800
       OPEN-RMB-CURSOR.                                                 00017900
           EXEC SQL                                                     00018000
              OPEN RMBCSR                                               00018100
           END-EXEC.                                                    00018200
           IF SQLCODE = 0                                               00018300
              SET ACATRB-NORMAL TO TRUE                                 00018400
           ELSE                                                         00018500
              SET ACATRB-ERROR  TO TRUE                                 00018600
              MOVE SQLCODE  TO ACATRB-SQLCODE                           00018700
              PERFORM 9999-DB2-ERROR.                                   00018800
      *                                                                 00018900
      *--------------------------------------------------------------*  00019000
      *          FETCH CLAIM BROWSE CURSOR                           *  00019100
      *--------------------------------------------------------------*  00019200
       FETCH-RMB-CURSOR.                                                00019300
           EXEC SQL                                                     00019400
              FETCH                                                     00019500
                  RMBCSR                                                00019600
              INTO                                                      00019700
                  :WS-FET-CLT,                                          00019800
                  :WS-FET-ACAT-CNTRL,                                   00019900
                  :WS-FET-BRANCH,                                       00020000
                  :WS-FET-ACCT,                                         00020100
                  :WS-FET-CNTRA-NBR,                                    00020200
                  :WS-FET-FEE-AMT,                                      00020300
                  :WS-FET-PROOF-IND,                                    00020400
                  :WS-FET-STTS,                                         00020500
                  :WS-FET-PAID-AMT,                                     00020600
                  :WS-FET-BOOK-DT,                                      00020700
                  :WS-FET-RSN-TXT,                                      00020800
                  :WS-FET-CRT-OPER,                                     00020900
                  :WS-FET-APRV-OPER                                     00021000
           END-EXEC.                                                    00021100
           IF SQLCODE = 0                                               00021200
              SET ACATRB-NORMAL  TO TRUE                                00021300
              PERFORM SET-CLM-RET-FLDS                                  00021400
           ELSE                                                         00021500
           IF SQLCODE = +100                                            00021600
              SET ACATRB-NOT-FOUND TO TRUE                              00021700
           ELSE                                                         00021800
              SET ACATRB-ERROR  TO TRUE                                 00021900
              MOVE SQLCODE  TO ACATRB-SQLCODE                           00022000
              PERFORM 9999-DB2-ERROR.                                   00022100
      *                                                                 00022200
      *--------------------------------------------------------------*  00022300
      *          CLOSE CLAIM BROWSE CURSOR                           *  00022400
      *--------------------------------------------------------------*  00022500
       CLOSE-RMB-CURSOR.                                                00022600
           EXEC SQL                                                     00022700
              CLOSE RMBCSR                                              00022800
           END-EXEC.                                                    00022900
           IF SQLCODE = 0                                               00023000
              SET ACATRB-NORMAL TO TRUE                                 00023100
           ELSE                                                         00023200
              SET ACATRB-ERROR  TO TRUE                                 00023300
              MOVE SQLCODE  TO ACATRB-SQLCODE                           00023400
              PERFORM 9999-DB2-ERROR.                                   00023500
       EJECT                                                            00023600
      *                                                                 00023700
      *--------------------------------------------------------------*  00023800
      *          ADD A CLAIM.  THE CONTROL NUMBER MUST BE A TRANSFER *  00023900
      *          WE RECEIVED - STILL OPEN ON VTRNFR OR ALREADY       *  00024000
      *          ARCHIVED TO VTRNHSTY AFTER SETTLEMENT.              *  00024100
      *--------------------------------------------------------------*  00024200
       ADD-CLM-ROW.                                                     00024300
           IF WS-PASSED-FEE-AMT NOT > 0                                 00024400
           OR NOT WS-PASSED-PROOF-VALID                                 00024500
              SET ACATRB-INVALID TO TRUE                                00024600
              GO TO ADD-CLM-ROW-EXIT                                    00024700
           END-IF.                                                      00024800
                                                                        00024900
           EXEC SQL                                                     00025000
              SELECT  DSTBN_SIDE_CD                                     00025100
                     ,BRANCH_CD                                         00025200
                     ,ACCT_CD                                           00025300
                     ,DLVR_NBR                                          00025400
                INTO :WS-TFR-SIDE                                       00025500
                    ,:WS-TFR-BRANCH                                     00025600
                    ,:WS-TFR-ACCT                                       00025700
                    ,:WS-TFR-DLVR-NBR                                   00025800
                FROM  VTRNFR                                            00025900
               WHERE  CLIENT_NBR       = :WS-PASSED-CLT                 00026000
                 AND  ACAT_CONTROL_NBR = :WS-PASSED-ACAT-CNTRL          00026100
           END-EXEC.                                                    00026200
           IF SQLCODE = +100                                            00026300
              EXEC SQL                                                  00026400
                 SELECT  DSTBN_SIDE_CD                                  00026500
                        ,BRANCH_CD                                      00026600
                        ,ACCT_CD                                        00026700
                        ,DLVR_NBR                                       00026800
                   INTO :WS-TFR-SIDE                                    00026900
                       ,:WS-TFR-BRANCH                                  00027000
                       ,:WS-TFR-ACCT                                    00027100
                       ,:WS-TFR-DLVR-NBR                                00027200
                   FROM  VTRNHSTY                                       00027300
                  WHERE  CLIENT_NBR       = :WS-PASSED-CLT              00027400
                    AND  ACAT_CONTROL_NBR = :WS-PASSED-ACAT-CNTRL       00027500
              END-EXEC                                                  00027600
           END-IF.                                                      00027700
           EVALUATE SQLCODE                                             00027800
              WHEN +100                                                 00027900
                 SET ACATRB-NOT-FOUND  TO TRUE                          00028000
                 GO TO ADD-CLM-ROW-EXIT                                 00028100
              WHEN +0                                                   00028200
                 CONTINUE                                               00028300
              WHEN OTHER                                                00028400
                 SET ACATRB-ERROR  TO TRUE                              00028500
                 MOVE SQLCODE  TO ACATRB-SQLCODE                        00028600
                 PERFORM 9999-DB2-ERROR                                 00028700
                 GO TO ADD-CLM-ROW-EXIT                                 00028800
           END-EVALUATE.                                                00028900
                                                                        00029000
           IF NOT WS-TFR-RECEIVED                                       00029100
              SET ACATRB-INVALID TO TRUE                                00029200
              GO TO ADD-CLM-ROW-EXIT                                    00029300
           END-IF.                                                      00029400
                                                                        00029500
           EXEC SQL                                                     00029600
              INSERT INTO ACATRMBC                                      00029700
                     (CLIENT_NBR                                        00029800
                     ,ACAT_CONTROL_NBR                                  00029900
                     ,BRANCH_CD                                         00030000
                     ,ACCT_CD                                           00030100
                     ,CNTRA_NBR                                         00030200
                     ,CNTRA_FEE_AMT                                     00030300
                     ,PROOF_RCVD_IND                                    00030400
                     ,CLM_STTS_CD                                       00030500
                     ,PAID_AMT                                          00030600
                     ,BOOK_DT                                           00030700
                     ,RJCT_RSN_TXT                                      00030800
                     ,CRT_OPER_ID                                       00030900
                     ,CRT_TMSTP                                         00031000
                     ,APRV_OPER_ID                                      00031100
                     ,APRV_TMSTP                                        00031200
                     ,UPDT_TMSTP                                        00031300
                     ,PRGM_NM)                                          00031400
              VALUES (:WS-PASSED-CLT                                    00031500
                     ,:WS-PASSED-ACAT-CNTRL                             00031600
                     ,:WS-TFR-BRANCH                                    00031700
                     ,:WS-TFR-ACCT                                      00031800
                     ,:WS-TFR-DLVR-NBR                                  00031900
                     ,:WS-PASSED-FEE-AMT                                00032000
                     ,:WS-PASSED-PROOF-IND                              00032100
                     ,'P'                                               00032200
                     ,0                                                 00032300
                     ,NULL                                              00032400
                     ,' '                                               00032500
                     ,:WS-PASSED-OPER-ID                                00032600
                     ,CURRENT TIMESTAMP                                 00032700
                     ,' '                                               00032800
                     ,NULL                                              00032900
                     ,CURRENT TIMESTAMP                                 00033000
                     ,'ACATRBDB')                                       00033100
           END-EXEC.                                                    00033200
           IF SQLCODE = 0                                               00033300
              SET ACATRB-NORMAL TO TRUE                                 00033400
           ELSE                                                         00033500
           IF SQLCODE = -803                                            00033600
              SET ACATRB-DUPLICATE TO TRUE                              00033700
           ELSE                                                         00033800
              SET ACATRB-ERROR  TO TRUE                                 00033900
              MOVE SQLCODE  TO ACATRB-SQLCODE                           00034000
              PERFORM 9999-DB2-ERROR.                                   00034100
       ADD-CLM-ROW-EXIT.                                                00034200
           EXIT.                                                        00034300
      *                                                                 00034400
      *--------------------------------------------------------------*  00034500
      *          CHANGE AMOUNT OR PROOF FLAG ON AN UNBOOKED CLAIM.   *  00034600
      *          A CHANGED CLAIM GOES BACK FOR APPROVAL.             *  00034700
      *--------------------------------------------------------------*  00034800
       UPDATE-CLM-ROW.                                                  00034900
           IF WS-PASSED-FEE-AMT NOT > 0                                 00035000
           OR NOT WS-PASSED-PROOF-VALID                                 00035100
              SET ACATRB-INVALID TO TRUE                                00035200
              GO TO UPDATE-CLM-ROW-EXIT                                 00035300
           END-IF.                                                      00035400
                                                                        00035500
           EXEC SQL                                                     00035600
              UPDATE ACATRMBC                                           00035700
                 SET CNTRA_FEE_AMT  = :WS-PASSED-FEE-AMT                00035800
                    ,PROOF_RCVD_IND = :WS-PASSED-PROOF-IND              00035900
                    ,CLM_STTS_CD    = 'P'                               00036000
                    ,CRT_OPER_ID    = :WS-PASSED-OPER-ID                00036100
                    ,APRV_OPER_ID   = ' '                               00036200
                    ,APRV_TMSTP     = NULL                              00036300
                    ,UPDT_TMSTP     = CURRENT TIMESTAMP                 00036400
                    ,PRGM_NM        = 'ACATRBDB'                        00036500
               WHERE CLIENT_NBR       = :WS-PASSED-CLT                  00036600
                 AND ACAT_CONTROL_NBR = :WS-PASSED-ACAT-CNTRL           00036700
                 AND CLM_STTS_CD     IN ('P', 'A')                      00036800
           END-EXEC.                                                    00036900
           IF SQLCODE = 0                                               00037000
              SET ACATRB-NORMAL TO TRUE                                 00037100
           ELSE                                                         00037200
           IF SQLCODE = +100                                            00037300
              SET ACATRB-NOT-FOUND TO TRUE                              00037400
           ELSE                                                         00037500
              SET ACATRB-ERROR  TO TRUE                                 00037600
              MOVE SQLCODE  TO ACATRB-SQLCODE                           00037700
              PERFORM 9999-DB2-ERROR.                                   00037800
       UPDATE-CLM-ROW-EXIT.                                             00037900
           EXIT.                                                        00038000
       EJECT                                                            00038100
      *                                                                 00038200
      *--------------------------------------------------------------*  00038300
      *          APPROVE A PENDING CLAIM.  THE APPROVER MUST BE      *  00038400
      *          ENTITLED AND NOT THE OPERATOR WHO TOOK IT.          *  00038500
      *--------------------------------------------------------------*  00038600
       APPROVE-CLM-ROW.                                                 00038700
           MOVE SPACES            TO AUT-PARAMETERS.                    00038800
           MOVE WS-PASSED-OPER-ID TO AUT-USER-ID.                       00038900
           MOVE 'ACATRBAP'        TO AUT-FUNC-CD.                       00039000
           CALL WS-ACATAUTH    USING AUT-PARAMETERS.                    00039100
           IF NOT AUT-ALLOWED                                           00039200
              SET ACATRB-NOT-AUTH  TO TRUE                              00039300
              GO TO APPROVE-CLM-ROW-EXIT                                00039400
           END-IF.                                                      00039500
                                                                        00039600
           EXEC SQL                                                     00039700
              SELECT  CRT_OPER_ID                                       00039800
                INTO :WS-CRT-OPER                                       00039900
                FROM  ACATRMBC                                          00040000
               WHERE  CLIENT_NBR       = :WS-PASSED-CLT                 00040100
                 AND  ACAT_CONTROL_NBR = :WS-PASSED-ACAT-CNTRL          00040200
                 AND  CLM_STTS_CD      = 'P'                            00040300
           END-EXEC.                                                    00040400
           EVALUATE SQLCODE                                             00040500
              WHEN +100                                                 00040600
                 SET ACATRB-NOT-FOUND  TO TRUE                          00040700
                 GO TO APPROVE-CLM-ROW-EXIT                             00040800
              WHEN +0                                                   00040900
                 CONTINUE                                               00041000
              WHEN OTHER                                                00041100
                 SET ACATRB-ERROR  TO TRUE                              00041200
                 MOVE SQLCODE  TO ACATRB-SQLCODE                        00041300
                 PERFORM 9999-DB2-ERROR                                 00041400
                 GO TO APPROVE-CLM-ROW-EXIT                             00041500
           END-EVALUATE.                                                00041600
                                                                        00041700
           IF WS-CRT-OPER = WS-PASSED-OPER-ID                           00041800
              SET ACATRB-NOT-AUTH  TO TRUE                              00041900
              GO TO APPROVE-CLM-ROW-EXIT                                00042000
           END-IF.                                                      00042100
                                                                        00042200
           EXEC SQL                                                     00042300
              UPDATE ACATRMBC                                           00042400
                 SET CLM_STTS_CD    = 'A'                               00042500
                    ,APRV_OPER_ID   = :WS-PASSED-OPER-ID                00042600
                    ,APRV_TMSTP     = CURRENT TIMESTAMP                 00042700
                    ,UPDT_TMSTP     = CURRENT TIMESTAMP                 00042800
                    ,PRGM_NM        = 'ACATRBDB'                        00042900
               WHERE CLIENT_NBR       = :WS-PASSED-CLT                  00043000
                 AND ACAT_CONTROL_NBR = :WS-PASSED-ACAT-CNTRL           00043100
                 AND CLM_STTS_CD      = 'P'                             00043200
           END-EXEC.                                                    00043300
           IF SQLCODE = 0                                               00043400
              SET ACATRB-NORMAL TO TRUE                                 00043500
           ELSE                                                         00043600
           IF SQLCODE = +100                                            00043700
              SET ACATRB-NOT-FOUND TO TRUE                              00043800
           ELSE                                                         00043900
              SET ACATRB-ERROR  TO TRUE                                 00044000
              MOVE SQLCODE  TO ACATRB-SQLCODE                           00044100
              PERFORM 9999-DB2-ERROR.                                   00044200
       APPROVE-CLM-ROW-EXIT.                                            00044300
           EXIT.                                                        00044400
      *                                                                 00044500
      *--------------------------------------------------------------*  00044600
      *          REJECT A CLAIM NOT YET BOOKED                       *  00044700
      *--------------------------------------------------------------*  00044800
       REJECT-CLM-ROW.                                                  00044900
           MOVE SPACES            TO AUT-PARAMETERS.                    00045000
           MOVE WS-PASSED-OPER-ID TO AUT-USER-ID.                       00045100
           MOVE 'ACATRBAP'        TO AUT-FUNC-CD.                       00045200
           CALL WS-ACATAUTH    USING AUT-PARAMETERS.                    00045300
           IF NOT AUT-ALLOWED                                           00045400
              SET ACATRB-NOT-AUTH  TO TRUE                              00045500
              GO TO REJECT-CLM-ROW-EXIT                                 00045600
           END-IF.                                                      00045700
                                                                        00045800
           IF WS-PASSED-RSN-TXT = SPACES                                00045900
              SET ACATRB-INVALID TO TRUE                                00046000
              GO TO REJECT-CLM-ROW-EXIT                                 00046100
           END-IF.                                                      00046200
                                                                        00046300
           EXEC SQL                                                     00046400
              UPDATE ACATRMBC                                           00046500
                 SET CLM_STTS_CD    = 'J'                               00046600
                    ,RJCT_RSN_TXT   = :WS-PASSED-RSN-TXT                00046700
                    ,APRV_OPER_ID   = :WS-PASSED-OPER-ID                00046800
                    ,APRV_TMSTP     = CURRENT TIMESTAMP                 00046900
                    ,UPDT_TMSTP     = CURRENT TIMESTAMP                 00047000
                    ,PRGM_NM        = 'ACATRBDB'                        00047100
               WHERE CLIENT_NBR       = :WS-PASSED-CLT                  00047200
                 AND ACAT_CONTROL_NBR = :WS-PASSED-ACAT-CNTRL           00047300
                 AND CLM_STTS_CD     IN ('P', 'A')                      00047400
           END-EXEC.                                                    00047500
           IF SQLCODE = 0                                               00047600
              SET ACATRB-NORMAL TO TRUE                                 00047700
           ELSE                                                         00047800
           IF SQLCODE = +100                                            00047900
              SET ACATRB-NOT-FOUND TO TRUE                              00048000
           ELSE                                                         00048100
              SET ACATRB-ERROR  TO TRUE                                 00048200
              MOVE SQLCODE  TO ACATRB-SQLCODE                           00048300
              PERFORM 9999-DB2-ERROR.                                   00048400
       REJECT-CLM-ROW-EXIT.                                             00048500
           EXIT.                                                        00048600
       EJECT                                                            00048700
      *                                                                 00048800
      *--------------------------------------------------------------*  00048900
      *          GET THE CLAIM FOR A CONTROL NUMBER                  *  00049000
      *--------------------------------------------------------------*  00049100
       GET-CLM-ROW.                                                     00049200
           EXEC SQL                                                     00049300
              SELECT CLIENT_NBR                                         00049400
                    ,ACAT_CONTROL_NBR                                   00049500
                    ,BRANCH_CD                                          00049600
                    ,ACCT_CD                                            00049700
                    ,CNTRA_NBR                                          00049800
                    ,CNTRA_FEE_AMT                                      00049900
                    ,PROOF_RCVD_IND                                     00050000
                    ,CLM_STTS_CD                                        00050100
                    ,PAID_AMT                                           00050200
                    ,VALUE(CHAR(BOOK_DT, ISO), ' ')                     00050300
                    ,RJCT_RSN_TXT                                       00050400
                    ,CRT_OPER_ID                                        00050500
                    ,APRV_OPER_ID                                       00050600
                INTO :WS-FET-CLT                                        00050700
                    ,:WS-FET-ACAT-CNTRL                                 00050800
                    ,:WS-FET-BRANCH                                     00050900
                    ,:WS-FET-ACCT                                       00051000
                    ,:WS-FET-CNTRA-NBR                                  00051100
                    ,:WS-FET-FEE-AMT                                    00051200
                    ,:WS-FET-PROOF-IND                                  00051300
                    ,:WS-FET-STTS                                       00051400
                    ,:WS-FET-PAID-AMT                                   00051500
                    ,:WS-FET-BOOK-DT                                    00051600
                    ,:WS-FET-RSN-TXT                                    00051700
                    ,:WS-FET-CRT-OPER                                   00051800
                    ,:WS-FET-APRV-OPER                                  00051900
                FROM ACATRMBC                                           00052000
               WHERE CLIENT_NBR       = :WS-PASSED-CLT                  00052100
                 AND ACAT_CONTROL_NBR = :WS-PASSED-ACAT-CNTRL           00052200
           END-EXEC.                                                    00052300
           IF SQLCODE = 0                                               00052400
              SET ACATRB-NORMAL  TO TRUE                                00052500
              PERFORM SET-CLM-RET-FLDS                                  00052600
           ELSE                                                         00052700
           IF SQLCODE = +100                                            00052800
              SET ACATRB-NOT-FOUND TO TRUE                              00052900
           ELSE                                                         00053000
              SET ACATRB-ERROR  TO TRUE                                 00053100
              MOVE SQLCODE  TO ACATRB-SQLCODE                           00053200
              PERFORM 9999-DB2-ERROR.                                   00053300
      *                                                                 00053400
      *--------------------------------------------------------------*  00053500
      *          RETURN FETCHED FIELDS TO THE SCREEN                 *  00053600
      *--------------------------------------------------------------*  00053700
       SET-CLM-RET-FLDS.                                                00053800
           MOVE WS-FET-CLT           TO ACATRB-CLM-CLT.                 00053900
           MOVE WS-FET-ACAT-CNTRL    TO ACATRB-CLM-ACAT-CNTRL.          00054000
           MOVE WS-FET-BRANCH        TO ACATRB-CLM-BRANCH.              00054100
           MOVE WS-FET-ACCT          TO ACATRB-CLM-ACCT.                00054200
           MOVE WS-FET-CNTRA-NBR     TO ACATRB-CLM-CNTRA-NBR.           00054300
           MOVE WS-FET-FEE-AMT       TO ACATRB-CLM-FEE-AMT.             00054400
           MOVE WS-FET-PROOF-IND     TO ACATRB-CLM-PROOF-IND.           00054500
           MOVE WS-FET-STTS          TO ACATRB-CLM-STTS.                00054600
           MOVE WS-FET-PAID-AMT      TO ACATRB-CLM-PAID-AMT.            00054700
           MOVE WS-FET-BOOK-DT       TO ACATRB-CLM-BOOK-DT.             00054800
           MOVE WS-FET-RSN-TXT       TO ACATRB-CLM-RSN-TXT.             00054900
           MOVE WS-FET-CRT-OPER      TO ACATRB-CLM-CRT-OPER.            00055000
           MOVE WS-FET-APRV-OPER     TO ACATRB-CLM-APRV-OPER.           00055100
      *                                                                 00055200
      *--------------------------------------------------------------*  00055300
      *          DB2 ERROR - LOG AND RETURN ERROR TO THE SCREEN      *  00055400
      *--------------------------------------------------------------*  00055500
       9999-DB2-ERROR.                                                  00055600
           MOVE SPACE      TO WS-ERR-DATA.                              00055700
           SET WS-WRITE-ERROR-TO-LOG TO TRUE.                           00055800
           MOVE EIBTRNID   TO CALLING-TRAN-ID.                          00055900
           MOVE 'ACATRBDB' TO CALLING-PROGRAM-ID.                       00056000
           MOVE SQLCA      TO SQLCA-AREA.                               00056100
           EXEC CICS LINK PROGRAM('FPDB2LOG')                           00056200
                COMMAREA(WS-ERR-DATA)                                   00056300
                LENGTH(LENGTH OF WS-ERR-DATA)                           00056400
                NOHANDLE                                                00056500
           END-EXEC.                                                    00056600
       EJECT                                                            00056700
                                                                        00056800
       HANG-CICS.                                                       00056900
           GOBACK.                                                      00057000
