000001* PDX    - ACATCMDB C0369799 10/15/26 06:40:12 TBTIKUO            00000100
000001* CREATED FOR SSR 114470.  CUSTOMER COMPLAINT CASE TRACKING.      00000200
000001* TRANSFER DELAYS ARE ONE OF OUR TOP COMPLAINT CATEGORIES, BUT    00000300
000001* COMPLAINTS WERE KEPT ON A COMPLIANCE SPREADSHEET THAT COULD NOT 00000400
000001* BE TIED TO A CONTROL NUMBER AND THE QUARTERLY STATISTICS WERE   00000500
000001* REBUILT BY HAND.  THE ACATCMPL DB2 TABLE HOLDS ONE ROW PER      00000600
000001* COMPLAINT CASE - RECEIVED DATE, CHANNEL, CATEGORY, CUSTOMER,    00000700
000001* ASSIGNED OWNER, RESOLUTION AND CLOSED DATE - AND ACATCMPX LINKS 00000800
000001* A CASE TO ONE OR MORE CLIENT/CONTROL NUMBERS.  THIS DB2 I/O     00000900
000001* MODULE BACKS THE COMPLAINT SCREEN; THE NOTES SCREEN (ACATNTDB)  00001000
000001* SHOWS WHEN A TRANSFER HAS AN OPEN COMPLAINT AND CAT800 PRODUCES 00001100
000001* THE QUARTERLY STATISTICS AND THE OPEN-COMPLAINT AGING.          00001200
       IDENTIFICATION DIVISION.                                         00001300
       PROGRAM-ID.    ACATCMDB.                                         00001400
       AUTHOR.  L. MUREY.                                               00001500
      *REMARKS.                                                         00001600
      ***************************************************************** 00001700
      *   DB2 I/O PROGRAM FOR THE COMPLAINT CASE SCREEN.  FUNCTIONS:  * 00001800
      *     A     - LOG A NEW CASE (NEXT CASE NUMBER, RETURNED IN     * 00001900
      *             ACATCM-CMP-CASE-NBR).  A CLIENT/CONTROL NUMBER    * 00002000
      *             PASSED WITH IT IS LINKED TO THE NEW CASE.         * 00002100
      *     U     - UPDATE THE DETAIL OF AN OPEN CASE                 * 00002200
      *     Z     - CLOSE A CASE WITH ITS RESOLUTION (CLOSED DATE     * 00002300
      *             DEFAULTS TO TODAY)                                * 00002400
      *     G     - GET A CASE BY CASE NUMBER                         * 00002500
      *     L / X - LINK / UNLINK A CLIENT/CONTROL NUMBER             * 00002600
      *     O/F/C - BROWSE THE TRANSFERS LINKED TO A CASE             * 00002700
      *   CHANNEL  - P PHONE, L LETTER, E E-MAIL, B BRANCH,           * 00002800
      *              R REGULATOR, W WEB                               * 00002900
      *   CATEGORY - COMPLIANCE'S 4-CHARACTER COMPLAINT CATEGORY      * 00003000
      *              CODE (REQUIRED; CAT800 COUNTS BY IT)             * 00003100
      *   RESOLUTION - CF IN CUSTOMER'S FAVOR, FF IN FIRM'S FAVOR,    * 00003200
      *              PS PARTIAL SETTLEMENT, WD WITHDRAWN              * 00003300
      *   STATUS   - O OPEN, C CLOSED.  DATES ARE PASSED ISO.         * 00003400
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
       01  WS-PASSED-DATA-AREA.                                         00004600
           03  WS-PASSED-CASE-NBR              PIC S9(09) COMP.         00004700
           03  WS-PASSED-RCVD-DT               PIC X(10).               00004800
           03  WS-PASSED-CHNL                  PIC X(01).               00004900
               88  WS-PASSED-CHNL-VALID            VALUE 'P' 'L' 'E'    00005000
                                                         'B' 'R' 'W'.   00005100
           03  WS-PASSED-CTGY                  PIC X(04).               00005200
           03  WS-PASSED-CUST-NM               PIC X(40).               00005300
           03  WS-PASSED-CLT                   PIC X(04).               00005400
           03  WS-PASSED-BRANCH                PIC X(03).               00005500
           03  WS-PASSED-ACCT                  PIC X(05).               00005600
           03  WS-PASSED-DESC                  PIC X(60).               00005700
           03  WS-PASSED-OWNER                 PIC X(08).               00005800
           03  WS-PASSED-RSLTN-CD              PIC X(02).               00005900
               88  WS-PASSED-RSLTN-VALID           VALUE 'CF' 'FF'      00006000
                                                         'PS' 'WD'.     00006100
           03  WS-PASSED-RSLTN-TXT             PIC X(60).               00006200
           03  WS-PASSED-CLSD-DT               PIC X(10).               00006300
           03  WS-PASSED-LNK-CLT               PIC X(04).               00006400
           03  WS-PASSED-LNK-ACAT-CNTRL        PIC X(14).               00006500
           03  WS-PASSED-OPER-ID               PIC X(08).               00006600
       01  WS-FETCHED-DATA-AREA.                                        00006700
           03  WS-FET-CASE-NBR                 PIC S9(09) COMP.         00006800
           03  WS-FET-RCVD-DT                  PIC X(10).               00006900
           03  WS-FET-CHNL                     PIC X(01).               00007000
           03  WS-FET-CTGY                     PIC X(04).               00007100
           03  WS-FET-CUST-NM                  PIC X(40).               00007200
           03  WS-FET-CLT                      PIC X(04).               00007300
           03  WS-FET-BRANCH                   PIC X(03).               00007400
           03  WS-FET-ACCT                     PIC X(05).               00007500
           03  WS-FET-DESC                     PIC X(60).               00007600
           03  WS-FET-OWNER                    PIC X(08).               00007700
           03  WS-FET-STTS                     PIC X(01).               00007800
           03  WS-FET-RSLTN-CD                 PIC X(02).               00007900
           03  WS-FET-RSLTN-TXT                PIC X(60).               00008000
           03  WS-FET-CLSD-DT                  PIC X(10).               00008100
           03  WS-FET-UPDT-OPER-ID             PIC X(08).               00008200
       01  WS-FETCHED-LINK-AREA.                                        00008300
           03  WS-FET-LNK-CLT                  PIC X(04).               00008400
           03  WS-FET-LNK-ACAT-CNTRL           PIC X(14).               00008500
           03  WS-FET-LNK-OPER-ID              PIC X(08).               00008600
           03  WS-FET-LNK-CRT-TMSTP            PIC X(26).               00008700
       01  WS-NEXT-CASE-NBR                    PIC S9(09) COMP.         00008800
       EJECT                                                            00008900
      *                                                                 00009000
      *----------------------------------------------------------------*00009100
      *    SQL COMMUNICATION AREA                                      *00009200
      *----------------------------------------------------------------*00009300
           EXEC SQL                                                     00009400
              INCLUDE SQLCA                                             00009500
           END-EXEC.                                                    00009600
       EJECT                                                            00009700
      *                                                                 00009800
      *----------------------------------------------------------------*00009900
      *        TRANSFERS LINKED TO A COMPLAINT CASE                    *00010000
      *----------------------------------------------------------------*00010100
           EXEC SQL                                                     00010200
              DECLARE  LNKCSR  CURSOR FOR                               00010300
                  SELECT                                                00010400
                     CLIENT_NBR                                         00010500
                    ,ACAT_CONTROL_NBR                                   00010600
                    ,CRT_OPER_ID                                        00010700
                    ,CHAR(CRT_TMSTP)                                    00010800
                  FROM                                                  00010900
                     ACATCMPX                                           00011000
                  WHERE                                                 00011100
                     CMPL_CASE_NBR = :WS-PASSED-CASE-NBR                00011200
                  ORDER BY                                              00011300
                     CLIENT_NBR, ACAT_CONTROL_NBR                       00011400
                  FOR READ ONLY WITH UR                                 00011500
           END-EXEC.                                                    00011600
       EJECT                                                            00011700
       LINKAGE SECTION.                                                 00011800
       01  DFHCOMMAREA.                                                 00011900
      *    ACATCMIO - COMPLAINT CASE MAINTENANCE COMMAREA               00012000
           03  ACATCM-FUNCTION                 PIC X(01).               00012100
               88  ACATCM-OPN-LNKCSR               VALUE 'O'.           00012200
               88  ACATCM-FET-LNKCSR               VALUE 'F'.           00012300
               88  ACATCM-CLO-LNKCSR               VALUE 'C'.           00012400
               88  ACATCM-ADD-CMP                  VALUE 'A'.           00012500
               88  ACATCM-UPD-CMP                  VALUE 'U'.           00012600
               88  ACATCM-CLOSE-CMP                VALUE 'Z'.           00012700
               88  ACATCM-GET-CMP                  VALUE 'G'.           00012800
               88  ACATCM-LINK-TFR                 VALUE 'L'.           00012900
               88  ACATCM-UNLINK-TFR               VALUE 'X'.           00013000
           03  ACATCM-RETURN-CD                PIC X(01).               00013100
               88  ACATCM-NORMAL                   VALUE '0'.           00013200
               88  ACATCM-NOT-FOUND                VALUE '1'.           00013300
               88  ACATCM-DUPLICATE                VALUE '2'.           00013400
               88  ACATCM-INVALID                  VALUE '3'.           00013500
               88  ACATCM-ERROR                    VALUE '9'.           00013600
           03  ACATCM-SQLCODE                  PIC S9(05).              00013700
           03  ACATCM-PASS-FLDS.                                        00013800
               05  ACATCM-PASS-CASE-NBR        PIC S9(09) COMP.         00013900
               05  ACATCM-PASS-RCVD-DT         PIC X(10).               00014000
               05  ACATCM-PASS-CHNL            PIC X(01).               00014100
               05  ACATCM-PASS-CTGY            PIC X(04).               00014200
               05  ACATCM-PASS-CUST-NM         PIC X(40).               00014300
               05  ACATCM-PASS-CLT             PIC X(04).               00014400
               05  ACATCM-PASS-BRANCH          PIC X(03).               00014500
               05  ACATCM-PASS-ACCT            PIC X(05).               00014600
               05  ACATCM-PASS-DESC            PIC X(60).               00014700
               05  ACATCM-PASS-OWNER           PIC X(08).               00014800
               05  ACATCM-PASS-RSLTN-CD        PIC X(02).               00014900
               05  ACATCM-PASS-RSLTN-TXT       PIC X(60).               00015000
               05  ACATCM-PASS-CLSD-DT         PIC X(10).               00015100
               05  ACATCM-PASS-LNK-CLT         PIC X(04).               00015200
               05  ACATCM-PASS-LNK-ACAT-CNTRL  PIC X(14).               00015300
               05  ACATCM-PASS-OPER-ID         PIC X(08).               00015400
           03  ACATCM-CMP-DATA.                                         00015500
               05  ACATCM-CMP-CASE-NBR         PIC 9(09).               00015600
               05  ACATCM-CMP-RCVD-DT          PIC X(10).               00015700
               05  ACATCM-CMP-CHNL             PIC X(01).               00015800
               05  ACATCM-CMP-CTGY             PIC X(04).               00015900
               05  ACATCM-CMP-CUST-NM          PIC X(40).               00016000
               05  ACATCM-CMP-CLT              PIC X(04).               00016100
               05  ACATCM-CMP-BRANCH           PIC X(03).               00016200
               05  ACATCM-CMP-ACCT             PIC X(05).               00016300
               05  ACATCM-CMP-DESC             PIC X(60).               00016400
               05  ACATCM-CMP-OWNER            PIC X(08).               00016500
               05  ACATCM-CMP-STTS             PIC X(01).               00016600
                   88  ACATCM-CMP-OPEN             VALUE 'O'.           00016700
                   88  ACATCM-CMP-CLOSED           VALUE 'C'.           00016800
               05  ACATCM-CMP-RSLTN-CD         PIC X(02).               00016900
               05  ACATCM-CMP-RSLTN-TXT        PIC X(60).               00017000
               05  ACATCM-CMP-CLSD-DT          PIC X(10).               00017100
               05  ACATCM-CMP-UPDT-OPER-ID     PIC X(08).               00017200
           03  ACATCM-LNK-DATA.                                         00017300
               05  ACATCM-LNK-CLT              PIC X(04).               00017400
               05  ACATCM-LNK-ACAT             PIC X(14).               00017500
               05  ACATCM-LNK-OPER-ID          PIC X(08).               00017600
               05  ACATCM-LNK-TMSTP            PIC X(26).               00017700
       EJECT                                                            00017800
      *                                                                 00017900
       PROCEDURE DIVISION.                                              00018000
           MOVE ACATCM-PASS-FLDS TO WS-PASSED-DATA-AREA.                00018100
      *                                                                 00018200
           EVALUATE TRUE                                                00018300
              WHEN ACATCM-OPN-LNKCSR                                    00018400
                   PERFORM OPEN-LNK-CURSOR                              00018500
              WHEN ACATCM-FET-LNKCSR                                    00018600
                   PERFORM FETCH-LNK-CURSOR                             00018700
              WHEN ACATCM-CLO-LNKCSR                                    00018800
                   PERFORM CLOSE-LNK-CURSOR                             00018900
              WHEN ACATCM-ADD-CMP                                       00019000
                   PERFORM ADD-CMP-ROW                                  00019100
              WHEN ACATCM-UPD-CMP                                       00019200
                   PERFORM UPDATE-CMP-ROW                               00019300
              WHEN ACATCM-CLOSE-CMP                                     00019400
                   PERFORM CLOSE-CMP-ROW                                00019500
              WHEN ACATCM-GET-CMP                                       00019600
                   PERFORM GET-CMP-ROW                                  00019700
              WHEN ACATCM-LINK-TFR                                      00019800
                   PERFORM LINK-TFR-ROW                                 00019900
              WHEN ACATCM-UNLINK-TFR                                    00020000
                   PERFORM UNLINK-TFR-ROW                               00020100
           END-EVALUATE.                                                00020200
                                                                        00020300
           EXEC CICS RETURN                                             00020400
           END-EXEC.                                                    00020500
       EJECT                                                            00020600
      *                                                                 00020700
      *--------------------------------------------------------------*  00020800
      *          OPEN LINKED-TRANSFER BROWSE CURSOR                  *  00020900
      *--------------------------------------------------------------*  00021000
       OPEN-LNK-CURSOR.                                                 00021100
           EXEC SQL                                                     00021200
              OPEN LNKCSR                                               00021300
           END-EXEC.                                                    00021400
           IF SQLCODE = 0                                               00021500
              SET ACATCM-NORMAL TO TRUE                                 00021600
           ELSE                                                         00021700
              SET ACATCM-ERROR  TO TRUE                                 00021800
              MOVE SQLCODE  TO ACATCM-SQLCODE                           00021900
              PERFORM 9999-DB2-ERROR.                                   00022000
      *                                                                 00022100
      *--------------------------------------------------------------*  00022200
      *          FETCH LINKED-TRANSFER BROWSE CURSOR                 *  00022300
      *--------------------------------------------------------------*  00022400
       FETCH-LNK-CURSOR.                                                00022500
           EXEC SQL                                                     00022600
              FETCH                                                     00022700
                  LNKCSR                                                00022800
              INTO                                                      00022900
                  :WS-FET-LNK-CLT,                                      00023000
                  :WS-FET-LNK-ACAT-CNTRL,                               00023100
                  :WS-FET-LNK-OPER-ID,                                  00023200
                  :WS-FET-LNK-CRT-TMSTP                                 00023300
           END-EXEC.                                                    00023400
           IF SQLCODE = 0                                               00023500
              SET ACATCM-NORMAL  TO TRUE                                00023600
              MOVE WS-FET-LNK-CLT         TO ACATCM-LNK-CLT             00023700
              MOVE WS-FET-LNK-ACAT-CNTRL  TO ACATCM-LNK-ACAT            00023800
              MOVE WS-FET-LNK-OPER-ID     TO ACATCM-LNK-OPER-ID         00023900
              MOVE WS-FET-LNK-CRT-TMSTP   TO ACATCM-LNK-TMSTP           00024000
           ELSE                                                         00024100
           IF SQLCODE = +100                                            00024200
              SET ACATCM-NOT-FOUND TO TRUE                              00024300
           ELSE                                                         00024400
              SET ACATCM-ERROR  TO TRUE                                 00024500
              MOVE SQLCODE  TO ACATCM-SQLCODE                           00024600
              PERFORM 9999-DB2-ERROR.                                   00024700
      *                                                                 00024800
      *--------------------------------------------------------------*  00024900
      *          CLOSE LINKED-TRANSFER BROWSE CURSOR                 *  00025000
      *--------------------------------------------------------------*  00025100
       CLOSE-LNK-CURSOR.                                                00025200
           EXEC SQL                                                     00025300
              CLOSE LNKCSR                                              00025400
           END-EXEC.                                                    00025500
           IF SQLCODE = 0                                               00025600
              SET ACATCM-NORMAL TO TRUE                                 00025700
           ELSE                                                         00025800
              SET ACATCM-ERROR  TO TRUE                                 00025900
              MOVE SQLCODE  TO ACATCM-SQLCODE                           00026000
              PERFORM 9999-DB2-ERROR.                                   00026100
       EJECT                                                            00026200
      *                                                                 00026300
      *--------------------------------------------------------------*  00026400
      *          LOG A NEW COMPLAINT CASE - NEXT CASE NUMBER.        *  00026500
      *          A CLIENT/CONTROL NUMBER PASSED WITH THE NEW CASE    *  00026600
      *          IS LINKED IN THE SAME UNIT OF WORK.                 *  00026700
      *--------------------------------------------------------------*  00026800
       ADD-CMP-ROW.                                                     00026900
           IF NOT WS-PASSED-CHNL-VALID                                  00027000
           OR WS-PASSED-CTGY = SPACES                                   00027100
           OR WS-PASSED-RCVD-DT = SPACES                                00027200
           OR WS-PASSED-OWNER = SPACES                                  00027300
              SET ACATCM-INVALID TO TRUE                                00027400
           ELSE                                                         00027500
              PERFORM ADD-CMP-NEXT-NBR                                  00027600
              IF ACATCM-NORMAL                                          00027700
                 PERFORM ADD-CMP-INSERT                                 00027800
                 IF ACATCM-NORMAL                                       00027900
                 AND WS-PASSED-LNK-ACAT-CNTRL > SPACES                  00028000
                    MOVE WS-NEXT-CASE-NBR TO WS-PASSED-CASE-NBR         00028100
                    PERFORM LINK-TFR-ROW.                               00028200
      *                                                                 00028300
       ADD-CMP-NEXT-NBR.                                                00028400
           EXEC SQL                                                     00028500
              SELECT VALUE(MAX(CMPL_CASE_NBR), 0) + 1                   00028600
                INTO :WS-NEXT-CASE-NBR                                  00028700
                FROM ACATCMPL                                           00028800
           END-EXEC.                                                    00028900
           IF SQLCODE = 0                                               00029000
              SET ACATCM-NORMAL TO TRUE                                 00029100
           ELSE                                                         00029200
              SET ACATCM-ERROR  TO TRUE                                 00029300
              MOVE SQLCODE  TO ACATCM-SQLCODE                           00029400
              PERFORM 9999-DB2-ERROR.                                   00029500
      *                                                                 00029600
       ADD-CMP-INSERT.                                                  00029700
           EXEC SQL                                                     00029800
              INSERT INTO ACATCMPL                                      00029900
                     (CMPL_CASE_NBR                                     00030000
                     ,RCVD_DT                                           00030100
                     ,CHNL_CD                                           00030200
                     ,CTGY_CD                                           00030300
                     ,CUST_NM                                           00030400
                     ,CLIENT_NBR                                        00030500
                     ,BRANCH_CD                                         00030600
                     ,ACCT_CD                                           00030700
                     ,CMPL_DESC_TXT                                     00030800
                     ,OWNER_OPER_ID                                     00030900
                     ,CMPL_STTS_CD                                      00031000
                     ,RSLTN_CD                                          00031100
                     ,RSLTN_TXT                                         00031200
                     ,CLSD_DT                                           00031300
                     ,CRT_OPER_ID                                       00031400
                     ,CRT_TMSTP                                         00031500
                     ,UPDT_OPER_ID                                      00031600
                     ,UPDT_TMSTP                                        00031700
                     ,PRGM_NM)                                          00031800
              VALUES (:WS-NEXT-CASE-NBR                                 00031900
                     ,DATE(:WS-PASSED-RCVD-DT)                          00032000
                     ,:WS-PASSED-CHNL                                   00032100
                     ,:WS-PASSED-CTGY                                   00032200
                     ,:WS-PASSED-CUST-NM                                00032300
                     ,:WS-PASSED-CLT                                    00032400
                     ,:WS-PASSED-BRANCH                                 00032500
                     ,:WS-PASSED-ACCT                                   00032600
                     ,:WS-PASSED-DESC                                   00032700
                     ,:WS-PASSED-OWNER                                  00032800
                     ,'O'                                               00032900
                     ,' '                                               00033000
                     ,' '                                               00033100
                     ,NULL                                              00033200
                     ,:WS-PASSED-OPER-ID                                00033300
                     ,CURRENT TIMESTAMP                                 00033400
                     ,:WS-PASSED-OPER-ID                                00033500
                     ,CURRENT TIMESTAMP                                 00033600
                     ,'ACATCMDB')                                       00033700
           END-EXEC.                                                    00033800
           IF SQLCODE = 0                                               00033900
              SET ACATCM-NORMAL TO TRUE                                 00034000
              MOVE WS-NEXT-CASE-NBR TO ACATCM-CMP-CASE-NBR              00034100
           ELSE                                                         00034200
           IF SQLCODE = -803                                            00034300
              SET ACATCM-DUPLICATE TO TRUE                              00034400
           ELSE                                                         00034500
           IF SQLCODE = -180 OR -181                                    00034600
              SET ACATCM-INVALID TO TRUE                                00034700
              MOVE SQLCODE  TO ACATCM-SQLCODE                           00034800
           ELSE                                                         00034900
              SET ACATCM-ERROR  TO TRUE                                 00035000
              MOVE SQLCODE  TO ACATCM-SQLCODE                           00035100
              PERFORM 9999-DB2-ERROR.                                   00035200
      *                                                                 00035300
      *--------------------------------------------------------------*  00035400
      *          UPDATE THE DETAIL OF AN OPEN CASE                   *  00035500
      *--------------------------------------------------------------*  00035600
       UPDATE-CMP-ROW.                                                  00035700
           IF NOT WS-PASSED-CHNL-VALID                                  00035800
           OR WS-PASSED-CTGY = SPACES                                   00035900
           OR WS-PASSED-RCVD-DT = SPACES                                00036000
           OR WS-PASSED-OWNER = SPACES                                  00036100
              SET ACATCM-INVALID TO TRUE                                00036200
           ELSE                                                         00036300
              PERFORM UPDATE-CMP-OPEN.                                  00036400
      *                                                                 00036500
       UPDATE-CMP-OPEN.                                                 00036600
           EXEC SQL                                                     00036700
              UPDATE ACATCMPL                                           00036800
                 SET RCVD_DT        = DATE(:WS-PASSED-RCVD-DT)          00036900
                    ,CHNL_CD        = :WS-PASSED-CHNL                   00037000
                    ,CTGY_CD        = :WS-PASSED-CTGY                   00037100
                    ,CUST_NM        = :WS-PASSED-CUST-NM                00037200
                    ,CLIENT_NBR     = :WS-PASSED-CLT                    00037300
                    ,BRANCH_CD      = :WS-PASSED-BRANCH                 00037400
                    ,ACCT_CD        = :WS-PASSED-ACCT                   00037500
                    ,CMPL_DESC_TXT  = :WS-PASSED-DESC                   00037600
                    ,OWNER_OPER_ID  = :WS-PASSED-OWNER                  00037700
                    ,UPDT_OPER_ID   = :WS-PASSED-OPER-ID                00037800
                    ,UPDT_TMSTP     = CURRENT TIMESTAMP                 00037900
                    ,PRGM_NM        = 'ACATCMDB'                        00038000
               WHERE CMPL_CASE_NBR = :WS-PASSED-CASE-NBR                00038100
                 AND CMPL_STTS_CD  = 'O'                                00038200
           END-EXEC.                                                    00038300
           IF SQLCODE = 0                                               00038400
              SET ACATCM-NORMAL TO TRUE                                 00038500
           ELSE                                                         00038600
           IF SQLCODE = +100                                            00038700
              SET ACATCM-NOT-FOUND TO TRUE                              00038800
           ELSE                                                         00038900
           IF SQLCODE = -180 OR -181                                    00039000
              SET ACATCM-INVALID TO TRUE                                00039100
              MOVE SQLCODE  TO ACATCM-SQLCODE                           00039200
           ELSE                                                         00039300
              SET ACATCM-ERROR  TO TRUE                                 00039400
              MOVE SQLCODE  TO ACATCM-SQLCODE                           00039500
              PERFORM 9999-DB2-ERROR.                                   00039600
      *                                                                 00039700
      *--------------------------------------------------------------*  00039800
      *          CLOSE AN OPEN CASE WITH ITS RESOLUTION.  A BLANK    *  00039900
      *          CLOSED DATE IS TAKEN AS TODAY.                      *  00040000
      *--------------------------------------------------------------*  00040100
       CLOSE-CMP-ROW.                                                   00040200
           IF NOT WS-PASSED-RSLTN-VALID                                 00040300
              SET ACATCM-INVALID TO TRUE                                00040400
           ELSE                                                         00040500
              PERFORM CLOSE-CMP-OPEN.                                   00040600
      *                                                                 00040700
       CLOSE-CMP-OPEN.                                                  00040800
           EXEC SQL                                                     00040900
              UPDATE ACATCMPL                                           00041000
                 SET CLSD_DT        = DATE(VALUE(NULLIF(                00041100
                                        :WS-PASSED-CLSD-DT, ' '),       00041200
                                        CHAR(CURRENT DATE, ISO)))       00041300
                    ,CMPL_STTS_CD   = 'C'                               00041400
                    ,RSLTN_CD       = :WS-PASSED-RSLTN-CD               00041500
                    ,RSLTN_TXT      = :WS-PASSED-RSLTN-TXT              00041600
                    ,UPDT_OPER_ID   = :WS-PASSED-OPER-ID                00041700
                    ,UPDT_TMSTP     = CURRENT TIMESTAMP                 00041800
                    ,PRGM_NM        = 'ACATCMDB'                        00041900
               WHERE CMPL_CASE_NBR = :WS-PASSED-CASE-NBR                00042000
                 AND CMPL_STTS_CD  = 'O'                                00042100
           END-EXEC.                                                    00042200
           IF SQLCODE = 0                                               00042300
              SET ACATCM-NORMAL TO TRUE                                 00042400
           ELSE                                                         00042500
           IF SQLCODE = +100                                            00042600
              SET ACATCM-NOT-FOUND TO TRUE                              00042700
           ELSE                                                         00042800
           IF SQLCODE = -180 OR -181                                    00042900
              SET ACATCM-INVALID TO TRUE                                00043000
              MOVE SQLCODE  TO ACATCM-SQLCODE                           00043100
           ELSE                                                         00043200
              SET ACATCM-ERROR  TO TRUE                                 00043300
              MOVE SQLCODE  TO ACATCM-SQLCODE                           00043400
              PERFORM 9999-DB2-ERROR.                                   00043500
       EJECT                                                            00043600
      *                                                                 00043700
      *--------------------------------------------------------------*  00043800
      *          GET A CASE BY CASE NUMBER                           *  00043900
      *--------------------------------------------------------------*  00044000
       GET-CMP-ROW.                                                     00044100
           EXEC SQL                                                     00044200
              SELECT CMPL_CASE_NBR                                      00044300
                    ,CHAR(RCVD_DT, ISO)                                 00044400
                    ,CHNL_CD                                            00044500
                    ,CTGY_CD                                            00044600
                    ,CUST_NM                                            00044700
                    ,CLIENT_NBR                                         00044800
                    ,BRANCH_CD                                          00044900
                    ,ACCT_CD                                            00045000
                    ,CMPL_DESC_TXT                                      00045100
                    ,OWNER_OPER_ID                                      00045200
                    ,CMPL_STTS_CD                                       00045300
                    ,RSLTN_CD                                           00045400
                    ,RSLTN_TXT                                          00045500
                    ,VALUE(CHAR(CLSD_DT, ISO), ' ')                     00045600
                    ,UPDT_OPER_ID                                       00045700
                INTO :WS-FET-CASE-NBR                                   00045800
                    ,:WS-FET-RCVD-DT                                    00045900
                    ,:WS-FET-CHNL                                       00046000
                    ,:WS-FET-CTGY                                       00046100
                    ,:WS-FET-CUST-NM                                    00046200
                    ,:WS-FET-CLT                                        00046300
                    ,:WS-FET-BRANCH                                     00046400
                    ,:WS-FET-ACCT                                       00046500
                    ,:WS-FET-DESC                                       00046600
                    ,:WS-FET-OWNER                                      00046700
                    ,:WS-FET-STTS                                       00046800
                    ,:WS-FET-RSLTN-CD                                   00046900
                    ,:WS-FET-RSLTN-TXT                                  00047000
                    ,:WS-FET-CLSD-DT                                    00047100
                    ,:WS-FET-UPDT-OPER-ID                               00047200
                FROM ACATCMPL                                           00047300
               WHERE CMPL_CASE_NBR = :WS-PASSED-CASE-NBR                00047400
           END-EXEC.                                                    00047500
           IF SQLCODE = 0                                               00047600
              SET ACATCM-NORMAL  TO TRUE                                00047700
              PERFORM SET-CMP-RET-FLDS                                  00047800
           ELSE                                                         00047900
           IF SQLCODE = +100                                            00048000
              SET ACATCM-NOT-FOUND TO TRUE                              00048100
           ELSE                                                         00048200
              SET ACATCM-ERROR  TO TRUE                                 00048300
              MOVE SQLCODE  TO ACATCM-SQLCODE                           00048400
              PERFORM 9999-DB2-ERROR.                                   00048500
      *                                                                 00048600
      *--------------------------------------------------------------*  00048700
      *          LINK A CLIENT/CONTROL NUMBER TO A CASE              *  00048800
      *--------------------------------------------------------------*  00048900
       LINK-TFR-ROW.                                                    00049000
           IF WS-PASSED-LNK-CLT = SPACES                                00049100
           OR WS-PASSED-LNK-ACAT-CNTRL = SPACES                         00049200
              SET ACATCM-INVALID TO TRUE                                00049300
           ELSE                                                         00049400
              PERFORM LINK-TFR-INSERT.                                  00049500
      *                                                                 00049600
       LINK-TFR-INSERT.                                                 00049700
           EXEC SQL                                                     00049800
              INSERT INTO ACATCMPX                                      00049900
                     (CMPL_CASE_NBR                                     00050000
                     ,CLIENT_NBR                                        00050100
                     ,ACAT_CONTROL_NBR                                  00050200
                     ,CRT_OPER_ID                                       00050300
                     ,CRT_TMSTP)                                        00050400
              VALUES (:WS-PASSED-CASE-NBR                               00050500
                     ,:WS-PASSED-LNK-CLT                                00050600
                     ,:WS-PASSED-LNK-ACAT-CNTRL                         00050700
                     ,:WS-PASSED-OPER-ID                                00050800
                     ,CURRENT TIMESTAMP)                                00050900
           END-EXEC.                                                    00051000
           IF SQLCODE = 0                                               00051100
              SET ACATCM-NORMAL TO TRUE                                 00051200
           ELSE                                                         00051300
           IF SQLCODE = -803                                            00051400
              SET ACATCM-DUPLICATE TO TRUE                              00051500
           ELSE                                                         00051600
           IF SQLCODE = -530                                            00051700
              SET ACATCM-NOT-FOUND TO TRUE                              00051800
           ELSE                                                         00051900
              SET ACATCM-ERROR  TO TRUE                                 00052000
              MOVE SQLCODE  TO ACATCM-SQLCODE                           00052100
              PERFORM 9999-DB2-ERROR.                                   00052200
      *                                                                 00052300
      *--------------------------------------------------------------*  00052400
      *          UNLINK A CLIENT/CONTROL NUMBER FROM A CASE          *  00052500
      *--------------------------------------------------------------*  00052600
       UNLINK-TFR-ROW.                                                  00052700
           EXEC SQL                                                     00052800
              DELETE FROM ACATCMPX                                      00052900
               WHERE CMPL_CASE_NBR    = :WS-PASSED-CASE-NBR             00053000
                 AND CLIENT_NBR       = :WS-PASSED-LNK-CLT              00053100
                 AND ACAT_CONTROL_NBR = :WS-PASSED-LNK-ACAT-CNTRL       00053200
           END-EXEC.                                                    00053300
           IF SQLCODE = 0                                               00053400
              SET ACATCM-NORMAL TO TRUE                                 00053500
           ELSE                                                         00053600
           IF SQLCODE = +100                                            00053700
              SET ACATCM-NOT-FOUND TO TRUE                              00053800
           ELSE                                                         00053900
              SET ACATCM-ERROR  TO TRUE                                 00054000
              MOVE SQLCODE  TO ACATCM-SQLCODE                           00054100
              PERFORM 9999-DB2-ERROR.                                   00054200
      *                                                                 00054300
      *--------------------------------------------------------------*  00054400
      *          RETURN FETCHED FIELDS TO THE SCREEN                 *  00054500
      *--------------------------------------------------------------*  00054600
       SET-CMP-RET-FLDS.                                                00054700
           MOVE WS-FET-CASE-NBR      TO ACATCM-CMP-CASE-NBR.            00054800
           MOVE WS-FET-RCVD-DT       TO ACATCM-CMP-RCVD-DT.             00054900
           MOVE WS-FET-CHNL          TO ACATCM-CMP-CHNL.                00055000
           MOVE WS-FET-CTGY          TO ACATCM-CMP-CTGY.                00055100
           MOVE WS-FET-CUST-NM       TO ACATCM-CMP-CUST-NM.             00055200
           MOVE WS-FET-CLT           TO ACATCM-CMP-CLT.                 00055300
           MOVE WS-FET-BRANCH        TO ACATCM-CMP-BRANCH.              00055400
           MOVE WS-FET-ACCT          TO ACATCM-CMP-ACCT.                00055500
           MOVE WS-FET-DESC          TO ACATCM-CMP-DESC.                00055600
           MOVE WS-FET-OWNER         TO ACATCM-CMP-OWNER.               00055700
           MOVE WS-FET-STTS          TO ACATCM-CMP-STTS.                00055800
           MOVE WS-FET-RSLTN-CD      TO ACATCM-CMP-RSLTN-CD.            00055900
           MOVE WS-FET-RSLTN-TXT     TO ACATCM-CMP-RSLTN-TXT.           00056000
           MOVE WS-FET-CLSD-DT       TO ACATCM-CMP-CLSD-DT.             00056100
           MOVE WS-FET-UPDT-OPER-ID  TO ACATCM-CMP-UPDT-OPER-ID.        00056200
      *                                                                 00056300
      *--------------------------------------------------------------*  00056400
      *          DB2 ERROR - LOG AND RETURN ERROR TO THE SCREEN      *  00056500
      *--------------------------------------------------------------*  00056600
       9999-DB2-ERROR.                                                  00056700
           MOVE SPACE      TO WS-ERR-DATA.                              00056800
           SET WS-WRITE-ERROR-TO-LOG TO TRUE.                           00056900
           MOVE EIBTRNID   TO CALLING-TRAN-ID.                          00057000
           MOVE 'ACATCMDB' TO CALLING-PROGRAM-ID.                       00057100
           MOVE SQLCA      TO SQLCA-AREA.                               00057200
           EXEC CICS LINK PROGRAM('FPDB2LOG')                           00057300
                COMMAREA(WS-ERR-DATA)                                   00057400
                LENGTH(LENGTH OF WS-ERR-DATA)                           00057500
                NOHANDLE                                                00057600
           END-EXEC.                                                    00057700
       EJECT                                                            00057800
                                                                        00057900
       HANG-CICS.                                                       00058000
           GOBACK.                                                      00058100
