000001* PDX    - ACATCIDB C0369798 10/15/26 06:10:37 TBTIKUO            00000100
000001* CREATED FOR SSR 114469.  CUSTOMER-LEVEL INQUIRY ACROSS ALL      00000200
000001* TRANSFERS.  EVERY INQUIRY SCREEN IS KEYED BY CLIENT/CONTROL     00000300
000001* NUMBER OR BRANCH/ACCOUNT, SO WHEN A CUSTOMER CALLED WITHOUT     00000400
000001* KNOWING THE ACCOUNT, OR HAD SEVERAL TRANSFERS GOING, THE DESK   00000500
000001* HAD TO GUESS.  THIS DB2 I/O MODULE SERVES A NEW INQUIRY KEYED   00000600
000001* BY SSN/TIN OR BY CUSTOMER NAME AND RETURNS EVERY OPEN (VTRNFR)  00000700
000001* AND ARCHIVED (VTRNHSTY) TRANSFER FOR THAT PERSON ACROSS ALL     00000800
000001* CLIENT NUMBERS AND ACCOUNTS.  EACH ROW CARRIES A SOURCE         00000900
000001* INDICATOR SO THE SCREEN CAN DRILL INTO THE PENDING INQUIRY      00001000
000001* (ACAT21DB) OR THE HISTORY INQUIRY (ACAT23DB).                   00001100
       IDENTIFICATION DIVISION.                                         00001200
       PROGRAM-ID.    ACATCIDB.                                         00001300
       AUTHOR.  L. MUREY.                                               00001400
      *REMARKS.                                                         00001500
      ***************************************************************** 00001600
      *   DB2 I/O PROGRAM FOR THE CUSTOMER TRANSFER INQUIRY SCREEN.   * 00001700
      *   SEARCH TYPE S - SSN/TIN MATCHED TO RCV_SS_PRIM_NBR OR       * 00001800
      *                   RCV_SS_SCNDY_NBR.  THE TRANSFER CARRIES     * 00001900
      *                   THE CUSTOMER'S TAX ID ON BOTH SIDES, SO     * 00002000
      *                   THIS FINDS OUR DELIVERIES AS WELL AS OUR    * 00002100
      *                   RECEIVES.                                   * 00002200
      *   SEARCH TYPE N - NAME.  NAME FORMATS DIFFER ACROSS CONTRAS   * 00002300
      *                   AND SPELLINGS VARY, SO A SURNAME MATCHES    * 00002400
      *                   WHEN IT APPEARS ANYWHERE IN RCV_CUST_NM OR  * 00002500
      *                   SOUNDS LIKE (SOUNDEX) THE FIRST OR LAST     * 00002600
      *                   WORD OF IT.  AN OPTIONAL FIRST NAME NARROWS * 00002700
      *                   THE LIST ON ITS FIRST THREE LETTERS.        * 00002800
      *   FUNCTIONS O/F/C - OPEN, FETCH, CLOSE THE SEARCH CURSOR.     * 00002900
      *   OPEN FIRST, PENDING BEFORE HISTORY, NEWEST FIRST.  EACH ROW * 00003000
      *   RETURNED IS LOGGED ON THE ACATPIAL PII ACCESS LOG.          * 00003100
      *   RETURN CODE '2' - SSN NOT 9 DIGITS OR SURNAME UNDER TWO     * 00003200
      *   LETTERS; THE CURSOR IS NOT OPENED.                          * 00003300
      ***************************************************************** 00003400
       ENVIRONMENT DIVISION.                                            00003500
       DATA DIVISION.                                                   00003600
       WORKING-STORAGE SECTION.                                         00003700
      *                                                                 00003800
       01  WS-ERR-DATA.                                                 00003900
           03  WS-REQUEST-TYPE                 PIC X(01).               00004000
               88  WS-WRITE-ERROR-TO-LOG           VALUE 'Y'.           00004100
           03  CALLING-TRAN-ID                 PIC X(04).               00004200
           03  CALLING-PROGRAM-ID              PIC X(08).               00004300
           03  SQLCA-AREA                      PIC X(136).              00004400
       01  WS-ACATPIAL            PIC X(08)  VALUE 'ACATPIAL'.          00004500
           COPY CATPIAL REPLACING ==:PIAL:== BY ==PAL==.                00004600
       01  WS-NM-LEN                           PIC S9(04) COMP.         00004700
       01  WS-PASSED-DATA-AREA.                                         00004800
           03  WS-PASSED-SRCH-TYPE             PIC X(01).               00004900
           03  WS-PASSED-SSN                   PIC X(09).               00005000
           03  WS-PASSED-SURNAME               PIC X(30).               00005100
           03  WS-PASSED-NM-PATTERN            PIC X(32).               00005200
           03  WS-PASSED-FIRST-PATTERN         PIC X(05).               00005300
       01  WS-FETCHED-DATA-AREA.                                        00005400
           03  WS-FET-SRCE                     PIC X(01).               00005500
           03  WS-FET-CLIENT                   PIC X(04).               00005600
           03  WS-FET-ACAT-CNTRL               PIC X(14).               00005700
           03  WS-FET-BRANCH                   PIC X(03).               00005800
           03  WS-FET-ACCOUNT                  PIC X(05).               00005900
           03  WS-FET-DSTBN-SIDE               PIC X(01).               00006000
           03  WS-FET-TRNFR-TYPE               PIC X(03).               00006100
           03  WS-FET-STTS                     PIC X(03).               00006200
           03  WS-FET-CONTRA                   PIC X(04).               00006300
           03  WS-FET-PRCS-DT                  PIC X(10).               00006400
           03  WS-FET-STTLM-DT                 PIC X(10).               00006500
           03  WS-FET-CUST-NM                  PIC X(60).               00006600
           03  WS-FET-VALUE                    PIC S9(13)V99 COMP-3.    00006700
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
      *            TRANSFERS BY SSN/TIN - PENDING, THEN HISTORY        *00007900
      *----------------------------------------------------------------*00008000
           EXEC SQL                                                     00008100
              DECLARE  SSNCSR  CURSOR FOR                               00008200
                  SELECT                                                00008300
                     'P'                                                00008400
                    ,T.CLIENT_NBR                                       00008500
                    ,T.ACAT_CONTROL_NBR                                 00008600
                    ,T.BRANCH_CD                                        00008700
                    ,T.ACCT_CD                                          00008800
                    ,T.DSTBN_SIDE_CD                                    00008900
                    ,T.TRNFR_TYPE_CD                                    00009000
                    ,T.STTS_CD                                          00009100
                    ,CASE WHEN T.DSTBN_SIDE_CD = 'R'                    00009200
                          THEN T.DLVR_NBR                               00009300
                          ELSE T.RCV_NBR                                00009400
                     END                                                00009500
                    ,VALUE(CHAR(T.PRCS_DT, ISO), ' ')                   00009600
                    ,VALUE(CHAR(T.STTLM_DT, ISO), ' ')                  00009700
                    ,VALUE(T.RCV_CUST_NM, ' ')                          00009800
                    ,(SELECT VALUE(SUM(A.ASSET_AMT), 0)                 00009900
                        FROM VASSET A                                   00010000
                       WHERE A.CLIENT_NBR       = T.CLIENT_NBR          00010100
                         AND A.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR)   00010200
                  FROM                                                  00010300
                     VTRNFR  T                                          00010400
                  WHERE                                                 00010500
                     T.RCV_SS_PRIM_NBR  = :WS-PASSED-SSN                00010600
                     OR T.RCV_SS_SCNDY_NBR = :WS-PASSED-SSN             00010700
                  UNION ALL                                             00010800
                  SELECT                                                00010900
                     'H'                                                00011000
                    ,T.CLIENT_NBR                                       00011100
                    ,T.ACAT_CONTROL_NBR                                 00011200
                    ,T.BRANCH_CD                                        00011300
                    ,T.ACCT_CD                                          00011400
                    ,T.DSTBN_SIDE_CD                                    00011500
                    ,T.TRNFR_TYPE_CD                                    00011600
                    ,T.STTS_CD                                          00011700
                    ,CASE WHEN T.DSTBN_SIDE_CD = 'R'                    00011800
                          THEN T.DLVR_NBR                               00011900
                          ELSE T.RCV_NBR                                00012000
                     END                                                00012100
                    ,VALUE(CHAR(T.PRCS_DT, ISO), ' ')                   00012200
                    ,VALUE(CHAR(T.STTLM_DT, ISO), ' ')                  00012300
                    ,VALUE(T.RCV_CUST_NM, ' ')                          00012400
                    ,(SELECT VALUE(SUM(A.ASSET_AMT), 0)                 00012500
                        FROM VASTHSTY A                                 00012600
                       WHERE A.CLIENT_NBR       = T.CLIENT_NBR          00012700
                         AND A.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR)   00012800
                  FROM                                                  00012900
                     VTRNHSTY  T                                        00013000
                  WHERE                                                 00013100
                     T.RCV_SS_PRIM_NBR  = :WS-PASSED-SSN                00013200
                     OR T.RCV_SS_SCNDY_NBR = :WS-PASSED-SSN             00013300
                  ORDER BY                                              00013400
                     1 DESC                                             00013500
                    ,10 DESC                                            00013600
                    ,2                                                  00013700
                    ,3                                                  00013800
                  FOR READ ONLY WITH UR                                 00013900
           END-EXEC.                                                    00014000
       EJECT                                                            00014100
      *                                                                 00014200
      *----------------------------------------------------------------*00014300
      *            TRANSFERS BY NAME - PENDING, THEN HISTORY           *00014400
      *  THE SURNAME MATCHES AS A SUBSTRING OF THE NAME, OR BY SOUND   *00014500
      *  AGAINST THE NAME'S FIRST WORD (SMITH JOHN) OR LAST WORD       *00014600
      *  (JOHN A SMITH).                                               *00014700
      *----------------------------------------------------------------*00014800
           EXEC SQL                                                     00014900
              DECLARE  NAMCSR  CURSOR FOR                               00015000
                  SELECT                                                00015100
                     'P'                                                00015200
                    ,T.CLIENT_NBR                                       00015300
                    ,T.ACAT_CONTROL_NBR                                 00015400
                    ,T.BRANCH_CD                                        00015500
                    ,T.ACCT_CD                                          00015600
                    ,T.DSTBN_SIDE_CD                                    00015700
                    ,T.TRNFR_TYPE_CD                                    00015800
                    ,T.STTS_CD                                          00015900
                    ,CASE WHEN T.DSTBN_SIDE_CD = 'R'                    00016000
                          THEN T.DLVR_NBR                               00016100
                          ELSE T.RCV_NBR                                00016200
                     END                                                00016300
                    ,VALUE(CHAR(T.PRCS_DT, ISO), ' ')                   00016400
                    ,VALUE(CHAR(T.STTLM_DT, ISO), ' ')                  00016500
                    ,VALUE(T.RCV_CUST_NM, ' ')                          00016600
                    ,(SELECT VALUE(SUM(A.ASSET_AMT), 0)                 00016700
                        FROM VASSET A                                   00016800
                       WHERE A.CLIENT_NBR       = T.CLIENT_NBR          00016900
                         AND A.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR)   00017000
                  FROM                                                  00017100
                     VTRNFR  T                                          00017200
                  WHERE                                                 00017300
                     T.RCV_CUST_NM > ' '                                00017400
                     AND (T.RCV_CUST_NM LIKE :WS-PASSED-NM-PATTERN      00017500
                          OR SOUNDEX(SUBSTR(T.RCV_CUST_NM, 1,           00017600
                                LOCATE(' ', T.RCV_CUST_NM || ' ') - 1)) 00017700
                             = SOUNDEX(:WS-PASSED-SURNAME)              00017800
                          OR SOUNDEX(SUBSTR(RTRIM(T.RCV_CUST_NM),       00017900
                                LOCATE_IN_STRING(RTRIM(T.RCV_CUST_NM),  00018000
                                                 ' ', -1) + 1))         00018100
                             = SOUNDEX(:WS-PASSED-SURNAME))             00018200
                     AND T.RCV_CUST_NM LIKE :WS-PASSED-FIRST-PATTERN    00018300
                  UNION ALL                                             00018400
                  SELECT                                                00018500
                     'H'                                                00018600
                    ,T.CLIENT_NBR                                       00018700
                    ,T.ACAT_CONTROL_NBR                                 00018800
                    ,T.BRANCH_CD                                        00018900
                    ,T.ACCT_CD                                          00019000
                    ,T.DSTBN_SIDE_CD                                    00019100
                    ,T.TRNFR_TYPE_CD                                    00019200
                    ,T.STTS_CD                                          00019300
                    ,CASE WHEN T.DSTBN_SIDE_CD = 'R'                    00019400
                          THEN T.DLVR_NBR                               00019500
                          ELSE T.RCV_NBR                                00019600
                     END                                                00019700
                    ,VALUE(CHAR(T.PRCS_DT, ISO), ' ')                   00019800
                    ,VALUE(CHAR(T.STTLM_DT, ISO), ' ')                  00019900
                    ,VALUE(T.RCV_CUST_NM, ' ')                          00020000
                    ,(SELECT VALUE(SUM(A.ASSET_AMT), 0)                 00020100
                        FROM VASTHSTY A                                 00020200
                       WHERE A.CLIENT_NBR       = T.CLIENT_NBR          00020300
                         AND A.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR)   00020400
                  FROM                                                  00020500
                     VTRNHSTY  T                                        00020600
                  WHERE                                                 00020700
                     T.RCV_CUST_NM > ' '                                00020800
                     AND (T.RCV_CUST_NM LIKE :WS-PASSED-NM-PATTERN      00020900
                          OR SOUNDEX(SUBSTR(T.RCV_CUST_NM, 1,           00021000
                                LOCATE(' ', T.RCV_CUST_NM || ' ') - 1)) 00021100
                             = SOUNDEX(:WS-PASSED-SURNAME)              00021200
                          OR SOUNDEX(SUBSTR(RTRIM(T.RCV_CUST_NM),       00021300
                                LOCATE_IN_STRING(RTRIM(T.RCV_CUST_NM),  00021400
                                                 ' ', -1) + 1))         00021500
                             = SOUNDEX(:WS-PASSED-SURNAME))             00021600
                     AND T.RCV_CUST_NM LIKE :WS-PASSED-FIRST-PATTERN    00021700
                  ORDER BY                                              00021800
                     1 DESC                                             00021900
                    ,10 DESC                                            00022000
                    ,2                                                  00022100
                    ,3                                                  00022200
                  FOR READ ONLY WITH UR                                 00022300
           END-EXEC.                                                    00022400
       EJECT                                                            00022500
       LINKAGE SECTION.                                                 00022600
       01  DFHCOMMAREA.                                                 00022700
      *    ACATCIIO - CUSTOMER TRANSFER INQUIRY COMMAREA                00022800
           03  ACATCI-FUNCTION                 PIC X(01).               00022900
               88  ACATCI-OPN-CSR                  VALUE 'O'.           00023000
               88  ACATCI-FET-CSR                  VALUE 'F'.           00023100
               88  ACATCI-CLO-CSR                  VALUE 'C'.           00023200
           03  ACATCI-RETURN-CD                PIC X(01).               00023300
               88  ACATCI-NORMAL                   VALUE '0'.           00023400
               88  ACATCI-NOT-FOUND                VALUE '1'.           00023500
               88  ACATCI-INVALID-SRCH             VALUE '2'.           00023600
               88  ACATCI-ERROR                    VALUE '9'.           00023700
           03  ACATCI-SQLCODE                  PIC S9(05).              00023800
           03  ACATCI-PASS-FLDS.                                        00023900
               05  ACATCI-PASS-SRCH-TYPE       PIC X(01).               00024000
                   88  ACATCI-SRCH-SSN             VALUE 'S'.           00024100
                   88  ACATCI-SRCH-NAME            VALUE 'N'.           00024200
               05  ACATCI-PASS-SSN             PIC X(09).               00024300
               05  ACATCI-PASS-SURNAME         PIC X(30).               00024400
               05  ACATCI-PASS-FIRST-NM        PIC X(20).               00024500
           03  ACATCI-TFR-DATA.                                         00024600
               05  ACATCI-TFR-SRCE             PIC X(01).               00024700
                   88  ACATCI-TFR-PENDING          VALUE 'P'.           00024800
                   88  ACATCI-TFR-HISTORY          VALUE 'H'.           00024900
               05  ACATCI-TFR-CLT              PIC X(04).               00025000
               05  ACATCI-TFR-ACAT             PIC X(14).               00025100
               05  ACATCI-TFR-BRANCH           PIC X(03).               00025200
               05  ACATCI-TFR-ACCOUNT          PIC X(05).               00025300
               05  ACATCI-TFR-DSTBN            PIC X(01).               00025400
               05  ACATCI-TFR-TYPE             PIC X(03).               00025500
               05  ACATCI-TFR-STTS             PIC X(03).               00025600
               05  ACATCI-TFR-CONTRA           PIC X(04).               00025700
               05  ACATCI-TFR-PRCS-DT          PIC X(10).               00025800
               05  ACATCI-TFR-STTLM-DT         PIC X(10).               00025900
               05  ACATCI-TFR-NAME             PIC X(60).               00026000
               05  ACATCI-TFR-VALUE            PIC S9(13)V99.           00026100
       EJECT                                                            00026200
      *                                                                 00026300
       PROCEDURE DIVISION.                                              00026400
           PERFORM SETUP-SEARCH-KEYS.                                   00026500
      *                                                                 00026600
           EVALUATE TRUE                                                00026700
              WHEN ACATCI-OPN-CSR                                       00026800
                   PERFORM OPEN-SRCH-CURSOR                             00026900
              WHEN ACATCI-FET-CSR                                       00027000
                   PERFORM FETCH-SRCH-CURSOR                            00027100
              WHEN ACATCI-CLO-CSR                                       00027200
                   PERFORM CLOSE-SRCH-CURSOR                            00027300
           END-EVALUATE.                                                00027400
                                                                        00027500
           EXEC CICS RETURN                                             00027600
           END-EXEC.                                                    00027700
       EJECT                                                            00027800
      *                                                                 00027900
      *--------------------------------------------------------------*  00028000
      *          BUILD THE SEARCH KEYS FROM THE SCREEN INPUT         *  00028100
      *--------------------------------------------------------------*  00028200
       SETUP-SEARCH-KEYS.                                               00028300
           MOVE SPACES                 TO WS-PASSED-DATA-AREA.          00028400
           MOVE ACATCI-PASS-SRCH-TYPE  TO WS-PASSED-SRCH-TYPE.          00028500
           MOVE ACATCI-PASS-SSN        TO WS-PASSED-SSN.                00028600
           MOVE ACATCI-PASS-SURNAME    TO WS-PASSED-SURNAME.            00028700
           STRING '%' ACATCI-PASS-SURNAME DELIMITED BY '  '             00028800
                  '%'                  DELIMITED BY SIZE                00028900
                  INTO WS-PASSED-NM-PATTERN.                            00029000
           IF ACATCI-PASS-FIRST-NM = SPACES                             00029100
              MOVE '%'                 TO WS-PASSED-FIRST-PATTERN       00029200
           ELSE                                                         00029300
              STRING '%' ACATCI-PASS-FIRST-NM (1 : 3) DELIMITED BY ' '  00029400
                     '%'               DELIMITED BY SIZE                00029500
                     INTO WS-PASSED-FIRST-PATTERN                       00029600
           END-IF.                                                      00029700
      *                                                                 00029800
      *--------------------------------------------------------------*  00029900
      *          OPEN THE SEARCH CURSOR                              *  00030000
      *--------------------------------------------------------------*  00030100
       OPEN-SRCH-CURSOR.                                                00030200
           MOVE +0                     TO WS-NM-LEN.                    00030300
           INSPECT ACATCI-PASS-SURNAME                                  00030400
                   TALLYING WS-NM-LEN                                   00030500
                   FOR CHARACTERS BEFORE INITIAL '  '.                  00030600
           IF ACATCI-SRCH-SSN                                           00030700
              IF ACATCI-PASS-SSN NOT NUMERIC                            00030800
              OR ACATCI-PASS-SSN = '000000000'                          00030900
                 SET ACATCI-INVALID-SRCH TO TRUE                        00031000
              ELSE                                                      00031100
                 EXEC SQL                                               00031200
                    OPEN SSNCSR                                         00031300
                 END-EXEC                                               00031400
                 PERFORM CHECK-OPEN-SQLCODE                             00031500
              END-IF                                                    00031600
           ELSE                                                         00031700
           IF ACATCI-SRCH-NAME                                          00031800
              IF WS-NM-LEN < +2                                         00031900
                 SET ACATCI-INVALID-SRCH TO TRUE                        00032000
              ELSE                                                      00032100
                 EXEC SQL                                               00032200
                    OPEN NAMCSR                                         00032300
                 END-EXEC                                               00032400
                 PERFORM CHECK-OPEN-SQLCODE                             00032500
              END-IF                                                    00032600
           ELSE                                                         00032700
              SET ACATCI-INVALID-SRCH TO TRUE                           00032800
           END-IF.                                                      00032900
       EJECT                                                            00033000
       CHECK-OPEN-SQLCODE.                                              00033100
           IF SQLCODE = 0                                               00033200
              SET ACATCI-NORMAL  TO TRUE                                00033300
           ELSE                                                         00033400
              SET ACATCI-ERROR  TO TRUE                                 00033500
              MOVE SQLCODE  TO ACATCI-SQLCODE                           00033600
              PERFORM 9999-DB2-ERROR.                                   00033700
       EJECT                                                            00033800
      *                                                                 00033900
      *--------------------------------------------------------------*  00034000
      *          FETCH THE SEARCH CURSOR                             *  00034100
      *--------------------------------------------------------------*  00034200
       FETCH-SRCH-CURSOR.                                               00034300
           IF ACATCI-SRCH-SSN                                           00034400
              EXEC SQL                                                  00034500
                 FETCH                                                  00034600
                     SSNCSR                                             00034700
                 INTO                                                   00034800
                    :WS-FET-SRCE                                        00034900
                   ,:WS-FET-CLIENT                                      00035000
                   ,:WS-FET-ACAT-CNTRL                                  00035100
                   ,:WS-FET-BRANCH                                      00035200
                   ,:WS-FET-ACCOUNT                                     00035300
                   ,:WS-FET-DSTBN-SIDE                                  00035400
                   ,:WS-FET-TRNFR-TYPE                                  00035500
                   ,:WS-FET-STTS                                        00035600
                   ,:WS-FET-CONTRA                                      00035700
                   ,:WS-FET-PRCS-DT                                     00035800
                   ,:WS-FET-STTLM-DT                                    00035900
                   ,:WS-FET-CUST-NM                                     00036000
                   ,:WS-FET-VALUE                                       00036100
              END-EXEC                                                  00036200
           ELSE                                                         00036300
              EXEC SQL                                                  00036400
                 FETCH                                                  00036500
                     NAMCSR                                             00036600
                 INTO                                                   00036700
                    :WS-FET-SRCE                                        00036800
                   ,:WS-FET-CLIENT                                      00036900
                   ,:WS-FET-ACAT-CNTRL                                  00037000
                   ,:WS-FET-BRANCH                                      00037100
                   ,:WS-FET-ACCOUNT                                     00037200
                   ,:WS-FET-DSTBN-SIDE                                  00037300
                   ,:WS-FET-TRNFR-TYPE                                  00037400
                   ,:WS-FET-STTS                                        00037500
                   ,:WS-FET-CONTRA                                      00037600
                   ,:WS-FET-PRCS-DT                                     00037700
                   ,:WS-FET-STTLM-DT                                    00037800
                   ,:WS-FET-CUST-NM                                     00037900
                   ,:WS-FET-VALUE                                       00038000
              END-EXEC                                                  00038100
           END-IF.                                                      00038200
           IF SQLCODE = 0                                               00038300
              SET ACATCI-NORMAL  TO TRUE                                00038400
              PERFORM SETUP-TFR-COMMAREA                                00038500
           ELSE                                                         00038600
           IF SQLCODE = +100                                            00038700
              SET ACATCI-NOT-FOUND TO TRUE                              00038800
           ELSE                                                         00038900
              SET ACATCI-ERROR  TO TRUE                                 00039000
              MOVE SQLCODE  TO ACATCI-SQLCODE                           00039100
              PERFORM 9999-DB2-ERROR.                                   00039200
       EJECT                                                            00039300
      *                                                                 00039400
      *--------------------------------------------------------------*  00039500
      *          SETUP COMMAREA TRANSFER RETURN DATA                 *  00039600
      *--------------------------------------------------------------*  00039700
       SETUP-TFR-COMMAREA.                                              00039800
           MOVE WS-FET-SRCE        TO ACATCI-TFR-SRCE.                  00039900
           MOVE WS-FET-CLIENT      TO ACATCI-TFR-CLT.                   00040000
           MOVE WS-FET-ACAT-CNTRL  TO ACATCI-TFR-ACAT.                  00040100
           MOVE WS-FET-BRANCH      TO ACATCI-TFR-BRANCH.                00040200
           MOVE WS-FET-ACCOUNT     TO ACATCI-TFR-ACCOUNT.               00040300
           MOVE WS-FET-DSTBN-SIDE  TO ACATCI-TFR-DSTBN.                 00040400
           MOVE WS-FET-TRNFR-TYPE  TO ACATCI-TFR-TYPE.                  00040500
           MOVE WS-FET-STTS        TO ACATCI-TFR-STTS.                  00040600
           MOVE WS-FET-CONTRA      TO ACATCI-TFR-CONTRA.                00040700
           MOVE WS-FET-PRCS-DT     TO ACATCI-TFR-PRCS-DT.               00040800
           MOVE WS-FET-STTLM-DT    TO ACATCI-TFR-STTLM-DT.              00040900
           MOVE WS-FET-CUST-NM     TO ACATCI-TFR-NAME.                  00041000
           MOVE WS-FET-VALUE       TO ACATCI-TFR-VALUE.                 00041100
           PERFORM LOG-PII-ACCESS.                                      00041200
      *                                                                 00041300
      *--------------------------------------------------------------*  00041400
      *          LOG THE RETRIEVAL ON THE PII ACCESS LOG             *  00041500
      *--------------------------------------------------------------*  00041600
       LOG-PII-ACCESS.                                                  00041700
           MOVE SPACES             TO PAL-PARAMETERS.                   00041800
           EXEC CICS ASSIGN USERID(PAL-USER-ID)                         00041900
                NOHANDLE                                                00042000
           END-EXEC.                                                    00042100
           MOVE EIBTRMID           TO PAL-TERM-ID.                      00042200
           MOVE EIBTRNID           TO PAL-TRAN-ID.                      00042300
           MOVE 'ACATCIDB'         TO PAL-PRGM-NM.                      00042400
           SET PAL-CUST-INQ        TO TRUE.                             00042500
           MOVE WS-FET-CLIENT      TO PAL-CLIENT.                       00042600
           MOVE WS-FET-BRANCH      TO PAL-BRANCH.                       00042700
           MOVE WS-FET-ACCOUNT     TO PAL-ACCT.                         00042800
           MOVE WS-FET-ACAT-CNTRL  TO PAL-ACAT-CNTRL.                   00042900
           CALL WS-ACATPIAL     USING PAL-PARAMETERS.                   00043000
      *                                                                 00043100
      *--------------------------------------------------------------*  00043200
      *          CLOSE THE SEARCH CURSOR                             *  00043300
      *--------------------------------------------------------------*  00043400
       CLOSE-SRCH-CURSOR.                                               00043500
           IF ACATCI-SRCH-SSN                                           00043600
              EXEC SQL                                                  00043700
                 CLOSE SSNCSR                                           00043800
              END-EXEC                                                  00043900
           ELSE                                                         00044000
              EXEC SQL                                                  00044100
                 CLOSE NAMCSR                                           00044200
              END-EXEC                                                  00044300
           END-IF.                                                      00044400
           IF SQLCODE = 0                                               00044500
              SET ACATCI-NORMAL  TO TRUE                                00044600
           ELSE                                                         00044700
              SET ACATCI-ERROR  TO TRUE                                 00044800
              MOVE SQLCODE  TO ACATCI-SQLCODE                           00044900
              PERFORM 9999-DB2-ERROR.                                   00045000
       EJECT                                                            00045100
      *                                                                 00045200
      *--------------------------------------------------------------*  00045300
      *          WRITE DB2 ERROR LOG                                 *  00045400
      *--------------------------------------------------------------*  00045500
       9999-DB2-ERROR.                                                  00045600
           MOVE SPACE      TO WS-ERR-DATA.                              00045700
           SET WS-WRITE-ERROR-TO-LOG TO TRUE.                           00045800
           MOVE EIBTRNID   TO CALLING-TRAN-ID.                          00045900
           MOVE 'ACATCIDB' TO CALLING-PROGRAM-ID.                       00046000
           MOVE SQLCA      TO SQLCA-AREA.                               00046100
           EXEC CICS LINK PROGRAM('FPDB2LOG')                           00046200
                COMMAREA(WS-ERR-DATA)                                   00046300
                LENGTH(LENGTH OF WS-ERR-DATA)                           00046400
                NOHANDLE                                                00046500
           END-EXEC.                                                    00046600
       EJECT                                                            00046700
                                                                        00046800
       HANG-CICS.                                                       00046900
           GOBACK.                                                      00047000
