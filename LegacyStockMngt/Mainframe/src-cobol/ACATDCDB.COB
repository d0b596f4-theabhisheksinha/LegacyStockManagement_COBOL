000001* PDX    - ACATDCDB C0369801 10/15/26 09:04:26 TBTIKUO            00000100
000001* CREATED FOR SSR 114472.  TRANSFER DOCUMENT CHECKLIST AND        00000200
000001* IMAGING INDEX.  SOME TRANSFERS NEED PAPER BEFORE WE CAN ACT -   00000300
000001* A DEATH CERTIFICATE AND LETTERS TESTAMENTARY ON AN ESTATE, A    00000400
000001* MEDALLION GUARANTEE ON A NAME CHANGE, A TRUST CERTIFICATION -   00000500
000001* AND WHETHER IT HAD ARRIVED WAS KNOWN ONLY BY SEARCHING THE      00000600
000001* IMAGING SYSTEM.  ACATDCRQ NOW HOLDS THE DOCUMENTS REQUIRED BY   00000700
000001* TRANSFER TYPE AND ACCOUNT TYPE (ACCOUNT TYPE SPACES = ALL       00000800
000001* ACCOUNT TYPES), AND ACATDOCX INDEXES EACH DOCUMENT RECEIVED ON  00000900
000001* A TRANSFER BY ITS IMAGING-SYSTEM DOCUMENT ID, TYPE AND DATE     00001000
000001* RECEIVED.  A TRANSFER MISSING A REQUIRED DOCUMENT IS HELD FROM  00001100
000001* AUTO-ACCEPT (CAT813) AND DELIVERY (CAT713), AND CAT802 LISTS    00001200
000001* THE OUTSTANDING DOCUMENTS BY BRANCH EACH DAY.  REQUIREMENT      00001300
000001* CHANGES ARE RECORDED ON THE ACATRFAU REFERENCE-DATA AUDIT.      00001400
       IDENTIFICATION DIVISION.                                         00001500
       PROGRAM-ID.    ACATDCDB.                                         00001600
       AUTHOR.  L. MUREY.                                               00001700
      *REMARKS.                                                         00001800
      ***************************************************************** 00001900
      *   DB2 I/O PROGRAM FOR THE DOCUMENT CHECKLIST SCREENS.         * 00002000
      *   FUNCTIONS:                                                  * 00002100
      *     O/F/C - BROWSE.  SEARCH TYPE R - REQUIREMENTS FROM A      * 00002200
      *             TRANSFER TYPE ON; SEARCH TYPE T - THE CHECKLIST   * 00002300
      *             FOR ONE CLIENT/CONTROL NUMBER: EVERY REQUIRED     * 00002400
      *             DOCUMENT TYPE (IMAGE ID SPACES = OUTSTANDING)     * 00002500
      *             AND ANY OTHER DOCUMENT INDEXED ON THE TRANSFER    * 00002600
      *     Q     - ADD A REQUIREMENT (TRANSFER TYPE, ACCOUNT TYPE    * 00002700
      *             OR SPACES FOR ALL, DOCUMENT TYPE, DESCRIPTION)    * 00002800
      *     I     - INACTIVATE A REQUIREMENT                          * 00002900
      *     A     - INDEX A DOCUMENT RECEIVED ON A TRANSFER (DATE     * 00003000
      *             RECEIVED DEFAULTS TO TODAY)                       * 00003100
      *     U     - CHANGE AN INDEXED DOCUMENT'S TYPE / DATE          * 00003200
      *     X     - REMOVE AN INDEXED DOCUMENT (INDEXED IN ERROR)     * 00003300
      *     G     - GET AN INDEXED DOCUMENT BY IMAGE DOCUMENT ID      * 00003400
      *   DATES ARE PASSED ISO.                                       * 00003500
      ***************************************************************** 00003600
       ENVIRONMENT DIVISION.                                            00003700
       DATA DIVISION.                                                   00003800
       WORKING-STORAGE SECTION.                                         00003900
      *                                                                 00004000
       01  WS-ERR-DATA.                                                 00004100
           03  WS-REQUEST-TYPE                 PIC X(01).               00004200
               88  WS-WRITE-ERROR-TO-LOG           VALUE 'Y'.           00004300
           03  CALLING-TRAN-ID                 PIC X(04).               00004400
           03  CALLING-PROGRAM-ID              PIC X(08).               00004500
           03  SQLCA-AREA                      PIC X(136).              00004600
       01  WS-PASSED-DATA-AREA.                                         00004700
           03  WS-PASSED-SRCH-TYPE             PIC X(01).               00004800
               88  WS-PASSED-SRCH-RQMT             VALUE 'R'.           00004900
               88  WS-PASSED-SRCH-TFR              VALUE 'T'.           00005000
           03  WS-PASSED-TRNFR-TYPE            PIC X(03).               00005100
           03  WS-PASSED-ACCT-TYPE             PIC X(02).               00005200
           03  WS-PASSED-DOC-TYPE              PIC X(04).               00005300
           03  WS-PASSED-DOC-DESC              PIC X(40).               00005400
           03  WS-PASSED-CLT                   PIC X(04).               00005500
           03  WS-PASSED-ACAT-CNTRL            PIC X(14).               00005600
           03  WS-PASSED-IMG-DOC-ID            PIC X(20).               00005700
           03  WS-PASSED-RCVD-DT               PIC X(10).               00005800
           03  WS-PASSED-OPER-ID               PIC X(08).               00005900
       01  WS-FETCHED-RQMT-AREA.                                        00006000
           03  WS-FET-TRNFR-TYPE               PIC X(03).               00006100
           03  WS-FET-ACCT-TYPE                PIC X(02).               00006200
           03  WS-FET-DOC-TYPE                 PIC X(04).               00006300
           03  WS-FET-DOC-DESC                 PIC X(40).               00006400
           03  WS-FET-ACTV-IND                 PIC X(01).               00006500
       01  WS-FETCHED-DOC-AREA.                                         00006600
           03  WS-FET-DOC-CLT                  PIC X(04).               00006700
           03  WS-FET-DOC-ACAT                 PIC X(14).               00006800
           03  WS-FET-DOC-DOC-TYPE             PIC X(04).               00006900
           03  WS-FET-DOC-REQD-IND             PIC X(01).               00007000
           03  WS-FET-DOC-IMG-ID               PIC X(20).               00007100
           03  WS-FET-DOC-RCVD-DT              PIC X(10).               00007200
           03  WS-FET-DOC-OPER-ID              PIC X(08).               00007300
       01  WS-REF-CNT                          PIC S9(09) COMP.         00007400
       01  WS-TFR-CNT                          PIC S9(09) COMP.         00007500
       01  WS-ACATRFAU                         PIC X(08)                00007600
                                               VALUE 'ACATRFAU'.        00007700
           COPY CATRFAU REPLACING ==:RFAU:== BY ==RFA==.                00007800
       EJECT                                                            00007900
      *                                                                 00008000
      *----------------------------------------------------------------*00008100
      *    SQL COMMUNICATION AREA                                      *00008200
      *----------------------------------------------------------------*00008300
           EXEC SQL                                                     00008400
              INCLUDE SQLCA                                             00008500
           END-EXEC.                                                    00008600
       EJECT                                                            00008700
      *                                                                 00008800
      *----------------------------------------------------------------*00008900
      *        DOCUMENT REQUIREMENTS FROM A TRANSFER TYPE ON           *00009000
      *----------------------------------------------------------------*00009100
           EXEC SQL                                                     00009200
              DECLARE  RQMCSR  CURSOR FOR                               00009300
                  SELECT                                                00009400
                     TRNFR_TYPE_CD                                      00009500
                    ,ACCT_TYPE_CD                                       00009600
                    ,DOC_TYPE_CD                                        00009700
                    ,DOC_DESC_TXT                                       00009800
                    ,ACTV_IND                                           00009900
                  FROM                                                  00010000
                     ACATDCRQ                                           00010100
                  WHERE                                                 00010200
                     TRNFR_TYPE_CD >= :WS-PASSED-TRNFR-TYPE             00010300
                  ORDER BY                                              00010400
                     TRNFR_TYPE_CD, ACCT_TYPE_CD, DOC_TYPE_CD           00010500
                  FOR READ ONLY WITH UR                                 00010600
           END-EXEC.                                                    00010700
      *                                                                 00010800
      *----------------------------------------------------------------*00010900
      *        ONE TRANSFER'S CHECKLIST - REQUIRED DOCUMENTS, RECEIVED *00011000
      *        OR NOT, THEN ANYTHING ELSE INDEXED ON THE TRANSFER      *00011100
      *----------------------------------------------------------------*00011200
           EXEC SQL                                                     00011300
              DECLARE  CHKCSR  CURSOR FOR                               00011400
                  SELECT                                                00011500
                     Q.DOC_TYPE_CD                                      00011600
                    ,'Y'                                                00011700
                    ,VALUE(D.IMG_DOC_ID, ' ')                           00011800
                    ,VALUE(CHAR(D.RCVD_DT, ISO), ' ')                   00011900
                    ,VALUE(D.CRT_OPER_ID, ' ')                          00012000
                  FROM                                                  00012100
                     VTRNFR T                                           00012200
                     INNER JOIN ACATDCRQ Q                              00012300
                        ON  Q.TRNFR_TYPE_CD = T.TRNFR_TYPE_CD           00012400
                        AND Q.ACCT_TYPE_CD IN (T.RCV_ACCT_TYPE_CD, ' ') 00012500
                        AND Q.ACTV_IND      = 'Y'                       00012600
                     LEFT OUTER JOIN ACATDOCX D                         00012700
                        ON  D.CLIENT_NBR       = T.CLIENT_NBR           00012800
                        AND D.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR     00012900
                        AND D.DOC_TYPE_CD      = Q.DOC_TYPE_CD          00013000
                  WHERE                                                 00013100
                     T.CLIENT_NBR       = :WS-PASSED-CLT                00013200
                     AND T.ACAT_CONTROL_NBR = :WS-PASSED-ACAT-CNTRL     00013300
                  UNION                                                 00013400
                  SELECT                                                00013500
                     D.DOC_TYPE_CD                                      00013600
                    ,'N'                                                00013700
                    ,D.IMG_DOC_ID                                       00013800
                    ,CHAR(D.RCVD_DT, ISO)                               00013900
                    ,D.CRT_OPER_ID                                      00014000
                  FROM                                                  00014100
                     ACATDOCX D                                         00014200
                  WHERE                                                 00014300
                     D.CLIENT_NBR       = :WS-PASSED-CLT                00014400
                     AND D.ACAT_CONTROL_NBR = :WS-PASSED-ACAT-CNTRL     00014500
                     AND NOT EXISTS                                     00014600
                         (SELECT 1                                      00014700
                            FROM VTRNFR T, ACATDCRQ Q                   00014800
                           WHERE T.CLIENT_NBR       = D.CLIENT_NBR      00014900
                             AND T.ACAT_CONTROL_NBR = D.ACAT_CONTROL_NBR00015000
                             AND Q.TRNFR_TYPE_CD    = T.TRNFR_TYPE_CD   00015100
                             AND Q.ACCT_TYPE_CD IN                      00015200
                                    (T.RCV_ACCT_TYPE_CD, ' ')           00015300
                             AND Q.ACTV_IND         = 'Y'               00015400
                             AND Q.DOC_TYPE_CD      = D.DOC_TYPE_CD)    00015500
                  ORDER BY 2 DESC, 1, 3                                 00015600
                  FOR READ ONLY WITH UR                                 00015700
           END-EXEC.                                                    00015800
       EJECT                                                            00015900
       LINKAGE SECTION.                                                 00016000
       01  DFHCOMMAREA.                                                 00016100
      *    ACATDCIO - DOCUMENT CHECKLIST / IMAGING INDEX COMMAREA       00016200
           03  ACATDC-FUNCTION                 PIC X(01).               00016300
               88  ACATDC-OPN-CSR                  VALUE 'O'.           00016400
               88  ACATDC-FET-CSR                  VALUE 'F'.           00016500
               88  ACATDC-CLO-CSR                  VALUE 'C'.           00016600
               88  ACATDC-ADD-RQMT                 VALUE 'Q'.           00016700
               88  ACATDC-INACT-RQMT               VALUE 'I'.           00016800
               88  ACATDC-ADD-DOC                  VALUE 'A'.           00016900
               88  ACATDC-UPD-DOC                  VALUE 'U'.           00017000
               88  ACATDC-DEL-DOC                  VALUE 'X'.           00017100
               88  ACATDC-GET-DOC                  VALUE 'G'.           00017200
           03  ACATDC-RETURN-CD                PIC X(01).               00017300
               88  ACATDC-NORMAL                   VALUE '0'.           00017400
               88  ACATDC-NOT-FOUND                VALUE '1'.           00017500
               88  ACATDC-DUPLICATE                VALUE '2'.           00017600
               88  ACATDC-INVALID                  VALUE '3'.           00017700
               88  ACATDC-ERROR                    VALUE '9'.           00017800
           03  ACATDC-SQLCODE                  PIC S9(05).              00017900
           03  ACATDC-PASS-FLDS.                                        00018000
               05  ACATDC-PASS-SRCH-TYPE       PIC X(01).               00018100
               05  ACATDC-PASS-TRNFR-TYPE      PIC X(03).               00018200
               05  ACATDC-PASS-ACCT-TYPE       PIC X(02).               00018300
               05  ACATDC-PASS-DOC-TYPE        PIC X(04).               00018400
               05  ACATDC-PASS-DOC-DESC        PIC X(40).               00018500
               05  ACATDC-PASS-CLT             PIC X(04).               00018600
               05  ACATDC-PASS-ACAT-CNTRL      PIC X(14).               00018700
               05  ACATDC-PASS-IMG-DOC-ID      PIC X(20).               00018800
               05  ACATDC-PASS-RCVD-DT         PIC X(10).               00018900
               05  ACATDC-PASS-OPER-ID         PIC X(08).               00019000
           03  ACATDC-RQM-DATA.                                         00019100
               05  ACATDC-RQM-TRNFR-TYPE       PIC X(03).               00019200
               05  ACATDC-RQM-ACCT-TYPE        PIC X(02).               00019300
               05  ACATDC-RQM-DOC-TYPE         PIC X(04).               00019400
               05  ACATDC-RQM-DOC-DESC         PIC X(40).               00019500
               05  ACATDC-RQM-ACTV             PIC X(01).               00019600
           03  ACATDC-DOC-DATA.                                         00019700
               05  ACATDC-DOC-CLT              PIC X(04).               00019800
               05  ACATDC-DOC-ACAT             PIC X(14).               00019900
               05  ACATDC-DOC-TYPE             PIC X(04).               00020000
               05  ACATDC-DOC-REQD-IND         PIC X(01).               00020100
                   88  ACATDC-DOC-REQUIRED         VALUE 'Y'.           00020200
               05  ACATDC-DOC-IMG-ID           PIC X(20).               00020300
                   88  ACATDC-DOC-OUTSTANDING      VALUE SPACES.        00020400
               05  ACATDC-DOC-RCVD-DT          PIC X(10).               00020500
               05  ACATDC-DOC-OPER-ID          PIC X(08).               00020600
       EJECT                                                            00020700
      *                                                                 00020800
       PROCEDURE DIVISION.                                              00020900
           MOVE ACATDC-PASS-FLDS TO WS-PASSED-DATA-AREA.                00021000
      *                                                                 00021100
           EVALUATE TRUE                                                00021200
              WHEN ACATDC-OPN-CSR                                       00021300
                   PERFORM OPEN-DOC-CURSOR                              00021400
                       THRU OPEN-DOC-CURSOR-EXIT                        00021500
              WHEN ACATDC-FET-CSR                                       00021600
                   PERFORM FETCH-DOC-CURSOR                             00021700
              WHEN ACATDC-CLO-CSR                                       00021800
                   PERFORM CLOSE-DOC-CURSOR                             00021900
              WHEN ACATDC-ADD-RQMT                                      00022000
                   PERFORM ADD-RQMT-ROW                                 00022100
                       THRU ADD-RQMT-ROW-EXIT                           00022200
              WHEN ACATDC-INACT-RQMT                                    00022300
                   PERFORM INACT-RQMT-ROW                               00022400
                       THRU INACT-RQMT-ROW-EXIT                         00022500
              WHEN ACATDC-ADD-DOC                                       00022600
                   PERFORM ADD-DOC-ROW                                  00022700
                       THRU ADD-DOC-ROW-EXIT                            00022800
              WHEN ACATDC-UPD-DOC                                       00022900
                   PERFORM UPDATE-DOC-ROW                               00023000
              WHEN ACATDC-DEL-DOC                                       00023100
                   PERFORM DELETE-DOC-ROW                               00023200
              WHEN ACATDC-GET-DOC                                       00023300
                   PERFORM GET-DOC-ROW                                  00023400
           END-EVALUATE.                                                00023500
                                                                        00023600
           EXEC CICS RETURN                                             00023700
           END-EXEC.                                                    00023800
       EJECT                                                            00023900
      *                                                                 00024000
      *--------------------------------------------------------------*  00024100
      *          OPEN REQUIREMENT OR CHECKLIST BROWSE CURSOR         *  00024200
      *--------------------------------------------------------------*  00024300
       OPEN-DOC-CURSOR.                                                 00024400
           IF WS-PASSED-SRCH-RQMT                                       00024500
              EXEC SQL                                                  00024600
                 OPEN RQMCSR                                            00024700
              END-EXEC                                                  00024800
           ELSE                                                         00024900
           IF WS-PASSED-SRCH-TFR                                        00025000
              EXEC SQL                                                  00025100
                 OPEN CHKCSR                                            00025200
              END-EXEC                                                  00025300
           ELSE                                                         00025400
              SET ACATDC-INVALID TO TRUE                                00025500
              GO TO OPEN-DOC-CURSOR-EXIT.                               00025600
           IF SQLCODE = 0                                               00025700
              SET ACATDC-NORMAL TO TRUE                                 00025800
           ELSE                                                         00025900
              SET ACATDC-ERROR  TO TRUE                                 00026000
              MOVE SQLCODE  TO ACATDC-SQLCODE                           00026100
              PERFORM 9999-DB2-ERROR.                                   00026200
       OPEN-DOC-CURSOR-EXIT.                                            00026300
           EXIT.                                                        00026400
      *                                                                 00026500
      *--------------------------------------------------------------*  00026600
      *          FETCH REQUIREMENT OR CHECKLIST BROWSE CURSOR        *  00026700
      *--------------------------------------------------------------*  00026800
       FETCH-DOC-CURSOR.                                                00026900
           IF WS-PASSED-SRCH-RQMT                                       00027000
              EXEC SQL                                                  00027100
                 FETCH                                                  00027200
                     RQMCSR                                             00027300
                 INTO                                                   00027400
                     :WS-FET-TRNFR-TYPE,                                00027500
                     :WS-FET-ACCT-TYPE,                                 00027600
                     :WS-FET-DOC-TYPE,                                  00027700
                     :WS-FET-DOC-DESC,                                  00027800
                     :WS-FET-ACTV-IND                                   00027900
              END-EXEC                                                  00028000
           ELSE                                                         00028100
              EXEC SQL                                                  00028200
                 FETCH                                                  00028300
                     CHKCSR                                             00028400
                 INTO                                                   00028500
                     :WS-FET-DOC-DOC-TYPE,                              00028600
                     :WS-FET-DOC-REQD-IND,                              00028700
                     :WS-FET-DOC-IMG-ID,                                00028800
                     :WS-FET-DOC-RCVD-DT,                               00028900
                     :WS-FET-DOC-OPER-ID                                00029000
              END-EXEC                                                  00029100
              MOVE WS-PASSED-CLT         TO WS-FET-DOC-CLT              00029200
              MOVE WS-PASSED-ACAT-CNTRL  TO WS-FET-DOC-ACAT.            00029300
           IF SQLCODE = 0                                               00029400
              SET ACATDC-NORMAL  TO TRUE                                00029500
              IF WS-PASSED-SRCH-RQMT                                    00029600
                 PERFORM SET-RQM-RET-FLDS                               00029700
              ELSE                                                      00029800
                 PERFORM SET-DOC-RET-FLDS                               00029900
              END-IF                                                    00030000
           ELSE                                                         00030100
           IF SQLCODE = +100                                            00030200
              SET ACATDC-NOT-FOUND TO TRUE                              00030300
           ELSE                                                         00030400
              SET ACATDC-ERROR  TO TRUE                                 00030500
              MOVE SQLCODE  TO ACATDC-SQLCODE                           00030600
              PERFORM 9999-DB2-ERROR.                                   00030700
      *                                                                 00030800
      *--------------------------------------------------------------*  00030900
      *          CLOSE REQUIREMENT OR CHECKLIST BROWSE CURSOR        *  00031000
      *--------------------------------------------------------------*  00031100
       CLOSE-DOC-CURSOR.                                                00031200
           IF WS-PASSED-SRCH-RQMT                                       00031300
              EXEC SQL                                                  00031400
                 CLOSE RQMCSR                                           00031500
              END-EXEC                                                  00031600
           ELSE                                                         00031700
              EXEC SQL                                                  00031800
                 CLOSE CHKCSR                                           00031900
              END-EXEC.                                                 00032000
           IF SQLCODE = 0                                               00032100
              SET ACATDC-NORMAL TO TRUE                                 00032200
           ELSE                                                         00032300
              SET ACATDC-ERROR  TO TRUE                                 00032400
              MOVE SQLCODE  TO ACATDC-SQLCODE                           00032500
              PERFORM 9999-DB2-ERROR.                                   00032600
       EJECT                                                            00032700
      *                                                                 00032800
      *--------------------------------------------------------------*  00032900
      *          ADD A DOCUMENT REQUIREMENT.  THE TRANSFER TYPE AND  *  00033000
      *          ANY ACCOUNT TYPE GIVEN MUST BE ON THEIR TABLES.     *  00033100
      *--------------------------------------------------------------*  00033200
       ADD-RQMT-ROW.                                                    00033300
           IF WS-PASSED-TRNFR-TYPE = SPACES                             00033400
           OR WS-PASSED-DOC-TYPE = SPACES                               00033500
           OR WS-PASSED-DOC-DESC = SPACES                               00033600
              SET ACATDC-INVALID TO TRUE                                00033700
              GO TO ADD-RQMT-ROW-EXIT                                   00033800
           END-IF.                                                      00033900
                                                                        00034000
           EXEC SQL                                                     00034100
              SELECT  COUNT(*)                                          00034200
                INTO :WS-REF-CNT                                        00034300
                FROM  VTRNTYP                                           00034400
               WHERE  TRNFR_TYPE_CD = :WS-PASSED-TRNFR-TYPE             00034500
           END-EXEC.                                                    00034600
           IF SQLCODE = 0 AND WS-REF-CNT > 0                            00034700
           AND WS-PASSED-ACCT-TYPE NOT = SPACES                         00034800
              EXEC SQL                                                  00034900
                 SELECT  COUNT(*)                                       00035000
                   INTO :WS-REF-CNT                                     00035100
                   FROM  VACTTYP                                        00035200
                  WHERE  ACCT_TYPE_CD = :WS-PASSED-ACCT-TYPE            00035300
              END-EXEC                                                  00035400
           END-IF.                                                      00035500
           IF SQLCODE NOT = 0                                           00035600
              SET ACATDC-ERROR  TO TRUE                                 00035700
              MOVE SQLCODE  TO ACATDC-SQLCODE                           00035800
              PERFORM 9999-DB2-ERROR                                    00035900
              GO TO ADD-RQMT-ROW-EXIT                                   00036000
           END-IF.                                                      00036100
           IF WS-REF-CNT = 0                                            00036200
              SET ACATDC-INVALID TO TRUE                                00036300
              GO TO ADD-RQMT-ROW-EXIT                                   00036400
           END-IF.                                                      00036500
                                                                        00036600
           EXEC SQL                                                     00036700
              INSERT INTO ACATDCRQ                                      00036800
                     (TRNFR_TYPE_CD                                     00036900
                     ,ACCT_TYPE_CD                                      00037000
                     ,DOC_TYPE_CD                                       00037100
                     ,DOC_DESC_TXT                                      00037200
                     ,ACTV_IND                                          00037300
                     ,CRT_OPER_ID                                       00037400
                     ,CRT_TMSTP                                         00037500
                     ,UPDT_OPER_ID                                      00037600
                     ,UPDT_TMSTP)                                       00037700
              VALUES (:WS-PASSED-TRNFR-TYPE                             00037800
                     ,:WS-PASSED-ACCT-TYPE                              00037900
                     ,:WS-PASSED-DOC-TYPE                               00038000
                     ,:WS-PASSED-DOC-DESC                               00038100
                     ,'Y'                                               00038200
                     ,:WS-PASSED-OPER-ID                                00038300
                     ,CURRENT TIMESTAMP                                 00038400
                     ,:WS-PASSED-OPER-ID                                00038500
                     ,CURRENT TIMESTAMP)                                00038600
           END-EXEC.                                                    00038700
           EVALUATE SQLCODE                                             00038800
              WHEN +0                                                   00038900
                 SET ACATDC-NORMAL  TO TRUE                             00039000
                 MOVE SPACES               TO RFA-PARAMETERS            00039100
                 SET RFA-ADD               TO TRUE                      00039200
                 MOVE 'Y'                  TO WS-FET-ACTV-IND           00039300
                 PERFORM BUILD-AUDIT-AFTER                              00039400
                 PERFORM WRITE-REF-AUDIT                                00039500
              WHEN -803                                                 00039600
                 SET ACATDC-DUPLICATE  TO TRUE                          00039700
              WHEN OTHER                                                00039800
                 SET ACATDC-ERROR  TO TRUE                              00039900
                 MOVE SQLCODE  TO ACATDC-SQLCODE                        00040000
                 PERFORM 9999-DB2-ERROR                                 00040100
           END-EVALUATE.                                                00040200
       ADD-RQMT-ROW-EXIT.                                               00040300
           EXIT.                                                        00040400
      *                                                                 00040500
      *--------------------------------------------------------------*  00040600
      *          INACTIVATE A DOCUMENT REQUIREMENT                   *  00040700
      *--------------------------------------------------------------*  00040800
       INACT-RQMT-ROW.                                                  00040900
           EXEC SQL                                                     00041000
              SELECT DOC_DESC_TXT                                       00041100
                    ,ACTV_IND                                           00041200
                INTO :WS-FET-DOC-DESC                                   00041300
                    ,:WS-FET-ACTV-IND                                   00041400
                FROM ACATDCRQ                                           00041500
               WHERE TRNFR_TYPE_CD = :WS-PASSED-TRNFR-TYPE              00041600
                 AND ACCT_TYPE_CD  = :WS-PASSED-ACCT-TYPE               00041700
                 AND DOC_TYPE_CD   = :WS-PASSED-DOC-TYPE                00041800
           END-EXEC.                                                    00041900
           IF SQLCODE = +100                                            00042000
              SET ACATDC-NOT-FOUND TO TRUE                              00042100
              GO TO INACT-RQMT-ROW-EXIT                                 00042200
           END-IF.                                                      00042300
           IF SQLCODE NOT = 0                                           00042400
              SET ACATDC-ERROR  TO TRUE                                 00042500
              MOVE SQLCODE  TO ACATDC-SQLCODE                           00042600
              PERFORM 9999-DB2-ERROR                                    00042700
              GO TO INACT-RQMT-ROW-EXIT                                 00042800
           END-IF.                                                      00042900
                                                                        00043000
           EXEC SQL                                                     00043100
              UPDATE ACATDCRQ                                           00043200
                 SET ACTV_IND      = 'N'                                00043300
                    ,UPDT_OPER_ID  = :WS-PASSED-OPER-ID                 00043400
                    ,UPDT_TMSTP    = CURRENT TIMESTAMP                  00043500
               WHERE TRNFR_TYPE_CD = :WS-PASSED-TRNFR-TYPE              00043600
                 AND ACCT_TYPE_CD  = :WS-PASSED-ACCT-TYPE               00043700
                 AND DOC_TYPE_CD   = :WS-PASSED-DOC-TYPE                00043800
           END-EXEC.                                                    00043900
           IF SQLCODE = 0                                               00044000
              SET ACATDC-NORMAL TO TRUE                                 00044100
              MOVE SPACES               TO RFA-PARAMETERS               00044200
              SET RFA-INACTIVATE        TO TRUE                         00044300
              PERFORM BUILD-AUDIT-BEFORE                                00044400
              MOVE WS-FET-DOC-DESC      TO WS-PASSED-DOC-DESC           00044500
              MOVE 'N'                  TO WS-FET-ACTV-IND              00044600
              PERFORM BUILD-AUDIT-AFTER                                 00044700
              PERFORM WRITE-REF-AUDIT                                   00044800
           ELSE                                                         00044900
           IF SQLCODE = +100                                            00045000
              SET ACATDC-NOT-FOUND TO TRUE                              00045100
           ELSE                                                         00045200
              SET ACATDC-ERROR  TO TRUE                                 00045300
              MOVE SQLCODE  TO ACATDC-SQLCODE                           00045400
              PERFORM 9999-DB2-ERROR.                                   00045500
       INACT-RQMT-ROW-EXIT.                                             00045600
           EXIT.                                                        00045700
      *                                                                 00045800
      *--------------------------------------------------------------*  00045900
      *          AUDIT IMAGES - THE ROW BEFORE (AS READ) AND AFTER   *  00046000
      *--------------------------------------------------------------*  00046100
       BUILD-AUDIT-BEFORE.                                              00046200
           PERFORM BUILD-AUDIT-KEY.                                     00046300
           STRING 'DESC='      WS-FET-DOC-DESC                          00046400
                  ' ACTV='     WS-FET-ACTV-IND                          00046500
              DELIMITED BY SIZE  INTO RFA-BEFORE-TXT.                   00046600
      *                                                                 00046700
       BUILD-AUDIT-AFTER.                                               00046800
           PERFORM BUILD-AUDIT-KEY.                                     00046900
           STRING 'DESC='      WS-PASSED-DOC-DESC                       00047000
                  ' ACTV='     WS-FET-ACTV-IND                          00047100
              DELIMITED BY SIZE  INTO RFA-AFTER-TXT.                    00047200
      *                                                                 00047300
       BUILD-AUDIT-KEY.                                                 00047400
           MOVE SPACES             TO RFA-KEY-TXT.                      00047500
           STRING WS-PASSED-TRNFR-TYPE '/'                              00047600
                  WS-PASSED-ACCT-TYPE  '/'                              00047700
                  WS-PASSED-DOC-TYPE                                    00047800
              DELIMITED BY SIZE  INTO RFA-KEY-TXT.                      00047900
      *                                                                 00048000
      *--------------------------------------------------------------*  00048100
      *          RECORD THE CHANGE ON THE REFERENCE-DATA AUDIT.      *  00048200
      *          A CHANGE THAT CANNOT BE AUDITED IS BACKED OUT.      *  00048300
      *--------------------------------------------------------------*  00048400
       WRITE-REF-AUDIT.                                                 00048500
           MOVE 'ACATDCRQ'        TO RFA-TABLE-NM.                      00048600
           MOVE WS-PASSED-OPER-ID TO RFA-USER-ID.                       00048700
           MOVE 'ACATDCDB'        TO RFA-PRGM-NM.                       00048800
           CALL WS-ACATRFAU    USING RFA-PARAMETERS.                    00048900
           IF RFA-DB2-ERROR                                             00049000
              EXEC CICS SYNCPOINT ROLLBACK                              00049100
                   NOHANDLE                                             00049200
              END-EXEC                                                  00049300
              SET ACATDC-ERROR  TO TRUE                                 00049400
              MOVE RFA-SQLCODE  TO ACATDC-SQLCODE                       00049500
           END-IF.                                                      00049600
       EJECT                                                            00049700
      *                                                                 00049800
      *--------------------------------------------------------------*  00049900
      *          INDEX A DOCUMENT RECEIVED ON A TRANSFER.  THE       *  00050000
      *          TRANSFER MUST BE ON FILE (ACTIVE OR HISTORY).  A    *  00050100
      *          BLANK DATE RECEIVED IS TAKEN AS TODAY.              *  00050200
      *--------------------------------------------------------------*  00050300
       ADD-DOC-ROW.                                                     00050400
           IF WS-PASSED-CLT = SPACES                                    00050500
           OR WS-PASSED-ACAT-CNTRL = SPACES                             00050600
           OR WS-PASSED-DOC-TYPE = SPACES                               00050700
           OR WS-PASSED-IMG-DOC-ID = SPACES                             00050800
              SET ACATDC-INVALID TO TRUE                                00050900
              GO TO ADD-DOC-ROW-EXIT                                    00051000
           END-IF.                                                      00051100
                                                                        00051200
           EXEC SQL                                                     00051300
              SELECT  COUNT(*)                                          00051400
                INTO :WS-TFR-CNT                                        00051500
                FROM  VTRNFR                                            00051600
               WHERE  CLIENT_NBR       = :WS-PASSED-CLT                 00051700
                 AND  ACAT_CONTROL_NBR = :WS-PASSED-ACAT-CNTRL          00051800
           END-EXEC.                                                    00051900
           IF SQLCODE = 0 AND WS-TFR-CNT = 0                            00052000
              EXEC SQL                                                  00052100
                 SELECT  COUNT(*)                                       00052200
                   INTO :WS-TFR-CNT                                     00052300
                   FROM  VTRNHSTY                                       00052400
                  WHERE  CLIENT_NBR       = :WS-PASSED-CLT              00052500
                    AND  ACAT_CONTROL_NBR = :WS-PASSED-ACAT-CNTRL       00052600
              END-EXEC                                                  00052700
           END-IF.                                                      00052800
           IF SQLCODE NOT = 0                                           00052900
              SET ACATDC-ERROR  TO TRUE                                 00053000
              MOVE SQLCODE  TO ACATDC-SQLCODE                           00053100
              PERFORM 9999-DB2-ERROR                                    00053200
              GO TO ADD-DOC-ROW-EXIT                                    00053300
           END-IF.                                                      00053400
           IF WS-TFR-CNT = 0                                            00053500
              SET ACATDC-NOT-FOUND TO TRUE                              00053600
              GO TO ADD-DOC-ROW-EXIT                                    00053700
           END-IF.                                                      00053800
                                                                        00053900
           EXEC SQL                                                     00054000
              INSERT INTO ACATDOCX                                      00054100
                     (CLIENT_NBR                                        00054200
                     ,ACAT_CONTROL_NBR                                  00054300
                     ,IMG_DOC_ID                                        00054400
                     ,DOC_TYPE_CD                                       00054500
                     ,RCVD_DT                                           00054600
                     ,CRT_OPER_ID                                       00054700
                     ,CRT_TMSTP                                         00054800
                     ,UPDT_OPER_ID                                      00054900
                     ,UPDT_TMSTP)                                       00055000
              VALUES (:WS-PASSED-CLT                                    00055100
                     ,:WS-PASSED-ACAT-CNTRL                             00055200
                     ,:WS-PASSED-IMG-DOC-ID                             00055300
                     ,:WS-PASSED-DOC-TYPE                               00055400
                     ,DATE(VALUE(NULLIF(:WS-PASSED-RCVD-DT, ' '),       00055500
                                 CHAR(CURRENT DATE, ISO)))              00055600
                     ,:WS-PASSED-OPER-ID                                00055700
                     ,CURRENT TIMESTAMP                                 00055800
                     ,:WS-PASSED-OPER-ID                                00055900
                     ,CURRENT TIMESTAMP)                                00056000
           END-EXEC.                                                    00056100
           IF SQLCODE = 0                                               00056200
              SET ACATDC-NORMAL TO TRUE                                 00056300
           ELSE                                                         00056400
           IF SQLCODE = -803                                            00056500
              SET ACATDC-DUPLICATE TO TRUE                              00056600
           ELSE                                                         00056700
           IF SQLCODE = -180 OR -181                                    00056800
              SET ACATDC-INVALID TO TRUE                                00056900
              MOVE SQLCODE  TO ACATDC-SQLCODE                           00057000
           ELSE                                                         00057100
              SET ACATDC-ERROR  TO TRUE                                 00057200
              MOVE SQLCODE  TO ACATDC-SQLCODE                           00057300
              PERFORM 9999-DB2-ERROR.                                   00057400
       ADD-DOC-ROW-EXIT.                                                00057500
           EXIT.                                                        00057600
      *                                                                 00057700
      *--------------------------------------------------------------*  00057800
      *          CHANGE AN INDEXED DOCUMENT'S TYPE / DATE RECEIVED   *  00057900
      *--------------------------------------------------------------*  00058000
       UPDATE-DOC-ROW.                                                  00058100
           IF WS-PASSED-DOC-TYPE = SPACES                               00058200
           OR WS-PASSED-RCVD-DT = SPACES                                00058300
              SET ACATDC-INVALID TO TRUE                                00058400
           ELSE                                                         00058500
              PERFORM UPDATE-DOC-INDEX.                                 00058600
      *                                                                 00058700
       UPDATE-DOC-INDEX.                                                00058800
           EXEC SQL                                                     00058900
              UPDATE ACATDOCX                                           00059000
                 SET DOC_TYPE_CD      = :WS-PASSED-DOC-TYPE             00059100
                    ,RCVD_DT          = DATE(:WS-PASSED-RCVD-DT)        00059200
                    ,UPDT_OPER_ID     = :WS-PASSED-OPER-ID              00059300
                    ,UPDT_TMSTP       = CURRENT TIMESTAMP               00059400
               WHERE CLIENT_NBR       = :WS-PASSED-CLT                  00059500
                 AND ACAT_CONTROL_NBR = :WS-PASSED-ACAT-CNTRL           00059600
                 AND IMG_DOC_ID       = :WS-PASSED-IMG-DOC-ID           00059700
           END-EXEC.                                                    00059800
           IF SQLCODE = 0                                               00059900
              SET ACATDC-NORMAL TO TRUE                                 00060000
           ELSE                                                         00060100
           IF SQLCODE = +100                                            00060200
              SET ACATDC-NOT-FOUND TO TRUE                              00060300
           ELSE                                                         00060400
           IF SQLCODE = -180 OR -181                                    00060500
              SET ACATDC-INVALID TO TRUE                                00060600
              MOVE SQLCODE  TO ACATDC-SQLCODE                           00060700
           ELSE                                                         00060800
              SET ACATDC-ERROR  TO TRUE                                 00060900
              MOVE SQLCODE  TO ACATDC-SQLCODE                           00061000
              PERFORM 9999-DB2-ERROR.                                   00061100
      *                                                                 00061200
      *--------------------------------------------------------------*  00061300
      *          REMOVE A DOCUMENT INDEXED IN ERROR                  *  00061400
      *--------------------------------------------------------------*  00061500
       DELETE-DOC-ROW.                                                  00061600
           EXEC SQL                                                     00061700
              DELETE FROM ACATDOCX                                      00061800
               WHERE CLIENT_NBR       = :WS-PASSED-CLT                  00061900
                 AND ACAT_CONTROL_NBR = :WS-PASSED-ACAT-CNTRL           00062000
                 AND IMG_DOC_ID       = :WS-PASSED-IMG-DOC-ID           00062100
           END-EXEC.                                                    00062200
           IF SQLCODE = 0                                               00062300
              SET ACATDC-NORMAL TO TRUE                                 00062400
           ELSE                                                         00062500
           IF SQLCODE = +100                                            00062600
              SET ACATDC-NOT-FOUND TO TRUE                              00062700
           ELSE                                                         00062800
              SET ACATDC-ERROR  TO TRUE                                 00062900
              MOVE SQLCODE  TO ACATDC-SQLCODE                           00063000
              PERFORM 9999-DB2-ERROR.                                   00063100
      *                                                                 00063200
      *--------------------------------------------------------------*  00063300
      *          GET AN INDEXED DOCUMENT BY IMAGE DOCUMENT ID        *  00063400
      *--------------------------------------------------------------*  00063500
       GET-DOC-ROW.                                                     00063600
           EXEC SQL                                                     00063700
              SELECT CLIENT_NBR                                         00063800
                    ,ACAT_CONTROL_NBR                                   00063900
                    ,DOC_TYPE_CD                                        00064000
                    ,IMG_DOC_ID                                         00064100
                    ,CHAR(RCVD_DT, ISO)                                 00064200
                    ,CRT_OPER_ID                                        00064300
                INTO :WS-FET-DOC-CLT                                    00064400
                    ,:WS-FET-DOC-ACAT                                   00064500
                    ,:WS-FET-DOC-DOC-TYPE                               00064600
                    ,:WS-FET-DOC-IMG-ID                                 00064700
                    ,:WS-FET-DOC-RCVD-DT                                00064800
                    ,:WS-FET-DOC-OPER-ID                                00064900
                FROM ACATDOCX                                           00065000
               WHERE CLIENT_NBR       = :WS-PASSED-CLT                  00065100
                 AND ACAT_CONTROL_NBR = :WS-PASSED-ACAT-CNTRL           00065200
                 AND IMG_DOC_ID       = :WS-PASSED-IMG-DOC-ID           00065300
           END-EXEC.                                                    00065400
           IF SQLCODE = 0                                               00065500
              SET ACATDC-NORMAL  TO TRUE                                00065600
              MOVE SPACE         TO WS-FET-DOC-REQD-IND                 00065700
              PERFORM SET-DOC-RET-FLDS                                  00065800
           ELSE                                                         00065900
           IF SQLCODE = +100                                            00066000
              SET ACATDC-NOT-FOUND TO TRUE                              00066100
           ELSE                                                         00066200
              SET ACATDC-ERROR  TO TRUE                                 00066300
              MOVE SQLCODE  TO ACATDC-SQLCODE                           00066400
              PERFORM 9999-DB2-ERROR.                                   00066500
      *                                                                 00066600
      *--------------------------------------------------------------*  00066700
      *          RETURN FETCHED FIELDS TO THE SCREEN                 *  00066800
      *--------------------------------------------------------------*  00066900
       SET-RQM-RET-FLDS.                                                00067000
           MOVE WS-FET-TRNFR-TYPE    TO ACATDC-RQM-TRNFR-TYPE.          00067100
           MOVE WS-FET-ACCT-TYPE     TO ACATDC-RQM-ACCT-TYPE.           00067200
           MOVE WS-FET-DOC-TYPE      TO ACATDC-RQM-DOC-TYPE.            00067300
           MOVE WS-FET-DOC-DESC      TO ACATDC-RQM-DOC-DESC.            00067400
           MOVE WS-FET-ACTV-IND      TO ACATDC-RQM-ACTV.                00067500
      *                                                                 00067600
       SET-DOC-RET-FLDS.                                                00067700
           MOVE WS-FET-DOC-CLT       TO ACATDC-DOC-CLT.                 00067800
           MOVE WS-FET-DOC-ACAT      TO ACATDC-DOC-ACAT.                00067900
           MOVE WS-FET-DOC-DOC-TYPE  TO ACATDC-DOC-TYPE.                00068000
           MOVE WS-FET-DOC-REQD-IND  TO ACATDC-DOC-REQD-IND.            00068100
           MOVE WS-FET-DOC-IMG-ID    TO ACATDC-DOC-IMG-ID.              00068200
           MOVE WS-FET-DOC-RCVD-DT   TO ACATDC-DOC-RCVD-DT.             00068300
           MOVE WS-FET-DOC-OPER-ID   TO ACATDC-DOC-OPER-ID.             00068400
      *                                                                 00068500
      *--------------------------------------------------------------*  00068600
      *          DB2 ERROR - LOG AND RETURN ERROR TO THE SCREEN      *  00068700
      *--------------------------------------------------------------*  00068800
       9999-DB2-ERROR.                                                  00068900
           MOVE SPACE      TO WS-ERR-DATA.                              00069000
           SET WS-WRITE-ERROR-TO-LOG TO TRUE.                           00069100
           MOVE EIBTRNID   TO CALLING-TRAN-ID.                          00069200
           MOVE 'ACATDCDB' TO CALLING-PROGRAM-ID.                       00069300
           MOVE SQLCA      TO SQLCA-AREA.                               00069400
           EXEC CICS LINK PROGRAM('FPDB2LOG')                           00069500
                COMMAREA(WS-ERR-DATA)                                   00069600
                LENGTH(LENGTH OF WS-ERR-DATA)                           00069700
                NOHANDLE                                                00069800
           END-EXEC.                                                    00069900
       EJECT                                                            00070000
                                                                        00070100
       HANG-CICS.                                                       00070200
           GOBACK.                                                      00070300
