000001* PDX    - ACATRCDB C0369768 10/08/26 08:52:16 TBTIKUO            00000100
000001* CREATED FOR SSR 114441.  CUSTOMER RESCIND REQUESTS.  WHEN A     00000200
000001* CUSTOMER ASKED TO STOP A TRANSFER BEFORE SETTLEMENT THE         00000300
000001* CLIENT-RESCIND EXCEPTION (ERBF) WAS THE ONLY TRACE AND THE      00000400
000001* NSCC DELETE OR REJECT WAS KEYED BY HAND, OFTEN AFTER THE        00000500
000001* CUTOFF.  THIS DB2 I/O MODULE BACKS THE RESCIND SCREEN: THE      00000600
000001* REQUEST IS CAPTURED ON ACATRSCD WITH THE CUSTOMER CONTACT AND   00000700
000001* THE REQUESTING OPERATOR, CHECKED AGAINST THE TRANSFER'S         00000800
000001* CURRENT STTS_CD AND THE CAT711 LAST-DAY (REJECT CUTOFF) FLAG,   00000900
000001* AND APPROVED BY A SECOND OPERATOR.  CAT759 TURNS APPROVED       00001000
000001* REQUESTS INTO THE NSCC DELETE/REJECT OUTPUT.                    00001100
       IDENTIFICATION DIVISION.                                         00001200
       PROGRAM-ID.    ACATRCDB.                                         00001300
       AUTHOR.  L. MUREY.                                               00001400
      *REMARKS.                                                         00001500
      ***************************************************************** 00001600
      *   DB2 I/O PROGRAM FOR THE RESCIND REQUEST SCREEN.  FUNCTIONS: * 00001700
      *     O/F/C - BROWSE CURSOR BY CLIENT/CONTROL NUMBER            * 00001800
      *     A     - ADD A RESCIND REQUEST (TRANSFER MUST BE OPEN AND  * 00001900
      *             BEFORE SETTLEMENT PREP - STTS_CD BELOW 300, NOT   * 00002000
      *             140).  ON THE CAT711 LAST DAY THE REQUEST IS      * 00002100
      *             TAKEN AND RETURN CODE '5' WARNS THE OPERATOR.     * 00002200
      *     V     - APPROVE A REQUEST (NOT BY THE REQUESTING OPER)    * 00002300
      *     X     - CANCEL A REQUEST NOT YET SUBMITTED                * 00002400
      *     G     - GET THE REQUEST FOR A CONTROL NUMBER              * 00002500
      *   REQUEST STATUS - R REQUESTED, A APPROVED, S SUBMITTED TO    * 00002600
      *   NSCC, C CONFIRMED, L TOO LATE, X CANCELLED.                 * 00002700
      ***************************************************************** 00002800
       ENVIRONMENT DIVISION.                                            00002900
       DATA DIVISION.                                                   00003000
       WORKING-STORAGE SECTION.                                         00003100
      *                                                                 00003200
       01  WS-ERR-DATA.                                                 00003300
           03  WS-REQUEST-TYPE                 PIC X(01).               00003400
               88  WS-WRITE-ERROR-TO-LOG           VALUE 'Y'.           00003500
           03  CALLING-TRAN-ID                 PIC X(04).               00003600
           03  CALLING-PROGRAM-ID              PIC X(08).               00003700
           03  SQLCA-AREA                      PIC X(136).              00003800
       01  WS-ACATAUTH            PIC X(08)  VALUE 'ACATAUTH'.          00003900
           COPY CATAUTH REPLACING ==:AUTH:== BY ==AUT==.                00004000
       01  WS-PASSED-DATA-AREA.                                         00004100
           03  WS-PASSED-CLT                   PIC X(04).               00004200
           03  WS-PASSED-ACAT-CNTRL            PIC X(14).               00004300
           03  WS-PASSED-CNTCT-NM              PIC X(40).               00004400
           03  WS-PASSED-CNTCT-PHN             PIC X(15).               00004500
           03  WS-PASSED-CNTCT-MTHD            PIC X(01).               00004600
               88  WS-PASSED-MTHD-VALID            VALUE 'P' 'W'        00004700
                                                         'E' 'B'.       00004800
           03  WS-PASSED-OPER-ID               PIC X(08).               00004900
       01  WS-TFR-AREA.                                                 00005000
           03  WS-TFR-STTS                     PIC X(03).               00005100
           03  WS-TFR-SIDE                     PIC X(01).               00005200
           03  WS-TFR-TYPE                     PIC X(03).               00005300
           03  WS-TFR-STTLM-TM                 PIC X(01).               00005400
               88  WS-TFR-LAST-DAY                 VALUE 'L'.           00005500
       01  WS-FETCHED-DATA-AREA.                                        00005600
           03  WS-FET-CLT                      PIC X(04).               00005700
           03  WS-FET-ACAT-CNTRL               PIC X(14).               00005800
           03  WS-FET-SIDE                     PIC X(01).               00005900
           03  WS-FET-TFR-TYPE                 PIC X(03).               00006000
           03  WS-FET-RQST-STTS                PIC X(03).               00006100
           03  WS-FET-CNTCT-NM                 PIC X(40).               00006200
           03  WS-FET-CNTCT-PHN                PIC X(15).               00006300
           03  WS-FET-CNTCT-MTHD               PIC X(01).               00006400
           03  WS-FET-RQST-OPER                PIC X(08).               00006500
           03  WS-FET-RQST-DT                  PIC X(10).               00006600
           03  WS-FET-APRV-OPER                PIC X(08).               00006700
           03  WS-FET-RSCD-STTS                PIC X(01).               00006800
           03  WS-FET-SBMT-DT                  PIC X(10).               00006900
           03  WS-FET-CLOSE-RSN                PIC X(30).               00007000
       01  WS-RQST-OPER                        PIC X(08).               00007100
       EJECT                                                            00007200
      *                                                                 00007300
      *----------------------------------------------------------------*00007400
      *    SQL COMMUNICATION AREA                                      *00007500
      *----------------------------------------------------------------*00007600
           EXEC SQL                                                     00007700
              INCLUDE SQLCA                                             00007800
           END-EXEC.                                                    00007900
       EJECT                                                            00008000
      *                                                                 00008100
      *----------------------------------------------------------------*00008200
      *        RESCIND BROWSE CURSOR BY CLIENT/CONTROL NUMBER          *00008300
      *----------------------------------------------------------------*00008400
           EXEC SQL                                                     00008500
              DECLARE  RSCCSR  CURSOR FOR                               00008600
                  SELECT                                                00008700
                     CLIENT_NBR                                         00008800
                    ,ACAT_CONTROL_NBR                                   00008900
                    ,DSTBN_SIDE_CD                                      00009000
                    ,TRNFR_TYPE_CD                                      00009100
                    ,RQST_TFR_STTS_CD                                   00009200
                    ,CNTCT_NM                                           00009300
                    ,CNTCT_PHN_NBR                                      00009400
                    ,CNTCT_MTHD_CD                                      00009500
                    ,RQST_OPER_ID                                       00009600
                    ,CHAR(DATE(RQST_TMSTP), ISO)                        00009700
                    ,APRV_OPER_ID                                       00009800
                    ,RSCD_STTS_CD                                       00009900
                    ,VALUE(CHAR(SBMT_DT, ISO), ' ')                     00010000
                    ,CLOSE_RSN_TXT                                      00010100
                  FROM                                                  00010200
                     ACATRSCD                                           00010300
                  WHERE                                                 00010400
                     CLIENT_NBR        = :WS-PASSED-CLT                 00010500
                    AND ACAT_CONTROL_NBR >= :WS-PASSED-ACAT-CNTRL       00010600
                  ORDER BY                                              00010700
                     ACAT_CONTROL_NBR                                   00010800
                  FOR READ ONLY WITH UR                                 00010900
           END-EXEC.                                                    00011000
       EJECT                                                            00011100
       LINKAGE SECTION.                                                 00011200
       01  DFHCOMMAREA.                                                 00011300
      *    ACATRCIO - RESCIND REQUEST COMMAREA                          00011400
           03  ACATRC-FUNCTION                 PIC X(01).               00011500
               88  ACATRC-OPN-RSCCSR               VALUE 'O'.           00011600
               88  ACATRC-FET-RSCCSR               VALUE 'F'.           00011700
               88  ACATRC-CLO-RSCCSR               VALUE 'C'.           00011800
               88  ACATRC-ADD-RSC                  VALUE 'A'.           00011900
               88  ACATRC-APRV-RSC                 VALUE 'V'.           00012000
               88  ACATRC-CNCL-RSC                 VALUE 'X'.           00012100
               88  ACATRC-GET-RSC                  VALUE 'G'.           00012200
           03  ACATRC-RETURN-CD                PIC X(01).               00012300
               88  ACATRC-NORMAL                   VALUE '0'.           00012400
               88  ACATRC-NOT-FOUND                VALUE '1'.           00012500
               88  ACATRC-DUPLICATE                VALUE '2'.           00012600
               88  ACATRC-NOT-RESCINDABLE          VALUE '3'.           00012700
               88  ACATRC-NOT-AUTH                 VALUE '4'.           00012800
               88  ACATRC-LAST-DAY                 VALUE '5'.           00012900
               88  ACATRC-INVALID                  VALUE '6'.           00013000
               88  ACATRC-ERROR                    VALUE '9'.           00013100
           03  ACATRC-SQLCODE                  PIC S9(05).              00013200
           03  ACATRC-PASS-FLDS.                                        00013300
               05  ACATRC-PASS-CLT             PIC X(04).               00013400
               05  ACATRC-PASS-ACAT-CNTRL      PIC X(14).               00013500
               05  ACATRC-PASS-CNTCT-NM        PIC X(40).               00013600
               05  ACATRC-PASS-CNTCT-PHN       PIC X(15).               00013700
               05  ACATRC-PASS-CNTCT-MTHD      PIC X(01).               00013800
               05  ACATRC-PASS-OPER-ID         PIC X(08).               00013900
           03  ACATRC-RSC-DATA.                                         00014000
               05  ACATRC-RSC-CLT              PIC X(04).               00014100
               05  ACATRC-RSC-ACAT-CNTRL       PIC X(14).               00014200
               05  ACATRC-RSC-SIDE             PIC X(01).               00014300
               05  ACATRC-RSC-TFR-TYPE         PIC X(03).               00014400
               05  ACATRC-RSC-RQST-STTS        PIC X(03).               00014500
               05  ACATRC-RSC-CNTCT-NM         PIC X(40).               00014600
               05  ACATRC-RSC-CNTCT-PHN        PIC X(15).               00014700
               05  ACATRC-RSC-CNTCT-MTHD       PIC X(01).               00014800
               05  ACATRC-RSC-RQST-OPER        PIC X(08).               00014900
               05  ACATRC-RSC-RQST-DT          PIC X(10).               00015000
               05  ACATRC-RSC-APRV-OPER        PIC X(08).               00015100
               05  ACATRC-RSC-STTS             PIC X(01).               00015200
               05  ACATRC-RSC-SBMT-DT          PIC X(10).               00015300
               05  ACATRC-RSC-CLOSE-RSN        PIC X(30).               00015400
       EJECT                                                            00015500
      *                                                                 00015600
       PROCEDURE DIVISION.                                              00015700
           MOVE ACATRC-PASS-FLDS TO WS-PASSED-DATA-AREA.                00015800
      *                                                                 00015900
           EVALUATE TRUE                                                00016000
              WHEN ACATRC-OPN-RSCCSR                                    00016100
                   PERFORM OPEN-RSC-CURSOR                              00016200
              WHEN ACATRC-FET-RSCCSR                                    00016300
                   PERFORM FETCH-RSC-CURSOR                             00016400
              WHEN ACATRC-CLO-RSCCSR                                    00016500
                   PERFORM CLOSE-RSC-CURSOR                             00016600
              WHEN ACATRC-ADD-RSC                                       00016700
                   PERFORM ADD-RSC-ROW THRU ADD-RSC-ROW-EXIT            00016800
              WHEN ACATRC-APRV-RSC                                      00016900
                   PERFORM APPROVE-RSC-ROW THRU APPROVE-RSC-ROW-EXIT    00017000
              WHEN ACATRC-CNCL-RSC                                      00017100
                   PERFORM CANCEL-RSC-ROW THRU CANCEL-RSC-ROW-EXIT      00017200
              WHEN ACATRC-GET-RSC                                       00017300
                   PERFORM GET-RSC-ROW                                  00017400
           END-EVALUATE.                                                00017500
                                                                        00017600
           EXEC CICS RETURN                                             00017700
           END-EXEC.                                                    00017800
       EJECT                                                            00017900
      *                                                                 00018000
      *--------------------------------------------------------------*  00018100
      *          OPEN RESCIND BROWSE CURSOR                          *  00018200
      *--------------------------------------------------------------*  00018300
       OPEN-RSC-CURSOR.                                                 00018400
           EXEC SQL                                                     00018500
              OPEN RSCCSR                                               00018600
           END-EXEC.                                                    00018700
           IF SQLCODE = 0                                               00018800
              SET ACATRC-NORMAL TO TRUE                                 00018900
           ELSE                                                         00019000
              SET ACATRC-ERROR  TO TRUE                                 00019100
              MOVE SQLCODE  TO ACATRC-SQLCODE                           00019200
              PERFORM 9999-DB2-ERROR.                                   00019300
      *                                                                 00019400
      *--------------------------------------------------------------*  00019500
      *          FETCH RESCIND BROWSE CURSOR                         *  00019600
      *--------------------------------------------------------------*  00019700
       FETCH-RSC-CURSOR.                                                00019800
           EXEC SQL                                                     00019900
              FETCH                                                     00020000
                  RSCCSR                                                00020100
              INTO                                                      00020200
                  :WS-FET-CLT,                                          00020300
                  :WS-FET-ACAT-CNTRL,                                   00020400
                  :WS-FET-SIDE,                                         00020500
                  :WS-FET-TFR-TYPE,                                     00020600
                  :WS-FET-RQST-STTS,                                    00020700
                  :WS-FET-CNTCT-NM,                                     00020800
                  :WS-FET-CNTCT-PHN,                                    00020900
                  :WS-FET-CNTCT-MTHD,                                   00021000
                  :WS-FET-RQST-OPER,                                    00021100
                  :WS-FET-RQST-DT,                                      00021200
                  :WS-FET-APRV-OPER,                                    00021300
                  :WS-FET-RSCD-STTS,                                    00021400
                  :WS-FET-SBMT-DT,                                      00021500
                  :WS-FET-CLOSE-RSN                                     00021600
           END-EXEC.                                                    00021700
           IF SQLCODE = 0                                               00021800
              SET ACATRC-NORMAL  TO TRUE                                00021900
              PERFORM SET-RSC-RET-FLDS                                  00022000
           ELSE                                                         00022100
           IF SQLCODE = +100                                            00022200
              SET ACATRC-NOT-FOUND TO TRUE                              00022300
           ELSE                                                         00022400
              SET ACATRC-ERROR  TO TRUE                                 00022500
              MOVE SQLCODE  TO ACATRC-SQLCODE                           00022600
              PERFORM 9999-DB2-ERROR.                                   00022700
      *                                                                 00022800
      *--------------------------------------------------------------*  00022900
      *          CLOSE RESCIND BROWSE CURSOR                         *  00023000
      *--------------------------------------------------------------*  00023100
       CLOSE-RSC-CURSOR.                                                00023200
           EXEC SQL                                                     00023300
              CLOSE RSCCSR                                              00023400
           END-EXEC.                                                    00023500
           IF SQLCODE = 0                                               00023600
              SET ACATRC-NORMAL TO TRUE                                 00023700
           ELSE                                                         00023800
              SET ACATRC-ERROR  TO TRUE                                 00023900
              MOVE SQLCODE  TO ACATRC-SQLCODE                           00024000
              PERFORM 9999-DB2-ERROR.                                   00024100
       EJECT                                                            00024200
      *                                                                 00024300
      *--------------------------------------------------------------*  00024400
      *          ADD A RESCIND REQUEST.  THE TRANSFER MUST STILL BE  *  00024500
      *          OPEN AND SHORT OF SETTLEMENT PREP.  A CANCELLED     *  00024600
      *          REQUEST ON THE SAME CONTROL NUMBER IS REOPENED.     *  00024700
      *--------------------------------------------------------------*  00024800
       ADD-RSC-ROW.                                                     00024900
           IF WS-PASSED-CNTCT-NM = SPACES                               00025000
           OR NOT WS-PASSED-MTHD-VALID                                  00025100
              SET ACATRC-INVALID TO TRUE                                00025200
              GO TO ADD-RSC-ROW-EXIT                                    00025300
           END-IF.                                                      00025400
                                                                        00025500
           MOVE SPACES            TO AUT-PARAMETERS.                    00025600
           MOVE WS-PASSED-OPER-ID TO AUT-USER-ID.                       00025700
           MOVE 'ACATRCRQ'        TO AUT-FUNC-CD.                       00025800
           CALL WS-ACATAUTH    USING AUT-PARAMETERS.                    00025900
           IF NOT AUT-ALLOWED                                           00026000
              SET ACATRC-NOT-AUTH  TO TRUE                              00026100
              GO TO ADD-RSC-ROW-EXIT                                    00026200
           END-IF.                                                      00026300
                                                                        00026400
           EXEC SQL                                                     00026500
              SELECT  STTS_CD                                           00026600
                     ,DSTBN_SIDE_CD                                     00026700
                     ,TRNFR_TYPE_CD                                     00026800
                     ,STTLM_TM_CD                                       00026900
                INTO :WS-TFR-STTS                                       00027000
                    ,:WS-TFR-SIDE                                       00027100
                    ,:WS-TFR-TYPE                                       00027200
                    ,:WS-TFR-STTLM-TM                                   00027300
                FROM  VTRNFR                                            00027400
               WHERE  CLIENT_NBR       = :WS-PASSED-CLT                 00027500
                 AND  ACAT_CONTROL_NBR = :WS-PASSED-ACAT-CNTRL          00027600
           END-EXEC.                                                    00027700
           EVALUATE SQLCODE                                             00027800
              WHEN +100                                                 00027900
                 SET ACATRC-NOT-FOUND  TO TRUE                          00028000
                 GO TO ADD-RSC-ROW-EXIT                                 00028100
              WHEN +0                                                   00028200
                 CONTINUE                                               00028300
              WHEN OTHER                                                00028400
                 SET ACATRC-ERROR  TO TRUE                              00028500
                 MOVE SQLCODE  TO ACATRC-SQLCODE                        00028600
                 PERFORM 9999-DB2-ERROR                                 00028700
                 GO TO ADD-RSC-ROW-EXIT                                 00028800
           END-EVALUATE.                                                00028900
                                                                        00029000
           IF WS-TFR-STTS NOT < '300'                                   00029100
           OR WS-TFR-STTS = '140'                                       00029200
              SET ACATRC-NOT-RESCINDABLE  TO TRUE                       00029300
              MOVE WS-TFR-STTS        TO ACATRC-RSC-RQST-STTS           00029400
              GO TO ADD-RSC-ROW-EXIT                                    00029500
           END-IF.                                                      00029600
                                                                        00029700
           EXEC SQL                                                     00029800
              INSERT INTO ACATRSCD                                      00029900
                     (CLIENT_NBR                                        00030000
                     ,ACAT_CONTROL_NBR                                  00030100
                     ,DSTBN_SIDE_CD                                     00030200
                     ,TRNFR_TYPE_CD                                     00030300
                     ,RQST_TFR_STTS_CD                                  00030400
                     ,CNTCT_NM                                          00030500
                     ,CNTCT_PHN_NBR                                     00030600
                     ,CNTCT_MTHD_CD                                     00030700
                     ,RQST_OPER_ID                                      00030800
                     ,RQST_TMSTP                                        00030900
                     ,APRV_OPER_ID                                      00031000
                     ,APRV_TMSTP                                        00031100
                     ,RSCD_STTS_CD                                      00031200
                     ,SBMT_DT                                           00031300
                     ,CLOSE_RSN_TXT                                     00031400
                     ,UPDT_TMSTP                                        00031500
                     ,PRGM_NM)                                          00031600
              VALUES (:WS-PASSED-CLT                                    00031700
                     ,:WS-PASSED-ACAT-CNTRL                             00031800
                     ,:WS-TFR-SIDE                                      00031900
                     ,:WS-TFR-TYPE                                      00032000
                     ,:WS-TFR-STTS                                      00032100
                     ,:WS-PASSED-CNTCT-NM                               00032200
                     ,:WS-PASSED-CNTCT-PHN                              00032300
                     ,:WS-PASSED-CNTCT-MTHD                             00032400
                     ,:WS-PASSED-OPER-ID                                00032500
                     ,CURRENT TIMESTAMP                                 00032600
                     ,' '                                               00032700
                     ,NULL                                              00032800
                     ,'R'                                               00032900
                     ,NULL                                              00033000
                     ,' '                                               00033100
                     ,CURRENT TIMESTAMP                                 00033200
                     ,'ACATRCDB')                                       00033300
           END-EXEC.                                                    00033400
           IF SQLCODE = -803                                            00033500
              PERFORM REOPEN-RSC-ROW                                    00033600
           END-IF.                                                      00033700
           IF SQLCODE = 0                                               00033800
              IF WS-TFR-LAST-DAY                                        00033900
                 SET ACATRC-LAST-DAY TO TRUE                            00034000
              ELSE                                                      00034100
                 SET ACATRC-NORMAL TO TRUE                              00034200
              END-IF                                                    00034300
           ELSE                                                         00034400
           IF SQLCODE = +100                                            00034500
              SET ACATRC-DUPLICATE TO TRUE                              00034600
           ELSE                                                         00034700
              SET ACATRC-ERROR  TO TRUE                                 00034800
              MOVE SQLCODE  TO ACATRC-SQLCODE                           00034900
              PERFORM 9999-DB2-ERROR.                                   00035000
       ADD-RSC-ROW-EXIT.                                                00035100
           EXIT.                                                        00035200
      *                                                                 00035300
       REOPEN-RSC-ROW.                                                  00035400
           EXEC SQL                                                     00035500
              UPDATE ACATRSCD                                           00035600
                 SET DSTBN_SIDE_CD    = :WS-TFR-SIDE                    00035700
                    ,TRNFR_TYPE_CD    = :WS-TFR-TYPE                    00035800
                    ,RQST_TFR_STTS_CD = :WS-TFR-STTS                    00035900
                    ,CNTCT_NM         = :WS-PASSED-CNTCT-NM             00036000
                    ,CNTCT_PHN_NBR    = :WS-PASSED-CNTCT-PHN            00036100
                    ,CNTCT_MTHD_CD    = :WS-PASSED-CNTCT-MTHD           00036200
                    ,RQST_OPER_ID     = :WS-PASSED-OPER-ID              00036300
                    ,RQST_TMSTP       = CURRENT TIMESTAMP               00036400
                    ,APRV_OPER_ID     = ' '                             00036500
                    ,APRV_TMSTP       = NULL                            00036600
                    ,RSCD_STTS_CD     = 'R'                             00036700
                    ,SBMT_DT          = NULL                            00036800
                    ,CLOSE_RSN_TXT    = ' '                             00036900
                    ,UPDT_TMSTP       = CURRENT TIMESTAMP               00037000
                    ,PRGM_NM          = 'ACATRCDB'                      00037100
               WHERE CLIENT_NBR       = :WS-PASSED-CLT                  00037200
                 AND ACAT_CONTROL_NBR = :WS-PASSED-ACAT-CNTRL           00037300
                 AND RSCD_STTS_CD     = 'X'                             00037400
           END-EXEC.                                                    00037500
      *                                                                 00037600
      *--------------------------------------------------------------*  00037700
      *          APPROVE A REQUEST.  THE APPROVER MUST BE ENTITLED   *  00037800
      *          AND MUST NOT BE THE OPERATOR WHO TOOK THE REQUEST.  *  00037900
      *--------------------------------------------------------------*  00038000
       APPROVE-RSC-ROW.                                                 00038100
           MOVE SPACES            TO AUT-PARAMETERS.                    00038200
           MOVE WS-PASSED-OPER-ID TO AUT-USER-ID.                       00038300
           MOVE 'ACATRCAP'        TO AUT-FUNC-CD.                       00038400
           CALL WS-ACATAUTH    USING AUT-PARAMETERS.                    00038500
           IF NOT AUT-ALLOWED                                           00038600
              SET ACATRC-NOT-AUTH  TO TRUE                              00038700
              GO TO APPROVE-RSC-ROW-EXIT                                00038800
           END-IF.                                                      00038900
                                                                        00039000
           EXEC SQL                                                     00039100
              SELECT  RQST_OPER_ID                                      00039200
                INTO :WS-RQST-OPER                                      00039300
                FROM  ACATRSCD                                          00039400
               WHERE  CLIENT_NBR       = :WS-PASSED-CLT                 00039500
                 AND  ACAT_CONTROL_NBR = :WS-PASSED-ACAT-CNTRL          00039600
                 AND  RSCD_STTS_CD     = 'R'                            00039700
           END-EXEC.                                                    00039800
           EVALUATE SQLCODE                                             00039900
              WHEN +100                                                 00040000
                 SET ACATRC-NOT-FOUND  TO TRUE                          00040100
                 GO TO APPROVE-RSC-ROW-EXIT                             00040200
              WHEN +0                                                   00040300
                 CONTINUE                                               00040400
              WHEN OTHER                                                00040500
                 SET ACATRC-ERROR  TO TRUE                              00040600
                 MOVE SQLCODE  TO ACATRC-SQLCODE                        00040700
                 PERFORM 9999-DB2-ERROR                                 00040800
                 GO TO APPROVE-RSC-ROW-EXIT                             00040900
           END-EVALUATE.                                                00041000
                                                                        00041100
           IF WS-RQST-OPER = WS-PASSED-OPER-ID                          00041200
              SET ACATRC-NOT-AUTH  TO TRUE                              00041300
              GO TO APPROVE-RSC-ROW-EXIT                                00041400
           END-IF.                                                      00041500
                                                                        00041600
           EXEC SQL                                                     00041700
              UPDATE ACATRSCD                                           00041800
                 SET RSCD_STTS_CD   = 'A'                               00041900
                    ,APRV_OPER_ID   = :WS-PASSED-OPER-ID                00042000
                    ,APRV_TMSTP     = CURRENT TIMESTAMP                 00042100
                    ,UPDT_TMSTP     = CURRENT TIMESTAMP                 00042200
                    ,PRGM_NM        = 'ACATRCDB'                        00042300
               WHERE CLIENT_NBR       = :WS-PASSED-CLT                  00042400
                 AND ACAT_CONTROL_NBR = :WS-PASSED-ACAT-CNTRL           00042500
                 AND RSCD_STTS_CD     = 'R'                             00042600
           END-EXEC.                                                    00042700
           IF SQLCODE = 0                                               00042800
              SET ACATRC-NORMAL TO TRUE                                 00042900
           ELSE                                                         00043000
           IF SQLCODE = +100                                            00043100
              SET ACATRC-NOT-FOUND TO TRUE                              00043200
           ELSE                                                         00043300
              SET ACATRC-ERROR  TO TRUE                                 00043400
              MOVE SQLCODE  TO ACATRC-SQLCODE                           00043500
              PERFORM 9999-DB2-ERROR.                                   00043600
       APPROVE-RSC-ROW-EXIT.                                            00043700
           EXIT.                                                        00043800
      *                                                                 00043900
      *--------------------------------------------------------------*  00044000
      *          CANCEL A REQUEST THAT HAS NOT GONE TO NSCC          *  00044100
      *--------------------------------------------------------------*  00044200
       CANCEL-RSC-ROW.                                                  00044300
           MOVE SPACES            TO AUT-PARAMETERS.                    00044400
           MOVE WS-PASSED-OPER-ID TO AUT-USER-ID.                       00044500
           MOVE 'ACATRCRQ'        TO AUT-FUNC-CD.                       00044600
           CALL WS-ACATAUTH    USING AUT-PARAMETERS.                    00044700
           IF NOT AUT-ALLOWED                                           00044800
              SET ACATRC-NOT-AUTH  TO TRUE                              00044900
              GO TO CANCEL-RSC-ROW-EXIT                                 00045000
           END-IF.                                                      00045100
                                                                        00045200
           EXEC SQL                                                     00045300
              UPDATE ACATRSCD                                           00045400
                 SET RSCD_STTS_CD   = 'X'                               00045500
                    ,CLOSE_RSN_TXT  = 'CANCELLED AT CUSTOMER REQUEST'   00045600
                    ,UPDT_TMSTP     = CURRENT TIMESTAMP                 00045700
                    ,PRGM_NM        = 'ACATRCDB'                        00045800
               WHERE CLIENT_NBR       = :WS-PASSED-CLT                  00045900
                 AND ACAT_CONTROL_NBR = :WS-PASSED-ACAT-CNTRL           00046000
                 AND RSCD_STTS_CD    IN ('R', 'A')                      00046100
           END-EXEC.                                                    00046200
           IF SQLCODE = 0                                               00046300
              SET ACATRC-NORMAL TO TRUE                                 00046400
           ELSE                                                         00046500
           IF SQLCODE = +100                                            00046600
              SET ACATRC-NOT-FOUND TO TRUE                              00046700
           ELSE                                                         00046800
              SET ACATRC-ERROR  TO TRUE                                 00046900
              MOVE SQLCODE  TO ACATRC-SQLCODE                           00047000
              PERFORM 9999-DB2-ERROR.                                   00047100
       CANCEL-RSC-ROW-EXIT.                                             00047200
           EXIT.                                                        00047300
       EJECT                                                            00047400
      *                                                                 00047500
      *--------------------------------------------------------------*  00047600
      *          GET THE RESCIND REQUEST FOR A CONTROL NUMBER        *  00047700
      *--------------------------------------------------------------*  00047800
       GET-RSC-ROW.                                                     00047900
           EXEC SQL                                                     00048000
              SELECT CLIENT_NBR                                         00048100
                    ,ACAT_CONTROL_NBR                                   00048200
                    ,DSTBN_SIDE_CD                                      00048300
                    ,TRNFR_TYPE_CD                                      00048400
                    ,RQST_TFR_STTS_CD                                   00048500
                    ,CNTCT_NM                                           00048600
                    ,CNTCT_PHN_NBR                                      00048700
                    ,CNTCT_MTHD_CD                                      00048800
                    ,RQST_OPER_ID                                       00048900
                    ,CHAR(DATE(RQST_TMSTP), ISO)                        00049000
                    ,APRV_OPER_ID                                       00049100
                    ,RSCD_STTS_CD                                       00049200
                    ,VALUE(CHAR(SBMT_DT, ISO), ' ')                     00049300
                    ,CLOSE_RSN_TXT                                      00049400
                INTO :WS-FET-CLT                                        00049500
                    ,:WS-FET-ACAT-CNTRL                                 00049600
                    ,:WS-FET-SIDE                                       00049700
                    ,:WS-FET-TFR-TYPE                                   00049800
                    ,:WS-FET-RQST-STTS                                  00049900
                    ,:WS-FET-CNTCT-NM                                   00050000
                    ,:WS-FET-CNTCT-PHN                                  00050100
                    ,:WS-FET-CNTCT-MTHD                                 00050200
                    ,:WS-FET-RQST-OPER                                  00050300
                    ,:WS-FET-RQST-DT                                    00050400
                    ,:WS-FET-APRV-OPER                                  00050500
                    ,:WS-FET-RSCD-STTS                                  00050600
                    ,:WS-FET-SBMT-DT                                    00050700
                    ,:WS-FET-CLOSE-RSN                                  00050800
                FROM ACATRSCD                                           00050900
               WHERE CLIENT_NBR       = :WS-PASSED-CLT                  00051000
                 AND ACAT_CONTROL_NBR = :WS-PASSED-ACAT-CNTRL           00051100
           END-EXEC.                                                    00051200
           IF SQLCODE = 0                                               00051300
              SET ACATRC-NORMAL  TO TRUE                                00051400
              PERFORM SET-RSC-RET-FLDS                                  00051500
           ELSE                                                         00051600
           IF SQLCODE = +100                                            00051700
              SET ACATRC-NOT-FOUND TO TRUE                              00051800
           ELSE                                                         00051900
              SET ACATRC-ERROR  TO TRUE                                 00052000
              MOVE SQLCODE  TO ACATRC-SQLCODE                           00052100
              PERFORM 9999-DB2-ERROR.                                   00052200
      *                                                                 00052300
      *--------------------------------------------------------------*  00052400
      *          RETURN FETCHED FIELDS TO THE SCREEN                 *  00052500
      *--------------------------------------------------------------*  00052600
       SET-RSC-RET-FLDS.                                                00052700
           MOVE WS-FET-CLT           TO ACATRC-RSC-CLT.                 00052800
           MOVE WS-FET-ACAT-CNTRL    TO ACATRC-RSC-ACAT-CNTRL.          00052900
           MOVE WS-FET-SIDE          TO ACATRC-RSC-SIDE.                00053000
           MOVE WS-FET-TFR-TYPE      TO ACATRC-RSC-TFR-TYPE.            00053100
           MOVE WS-FET-RQST-STTS     TO ACATRC-RSC-RQST-STTS.           00053200
           MOVE WS-FET-CNTCT-NM      TO ACATRC-RSC-CNTCT-NM.            00053300
           MOVE WS-FET-CNTCT-PHN     TO ACATRC-RSC-CNTCT-PHN.           00053400
           MOVE WS-FET-CNTCT-MTHD    TO ACATRC-RSC-CNTCT-MTHD.          00053500
           MOVE WS-FET-RQST-OPER     TO ACATRC-RSC-RQST-OPER.           00053600
           MOVE WS-FET-RQST-DT       TO ACATRC-RSC-RQST-DT.             00053700
           MOVE WS-FET-APRV-OPER     TO ACATRC-RSC-APRV-OPER.           00053800
           MOVE WS-FET-RSCD-STTS     TO ACATRC-RSC-STTS.                00053900
           MOVE WS-FET-SBMT-DT       TO ACATRC-RSC-SBMT-DT.             00054000
           MOVE WS-FET-CLOSE-RSN     TO ACATRC-RSC-CLOSE-RSN.           00054100
      *                                                                 00054200
      *--------------------------------------------------------------*  00054300
      *          DB2 ERROR - LOG AND RETURN ERROR TO THE SCREEN      *  00054400
      *--------------------------------------------------------------*  00054500
       9999-DB2-ERROR.                                                  00054600
           MOVE SPACE      TO WS-ERR-DATA.                              00054700
           SET WS-WRITE-ERROR-TO-LOG TO TRUE.                           00054800
           MOVE EIBTRNID   TO CALLING-TRAN-ID.                          00054900
           MOVE 'ACATRCDB' TO CALLING-PROGRAM-ID.                       00055000
           MOVE SQLCA      TO SQLCA-AREA.                               00055100
           EXEC CICS LINK PROGRAM('FPDB2LOG')                           00055200
                COMMAREA(WS-ERR-DATA)                                   00055300
                LENGTH(LENGTH OF WS-ERR-DATA)                           00055400
                NOHANDLE                                                00055500
           END-EXEC.                                                    00055600
       EJECT                                                            00055700
                                                                        00055800
       HANG-CICS.                                                       00055900
           GOBACK.                                                      00056000
