000001* PDX    - CAT757   C0369767 10/07/26 10:05:37 TBTIKUO            00000100
000001* CREATED FOR SSR 114440.  LEGAL-ORDER NIGHTLY CHECK.             00000200
000001* LEVIES, GARNISHMENTS AND RESTRAINING NOTICES SERVED ON AN       00000300
000001* ACCOUNT ARE KEPT ON ACATLGLO BY THE LEGAL TEAM (ACATLGDB        00000400
000001* SCREEN).  CAT713 SUSPENDS ANY DELIVERY FROM AN ACCOUNT UNDER    00000500
000001* AN ACTIVE ORDER; THIS STEP LISTS EVERY IN-FLIGHT OUTGOING       00000600
000001* TRANSFER STOPPED BY AN ORDER, AND EVERY ACTIVE ORDER DUE TO     00000700
000001* EXPIRE IN THE LOOK-AHEAD WINDOW, SO LEGAL CAN RENEW OR          00000800
000001* RELEASE IT BEFORE THE BLOCK DROPS OFF.                          00000900
       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID.  CAT757.                                             00001100
       AUTHOR.      LARRY MUREY.                                        00001200
       DATE-WRITTEN.  OCT 2026.                                         00001300
      *---------------------------------------------------------------* 00001400
      *                         REMARKS                               * 00001500
      * PARM:   DD (OPTIONAL) - EXPIRY LOOK-AHEAD DAYS (DEFAULT 30)   * 00001600
      * OUTPUT: RPTPI   - TRANSFERS STOPPED BY A LEGAL ORDER AND      * 00001700
      *                   ORDERS EXPIRING WITHIN THE LOOK-AHEAD       * 00001800
      * AN ORDER IS ACTIVE WHEN ORDER_STTS_CD = 'A', IT HAS BEEN      * 00001900
      * SERVED (SRVD_DT NOT AFTER TODAY) AND IT HAS NO EXPIRY OR THE  * 00002000
      * EXPIRY IS TODAY OR LATER - THE SAME TEST CAT713 APPLIES.      * 00002100
      * ORDER TYPES - LV LEVY, GN GARNISHMENT, RN RESTRAINING NOTICE, * 00002200
      *               CO OTHER COURT ORDER.                           * 00002300
      *---------------------------------------------------------------* 00002400
           EJECT                                                        00002500
      ***************************************************************** 00002600
       ENVIRONMENT DIVISION.                                            00002700
      ***************************************************************** 00002800
       INPUT-OUTPUT SECTION.                                            00002900
       FILE-CONTROL.                                                    00003000
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00003100
                                                                        00003200
      ***************************************************************** 00003300
       DATA DIVISION.                                                   00003400
      ***************************************************************** 00003500
                                                                        00003600
       FILE SECTION.                                                    00003700
                                                                        00003800
       FD  REPORT-FILE                                                  00003900
           RECORDING MODE F                                             00004000
           BLOCK CONTAINS 0 RECORDS                                     00004100
           LABEL RECORDS ARE STANDARD                                   00004200
           RECORD CONTAINS 132 CHARACTERS.                              00004300
       01  REPORT-RECORD                PIC  X(132).                    00004400
                                                                        00004500
           EJECT                                                        00004600
      ***************************************************************** 00004700
       WORKING-STORAGE SECTION.                                         00004800
      ***************************************************************** 00004900
                                                                        00005000
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00005100
                                                                        00005200
       01  CALL-MODULES.                                                00005300
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00005400
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00005500
                                                                        00005600
       01  WS-END-OF-STP-SW             PIC  X(01)  VALUE 'N'.          00005700
           88  WS-END-OF-STP                       VALUE 'Y'.           00005800
       01  WS-END-OF-EXP-SW             PIC  X(01)  VALUE 'N'.          00005900
           88  WS-END-OF-EXP                       VALUE 'Y'.           00006000
                                                                        00006100
       01  WS-EXPR-DAYS                 PIC S9(04) COMP    VALUE +30.   00006200
                                                                        00006300
      *  HOST VARIABLES - A TRANSFER STOPPED BY AN ORDER.               00006400
       01  WS-STP-AREA.                                                 00006500
           05  WS-STP-CLIENT            PIC  X(04).                     00006600
           05  WS-STP-ACAT-CNTL         PIC  X(14).                     00006700
           05  WS-STP-BRANCH            PIC  X(03).                     00006800
           05  WS-STP-ACCT              PIC  X(05).                     00006900
           05  WS-STP-RCV-NBR           PIC  X(04).                     00007000
           05  WS-STP-STTS              PIC  X(03).                     00007100
           05  WS-STP-SETTL-DT          PIC  X(10).                     00007200
           05  WS-STP-SEQ               PIC S9(03) COMP-3.              00007300
           05  WS-STP-TYPE              PIC  X(02).                     00007400
           05  WS-STP-ISSUER            PIC  X(40).                     00007500
           05  WS-STP-AMT               PIC S9(13)V99 COMP-3.           00007600
                                                                        00007700
      *  HOST VARIABLES - AN ORDER COMING UP FOR EXPIRY.                00007800
       01  WS-EXP-AREA.                                                 00007900
           05  WS-EXP-CLIENT            PIC  X(04).                     00008000
           05  WS-EXP-BRANCH            PIC  X(03).                     00008100
           05  WS-EXP-ACCT              PIC  X(05).                     00008200
           05  WS-EXP-SEQ               PIC S9(03) COMP-3.              00008300
           05  WS-EXP-TYPE              PIC  X(02).                     00008400
           05  WS-EXP-ISSUER            PIC  X(40).                     00008500
           05  WS-EXP-DOCKET            PIC  X(20).                     00008600
           05  WS-EXP-SRVD-DT           PIC  X(10).                     00008700
           05  WS-EXP-EXPR-DT           PIC  X(10).                     00008800
           05  WS-EXP-DAYS-LEFT         PIC S9(05) COMP-3.              00008900
                                                                        00009000
       01  WS-CNT-STOPPED               PIC S9(07) COMP-3  VALUE ZERO.  00009100
       01  WS-CNT-EXPIRING              PIC S9(07) COMP-3  VALUE ZERO.  00009200
                                                                        00009300
       01  WS-ACCEPT-DATE.                                              00009400
           05  WS-ACCEPT-YY             PIC  9(02).                     00009500
           05  WS-ACCEPT-MM             PIC  9(02).                     00009600
           05  WS-ACCEPT-DD             PIC  9(02).                     00009700
                                                                        00009800
       01  WS-DB2-MESSAGE-AREA.                                         00009900
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00010000
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00010100
               INDEXED BY WS-ERROR-INDEX.                               00010200
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00010300
                                                                        00010400
           EJECT                                                        00010500
       01  HDR1-RECORD.                                                 00010600
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00010700
           05  FILLER                   PIC  X(30)  VALUE               00010800
               'CAT757 - TRANSFERS STOPPED BY '.                        00010900
           05  FILLER                   PIC  X(30)  VALUE               00011000
               'LEGAL ORDER                   '.                        00011100
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00011200
           05  FILLER                   PIC  X(06)  VALUE               00011300
               'DATE: '.                                                00011400
           05  HDR1-DATE-MM             PIC  X(02).                     00011500
           05  FILLER                   PIC  X(01)  VALUE '/'.          00011600
           05  HDR1-DATE-DD             PIC  X(02).                     00011700
           05  FILLER                   PIC  X(01)  VALUE '/'.          00011800
           05  HDR1-DATE-YY             PIC  X(02).                     00011900
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00012000
                                                                        00012100
       01  HDR2-RECORD.                                                 00012200
           05  HDR2-CC                  PIC  X(01)  VALUE '0'.          00012300
           05  FILLER                   PIC  X(06)  VALUE 'CLNT  '.     00012400
           05  FILLER                   PIC  X(16)  VALUE               00012500
               'CONTROL NBR     '.                                      00012600
           05  FILLER                   PIC  X(10)  VALUE 'BR/ACCT   '. 00012700
           05  FILLER                   PIC  X(06)  VALUE 'RCVR  '.     00012800
           05  FILLER                   PIC  X(05)  VALUE 'STS  '.      00012900
           05  FILLER                   PIC  X(12)  VALUE               00013000
               'SETTLE      '.                                          00013100
           05  FILLER                   PIC  X(05)  VALUE 'SEQ  '.      00013200
           05  FILLER                   PIC  X(04)  VALUE 'TYP '.       00013300
           05  FILLER                   PIC  X(42)  VALUE               00013400
               'ISSUED BY'.                                             00013500
           05  FILLER                   PIC  X(25)  VALUE               00013600
               '      AMOUNT RESTRAINED'.                               00013700
                                                                        00013800
       01  HDR3-RECORD.                                                 00013900
           05  HDR3-CC                  PIC  X(01)  VALUE '-'.          00014000
           05  FILLER                   PIC  X(30)  VALUE               00014100
               'ACTIVE LEGAL ORDERS EXPIRING  '.                        00014200
           05  FILLER                   PIC  X(12)  VALUE               00014300
               'WITHIN DAYS:'.                                          00014400
           05  HDR3-DAYS                PIC  ZZZ9.                      00014500
           05  FILLER                   PIC  X(85)  VALUE SPACES.       00014600
                                                                        00014700
       01  HDR4-RECORD.                                                 00014800
           05  HDR4-CC                  PIC  X(01)  VALUE '0'.          00014900
           05  FILLER                   PIC  X(06)  VALUE 'CLNT  '.     00015000
           05  FILLER                   PIC  X(10)  VALUE 'BR/ACCT   '. 00015100
           05  FILLER                   PIC  X(05)  VALUE 'SEQ  '.      00015200
           05  FILLER                   PIC  X(04)  VALUE 'TYP '.       00015300
           05  FILLER                   PIC  X(42)  VALUE               00015400
               'ISSUED BY'.                                             00015500
           05  FILLER                   PIC  X(22)  VALUE               00015600
               'DOCKET'.                                                00015700
           05  FILLER                   PIC  X(12)  VALUE               00015800
               'SERVED      '.                                          00015900
           05  FILLER                   PIC  X(12)  VALUE               00016000
               'EXPIRES     '.                                          00016100
           05  FILLER                   PIC  X(18)  VALUE               00016200
               'DAYS LEFT'.                                             00016300
                                                                        00016400
       01  DTL1-RECORD.                                                 00016500
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00016600
           05  DTL1-CLIENT              PIC  X(04).                     00016700
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00016800
           05  DTL1-ACAT-CNTL           PIC  X(14).                     00016900
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00017000
           05  DTL1-BRANCH              PIC  X(03).                     00017100
           05  FILLER                   PIC  X(01)  VALUE '/'.          00017200
           05  DTL1-ACCT                PIC  X(05).                     00017300
           05  FILLER                   PIC  X(01)  VALUE SPACE.        00017400
           05  DTL1-RCV-NBR             PIC  X(04).                     00017500
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00017600
           05  DTL1-STTS                PIC  X(03).                     00017700
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00017800
           05  DTL1-SETTL-DT            PIC  X(10).                     00017900
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00018000
           05  DTL1-SEQ                 PIC  ZZ9.                       00018100
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00018200
           05  DTL1-TYPE                PIC  X(02).                     00018300
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00018400
           05  DTL1-ISSUER              PIC  X(40).                     00018500
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00018600
           05  DTL1-AMT                 PIC  Z,ZZZ,ZZZ,ZZZ,ZZ9.99.      00018700
           05  FILLER                   PIC  X(05)  VALUE SPACES.       00018800
                                                                        00018900
       01  DTL2-RECORD.                                                 00019000
           05  DTL2-CC                  PIC  X(01)  VALUE ' '.          00019100
           05  DTL2-CLIENT              PIC  X(04).                     00019200
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00019300
           05  DTL2-BRANCH              PIC  X(03).                     00019400
           05  FILLER                   PIC  X(01)  VALUE '/'.          00019500
           05  DTL2-ACCT                PIC  X(05).                     00019600
           05  FILLER                   PIC  X(01)  VALUE SPACE.        00019700
           05  DTL2-SEQ                 PIC  ZZ9.                       00019800
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00019900
           05  DTL2-TYPE                PIC  X(02).                     00020000
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00020100
           05  DTL2-ISSUER              PIC  X(40).                     00020200
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00020300
           05  DTL2-DOCKET              PIC  X(20).                     00020400
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00020500
           05  DTL2-SRVD-DT             PIC  X(10).                     00020600
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00020700
           05  DTL2-EXPR-DT             PIC  X(10).                     00020800
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00020900
           05  DTL2-DAYS-LEFT           PIC  ZZZZ9.                     00021000
           05  FILLER                   PIC  X(13)  VALUE SPACES.       00021100
                                                                        00021200
       01  TRL1-RECORD.                                                 00021300
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00021400
           05  TRL1-LABEL               PIC  X(28).                     00021500
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00021600
           05  FILLER                   PIC  X(92)  VALUE SPACES.       00021700
                                                                        00021800
       01  TRAC-RECORD.                                                 00021900
           05  TRAC-DETAIL              PIC  X(132).                    00022000
                                                                        00022100
           EJECT                                                        00022200
      *DB2 COMMUNICATION AREA                                           00022300
           EXEC SQL                                                     00022400
              INCLUDE SQLCA                                             00022500
           END-EXEC.                                                    00022600
                                                                        00022700
      *----------------------------------------------------------------*00022800
      *  IN-FLIGHT OUTGOING TRANSFERS FROM AN ACCOUNT UNDER AN ACTIVE  *00022900
      *  LEGAL ORDER.  A TRANSFER UNDER TWO ORDERS LISTS TWICE.        *00023000
      *----------------------------------------------------------------*00023100
           EXEC SQL                                                     00023200
              DECLARE STPCSR CURSOR FOR                                 00023300
                 SELECT T.CLIENT_NBR                                    00023400
                       ,T.ACAT_CONTROL_NBR                              00023500
                       ,T.BRANCH_CD                                     00023600
                       ,T.ACCT_CD                                       00023700
                       ,T.RCV_NBR                                       00023800
                       ,T.STTS_CD                                       00023900
                       ,VALUE(CHAR(T.STTLM_DT, ISO), ' ')               00024000
                       ,L.ORDER_SEQ_NBR                                 00024100
                       ,L.ORDER_TYPE_CD                                 00024200
                       ,L.ISSR_NM                                       00024300
                       ,L.RSTRN_AMT                                     00024400
                 FROM  VTRNFR   T                                       00024500
                      ,ACATLGLO L                                       00024600
                 WHERE T.DSTBN_SIDE_CD  = 'D'                           00024700
                   AND T.STTS_CD   NOT IN ('140', '600', '310')         00024800
                   AND L.CLIENT_NBR     = T.CLIENT_NBR                  00024900
                   AND L.BRANCH_CD      = T.BRANCH_CD                   00025000
                   AND L.ACCT_CD        = T.ACCT_CD                     00025100
                   AND L.ORDER_STTS_CD  = 'A'                           00025200
                   AND L.SRVD_DT       <= CURRENT DATE                  00025300
                   AND (L.EXPR_DT IS NULL                               00025400
                    OR  L.EXPR_DT      >= CURRENT DATE)                 00025500
                 ORDER BY 1, 3, 4, 2, 8                                 00025600
                 WITH UR                                                00025700
           END-EXEC.                                                    00025800
                                                                        00025900
      *----------------------------------------------------------------*00026000
      *  ACTIVE ORDERS WHOSE EXPIRY FALLS IN THE LOOK-AHEAD WINDOW.    *00026100
      *----------------------------------------------------------------*00026200
           EXEC SQL                                                     00026300
              DECLARE EXPCSR CURSOR FOR                                 00026400
                 SELECT CLIENT_NBR                                      00026500
                       ,BRANCH_CD                                       00026600
                       ,ACCT_CD                                         00026700
                       ,ORDER_SEQ_NBR                                   00026800
                       ,ORDER_TYPE_CD                                   00026900
                       ,ISSR_NM                                         00027000
                       ,DCKT_NBR                                        00027100
                       ,CHAR(SRVD_DT, ISO)                              00027200
                       ,CHAR(EXPR_DT, ISO)                              00027300
                       ,DAYS(EXPR_DT) - DAYS(CURRENT DATE)              00027400
                 FROM  ACATLGLO                                         00027500
                 WHERE ORDER_STTS_CD  = 'A'                             00027600
                   AND EXPR_DT BETWEEN CURRENT DATE                     00027700
                       AND CURRENT DATE + :WS-EXPR-DAYS DAYS            00027800
                 ORDER BY EXPR_DT, CLIENT_NBR, BRANCH_CD, ACCT_CD       00027900
                 WITH UR                                                00028000
           END-EXEC.                                                    00028100
                                                                        00028200
           EJECT                                                        00028300
      ***************************************************************** 00028400
       LINKAGE SECTION.                                                 00028500
      ***************************************************************** 00028600
       01  PARM-AREA.                                                   00028700
           05  PARM-LENGTH              PIC S9(4) COMP SYNC.            00028800
           05  PARM-EXPR-DAYS           PIC  9(02).                     00028900
                                                                        00029000
           EJECT                                                        00029100
      ***************************************************************** 00029200
       PROCEDURE DIVISION USING PARM-AREA.                              00029300
      ***************************************************************** 00029400
                                                                        00029500
           DISPLAY '*** CAT757 - LEGAL-ORDER NIGHTLY CHECK ***'.        00029600
                                                                        00029700
           IF PARM-LENGTH = +2                                          00029800
              IF PARM-EXPR-DAYS NUMERIC AND PARM-EXPR-DAYS > 0          00029900
                 MOVE PARM-EXPR-DAYS        TO  WS-EXPR-DAYS            00030000
              END-IF                                                    00030100
           END-IF.                                                      00030200
           DISPLAY 'EXPIRY LOOK-AHEAD DAYS   = ' WS-EXPR-DAYS.          00030300
                                                                        00030400
           PERFORM 1000-INITIAL-RTN.                                    00030500
                                                                        00030600
           EXEC SQL                                                     00030700
              OPEN STPCSR                                               00030800
           END-EXEC.                                                    00030900
           IF SQLCODE NOT = +0                                          00031000
              PERFORM 8000-DB2-ERROR-RTN                                00031100
           END-IF.                                                      00031200
                                                                        00031300
           PERFORM 2000-LIST-STOPPED-RTN THRU 2000-EXIT                 00031400
              UNTIL WS-END-OF-STP.                                      00031500
                                                                        00031600
           EXEC SQL                                                     00031700
              CLOSE STPCSR                                              00031800
           END-EXEC.                                                    00031900
                                                                        00032000
           PERFORM 3000-EXPIRING-RTN THRU 3000-EXIT.                    00032100
                                                                        00032200
           PERFORM 9000-EOJ-RTN.                                        00032300
                                                                        00032400
           GOBACK.                                                      00032500
                                                                        00032600
           EJECT                                                        00032700
      *****************                                                 00032800
       1000-INITIAL-RTN.                                                00032900
      *****************                                                 00033000
                                                                        00033100
           OPEN OUTPUT REPORT-FILE.                                     00033200
                                                                        00033300
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00033400
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00033500
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00033600
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00033700
                                                                        00033800
           MOVE HDR1-RECORD                 TO  TRAC-DETAIL.            00033900
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00034000
           MOVE HDR2-RECORD                 TO  TRAC-DETAIL.            00034100
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00034200
                                                                        00034300
      *---------------------------------------------------------------  00034400
      * 2000-LIST-STOPPED-RTN - ONE LINE PER TRANSFER AND ORDER.  THE   00034500
      * DELIVERY ITSELF IS HELD BACK BY CAT713 FOR AS LONG AS THE       00034600
      * ORDER STAYS ACTIVE.                                             00034700
      *---------------------------------------------------------------  00034800
       2000-LIST-STOPPED-RTN.                                           00034900
                                                                        00035000
           EXEC SQL                                                     00035100
              FETCH STPCSR                                              00035200
                 INTO :WS-STP-CLIENT                                    00035300
                     ,:WS-STP-ACAT-CNTL                                 00035400
                     ,:WS-STP-BRANCH                                    00035500
                     ,:WS-STP-ACCT                                      00035600
                     ,:WS-STP-RCV-NBR                                   00035700
                     ,:WS-STP-STTS                                      00035800
                     ,:WS-STP-SETTL-DT                                  00035900
                     ,:WS-STP-SEQ                                       00036000
                     ,:WS-STP-TYPE                                      00036100
                     ,:WS-STP-ISSUER                                    00036200
                     ,:WS-STP-AMT                                       00036300
           END-EXEC.                                                    00036400
                                                                        00036500
           EVALUATE SQLCODE                                             00036600
              WHEN +100                                                 00036700
                 SET WS-END-OF-STP          TO  TRUE                    00036800
                 GO TO 2000-EXIT                                        00036900
              WHEN +0                                                   00037000
                 ADD 1                      TO  WS-CNT-STOPPED          00037100
              WHEN OTHER                                                00037200
                 PERFORM 8000-DB2-ERROR-RTN                             00037300
           END-EVALUATE.                                                00037400
                                                                        00037500
           MOVE WS-STP-CLIENT               TO  DTL1-CLIENT.            00037600
           MOVE WS-STP-ACAT-CNTL            TO  DTL1-ACAT-CNTL.         00037700
           MOVE WS-STP-BRANCH               TO  DTL1-BRANCH.            00037800
           MOVE WS-STP-ACCT                 TO  DTL1-ACCT.              00037900
           MOVE WS-STP-RCV-NBR              TO  DTL1-RCV-NBR.           00038000
           MOVE WS-STP-STTS                 TO  DTL1-STTS.              00038100
           MOVE WS-STP-SETTL-DT             TO  DTL1-SETTL-DT.          00038200
           MOVE WS-STP-SEQ                  TO  DTL1-SEQ.               00038300
           MOVE WS-STP-TYPE                 TO  DTL1-TYPE.              00038400
           MOVE WS-STP-ISSUER               TO  DTL1-ISSUER.            00038500
           MOVE WS-STP-AMT                  TO  DTL1-AMT.               00038600
           MOVE DTL1-RECORD                 TO  TRAC-DETAIL.            00038700
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00038800
                                                                        00038900
       2000-EXIT.                                                       00039000
           EXIT.                                                        00039100
                                                                        00039200
           EJECT                                                        00039300
      *------------------------------------------------------------     00039400
      * 3000-EXPIRING-RTN - ACTIVE ORDERS DUE TO EXPIRE, SOONEST        00039500
      * FIRST.  ONCE AN ORDER EXPIRES THE DELIVERY BLOCK LIFTS ON       00039600
      * ITS OWN, SO LEGAL WORKS THIS LIST AHEAD OF THE DATE.            00039700
      *------------------------------------------------------------     00039800
       3000-EXPIRING-RTN.                                               00039900
                                                                        00040000
           MOVE WS-EXPR-DAYS                TO  HDR3-DAYS.              00040100
           MOVE HDR3-RECORD                 TO  TRAC-DETAIL.            00040200
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00040300
           MOVE HDR4-RECORD                 TO  TRAC-DETAIL.            00040400
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00040500
                                                                        00040600
           EXEC SQL                                                     00040700
              OPEN EXPCSR                                               00040800
           END-EXEC.                                                    00040900
           IF SQLCODE NOT = +0                                          00041000
              PERFORM 8000-DB2-ERROR-RTN                                00041100
           END-IF.                                                      00041200
                                                                        00041300
           PERFORM 3100-LIST-EXPIRING-RTN THRU 3100-EXIT                00041400
              UNTIL WS-END-OF-EXP.                                      00041500
                                                                        00041600
           EXEC SQL                                                     00041700
              CLOSE EXPCSR                                              00041800
           END-EXEC.                                                    00041900
                                                                        00042000
       3000-EXIT.                                                       00042100
           EXIT.                                                        00042200
                                                                        00042300
       3100-LIST-EXPIRING-RTN.                                          00042400
                                                                        00042500
           EXEC SQL                                                     00042600
              FETCH EXPCSR                                              00042700
                 INTO :WS-EXP-CLIENT                                    00042800
                     ,:WS-EXP-BRANCH                                    00042900
                     ,:WS-EXP-ACCT                                      00043000
                     ,:WS-EXP-SEQ                                       00043100
                     ,:WS-EXP-TYPE                                      00043200
                     ,:WS-EXP-ISSUER                                    00043300
                     ,:WS-EXP-DOCKET                                    00043400
                     ,:WS-EXP-SRVD-DT                                   00043500
                     ,:WS-EXP-EXPR-DT                                   00043600
                     ,:WS-EXP-DAYS-LEFT                                 00043700
           END-EXEC.                                                    00043800
                                                                        00043900
           EVALUATE SQLCODE                                             00044000
              WHEN +100                                                 00044100
                 SET WS-END-OF-EXP          TO  TRUE                    00044200
                 GO TO 3100-EXIT                                        00044300
              WHEN +0                                                   00044400
                 ADD 1                      TO  WS-CNT-EXPIRING         00044500
              WHEN OTHER                                                00044600
                 PERFORM 8000-DB2-ERROR-RTN                             00044700
           END-EVALUATE.                                                00044800
                                                                        00044900
           MOVE WS-EXP-CLIENT               TO  DTL2-CLIENT.            00045000
           MOVE WS-EXP-BRANCH               TO  DTL2-BRANCH.            00045100
           MOVE WS-EXP-ACCT                 TO  DTL2-ACCT.              00045200
           MOVE WS-EXP-SEQ                  TO  DTL2-SEQ.               00045300
           MOVE WS-EXP-TYPE                 TO  DTL2-TYPE.              00045400
           MOVE WS-EXP-ISSUER               TO  DTL2-ISSUER.            00045500
           MOVE WS-EXP-DOCKET               TO  DTL2-DOCKET.            00045600
           MOVE WS-EXP-SRVD-DT              TO  DTL2-SRVD-DT.           00045700
           MOVE WS-EXP-EXPR-DT              TO  DTL2-EXPR-DT.           00045800
           MOVE WS-EXP-DAYS-LEFT            TO  DTL2-DAYS-LEFT.         00045900
           MOVE DTL2-RECORD                 TO  TRAC-DETAIL.            00046000
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00046100
                                                                        00046200
       3100-EXIT.                                                       00046300
           EXIT.                                                        00046400
                                                                        00046500
           EJECT                                                        00046600
      ******************                                                00046700
       8000-DB2-ERROR-RTN.                                              00046800
      ******************                                                00046900
                                                                        00047000
           DISPLAY 'CAT757 - DB2 ERROR, SQLCODE = ' SQLCODE.            00047100
           CALL DSNTIAR               USING  SQLCA                      00047200
                                             WS-DB2-MESSAGE-AREA        00047300
                                             WS-ERR-LINE-LEN            00047400
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00047500
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00047600
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00047700
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00047800
                 END-IF                                                 00047900
           END-PERFORM.                                                 00048000
           DISPLAY 'CAT757 ABENDED'.                                    00048100
           CALL ABEND                 USING  ABEND-CODE.                00048200
                                                                        00048300
           EJECT                                                        00048400
      ************                                                      00048500
       9000-EOJ-RTN.                                                    00048600
      ************                                                      00048700
                                                                        00048800
           MOVE 'TRANSFERS STOPPED BY ORDER  '  TO  TRL1-LABEL.         00048900
           MOVE WS-CNT-STOPPED              TO  TRL1-COUNT.             00049000
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00049100
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00049200
                                                                        00049300
           MOVE ' '                         TO  TRL1-CC.                00049400
           MOVE 'ORDERS EXPIRING             '  TO  TRL1-LABEL.         00049500
           MOVE WS-CNT-EXPIRING             TO  TRL1-COUNT.             00049600
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00049700
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00049800
                                                                        00049900
           CLOSE REPORT-FILE.                                           00050000
                                                                        00050100
           DISPLAY ' '                                                  00050200
           DISPLAY 'TRANSFERS STOPPED:      ' WS-CNT-STOPPED            00050300
           DISPLAY 'ORDERS EXPIRING:        ' WS-CNT-EXPIRING           00050400
           DISPLAY ' '                                                  00050500
           DISPLAY '*************************'                          00050600
           DISPLAY '* END OF CAT757 PROGRAM *'                          00050700
           DISPLAY '*************************'                          00050800
           DISPLAY ' '.                                                 00050900
