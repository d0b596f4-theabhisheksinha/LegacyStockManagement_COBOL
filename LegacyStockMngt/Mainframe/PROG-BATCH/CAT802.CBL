000001* PDX    - CAT802   C0369801 10/15/26 09:47:33 TBTIKUO            00000100
000001* CREATED FOR SSR 114472.  DAILY OUTSTANDING TRANSFER DOCUMENTS   00000200
000001* BY BRANCH.  LISTS, FOR EVERY LIVE TRANSFER ON VTRNFR, EACH      00000300
000001* DOCUMENT THE ACATDCRQ CHECKLIST REQUIRES FOR ITS TRANSFER TYPE  00000400
000001* AND ACCOUNT TYPE THAT HAS NOTHING INDEXED ON ACATDOCX (THE      00000500
000001* IMAGING INDEX MAINTAINED THROUGH ACATDCDB).  THESE ARE THE      00000600
000001* TRANSFERS CAT813 WILL NOT AUTO-ACCEPT AND CAT713 WILL NOT       00000700
000001* DELIVER.  ONE PAGE PER BRANCH SO EACH BRANCH CAN CHASE ITS OWN  00000800
000001* CUSTOMERS FOR THE PAPER.                                        00000900
       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID.  CAT802.                                             00001100
       AUTHOR.      LARRY MUREY.                                        00001200
       DATE-WRITTEN.  OCT 2026.                                         00001300
      *---------------------------------------------------------------* 00001400
      *                         REMARKS                               * 00001500
      * INPUT:  VTRNFR, ACATDCRQ, ACATDOCX (DB2)                      * 00001600
      * OUTPUT: RPTPI   - OUTSTANDING DOCUMENTS, NEW PAGE PER BRANCH, * 00001700
      *                   BRANCH AND REPORT TOTALS                    * 00001800
      * A TRANSFER IS LIVE UNLESS REJECTED OR CANCELLED (STATUS 140   * 00001900
      * OR 600).  A REQUIREMENT WITH ACCOUNT TYPE SPACES APPLIES TO   * 00002000
      * EVERY ACCOUNT TYPE.  DAYS ARE COUNTED FROM THE TRANSFER'S     * 00002100
      * PROCESS DATE.                                                 * 00002200
      *---------------------------------------------------------------* 00002300
           EJECT                                                        00002400
      ***************************************************************** 00002500
       ENVIRONMENT DIVISION.                                            00002600
      ***************************************************************** 00002700
       INPUT-OUTPUT SECTION.                                            00002800
       FILE-CONTROL.                                                    00002900
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00003000
                                                                        00003100
      ***************************************************************** 00003200
       DATA DIVISION.                                                   00003300
      ***************************************************************** 00003400
                                                                        00003500
       FILE SECTION.                                                    00003600
                                                                        00003700
       FD  REPORT-FILE                                                  00003800
           RECORDING MODE F                                             00003900
           BLOCK CONTAINS 0 RECORDS                                     00004000
           LABEL RECORDS ARE STANDARD                                   00004100
           RECORD CONTAINS 132 CHARACTERS.                              00004200
       01  REPORT-RECORD                PIC  X(132).                    00004300
                                                                        00004400
           EJECT                                                        00004500
      ***************************************************************** 00004600
       WORKING-STORAGE SECTION.                                         00004700
      ***************************************************************** 00004800
                                                                        00004900
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00005000
                                                                        00005100
       01  CALL-MODULES.                                                00005200
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00005300
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00005400
                                                                        00005500
       01  WS-END-OF-OUT-SW             PIC  X(01)  VALUE 'N'.          00005600
           88  WS-END-OF-OUT                       VALUE 'Y'.           00005700
                                                                        00005800
      *  HOST VARIABLES - ONE OUTSTANDING DOCUMENT.                     00005900
       01  WS-OUT-AREA.                                                 00006000
           05  WS-OUT-BRANCH            PIC  X(03).                     00006100
           05  WS-OUT-CLIENT            PIC  X(04).                     00006200
           05  WS-OUT-ACAT-CNTL         PIC  X(14).                     00006300
           05  WS-OUT-ACCT              PIC  X(05).                     00006400
           05  WS-OUT-TRNFR-TYPE        PIC  X(03).                     00006500
           05  WS-OUT-ACCT-TYPE         PIC  X(02).                     00006600
           05  WS-OUT-SIDE              PIC  X(01).                     00006700
           05  WS-OUT-STTS              PIC  X(03).                     00006800
           05  WS-OUT-PRCS-DT           PIC  X(10).                     00006900
           05  WS-OUT-DAYS              PIC S9(07) COMP-3.              00007000
           05  WS-OUT-DOC-TYPE          PIC  X(04).                     00007100
           05  WS-OUT-DOC-DESC          PIC  X(40).                     00007200
                                                                        00007300
      *  CONTROL BREAK - PREVIOUS BRANCH AND TRANSFER.                  00007400
       01  WS-PREV-AREA.                                                00007500
           05  WS-PREV-BRANCH           PIC  X(03)  VALUE HIGH-VALUES.  00007600
           05  WS-PREV-TFR-KEY          PIC  X(18)  VALUE SPACES.       00007700
       01  WS-TFR-KEY.                                                  00007800
           05  WS-TFR-KEY-CLIENT        PIC  X(04).                     00007900
           05  WS-TFR-KEY-ACAT          PIC  X(14).                     00008000
                                                                        00008100
       01  WS-CNT-BR-DOCS               PIC S9(07) COMP-3  VALUE ZERO.  00008200
       01  WS-CNT-BR-TFRS               PIC S9(07) COMP-3  VALUE ZERO.  00008300
       01  WS-CNT-DOCS                  PIC S9(07) COMP-3  VALUE ZERO.  00008400
       01  WS-CNT-TFRS                  PIC S9(07) COMP-3  VALUE ZERO.  00008500
       01  WS-CNT-BRANCHES              PIC S9(07) COMP-3  VALUE ZERO.  00008600
                                                                        00008700
       01  WS-ACCEPT-DATE.                                              00008800
           05  WS-ACCEPT-YY             PIC  9(02).                     00008900
           05  WS-ACCEPT-MM             PIC  9(02).                     00009000
           05  WS-ACCEPT-DD             PIC  9(02).                     00009100
                                                                        00009200
       01  WS-DB2-MESSAGE-AREA.                                         00009300
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00009400
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00009500
               INDEXED BY WS-ERROR-INDEX.                               00009600
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00009700
                                                                        00009800
           EJECT                                                        00009900
       01  HDR1-RECORD.                                                 00010000
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00010100
           05  FILLER                   PIC  X(30)  VALUE               00010200
               'CAT802 - OUTSTANDING TRANSFER '.                        00010300
           05  FILLER                   PIC  X(30)  VALUE               00010400
               'DOCUMENTS          BRANCH     '.                        00010500
           05  HDR1-BRANCH              PIC  X(03).                     00010600
           05  FILLER                   PIC  X(20)  VALUE SPACES.       00010700
           05  FILLER                   PIC  X(06)  VALUE               00010800
               'DATE: '.                                                00010900
           05  HDR1-DATE-MM             PIC  X(02).                     00011000
           05  FILLER                   PIC  X(01)  VALUE '/'.          00011100
           05  HDR1-DATE-DD             PIC  X(02).                     00011200
           05  FILLER                   PIC  X(01)  VALUE '/'.          00011300
           05  HDR1-DATE-YY             PIC  X(02).                     00011400
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00011500
                                                                        00011600
       01  HDR2-RECORD.                                                 00011700
           05  HDR2-CC                  PIC  X(01)  VALUE '0'.          00011800
           05  FILLER                   PIC  X(30)  VALUE               00011900
               '  CLNT  CONTROL NBR     ACCT  '.                        00012000
           05  FILLER                   PIC  X(30)  VALUE               00012100
               ' TYP  AT  S  STS  PROCESSED   '.                        00012200
           05  FILLER                   PIC  X(30)  VALUE               00012300
               ' DAYS  DOC   DOCUMENT REQUIRED'.                        00012400
           05  FILLER                   PIC  X(41)  VALUE SPACES.       00012500
                                                                        00012600
       01  DTL1-RECORD.                                                 00012700
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00012800
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00012900
           05  DTL1-CLIENT              PIC  X(04).                     00013000
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00013100
           05  DTL1-ACAT-CNTL           PIC  X(14).                     00013200
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00013300
           05  DTL1-ACCT                PIC  X(05).                     00013400
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00013500
           05  DTL1-TRNFR-TYPE          PIC  X(03).                     00013600
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00013700
           05  DTL1-ACCT-TYPE           PIC  X(02).                     00013800
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00013900
           05  DTL1-SIDE                PIC  X(01).                     00014000
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00014100
           05  DTL1-STTS                PIC  X(03).                     00014200
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00014300
           05  DTL1-PRCS-DT             PIC  X(10).                     00014400
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00014500
           05  DTL1-DAYS                PIC  ZZ,ZZ9.                    00014600
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00014700
           05  DTL1-DOC-TYPE            PIC  X(04).                     00014800
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00014900
           05  DTL1-DOC-DESC            PIC  X(40).                     00015000
           05  FILLER                   PIC  X(19)  VALUE SPACES.       00015100
                                                                        00015200
       01  TRL1-RECORD.                                                 00015300
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00015400
           05  TRL1-LABEL               PIC  X(28).                     00015500
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00015600
           05  FILLER                   PIC  X(92)  VALUE SPACES.       00015700
                                                                        00015800
       01  TRAC-RECORD.                                                 00015900
           05  TRAC-DETAIL              PIC  X(132).                    00016000
                                                                        00016100
           EJECT                                                        00016200
      *DB2 COMMUNICATION AREA                                           00016300
           EXEC SQL                                                     00016400
              INCLUDE SQLCA                                             00016500
           END-EXEC.                                                    00016600
                                                                        00016700
      *----------------------------------------------------------------*00016800
      *  REQUIRED DOCUMENTS NOT YET INDEXED, BY BRANCH AND TRANSFER.   *00016900
      *  A DOCUMENT TYPE REQUIRED BOTH FOR THE ACCOUNT TYPE AND FOR    *00017000
      *  ALL ACCOUNT TYPES IS LISTED ONCE.                             *00017100
      *----------------------------------------------------------------*00017200
           EXEC SQL                                                     00017300
              DECLARE OUTCSR CURSOR FOR                                 00017400
                 SELECT T.BRANCH_CD                                     00017500
                       ,T.CLIENT_NBR                                    00017600
                       ,T.ACAT_CONTROL_NBR                              00017700
                       ,T.ACCT_CD                                       00017800
                       ,T.TRNFR_TYPE_CD                                 00017900
                       ,T.RCV_ACCT_TYPE_CD                              00018000
                       ,T.DSTBN_SIDE_CD                                 00018100
                       ,T.STTS_CD                                       00018200
                       ,VALUE(CHAR(T.PRCS_DT, ISO), ' ')                00018300
                       ,VALUE(DAYS(CURRENT DATE) - DAYS(T.PRCS_DT), 0)  00018400
                       ,Q.DOC_TYPE_CD                                   00018500
                       ,MIN(Q.DOC_DESC_TXT)                             00018600
                 FROM  VTRNFR T, ACATDCRQ Q                             00018700
                 WHERE Q.TRNFR_TYPE_CD = T.TRNFR_TYPE_CD                00018800
                   AND Q.ACCT_TYPE_CD IN (T.RCV_ACCT_TYPE_CD, ' ')      00018900
                   AND Q.ACTV_IND      = 'Y'                            00019000
                   AND T.STTS_CD NOT IN ('140', '600')                  00019100
                   AND NOT EXISTS                                       00019200
                       (SELECT 1 FROM ACATDOCX D                        00019300
                         WHERE D.CLIENT_NBR       = T.CLIENT_NBR        00019400
                           AND D.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR  00019500
                           AND D.DOC_TYPE_CD      = Q.DOC_TYPE_CD)      00019600
                 GROUP BY T.BRANCH_CD                                   00019700
                         ,T.CLIENT_NBR                                  00019800
                         ,T.ACAT_CONTROL_NBR                            00019900
                         ,T.ACCT_CD                                     00020000
                         ,T.TRNFR_TYPE_CD                               00020100
                         ,T.RCV_ACCT_TYPE_CD                            00020200
                         ,T.DSTBN_SIDE_CD                               00020300
                         ,T.STTS_CD                                     00020400
                         ,T.PRCS_DT                                     00020500
                         ,Q.DOC_TYPE_CD                                 00020600
                 ORDER BY 1, 2, 3, 11                                   00020700
                 FOR READ ONLY WITH UR                                  00020800
           END-EXEC.                                                    00020900
                                                                        00021000
           EJECT                                                        00021100
      ***************************************************************** 00021200
       PROCEDURE DIVISION.                                              00021300
      ***************************************************************** 00021400
                                                                        00021500
           DISPLAY '*** CAT802 - OUTSTANDING TRANSFER DOCUMENTS ***'.   00021600
                                                                        00021700
           PERFORM 1000-INITIAL-RTN.                                    00021800
                                                                        00021900
           EXEC SQL                                                     00022000
              OPEN OUTCSR                                               00022100
           END-EXEC.                                                    00022200
           IF SQLCODE NOT = +0                                          00022300
              PERFORM 8000-DB2-ERROR-RTN                                00022400
           END-IF.                                                      00022500
                                                                        00022600
           PERFORM 2000-LIST-OUTSTANDING-RTN THRU 2000-EXIT             00022700
              UNTIL WS-END-OF-OUT.                                      00022800
                                                                        00022900
           EXEC SQL                                                     00023000
              CLOSE OUTCSR                                              00023100
           END-EXEC.                                                    00023200
                                                                        00023300
           IF WS-CNT-BRANCHES > +0                                      00023400
              PERFORM 3000-BRANCH-TOTAL-RTN                             00023500
           ELSE                                                         00023600
              MOVE SPACES                   TO  HDR1-BRANCH             00023700
              PERFORM 2100-PAGE-HEADER-RTN                              00023800
           END-IF.                                                      00023900
                                                                        00024000
           PERFORM 9000-EOJ-RTN.                                        00024100
                                                                        00024200
           GOBACK.                                                      00024300
                                                                        00024400
           EJECT                                                        00024500
      *****************                                                 00024600
       1000-INITIAL-RTN.                                                00024700
      *****************                                                 00024800
                                                                        00024900
           OPEN OUTPUT REPORT-FILE.                                     00025000
                                                                        00025100
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00025200
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00025300
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00025400
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00025500
                                                                        00025600
      *---------------------------------------------------------------  00025700
      * 2000-LIST-OUTSTANDING-RTN - ONE LINE PER OUTSTANDING DOCUMENT,  00025800
      * A NEW PAGE AT EACH CHANGE OF BRANCH.                            00025900
      *---------------------------------------------------------------  00026000
       2000-LIST-OUTSTANDING-RTN.                                       00026100
                                                                        00026200
           EXEC SQL                                                     00026300
              FETCH OUTCSR                                              00026400
                 INTO :WS-OUT-BRANCH                                    00026500
                     ,:WS-OUT-CLIENT                                    00026600
                     ,:WS-OUT-ACAT-CNTL                                 00026700
                     ,:WS-OUT-ACCT                                      00026800
                     ,:WS-OUT-TRNFR-TYPE                                00026900
                     ,:WS-OUT-ACCT-TYPE                                 00027000
                     ,:WS-OUT-SIDE                                      00027100
                     ,:WS-OUT-STTS                                      00027200
                     ,:WS-OUT-PRCS-DT                                   00027300
                     ,:WS-OUT-DAYS                                      00027400
                     ,:WS-OUT-DOC-TYPE                                  00027500
                     ,:WS-OUT-DOC-DESC                                  00027600
           END-EXEC.                                                    00027700
                                                                        00027800
           EVALUATE SQLCODE                                             00027900
              WHEN +100                                                 00028000
                 SET WS-END-OF-OUT          TO  TRUE                    00028100
                 GO TO 2000-EXIT                                        00028200
              WHEN +0                                                   00028300
                 CONTINUE                                               00028400
              WHEN OTHER                                                00028500
                 PERFORM 8000-DB2-ERROR-RTN                             00028600
           END-EVALUATE.                                                00028700
                                                                        00028800
           IF WS-OUT-BRANCH NOT = WS-PREV-BRANCH                        00028900
              IF WS-CNT-BRANCHES > +0                                   00029000
                 PERFORM 3000-BRANCH-TOTAL-RTN                          00029100
              END-IF                                                    00029200
              ADD 1                         TO  WS-CNT-BRANCHES         00029300
              MOVE WS-OUT-BRANCH            TO  WS-PREV-BRANCH          00029400
                                                HDR1-BRANCH             00029500
              MOVE SPACES                   TO  WS-PREV-TFR-KEY         00029600
              PERFORM 2100-PAGE-HEADER-RTN                              00029700
           END-IF.                                                      00029800
                                                                        00029900
           MOVE WS-OUT-CLIENT               TO  WS-TFR-KEY-CLIENT.      00030000
           MOVE WS-OUT-ACAT-CNTL            TO  WS-TFR-KEY-ACAT.        00030100
           IF WS-TFR-KEY NOT = WS-PREV-TFR-KEY                          00030200
              ADD 1                         TO  WS-CNT-BR-TFRS          00030300
                                                WS-CNT-TFRS             00030400
              MOVE WS-TFR-KEY               TO  WS-PREV-TFR-KEY         00030500
           END-IF.                                                      00030600
           ADD 1                            TO  WS-CNT-BR-DOCS          00030700
                                                WS-CNT-DOCS.            00030800
                                                                        00030900
           MOVE WS-OUT-CLIENT               TO  DTL1-CLIENT.            00031000
           MOVE WS-OUT-ACAT-CNTL            TO  DTL1-ACAT-CNTL.         00031100
           MOVE WS-OUT-ACCT                 TO  DTL1-ACCT.              00031200
           MOVE WS-OUT-TRNFR-TYPE           TO  DTL1-TRNFR-TYPE.        00031300
           MOVE WS-OUT-ACCT-TYPE            TO  DTL1-ACCT-TYPE.         00031400
           MOVE WS-OUT-SIDE                 TO  DTL1-SIDE.              00031500
           MOVE WS-OUT-STTS                 TO  DTL1-STTS.              00031600
           MOVE WS-OUT-PRCS-DT              TO  DTL1-PRCS-DT.           00031700
           MOVE WS-OUT-DAYS                 TO  DTL1-DAYS.              00031800
           MOVE WS-OUT-DOC-TYPE             TO  DTL1-DOC-TYPE.          00031900
           MOVE WS-OUT-DOC-DESC             TO  DTL1-DOC-DESC.          00032000
           MOVE DTL1-RECORD                 TO  TRAC-DETAIL.            00032100
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00032200
                                                                        00032300
       2000-EXIT.                                                       00032400
           EXIT.                                                        00032500
                                                                        00032600
       2100-PAGE-HEADER-RTN.                                            00032700
                                                                        00032800
           MOVE HDR1-RECORD                 TO  TRAC-DETAIL.            00032900
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00033000
           MOVE HDR2-RECORD                 TO  TRAC-DETAIL.            00033100
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00033200
                                                                        00033300
      *---------------------------------------------------------------  00033400
      * 3000-BRANCH-TOTAL-RTN - THE BRANCH'S DOCUMENT AND TRANSFER      00033500
      * COUNTS, THEN RESET FOR THE NEXT BRANCH.                         00033600
      *---------------------------------------------------------------  00033700
       3000-BRANCH-TOTAL-RTN.                                           00033800
                                                                        00033900
           MOVE 'BRANCH DOCUMENTS OUTSTANDING'  TO  TRL1-LABEL.         00034000
           MOVE WS-CNT-BR-DOCS              TO  TRL1-COUNT.             00034100
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00034200
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00034300
           MOVE 'BRANCH TRANSFERS AFFECTED   '  TO  TRL1-LABEL.         00034400
           MOVE WS-CNT-BR-TFRS              TO  TRL1-COUNT.             00034500
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00034600
           MOVE ' '                         TO  TRAC-DETAIL (1:1).      00034700
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00034800
                                                                        00034900
           MOVE ZERO                        TO  WS-CNT-BR-DOCS          00035000
                                                WS-CNT-BR-TFRS.         00035100
                                                                        00035200
           EJECT                                                        00035300
      ******************                                                00035400
       8000-DB2-ERROR-RTN.                                              00035500
      ******************                                                00035600
                                                                        00035700
           DISPLAY 'CAT802 - DB2 ERROR, SQLCODE = ' SQLCODE.            00035800
           CALL DSNTIAR               USING  SQLCA                      00035900
                                             WS-DB2-MESSAGE-AREA        00036000
                                             WS-ERR-LINE-LEN            00036100
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00036200
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00036300
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00036400
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00036500
                 END-IF                                                 00036600
           END-PERFORM.                                                 00036700
           DISPLAY 'CAT802 ABENDED'.                                    00036800
           CALL ABEND                 USING  ABEND-CODE.                00036900
                                                                        00037000
           EJECT                                                        00037100
      ************                                                      00037200
       9000-EOJ-RTN.                                                    00037300
      ************                                                      00037400
                                                                        00037500
           MOVE 'TOTAL DOCUMENTS OUTSTANDING '  TO  TRL1-LABEL.         00037600
           MOVE WS-CNT-DOCS                 TO  TRL1-COUNT.             00037700
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00037800
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00037900
                                                                        00038000
           MOVE ' '                         TO  TRL1-CC.                00038100
           MOVE 'TOTAL TRANSFERS AFFECTED    '  TO  TRL1-LABEL.         00038200
           MOVE WS-CNT-TFRS                 TO  TRL1-COUNT.             00038300
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00038400
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00038500
                                                                        00038600
           MOVE 'BRANCHES LISTED             '  TO  TRL1-LABEL.         00038700
           MOVE WS-CNT-BRANCHES             TO  TRL1-COUNT.             00038800
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00038900
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00039000
                                                                        00039100
           CLOSE REPORT-FILE.                                           00039200
                                                                        00039300
           DISPLAY ' '                                                  00039400
           DISPLAY 'DOCUMENTS OUTSTANDING:  ' WS-CNT-DOCS               00039500
           DISPLAY 'TRANSFERS AFFECTED:     ' WS-CNT-TFRS               00039600
           DISPLAY 'BRANCHES LISTED:        ' WS-CNT-BRANCHES           00039700
           DISPLAY ' '                                                  00039800
           DISPLAY '*************************'                          00039900
           DISPLAY '* END OF CAT802 PROGRAM *'                          00040000
           DISPLAY '*************************'                          00040100
           DISPLAY ' '.                                                 00040200
