000001* PDX    - CAT773   C0369776 10/15/26 09:12:48 TBTIKUO            00000100
000001* CREATED FOR SSR 114448.  OCC OPTION-POSITION RECONCILIATION     00000200
000001* FOR OPTION ASSETS ON SETTLED TRANSFERS.  OPTION POSITIONS MOVE  00000300
000001* ON ACATS WITH THE OCC-SIDE FIELDS IN VASSET, BUT NOTHING        00000400
000001* CHECKED THAT OCC ACTUALLY MOVED THE POSITION BETWEEN CLEARING   00000500
000001* MEMBERS, AND A DISAGREEMENT SURFACED ONLY AT THE NEXT EXERCISE  00000600
000001* OR ASSIGNMENT.  THIS DAILY STEP TOTALS THE DAY'S SETTLED        00000700
000001* OPTION ASSETS BY SIDE, OCC ACCOUNT TYPE AND SERIES, MATCHES     00000800
000001* THEM AGAINST THE OCC POSITION-CHANGE FILE, AND REPORTS MOVES    00000900
000001* OCC DID NOT MAKE, QUANTITY DIFFERENCES, AND MOVES OCC MADE      00001000
000001* THAT WE NEVER BOOKED.                                           00001100
       IDENTIFICATION DIVISION.                                         00001200
       PROGRAM-ID.  CAT773.                                             00001300
       AUTHOR.      LARRY MUREY.                                        00001400
       DATE-WRITTEN.  OCT 2026.                                         00001500
      *---------------------------------------------------------------* 00001600
      *                         REMARKS                               * 00001700
      * PARM:   NNN = DAYS BACK FROM TODAY FOR THE SETTLEMENT DATE    * 00001800
      *               BEING RECONCILED (DEFAULT 000) - MUST MATCH THE * 00001900
      *               OCC FILE SUPPLIED                               * 00002000
      * INPUTS:  VTRNFR/VASSET, VTRNHSTY/VASTHSTY (DB2) - OPTION      * 00002100
      *          ASSETS (SYM_CD NOT BLANK) ON TRANSFERS SETTLED THAT  * 00002200
      *          DAY (310, OR CLOSED 4XX OTHER THAN 600 ON HISTORY)   * 00002300
      *          OCCPOS   - OCC POSITION CHANGES FOR OUR CLEARING     * 00002400
      *                     MEMBER, SORTED SIDE/ACCOUNT TYPE/SERIES   * 00002500
      * OUTPUTS: RPTPI    - RECONCILIATION EXCEPTIONS AND TOTALS      * 00002600
      * MATCH KEY: SIDE (D = DELIVERED OUT, R = RECEIVED IN), OCC     * 00002700
      *            ACCOUNT TYPE, SYMBOL, PUT/CALL, EXPIRATION,        * 00002800
      *            STRIKE.  QUANTITIES ARE TOTALLED PER KEY ON BOTH   * 00002900
      *            SIDES BEFORE THEY ARE COMPARED.                    * 00003000
      * RETURN CODE 4 WHEN ANY EXCEPTION IS REPORTED.                 * 00003100
      *---------------------------------------------------------------* 00003200
           EJECT                                                        00003300
      ***************************************************************** 00003400
       ENVIRONMENT DIVISION.                                            00003500
      ***************************************************************** 00003600
       INPUT-OUTPUT SECTION.                                            00003700
       FILE-CONTROL.                                                    00003800
           SELECT OCCPOS-FILE          ASSIGN  TO  OCCPOS               00003900
                                       FILE STATUS  IS OCCPOS-STAT.     00004000
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00004100
                                                                        00004200
      ***************************************************************** 00004300
       DATA DIVISION.                                                   00004400
      ***************************************************************** 00004500
                                                                        00004600
       FILE SECTION.                                                    00004700
                                                                        00004800
       FD  OCCPOS-FILE                                                  00004900
           RECORDING MODE F                                             00005000
           BLOCK CONTAINS 0 RECORDS                                     00005100
           LABEL RECORDS ARE STANDARD                                   00005200
           RECORD CONTAINS 80 CHARACTERS.                               00005300
       01  OCCPOS-RECORD.                                               00005400
           05  OCC-KEY.                                                 00005500
               10  OCC-SIDE-CD         PIC X(01).                       00005600
               10  OCC-ACCT-TYPE-CD    PIC X(01).                       00005700
               10  OCC-SYM-CD          PIC X(06).                       00005800
               10  OCC-PUT-CALL-CD     PIC X(01).                       00005900
               10  OCC-EXPTN-DT        PIC X(08).                       00006000
               10  OCC-STRIKE          PIC 9(07)V9(03).                 00006100
           05  OCC-QTY                 PIC 9(09).                       00006200
           05  OCC-CNTRA-MBR-NBR       PIC X(05).                       00006300
           05  FILLER                  PIC X(39).                       00006400
                                                                        00006500
       FD  REPORT-FILE                                                  00006600
           RECORDING MODE F                                             00006700
           BLOCK CONTAINS 0 RECORDS                                     00006800
           LABEL RECORDS ARE STANDARD                                   00006900
           RECORD CONTAINS 132 CHARACTERS.                              00007000
       01  REPORT-RECORD                PIC  X(132).                    00007100
                                                                        00007200
           EJECT                                                        00007300
      ***************************************************************** 00007400
       WORKING-STORAGE SECTION.                                         00007500
      ***************************************************************** 00007600
                                                                        00007700
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00007800
                                                                        00007900
       01  CALL-MODULES.                                                00008000
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00008100
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00008200
                                                                        00008300
       01  OCCPOS-STAT                  PIC  X(02)  VALUE SPACES.       00008400
           88  OCCPOS-OK                           VALUE '00'.          00008500
           88  OCCPOS-EOF                          VALUE '10'.          00008600
                                                                        00008700
       01  WS-END-OF-BOOK-SW            PIC  X(01)  VALUE 'N'.          00008800
           88  WS-END-OF-BOOK                      VALUE 'Y'.           00008900
       01  WS-MERGE-DONE-SW             PIC  X(01)  VALUE 'N'.          00009000
           88  WS-MERGE-DONE                       VALUE 'Y'.           00009100
                                                                        00009200
       01  WS-BACK-DAYS                 PIC S9(03) COMP-3  VALUE +0.    00009300
                                                                        00009400
      *  OUR SIDE - ONE ROW PER KEY FROM THE GROUPED CURSOR.            00009500
       01  WS-BOOK-AREA.                                                00009600
           05  WS-BK-SIDE-CD            PIC  X(01).                     00009700
           05  WS-BK-ACCT-TYPE-CD       PIC  X(01).                     00009800
           05  WS-BK-SYM-CD             PIC  X(06).                     00009900
           05  WS-BK-PUT-CALL-CD        PIC  X(01).                     00010000
           05  WS-BK-EXPTN-DT           PIC  X(10).                     00010100
           05  WS-BK-STRIKE             PIC S9(12)V9(5) COMP-3.         00010200
           05  WS-BK-QTY                PIC S9(11)V9(5) COMP-3.         00010300
           05  WS-BK-XFER-CNT           PIC S9(09) COMP.                00010400
           05  WS-BK-ACAT-CNTL          PIC  X(14).                     00010500
           05  WS-BK-OCC-NBR            PIC  X(05).                     00010600
       01  WS-BOOK-KEY.                                                 00010700
           05  WS-BKK-SIDE-CD           PIC  X(01).                     00010800
           05  WS-BKK-ACCT-TYPE-CD      PIC  X(01).                     00010900
           05  WS-BKK-SYM-CD            PIC  X(06).                     00011000
           05  WS-BKK-PUT-CALL-CD       PIC  X(01).                     00011100
           05  WS-BKK-EXPTN-DT          PIC  X(08).                     00011200
           05  WS-BKK-STRIKE            PIC  9(07)V9(03).               00011300
                                                                        00011400
      *  OCC SIDE - RECORDS FOR ONE KEY TOTALLED.                       00011500
       01  WS-OCC-KEY.                                                  00011600
           05  WS-OCK-SIDE-CD           PIC  X(01).                     00011700
           05  WS-OCK-ACCT-TYPE-CD      PIC  X(01).                     00011800
           05  WS-OCK-SYM-CD            PIC  X(06).                     00011900
           05  WS-OCK-PUT-CALL-CD       PIC  X(01).                     00012000
           05  WS-OCK-EXPTN-DT          PIC  X(08).                     00012100
           05  WS-OCK-STRIKE            PIC  9(07)V9(03).               00012200
       01  WS-OCC-QTY                   PIC S9(11) COMP-3  VALUE ZERO.  00012300
       01  WS-LINE-OCC-QTY              PIC S9(11) COMP-3  VALUE ZERO.  00012400
       01  WS-OCC-MBR-NBR               PIC  X(05)  VALUE SPACES.       00012500
       01  WS-OCC-NEXT-KEY              PIC  X(27)  VALUE LOW-VALUES.   00012600
                                                                        00012700
       01  WS-DIFF-QTY                  PIC S9(11)V9(5) COMP-3.         00012800
                                                                        00012900
       01  WS-CNT-BOOK-KEYS             PIC S9(07) COMP-3  VALUE ZERO.  00013000
       01  WS-CNT-OCC-KEYS              PIC S9(07) COMP-3  VALUE ZERO.  00013100
       01  WS-CNT-MATCHED               PIC S9(07) COMP-3  VALUE ZERO.  00013200
       01  WS-CNT-QTY-DIFF              PIC S9(07) COMP-3  VALUE ZERO.  00013300
       01  WS-CNT-NOT-AT-OCC            PIC S9(07) COMP-3  VALUE ZERO.  00013400
       01  WS-CNT-NOT-BOOKED            PIC S9(07) COMP-3  VALUE ZERO.  00013500
                                                                        00013600
       01  WS-ACCEPT-DATE.                                              00013700
           05  WS-ACCEPT-YY             PIC  9(02).                     00013800
           05  WS-ACCEPT-MM             PIC  9(02).                     00013900
           05  WS-ACCEPT-DD             PIC  9(02).                     00014000
                                                                        00014100
       01  WS-DB2-MESSAGE-AREA.                                         00014200
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00014300
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00014400
               INDEXED BY WS-ERROR-INDEX.                               00014500
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00014600
                                                                        00014700
           EJECT                                                        00014800
       01  HDR1-RECORD.                                                 00014900
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00015000
           05  FILLER                   PIC  X(30)  VALUE               00015100
               'CAT773 - OCC OPTION POSITION R'.                        00015200
           05  FILLER                   PIC  X(30)  VALUE               00015300
               'ECONCILIATION                 '.                        00015400
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00015500
           05  FILLER                   PIC  X(06)  VALUE 'DATE: '.     00015600
           05  HDR1-DATE-MM             PIC  X(02).                     00015700
           05  FILLER                   PIC  X(01)  VALUE '/'.          00015800
           05  HDR1-DATE-DD             PIC  X(02).                     00015900
           05  FILLER                   PIC  X(01)  VALUE '/'.          00016000
           05  HDR1-DATE-YY             PIC  X(02).                     00016100
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00016200
                                                                        00016300
       01  HDR2-RECORD.                                                 00016400
           05  HDR2-CC                  PIC  X(01)  VALUE '0'.          00016500
           05  FILLER                   PIC  X(30)  VALUE               00016600
               ' S T SYMBOL P/C EXPIRES     ST'.                        00016700
           05  FILLER                   PIC  X(30)  VALUE               00016800
               'RIKE     BOOKED QTY     OCC QT'.                        00016900
           05  FILLER                   PIC  X(30)  VALUE               00017000
               'Y     DIFFERENCE XFRS CONTROL '.                        00017100
           05  FILLER                   PIC  X(30)  VALUE               00017200
               'NBR    OCC   EXCEPTION        '.                        00017300
           05  FILLER                   PIC  X(11)  VALUE SPACES.       00017400
                                                                        00017500
       01  DTL1-RECORD.                                                 00017600
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00017700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00017800
           05  DTL1-SIDE-CD             PIC  X(01).                     00017900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00018000
           05  DTL1-ACCT-TYPE-CD        PIC  X(01).                     00018100
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00018200
           05  DTL1-SYM-CD              PIC  X(06).                     00018300
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00018400
           05  DTL1-PUT-CALL-CD         PIC  X(01).                     00018500
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00018600
           05  DTL1-EXPTN-DT            PIC  X(08).                     00018700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00018800
           05  DTL1-STRIKE              PIC  Z,ZZZ,ZZ9.999.             00018900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00019000
           05  DTL1-BOOK-QTY            PIC  ZZ,ZZZ,ZZ9-.               00019100
           05  FILLER                   PIC  X(03)  VALUE SPACES.       00019200
           05  DTL1-OCC-QTY             PIC  ZZ,ZZZ,ZZ9-.               00019300
           05  FILLER                   PIC  X(03)  VALUE SPACES.       00019400
           05  DTL1-DIFF-QTY            PIC  ZZ,ZZZ,ZZ9-.               00019500
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00019600
           05  DTL1-XFER-CNT            PIC  ZZZ9.                      00019700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00019800
           05  DTL1-ACAT-CNTL           PIC  X(14).                     00019900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00020000
           05  DTL1-OCC-NBR             PIC  X(05).                     00020100
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00020200
           05  DTL1-MESSAGE             PIC  X(25).                     00020300
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00020400
                                                                        00020500
       01  TRL1-RECORD.                                                 00020600
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00020700
           05  TRL1-LABEL               PIC  X(32).                     00020800
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00020900
           05  FILLER                   PIC  X(88)  VALUE SPACES.       00021000
                                                                        00021100
           EJECT                                                        00021200
      *DB2 COMMUNICATION AREA                                           00021300
           EXEC SQL                                                     00021400
              INCLUDE SQLCA                                             00021500
           END-EXEC.                                                    00021600
                                                                        00021700
      *----------------------------------------------------------------*00021800
      *  THE DAY'S SETTLED OPTION ASSETS TOTALLED BY MATCH KEY, IN     *00021900
      *  THE SAME ORDER AS THE OCC FILE.  THE STRIKE IS THE INTEGER    *00022000
      *  AND FRACTION AMOUNTS ADDED TOGETHER.                          *00022100
      *----------------------------------------------------------------*00022200
           EXEC SQL                                                     00022300
              DECLARE BOOKCSR CURSOR FOR                                00022400
                 SELECT X.SIDE_CD                                       00022500
                       ,X.ACCT_TYPE_CD                                  00022600
                       ,X.SYM_CD                                        00022700
                       ,X.PTCL_CD                                       00022800
                       ,X.EXPTN_DT                                      00022900
                       ,X.STRIKE                                        00023000
                       ,SUM(X.QTY)                                      00023100
                       ,COUNT(*)                                        00023200
                       ,MIN(X.CNTL_NBR)                                 00023300
                       ,MIN(X.OCC_NBR)                                  00023400
                 FROM (SELECT T.DSTBN_SIDE_CD        AS SIDE_CD         00023500
                             ,A.OPTN_ACCT_TYPE_CD    AS ACCT_TYPE_CD    00023600
                             ,A.SYM_CD               AS SYM_CD          00023700
                             ,A.PTCL_CD              AS PTCL_CD         00023800
                             ,CHAR(A.EXPTN_DT, ISO)  AS EXPTN_DT        00023900
                             ,A.STPRC_INTEGER_AMT + A.STPRC_FRCTN_AMT   00024000
                                                     AS STRIKE          00024100
                             ,A.ASSET_QTY            AS QTY             00024200
                             ,T.ACAT_CONTROL_NBR     AS CNTL_NBR        00024300
                             ,A.DLVR_OCC_NBR         AS OCC_NBR         00024400
                         FROM VTRNFR T                                  00024500
                             ,VASSET A                                  00024600
                        WHERE T.STTS_CD          = '310'                00024700
                          AND T.STTLM_DT         =                      00024800
                              CURRENT DATE - :WS-BACK-DAYS DAYS         00024900
                          AND A.CLIENT_NBR       = T.CLIENT_NBR         00025000
                          AND A.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR   00025100
                          AND A.SYM_CD          <> ' '                  00025200
                       UNION ALL                                        00025300
                       SELECT T.DSTBN_SIDE_CD                           00025400
                             ,A.OPTN_ACCT_TYPE_CD                       00025500
                             ,A.SYM_CD                                  00025600
                             ,A.PTCL_CD                                 00025700
                             ,CHAR(A.EXPTN_DT, ISO)                     00025800
                             ,A.STPRC_INTEGER_AMT + A.STPRC_FRCTN_AMT   00025900
                             ,A.ASSET_QTY                               00026000
                             ,T.ACAT_CONTROL_NBR                        00026100
                             ,A.DLVR_OCC_NBR                            00026200
                         FROM VTRNHSTY T                                00026300
                             ,VASTHSTY A                                00026400
                        WHERE (T.STTS_CD         = '310'                00026500
                           OR  T.STTS_CD        >= '400')               00026600
                          AND T.STTS_CD         <> '600'                00026700
                          AND T.STTLM_DT         =                      00026800
                              CURRENT DATE - :WS-BACK-DAYS DAYS         00026900
                          AND A.CLIENT_NBR       = T.CLIENT_NBR         00027000
                          AND A.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR   00027100
                          AND A.SYM_CD          <> ' '                  00027200
                      ) AS X                                            00027300
                 GROUP BY X.SIDE_CD, X.ACCT_TYPE_CD, X.SYM_CD,          00027400
                          X.PTCL_CD, X.EXPTN_DT, X.STRIKE               00027500
                 ORDER BY 1, 2, 3, 4, 5, 6                              00027600
           END-EXEC.                                                    00027700
                                                                        00027800
           EJECT                                                        00027900
      ***************************************************************   00028000
       LINKAGE SECTION.                                                 00028100
      ***************************************************************   00028200
       01  PARM-AREA.                                                   00028300
           05  PARM-LENGTH              PIC S9(4) COMP SYNC.            00028400
           05  PARM-DAYS                PIC  9(03).                     00028500
                                                                        00028600
           EJECT                                                        00028700
      ***************************************************************** 00028800
       PROCEDURE DIVISION USING PARM-AREA.                              00028900
      ***************************************************************** 00029000
                                                                        00029100
           DISPLAY '*** CAT773 - OCC OPTION POSITION RECON ***'.        00029200
                                                                        00029300
           IF PARM-LENGTH = +3 AND PARM-DAYS NUMERIC                    00029400
              MOVE PARM-DAYS                TO  WS-BACK-DAYS            00029500
           END-IF.                                                      00029600
           DISPLAY 'SETTLEMENT DAYS BACK = ' WS-BACK-DAYS.              00029700
                                                                        00029800
           PERFORM 1000-INITIAL-RTN.                                    00029900
                                                                        00030000
           PERFORM 2000-MATCH-RTN THRU 2000-EXIT                        00030100
              UNTIL WS-MERGE-DONE.                                      00030200
                                                                        00030300
           PERFORM 9000-EOJ-RTN.                                        00030400
                                                                        00030500
           GOBACK.                                                      00030600
                                                                        00030700
           EJECT                                                        00030800
      *****************                                                 00030900
       1000-INITIAL-RTN.                                                00031000
      *****************                                                 00031100
                                                                        00031200
           OPEN INPUT   OCCPOS-FILE.                                    00031300
           IF NOT OCCPOS-OK                                             00031400
              DISPLAY 'CAT773 - OPEN FAILED ON OCCPOS, STATUS = '       00031500
                       OCCPOS-STAT                                      00031600
              DISPLAY 'CAT773 ABENDED'                                  00031700
              CALL ABEND             USING ABEND-CODE                   00031800
           END-IF.                                                      00031900
                                                                        00032000
           OPEN OUTPUT  REPORT-FILE.                                    00032100
                                                                        00032200
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00032300
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00032400
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00032500
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00032600
                                                                        00032700
           WRITE REPORT-RECORD            FROM  HDR1-RECORD.            00032800
           WRITE REPORT-RECORD            FROM  HDR2-RECORD.            00032900
                                                                        00033000
           EXEC SQL                                                     00033100
              OPEN BOOKCSR                                              00033200
           END-EXEC.                                                    00033300
           IF SQLCODE NOT = +0                                          00033400
              PERFORM 8000-DB2-ERROR-RTN                                00033500
           END-IF.                                                      00033600
                                                                        00033700
      *    PRIME BOTH SIDES.  THE FIRST OCC READ ONLY LOADS THE         00033800
      *    READ-AHEAD KEY; THE SECOND TOTALS THE FIRST KEY.             00033900
           PERFORM 1100-FETCH-BOOK-RTN THRU 1100-EXIT.                  00034000
           PERFORM 1210-READ-OCC-RTN THRU 1210-EXIT.                    00034100
           PERFORM 1200-NEXT-OCC-KEY-RTN THRU 1200-EXIT.                00034200
                                                                        00034300
      *---------------------------------------------------------------  00034400
      * 1100-FETCH-BOOK-RTN - NEXT KEY ON OUR BOOKS.  HIGH-VALUES AT    00034500
      * END SO THE MERGE DRAINS THE OCC FILE.                           00034600
      *---------------------------------------------------------------  00034700
       1100-FETCH-BOOK-RTN.                                             00034800
                                                                        00034900
           EXEC SQL                                                     00035000
              FETCH BOOKCSR                                             00035100
                 INTO :WS-BK-SIDE-CD                                    00035200
                     ,:WS-BK-ACCT-TYPE-CD                               00035300
                     ,:WS-BK-SYM-CD                                     00035400
                     ,:WS-BK-PUT-CALL-CD                                00035500
                     ,:WS-BK-EXPTN-DT                                   00035600
                     ,:WS-BK-STRIKE                                     00035700
                     ,:WS-BK-QTY                                        00035800
                     ,:WS-BK-XFER-CNT                                   00035900
                     ,:WS-BK-ACAT-CNTL                                  00036000
                     ,:WS-BK-OCC-NBR                                    00036100
           END-EXEC.                                                    00036200
                                                                        00036300
           EVALUATE SQLCODE                                             00036400
              WHEN +100                                                 00036500
                 SET WS-END-OF-BOOK         TO  TRUE                    00036600
                 MOVE HIGH-VALUES           TO  WS-BOOK-KEY             00036700
                 EXEC SQL                                               00036800
                    CLOSE BOOKCSR                                       00036900
                 END-EXEC                                               00037000
                 GO TO 1100-EXIT                                        00037100
              WHEN +0                                                   00037200
                 ADD 1                      TO  WS-CNT-BOOK-KEYS        00037300
              WHEN OTHER                                                00037400
                 PERFORM 8000-DB2-ERROR-RTN                             00037500
           END-EVALUATE.                                                00037600
                                                                        00037700
           MOVE WS-BK-SIDE-CD               TO  WS-BKK-SIDE-CD.         00037800
           MOVE WS-BK-ACCT-TYPE-CD          TO  WS-BKK-ACCT-TYPE-CD.    00037900
           MOVE WS-BK-SYM-CD                TO  WS-BKK-SYM-CD.          00038000
           MOVE WS-BK-PUT-CALL-CD           TO  WS-BKK-PUT-CALL-CD.     00038100
           MOVE WS-BK-EXPTN-DT (1 : 4)      TO  WS-BKK-EXPTN-DT (1 : 4).00038200
           MOVE WS-BK-EXPTN-DT (6 : 2)      TO  WS-BKK-EXPTN-DT (5 : 2).00038300
           MOVE WS-BK-EXPTN-DT (9 : 2)      TO  WS-BKK-EXPTN-DT (7 : 2).00038400
           MOVE WS-BK-STRIKE                TO  WS-BKK-STRIKE.          00038500
                                                                        00038600
       1100-EXIT.                                                       00038700
           EXIT.                                                        00038800
                                                                        00038900
      *---------------------------------------------------------------  00039000
      * 1200-NEXT-OCC-KEY-RTN - TOTAL THE OCC RECORDS FOR THE KEY       00039100
      * WAITING IN THE READ-AHEAD.  HIGH-VALUES WHEN NONE ARE LEFT.     00039200
      *---------------------------------------------------------------  00039300
       1200-NEXT-OCC-KEY-RTN.                                           00039400
                                                                        00039500
           MOVE WS-OCC-NEXT-KEY             TO  WS-OCC-KEY.             00039600
           MOVE ZERO                        TO  WS-OCC-QTY.             00039700
           MOVE SPACES                      TO  WS-OCC-MBR-NBR.         00039800
           IF WS-OCC-KEY = HIGH-VALUES                                  00039900
              GO TO 1200-EXIT                                           00040000
           END-IF.                                                      00040100
           ADD 1                            TO  WS-CNT-OCC-KEYS.        00040200
                                                                        00040300
           PERFORM 1220-ADD-OCC-RTN                                     00040400
              UNTIL WS-OCC-NEXT-KEY NOT = WS-OCC-KEY.                   00040500
                                                                        00040600
       1200-EXIT.                                                       00040700
           EXIT.                                                        00040800
                                                                        00040900
       1210-READ-OCC-RTN.                                               00041000
                                                                        00041100
           READ OCCPOS-FILE                                             00041200
               AT END                                                   00041300
                   MOVE HIGH-VALUES         TO  WS-OCC-NEXT-KEY         00041400
                   GO TO 1210-EXIT                                      00041500
           END-READ.                                                    00041600
                                                                        00041700
           IF OCC-KEY < WS-OCC-NEXT-KEY                                 00041800
              DISPLAY 'CAT773 - OCCPOS OUT OF SEQUENCE - ABENDING'      00041900
              MOVE 1210                     TO  ABEND-CODE              00042000
              CALL ABEND                 USING  ABEND-CODE              00042100
           END-IF.                                                      00042200
           MOVE OCC-KEY                     TO  WS-OCC-NEXT-KEY.        00042300
                                                                        00042400
       1210-EXIT.                                                       00042500
           EXIT.                                                        00042600
                                                                        00042700
       1220-ADD-OCC-RTN.                                                00042800
                                                                        00042900
           ADD OCC-QTY                      TO  WS-OCC-QTY.             00043000
           IF WS-OCC-MBR-NBR = SPACES                                   00043100
              MOVE OCC-CNTRA-MBR-NBR        TO  WS-OCC-MBR-NBR          00043200
           END-IF.                                                      00043300
           PERFORM 1210-READ-OCC-RTN THRU 1210-EXIT.                    00043400
                                                                        00043500
           EJECT                                                        00043600
      *---------------------------------------------------------------  00043700
      * 2000-MATCH-RTN - ONE STEP OF THE BOOK/OCC MERGE.                00043800
      *---------------------------------------------------------------  00043900
       2000-MATCH-RTN.                                                  00044000
                                                                        00044100
           IF WS-BOOK-KEY = HIGH-VALUES                                 00044200
           AND WS-OCC-KEY = HIGH-VALUES                                 00044300
              SET WS-MERGE-DONE             TO  TRUE                    00044400
              GO TO 2000-EXIT                                           00044500
           END-IF.                                                      00044600
                                                                        00044700
           EVALUATE TRUE                                                00044800
              WHEN WS-BOOK-KEY = WS-OCC-KEY                             00044900
                 MOVE WS-OCC-QTY            TO  WS-LINE-OCC-QTY         00045000
                 COMPUTE WS-DIFF-QTY = WS-BK-QTY - WS-OCC-QTY           00045100
                 IF WS-DIFF-QTY = ZERO                                  00045200
                    ADD 1                   TO  WS-CNT-MATCHED          00045300
                 ELSE                                                   00045400
                    ADD 1                   TO  WS-CNT-QTY-DIFF         00045500
                    MOVE 'QUANTITY DIFFERENCE      '                    00045600
                                            TO  DTL1-MESSAGE            00045700
                    PERFORM 2100-BOOK-DETAIL-RTN                        00045800
                 END-IF                                                 00045900
                 PERFORM 1100-FETCH-BOOK-RTN THRU 1100-EXIT             00046000
                 PERFORM 1200-NEXT-OCC-KEY-RTN THRU 1200-EXIT           00046100
              WHEN WS-BOOK-KEY < WS-OCC-KEY                             00046200
                 ADD 1                      TO  WS-CNT-NOT-AT-OCC       00046300
                 MOVE ZERO                  TO  WS-LINE-OCC-QTY         00046400
                 MOVE WS-BK-QTY             TO  WS-DIFF-QTY             00046500
                 MOVE 'NOT MOVED AT OCC         '                       00046600
                                            TO  DTL1-MESSAGE            00046700
                 PERFORM 2100-BOOK-DETAIL-RTN                           00046800
                 PERFORM 1100-FETCH-BOOK-RTN THRU 1100-EXIT             00046900
              WHEN OTHER                                                00047000
                 ADD 1                      TO  WS-CNT-NOT-BOOKED       00047100
                 PERFORM 2200-OCC-DETAIL-RTN                            00047200
                 PERFORM 1200-NEXT-OCC-KEY-RTN THRU 1200-EXIT           00047300
           END-EVALUATE.                                                00047400
                                                                        00047500
       2000-EXIT.                                                       00047600
           EXIT.                                                        00047700
                                                                        00047800
       2100-BOOK-DETAIL-RTN.                                            00047900
                                                                        00048000
           MOVE WS-BKK-SIDE-CD              TO  DTL1-SIDE-CD.           00048100
           MOVE WS-BKK-ACCT-TYPE-CD         TO  DTL1-ACCT-TYPE-CD.      00048200
           MOVE WS-BKK-SYM-CD               TO  DTL1-SYM-CD.            00048300
           MOVE WS-BKK-PUT-CALL-CD          TO  DTL1-PUT-CALL-CD.       00048400
           MOVE WS-BKK-EXPTN-DT             TO  DTL1-EXPTN-DT.          00048500
           MOVE WS-BKK-STRIKE               TO  DTL1-STRIKE.            00048600
           MOVE WS-BK-QTY                   TO  DTL1-BOOK-QTY.          00048700
           MOVE WS-LINE-OCC-QTY             TO  DTL1-OCC-QTY.           00048800
           MOVE WS-DIFF-QTY                 TO  DTL1-DIFF-QTY.          00048900
           MOVE WS-BK-XFER-CNT              TO  DTL1-XFER-CNT.          00049000
           MOVE WS-BK-ACAT-CNTL             TO  DTL1-ACAT-CNTL.         00049100
           MOVE WS-BK-OCC-NBR               TO  DTL1-OCC-NBR.           00049200
           WRITE REPORT-RECORD            FROM  DTL1-RECORD.            00049300
                                                                        00049400
       2200-OCC-DETAIL-RTN.                                             00049500
                                                                        00049600
           MOVE WS-OCK-SIDE-CD              TO  DTL1-SIDE-CD.           00049700
           MOVE WS-OCK-ACCT-TYPE-CD         TO  DTL1-ACCT-TYPE-CD.      00049800
           MOVE WS-OCK-SYM-CD               TO  DTL1-SYM-CD.            00049900
           MOVE WS-OCK-PUT-CALL-CD          TO  DTL1-PUT-CALL-CD.       00050000
           MOVE WS-OCK-EXPTN-DT             TO  DTL1-EXPTN-DT.          00050100
           MOVE WS-OCK-STRIKE               TO  DTL1-STRIKE.            00050200
           MOVE ZERO                        TO  DTL1-BOOK-QTY           00050300
                                                DTL1-XFER-CNT.          00050400
           MOVE WS-OCC-QTY                  TO  DTL1-OCC-QTY.           00050500
           COMPUTE WS-DIFF-QTY = ZERO - WS-OCC-QTY.                     00050600
           MOVE WS-DIFF-QTY                 TO  DTL1-DIFF-QTY.          00050700
           MOVE SPACES                      TO  DTL1-ACAT-CNTL.         00050800
           MOVE WS-OCC-MBR-NBR              TO  DTL1-OCC-NBR.           00050900
           MOVE 'OCC MOVE NOT BOOKED      '                             00051000
                                            TO  DTL1-MESSAGE.           00051100
           WRITE REPORT-RECORD            FROM  DTL1-RECORD.            00051200
                                                                        00051300
           EJECT                                                        00051400
      ******************                                                00051500
       8000-DB2-ERROR-RTN.                                              00051600
      ******************                                                00051700
                                                                        00051800
           DISPLAY 'CAT773 - DB2 ERROR, SQLCODE = ' SQLCODE.            00051900
           CALL DSNTIAR               USING  SQLCA                      00052000
                                             WS-DB2-MESSAGE-AREA        00052100
                                             WS-ERR-LINE-LEN            00052200
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00052300
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00052400
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00052500
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00052600
                 END-IF                                                 00052700
           END-PERFORM.                                                 00052800
           DISPLAY 'CAT773 ABENDED'.                                    00052900
           CALL ABEND                 USING  ABEND-CODE.                00053000
                                                                        00053100
           EJECT                                                        00053200
      ************                                                      00053300
       9000-EOJ-RTN.                                                    00053400
      ************                                                      00053500
                                                                        00053600
           CLOSE OCCPOS-FILE.                                           00053700
                                                                        00053800
           MOVE 'BOOKED SERIES MOVES             '  TO  TRL1-LABEL.     00053900
           MOVE WS-CNT-BOOK-KEYS            TO  TRL1-COUNT.             00054000
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00054100
                                                                        00054200
           MOVE ' '                         TO  TRL1-CC.                00054300
           MOVE 'OCC SERIES MOVES                '  TO  TRL1-LABEL.     00054400
           MOVE WS-CNT-OCC-KEYS             TO  TRL1-COUNT.             00054500
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00054600
                                                                        00054700
           MOVE 'MATCHED                         '  TO  TRL1-LABEL.     00054800
           MOVE WS-CNT-MATCHED              TO  TRL1-COUNT.             00054900
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00055000
                                                                        00055100
           MOVE 'QUANTITY DIFFERENCES            '  TO  TRL1-LABEL.     00055200
           MOVE WS-CNT-QTY-DIFF             TO  TRL1-COUNT.             00055300
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00055400
                                                                        00055500
           MOVE 'BOOKED, NOT MOVED AT OCC        '  TO  TRL1-LABEL.     00055600
           MOVE WS-CNT-NOT-AT-OCC           TO  TRL1-COUNT.             00055700
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00055800
                                                                        00055900
           MOVE 'MOVED AT OCC, NOT BOOKED        '  TO  TRL1-LABEL.     00056000
           MOVE WS-CNT-NOT-BOOKED           TO  TRL1-COUNT.             00056100
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00056200
                                                                        00056300
           CLOSE REPORT-FILE.                                           00056400
                                                                        00056500
           IF WS-CNT-QTY-DIFF   > +0                                    00056600
           OR WS-CNT-NOT-AT-OCC > +0                                    00056700
           OR WS-CNT-NOT-BOOKED > +0                                    00056800
              MOVE 4                        TO  RETURN-CODE             00056900
           END-IF.                                                      00057000
                                                                        00057100
           DISPLAY ' '                                                  00057200
           DISPLAY 'MATCHED:                ' WS-CNT-MATCHED            00057300
           DISPLAY 'QUANTITY DIFFERENCES:   ' WS-CNT-QTY-DIFF           00057400
           DISPLAY 'NOT MOVED AT OCC:       ' WS-CNT-NOT-AT-OCC         00057500
           DISPLAY 'OCC MOVE NOT BOOKED:    ' WS-CNT-NOT-BOOKED         00057600
           DISPLAY ' '                                                  00057700
           DISPLAY '*************************'                          00057800
           DISPLAY '* END OF CAT773 PROGRAM *'                          00057900
           DISPLAY '*************************'                          00058000
           DISPLAY ' '.                                                 00058100
