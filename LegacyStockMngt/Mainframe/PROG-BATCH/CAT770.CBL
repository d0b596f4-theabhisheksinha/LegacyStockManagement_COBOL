000001* PDX    - CAT770   C0369772 10/12/26 06:20:18 TBTIKUO            00000100
000001* CREATED FOR SSR 114445.  RECEIVING-ACCOUNT READINESS AND        00000200
000001* TIN/NAME MATCH CHECK FOR INCOMING TRANSFERS.  RECEIVES WERE     00000300
000001* ARRIVING FOR ACCOUNTS THAT WERE NOT FULLY OPEN - NEW-ACCOUNT    00000400
000001* PAPERWORK NOT APPROVED, ACCOUNT RESTRICTED, OR AN IRA COMING    00000500
000001* INTO A CASH ACCOUNT - AND TIN MISMATCH (ETIM) REJECTS CAME      00000600
000001* BACK FROM THE CONTRA DAYS LATER.  AFTER CAT706 APPLIES A NEW    00000700
000001* '200' RECEIVE, THIS STEP COMPARES THE RECEIVING ACCOUNT'S       00000800
000001* STATUS, APPROVAL AND REGISTRATION TYPE ON THE ACCOUNT MASTER    00000900
000001* AND MATCHES RCV_SS_PRIM_NBR AND RCV_CUST_NM AGAINST OUR         00001000
000001* ACCOUNT HOLDER.  A FAILING TRANSFER GETS AN OPEN ACATRDYX       00001100
000001* EXCEPTION, WHICH HOLDS IT OUT OF CAT813 AUTO-ACCEPT, AND IS     00001200
000001* LISTED BY BRANCH ON THE MORNING REPORT SO THE BRANCH CAN FIX    00001300
000001* THE ACCOUNT BEFORE THE REVIEW CLOCK RUNS OUT.                   00001400
       IDENTIFICATION DIVISION.                                         00001500
       PROGRAM-ID.  CAT770.                                             00001600
       AUTHOR.      LARRY MUREY.                                        00001700
       DATE-WRITTEN.  OCT 2026.                                         00001800
      *---------------------------------------------------------------* 00001900
      *                         REMARKS                               * 00002000
      * RUNS AFTER EACH CAT706 PASS AND AHEAD OF CAT813.  EVERY       * 00002100
      * RECEIVE IN THE '200' REVIEW SERIES IS CHECKED ON EACH RUN,    * 00002200
      * SO AN ACCOUNT THE BRANCH HAS FIXED CLEARS ITS EXCEPTION ON    * 00002300
      * THE NEXT PASS.                                                * 00002400
      * INPUTS:  VTRNFR, VACTTYP (DB2)                                * 00002500
      *          ACCTMSTR - ACCOUNT MASTER EXTRACT, SORTED BY         * 00002600
      *                     CLIENT / BRANCH / ACCOUNT                 * 00002700
      * OUTPUTS: ACATRDYX - READINESS EXCEPTIONS (O OPEN, C CLEARED)  * 00002800
      *          RPTPI    - EXCEPTIONS BY BRANCH                      * 00002900
      * CHECKS, FIRST FAILURE WINS:                                   * 00003000
      *   NF  ACCOUNT NOT ON THE ACCOUNT MASTER                       * 00003100
      *   CL  ACCOUNT CLOSED                                          * 00003200
      *   RS  ACCOUNT RESTRICTED                                      * 00003300
      *   AP  NEW-ACCOUNT PAPERWORK NOT APPROVED                      * 00003400
      *   TY  RCV_ACCT_TYPE_CD IRA / NON-IRA DISAGREES WITH THE       * 00003500
      *       ACCOUNT'S REGISTRATION TYPE (VACTTYP IRA_IND)           * 00003600
      *   TN  RCV_SS_PRIM_NBR IS NOT THE PRIMARY OR SECONDARY TIN     * 00003700
      *   NM  HOLDER SURNAME DOES NOT APPEAR IN RCV_CUST_NM           * 00003800
      * COMMITS EVERY 50.                                             * 00003900
      *---------------------------------------------------------------* 00004000
           EJECT                                                        00004100
      ***************************************************************** 00004200
       ENVIRONMENT DIVISION.                                            00004300
      ***************************************************************** 00004400
       INPUT-OUTPUT SECTION.                                            00004500
       FILE-CONTROL.                                                    00004600
           SELECT ACCT-MSTR-FILE       ASSIGN  TO  ACCTMSTR             00004700
                                       FILE STATUS  IS ACCTMSTR-STAT.   00004800
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00004900
                                                                        00005000
      ***************************************************************** 00005100
       DATA DIVISION.                                                   00005200
      ***************************************************************** 00005300
                                                                        00005400
       FILE SECTION.                                                    00005500
                                                                        00005600
       FD  ACCT-MSTR-FILE                                               00005700
           RECORDING MODE F                                             00005800
           BLOCK CONTAINS 0 RECORDS                                     00005900
           LABEL RECORDS ARE STANDARD                                   00006000
           RECORD CONTAINS 100 CHARACTERS.                              00006100
       01  ACCT-MSTR-RECORD.                                            00006200
           05  ACM-KEY.                                                 00006300
               10  ACM-CLIENT          PIC X(04).                       00006400
               10  ACM-BRANCH          PIC X(03).                       00006500
               10  ACM-ACCT            PIC X(05).                       00006600
           05  ACM-ACCT-STTS-CD        PIC X(01).                       00006700
               88  ACM-ACCT-OPEN                  VALUE 'A'.            00006800
               88  ACM-ACCT-CLOSED                VALUE 'C'.            00006900
               88  ACM-ACCT-RESTRICTED            VALUE 'R'.            00007000
               88  ACM-ACCT-PENDING               VALUE 'P'.            00007100
           05  ACM-APRVL-IND           PIC X(01).                       00007200
               88  ACM-APPROVED                   VALUE 'Y'.            00007300
           05  ACM-ACCT-TYPE-CD        PIC X(02).                       00007400
           05  ACM-PRIM-TIN            PIC X(09).                       00007500
           05  ACM-SCNDY-TIN           PIC X(09).                       00007600
           05  ACM-LAST-NM             PIC X(20).                       00007700
           05  ACM-FIRST-NM            PIC X(20).                       00007800
           05  FILLER                  PIC X(26).                       00007900
                                                                        00008000
       FD  REPORT-FILE                                                  00008100
           RECORDING MODE F                                             00008200
           BLOCK CONTAINS 0 RECORDS                                     00008300
           LABEL RECORDS ARE STANDARD                                   00008400
           RECORD CONTAINS 132 CHARACTERS.                              00008500
       01  REPORT-RECORD                PIC  X(132).                    00008600
                                                                        00008700
           EJECT                                                        00008800
      ***************************************************************** 00008900
       WORKING-STORAGE SECTION.                                         00009000
      ***************************************************************** 00009100
                                                                        00009200
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00009300
                                                                        00009400
       01  CALL-MODULES.                                                00009500
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00009600
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00009700
                                                                        00009800
       01  ACCTMSTR-STAT                PIC  X(02)  VALUE SPACES.       00009900
           88  ACCTMSTR-OK                         VALUE '00'.          00010000
           88  ACCTMSTR-EOF                        VALUE '10'.          00010100
                                                                        00010200
       01  WS-END-OF-RCV-SW             PIC  X(01)  VALUE 'N'.          00010300
           88  WS-END-OF-RCV                       VALUE 'Y'.           00010400
       01  WS-FIRST-LINE-SW             PIC  X(01)  VALUE 'Y'.          00010500
           88  WS-FIRST-LINE                       VALUE 'Y'.           00010600
                                                                        00010700
      *  HOST VARIABLES - RECEIVES IN THE '200' REVIEW SERIES.          00010800
       01  WS-RCV-AREA.                                                 00010900
           05  WS-RCV-KEY.                                              00011000
               10  WS-RCV-CLIENT        PIC  X(04).                     00011100
               10  WS-RCV-BRANCH        PIC  X(03).                     00011200
               10  WS-RCV-ACCT          PIC  X(05).                     00011300
           05  WS-RCV-ACAT-CNTL         PIC  X(14).                     00011400
           05  WS-RCV-CUST-NM           PIC  X(60).                     00011500
           05  WS-RCV-TIN               PIC  X(09).                     00011600
           05  WS-RCV-ACCT-TYPE-CD      PIC  X(02).                     00011700
           05  WS-RCV-IRA-IND           PIC  X(01).                     00011800
           05  WS-RCV-PRCS-DT           PIC  X(10).                     00011900
                                                                        00012000
       01  WS-ACM-KEY                   PIC  X(12)  VALUE LOW-VALUES.   00012100
       01  WS-ACM-ACCT-TYPE-CD          PIC  X(02).                     00012200
       01  WS-ACM-IRA-IND               PIC  X(01).                     00012300
                                                                        00012400
       01  WS-EXCP-RSN-CD               PIC  X(02)  VALUE SPACES.       00012500
       01  WS-EXCP-TXT                  PIC  X(30)  VALUE SPACES.       00012600
       01  WS-NM-LEN                    PIC S9(04) COMP    VALUE +0.    00012700
       01  WS-NM-HITS                   PIC S9(04) COMP    VALUE +0.    00012800
                                                                        00012900
       01  WS-BRK-CLIENT                PIC  X(04)  VALUE SPACES.       00013000
       01  WS-BRK-BRANCH                PIC  X(03)  VALUE SPACES.       00013100
       01  WS-BRANCH-EXCP-CNT           PIC S9(07) COMP-3  VALUE ZERO.  00013200
                                                                        00013300
       01  WS-CNT-CHECKED               PIC S9(07) COMP-3  VALUE ZERO.  00013400
       01  WS-CNT-READY                 PIC S9(07) COMP-3  VALUE ZERO.  00013500
       01  WS-CNT-EXCP                  PIC S9(07) COMP-3  VALUE ZERO.  00013600
       01  WS-CNT-NEW-EXCP              PIC S9(07) COMP-3  VALUE ZERO.  00013700
       01  WS-CNT-CLEARED               PIC S9(07) COMP-3  VALUE ZERO.  00013800
       01  WS-CNT-STALE                 PIC S9(07) COMP-3  VALUE ZERO.  00013900
       01  WS-COMMIT-CNT                PIC S9(05) COMP-3  VALUE ZERO.  00014000
                                                                        00014100
       01  WS-ACCEPT-DATE.                                              00014200
           05  WS-ACCEPT-YY             PIC  9(02).                     00014300
           05  WS-ACCEPT-MM             PIC  9(02).                     00014400
           05  WS-ACCEPT-DD             PIC  9(02).                     00014500
                                                                        00014600
       01  WS-DB2-MESSAGE-AREA.                                         00014700
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00014800
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00014900
               INDEXED BY WS-ERROR-INDEX.                               00015000
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00015100
                                                                        00015200
           EJECT                                                        00015300
       01  HDR1-RECORD.                                                 00015400
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00015500
           05  FILLER                   PIC  X(30)  VALUE               00015600
               'CAT770 - RECEIVING-ACCOUNT REA'.                        00015700
           05  FILLER                   PIC  X(30)  VALUE               00015800
               'DINESS EXCEPTIONS BY BRANCH   '.                        00015900
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00016000
           05  FILLER                   PIC  X(06)  VALUE 'DATE: '.     00016100
           05  HDR1-DATE-MM             PIC  X(02).                     00016200
           05  FILLER                   PIC  X(01)  VALUE '/'.          00016300
           05  HDR1-DATE-DD             PIC  X(02).                     00016400
           05  FILLER                   PIC  X(01)  VALUE '/'.          00016500
           05  HDR1-DATE-YY             PIC  X(02).                     00016600
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00016700
                                                                        00016800
       01  HDR2-RECORD.                                                 00016900
           05  HDR2-CC                  PIC  X(01)  VALUE '0'.          00017000
           05  FILLER                   PIC  X(30)  VALUE               00017100
               ' CLNT BRN ACCT   CONTROL NBR  '.                        00017200
           05  FILLER                   PIC  X(30)  VALUE               00017300
               '    ARRIVED    TYPE CD REASON '.                        00017400
           05  FILLER                   PIC  X(30)  VALUE               00017500
               '                        RECEIV'.                        00017600
           05  FILLER                   PIC  X(30)  VALUE               00017700
               'ING CUSTOMER NAME             '.                        00017800
           05  FILLER                   PIC  X(11)  VALUE SPACES.       00017900
                                                                        00018000
       01  BRH1-RECORD.                                                 00018100
           05  BRH1-CC                  PIC  X(01)  VALUE '0'.          00018200
           05  FILLER                   PIC  X(08)  VALUE 'CLIENT '.    00018300
           05  BRH1-CLIENT              PIC  X(04).                     00018400
           05  FILLER                   PIC  X(09)  VALUE '  BRANCH '.  00018500
           05  BRH1-BRANCH              PIC  X(03).                     00018600
           05  FILLER                   PIC  X(107) VALUE SPACES.       00018700
                                                                        00018800
       01  DTL1-RECORD.                                                 00018900
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00019000
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00019100
           05  DTL1-CLIENT              PIC  X(04).                     00019200
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00019300
           05  DTL1-BRANCH              PIC  X(03).                     00019400
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00019500
           05  DTL1-ACCT                PIC  X(05).                     00019600
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00019700
           05  DTL1-ACAT-CNTL           PIC  X(14).                     00019800
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00019900
           05  DTL1-PRCS-DT             PIC  X(10).                     00020000
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00020100
           05  DTL1-ACCT-TYPE-CD        PIC  X(02).                     00020200
           05  FILLER                   PIC  X(03)  VALUE SPACES.       00020300
           05  DTL1-RSN-CD              PIC  X(02).                     00020400
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00020500
           05  DTL1-RSN-TXT             PIC  X(30).                     00020600
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00020700
           05  DTL1-CUST-NM             PIC  X(40).                     00020800
           05  FILLER                   PIC  X(06)  VALUE SPACES.       00020900
                                                                        00021000
       01  BRT1-RECORD.                                                 00021100
           05  BRT1-CC                  PIC  X(01)  VALUE ' '.          00021200
           05  FILLER                   PIC  X(05)  VALUE SPACES.       00021300
           05  FILLER                   PIC  X(26)  VALUE               00021400
               'EXCEPTIONS FOR BRANCH     '.                            00021500
           05  BRT1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00021600
           05  FILLER                   PIC  X(89)  VALUE SPACES.       00021700
                                                                        00021800
       01  TRL1-RECORD.                                                 00021900
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00022000
           05  TRL1-LABEL               PIC  X(32).                     00022100
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00022200
           05  FILLER                   PIC  X(88)  VALUE SPACES.       00022300
                                                                        00022400
           EJECT                                                        00022500
      *DB2 COMMUNICATION AREA                                           00022600
           EXEC SQL                                                     00022700
              INCLUDE SQLCA                                             00022800
           END-EXEC.                                                    00022900
                                                                        00023000
      *----------------------------------------------------------------*00023100
      *  RECEIVE-SIDE TRANSFERS IN THE '200' REVIEW SERIES, IN ACCOUNT *00023200
      *  MASTER SEQUENCE.                                              *00023300
      *----------------------------------------------------------------*00023400
           EXEC SQL                                                     00023500
              DECLARE RCVCSR CURSOR WITH HOLD FOR                       00023600
                 SELECT T.CLIENT_NBR                                    00023700
                       ,T.BRANCH_CD                                     00023800
                       ,T.ACCT_CD                                       00023900
                       ,T.ACAT_CONTROL_NBR                              00024000
                       ,T.RCV_CUST_NM                                   00024100
                       ,T.RCV_SS_PRIM_NBR                               00024200
                       ,T.RCV_ACCT_TYPE_CD                              00024300
                       ,VALUE((SELECT Y.IRA_IND                         00024400
                                 FROM VACTTYP Y                         00024500
                                WHERE Y.ACCT_TYPE_CD =                  00024600
                                      T.RCV_ACCT_TYPE_CD), 'N')         00024700
                       ,CHAR(T.PRCS_DT, ISO)                            00024800
                 FROM  VTRNFR T                                         00024900
                 WHERE T.DSTBN_SIDE_CD = 'R'                            00025000
                   AND T.STTS_CD BETWEEN '200' AND '299'                00025100
                 ORDER BY T.CLIENT_NBR, T.BRANCH_CD, T.ACCT_CD,         00025200
                          T.ACAT_CONTROL_NBR                            00025300
           END-EXEC.                                                    00025400
                                                                        00025500
           EJECT                                                        00025600
      ***************************************************************** 00025700
       PROCEDURE DIVISION.                                              00025800
      ***************************************************************** 00025900
                                                                        00026000
           DISPLAY '*** CAT770 - RECEIVING-ACCOUNT READINESS ***'.      00026100
                                                                        00026200
           PERFORM 1000-INITIAL-RTN.                                    00026300
                                                                        00026400
           PERFORM 1500-CLEAR-STALE-RTN.                                00026500
                                                                        00026600
           EXEC SQL                                                     00026700
              OPEN RCVCSR                                               00026800
           END-EXEC.                                                    00026900
           IF SQLCODE NOT = +0                                          00027000
              PERFORM 8000-DB2-ERROR-RTN                                00027100
           END-IF.                                                      00027200
                                                                        00027300
           PERFORM 2000-PROCESS-RCV-RTN THRU 2000-EXIT                  00027400
              UNTIL WS-END-OF-RCV.                                      00027500
                                                                        00027600
           EXEC SQL                                                     00027700
              CLOSE RCVCSR                                              00027800
           END-EXEC.                                                    00027900
           EXEC SQL                                                     00028000
              COMMIT                                                    00028100
           END-EXEC.                                                    00028200
                                                                        00028300
           PERFORM 9000-EOJ-RTN.                                        00028400
                                                                        00028500
           GOBACK.                                                      00028600
                                                                        00028700
           EJECT                                                        00028800
      *****************                                                 00028900
       1000-INITIAL-RTN.                                                00029000
      *****************                                                 00029100
                                                                        00029200
           OPEN INPUT   ACCT-MSTR-FILE.                                 00029300
           IF NOT ACCTMSTR-OK                                           00029400
              DISPLAY 'CAT770 - OPEN FAILED ON ACCTMSTR, STATUS = '     00029500
                       ACCTMSTR-STAT                                    00029600
              MOVE 16                       TO  ABEND-CODE              00029700
              CALL ABEND                 USING  ABEND-CODE              00029800
           END-IF.                                                      00029900
                                                                        00030000
           OPEN OUTPUT  REPORT-FILE.                                    00030100
                                                                        00030200
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00030300
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00030400
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00030500
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00030600
                                                                        00030700
           WRITE REPORT-RECORD            FROM  HDR1-RECORD.            00030800
           WRITE REPORT-RECORD            FROM  HDR2-RECORD.            00030900
                                                                        00031000
           PERFORM 2500-READ-MSTR-RTN THRU 2500-EXIT.                   00031100
                                                                        00031200
      *---------------------------------------------------------------  00031300
      * 1500-CLEAR-STALE-RTN - AN OPEN EXCEPTION WHOSE TRANSFER HAS     00031400
      * LEFT THE REVIEW SERIES (ACCEPTED, REJECTED, ARCHIVED) HAS       00031500
      * NOTHING LEFT TO HOLD.                                           00031600
      *---------------------------------------------------------------  00031700
       1500-CLEAR-STALE-RTN.                                            00031800
                                                                        00031900
           EXEC SQL                                                     00032000
              UPDATE ACATRDYX X                                         00032100
                 SET EXCP_STTS_CD = 'C'                                 00032200
                    ,CLR_DT       = CURRENT DATE                        00032300
                    ,UPDT_TMSTP   = CURRENT TIMESTAMP                   00032400
                    ,PRGM_NM      = 'CAT770'                            00032500
               WHERE X.EXCP_STTS_CD = 'O'                               00032600
                 AND NOT EXISTS                                         00032700
                     (SELECT 1 FROM VTRNFR T                            00032800
                       WHERE T.CLIENT_NBR       = X.CLIENT_NBR          00032900
                         AND T.ACAT_CONTROL_NBR = X.ACAT_CONTROL_NBR    00033000
                         AND T.DSTBN_SIDE_CD    = 'R'                   00033100
                         AND T.STTS_CD BETWEEN '200' AND '299')         00033200
           END-EXEC.                                                    00033300
                                                                        00033400
           EVALUATE SQLCODE                                             00033500
              WHEN +0                                                   00033600
                 MOVE SQLERRD (3)           TO  WS-CNT-STALE            00033700
              WHEN +100                                                 00033800
                 CONTINUE                                               00033900
              WHEN OTHER                                                00034000
                 PERFORM 8000-DB2-ERROR-RTN                             00034100
           END-EVALUATE.                                                00034200
                                                                        00034300
           EXEC SQL                                                     00034400
              COMMIT                                                    00034500
           END-EXEC.                                                    00034600
                                                                        00034700
           EJECT                                                        00034800
      ********************                                              00034900
       2000-PROCESS-RCV-RTN.                                            00035000
      ********************                                              00035100
                                                                        00035200
           EXEC SQL                                                     00035300
              FETCH RCVCSR                                              00035400
                 INTO :WS-RCV-CLIENT                                    00035500
                     ,:WS-RCV-BRANCH                                    00035600
                     ,:WS-RCV-ACCT                                      00035700
                     ,:WS-RCV-ACAT-CNTL                                 00035800
                     ,:WS-RCV-CUST-NM                                   00035900
                     ,:WS-RCV-TIN                                       00036000
                     ,:WS-RCV-ACCT-TYPE-CD                              00036100
                     ,:WS-RCV-IRA-IND                                   00036200
                     ,:WS-RCV-PRCS-DT                                   00036300
           END-EXEC.                                                    00036400
                                                                        00036500
           EVALUATE SQLCODE                                             00036600
              WHEN +100                                                 00036700
                 SET WS-END-OF-RCV          TO  TRUE                    00036800
                 GO TO 2000-EXIT                                        00036900
              WHEN +0                                                   00037000
                 ADD 1                      TO  WS-CNT-CHECKED          00037100
              WHEN OTHER                                                00037200
                 PERFORM 8000-DB2-ERROR-RTN                             00037300
           END-EVALUATE.                                                00037400
                                                                        00037500
           PERFORM 2500-READ-MSTR-RTN THRU 2500-EXIT                    00037600
              UNTIL WS-ACM-KEY NOT < WS-RCV-KEY.                        00037700
                                                                        00037800
           PERFORM 3000-CHECK-ACCT-RTN THRU 3000-EXIT.                  00037900
                                                                        00038000
           IF WS-EXCP-RSN-CD = SPACES                                   00038100
              ADD 1                         TO  WS-CNT-READY            00038200
              PERFORM 4000-CLEAR-EXCP-RTN                               00038300
           ELSE                                                         00038400
              ADD 1                         TO  WS-CNT-EXCP             00038500
              PERFORM 4100-OPEN-EXCP-RTN                                00038600
              PERFORM 5000-WRITE-DETAIL-RTN                             00038700
           END-IF.                                                      00038800
                                                                        00038900
           ADD 1                            TO  WS-COMMIT-CNT.          00039000
           IF WS-COMMIT-CNT > 49                                        00039100
              EXEC SQL                                                  00039200
                   COMMIT                                               00039300
              END-EXEC                                                  00039400
              MOVE 0                        TO  WS-COMMIT-CNT           00039500
           END-IF.                                                      00039600
                                                                        00039700
       2000-EXIT.                                                       00039800
           EXIT.                                                        00039900
                                                                        00040000
      *---------------------------------------------------------------  00040100
      * 2500-READ-MSTR-RTN - HIGH-VALUES KEY AT END OF THE EXTRACT.     00040200
      *---------------------------------------------------------------  00040300
       2500-READ-MSTR-RTN.                                              00040400
                                                                        00040500
           IF WS-ACM-KEY = HIGH-VALUES                                  00040600
              GO TO 2500-EXIT                                           00040700
           END-IF.                                                      00040800
                                                                        00040900
           READ ACCT-MSTR-FILE.                                         00041000
           EVALUATE TRUE                                                00041100
              WHEN ACCTMSTR-OK                                          00041200
                 MOVE ACM-KEY               TO  WS-ACM-KEY              00041300
              WHEN ACCTMSTR-EOF                                         00041400
                 MOVE HIGH-VALUES           TO  WS-ACM-KEY              00041500
              WHEN OTHER                                                00041600
                 DISPLAY 'CAT770 - READ ERROR ON ACCTMSTR, STATUS = '   00041700
                          ACCTMSTR-STAT                                 00041800
                 MOVE 16                    TO  ABEND-CODE              00041900
                 CALL ABEND              USING  ABEND-CODE              00042000
           END-EVALUATE.                                                00042100
                                                                        00042200
       2500-EXIT.                                                       00042300
           EXIT.                                                        00042400
                                                                        00042500
           EJECT                                                        00042600
      *---------------------------------------------------------------  00042700
      * 3000-CHECK-ACCT-RTN - FIRST FAILED CHECK WINS; A BLANK REASON   00042800
      * MEANS THE ACCOUNT IS READY TO RECEIVE.                          00042900
      *---------------------------------------------------------------  00043000
       3000-CHECK-ACCT-RTN.                                             00043100
                                                                        00043200
           MOVE SPACES                      TO  WS-EXCP-RSN-CD          00043300
                                                WS-EXCP-TXT.            00043400
                                                                        00043500
           IF WS-ACM-KEY NOT = WS-RCV-KEY                               00043600
              MOVE 'NF'                     TO  WS-EXCP-RSN-CD          00043700
              MOVE 'ACCOUNT NOT ON ACCOUNT MASTER'                      00043800
                                            TO  WS-EXCP-TXT             00043900
              GO TO 3000-EXIT                                           00044000
           END-IF.                                                      00044100
                                                                        00044200
           IF ACM-ACCT-CLOSED                                           00044300
              MOVE 'CL'                     TO  WS-EXCP-RSN-CD          00044400
              MOVE 'ACCOUNT CLOSED'         TO  WS-EXCP-TXT             00044500
              GO TO 3000-EXIT                                           00044600
           END-IF.                                                      00044700
                                                                        00044800
           IF ACM-ACCT-RESTRICTED                                       00044900
              MOVE 'RS'                     TO  WS-EXCP-RSN-CD          00045000
              MOVE 'ACCOUNT RESTRICTED'     TO  WS-EXCP-TXT             00045100
              GO TO 3000-EXIT                                           00045200
           END-IF.                                                      00045300
                                                                        00045400
           IF ACM-ACCT-PENDING                                          00045500
           OR NOT ACM-APPROVED                                          00045600
              MOVE 'AP'                     TO  WS-EXCP-RSN-CD          00045700
              MOVE 'NEW ACCOUNT NOT APPROVED'                           00045800
                                            TO  WS-EXCP-TXT             00045900
              GO TO 3000-EXIT                                           00046000
           END-IF.                                                      00046100
                                                                        00046200
      *    AN IRA MUST LAND IN AN IRA, A NON-IRA IN A NON-IRA.          00046300
           MOVE ACM-ACCT-TYPE-CD            TO  WS-ACM-ACCT-TYPE-CD.    00046400
           MOVE 'N'                         TO  WS-ACM-IRA-IND.         00046500
           EXEC SQL                                                     00046600
              SELECT IRA_IND                                            00046700
                INTO :WS-ACM-IRA-IND                                    00046800
                FROM VACTTYP                                            00046900
               WHERE ACCT_TYPE_CD = :WS-ACM-ACCT-TYPE-CD                00047000
                WITH UR                                                 00047100
           END-EXEC.                                                    00047200
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100                   00047300
              PERFORM 8000-DB2-ERROR-RTN                                00047400
           END-IF.                                                      00047500
           IF WS-ACM-IRA-IND NOT = 'Y'                                  00047600
              MOVE 'N'                      TO  WS-ACM-IRA-IND          00047700
           END-IF.                                                      00047800
           IF WS-RCV-IRA-IND NOT = 'Y'                                  00047900
              MOVE 'N'                      TO  WS-RCV-IRA-IND          00048000
           END-IF.                                                      00048100
           IF WS-RCV-IRA-IND NOT = WS-ACM-IRA-IND                       00048200
              MOVE 'TY'                     TO  WS-EXCP-RSN-CD          00048300
              MOVE 'ACCOUNT TYPE INCOMPATIBLE'                          00048400
                                            TO  WS-EXCP-TXT             00048500
              GO TO 3000-EXIT                                           00048600
           END-IF.                                                      00048700
                                                                        00048800
           IF WS-RCV-TIN NOT = ACM-PRIM-TIN                             00048900
           AND (ACM-SCNDY-TIN = SPACES                                  00049000
            OR  WS-RCV-TIN NOT = ACM-SCNDY-TIN)                         00049100
              MOVE 'TN'                     TO  WS-EXCP-RSN-CD          00049200
              MOVE 'TIN DOES NOT MATCH HOLDER'                          00049300
                                            TO  WS-EXCP-TXT             00049400
              GO TO 3000-EXIT                                           00049500
           END-IF.                                                      00049600
                                                                        00049700
      *    NAME FORMATS DIFFER ACROSS CONTRAS - THE HOLDER'S SURNAME    00049800
      *    APPEARING IN THE REGISTRATION NAME IS TAKEN AS A MATCH.      00049900
           MOVE +0                          TO  WS-NM-LEN               00050000
                                                WS-NM-HITS.             00050100
           INSPECT ACM-LAST-NM                                          00050200
                   TALLYING WS-NM-LEN FOR CHARACTERS                    00050300
                   BEFORE INITIAL SPACE.                                00050400
           IF WS-NM-LEN > +1                                            00050500
              INSPECT WS-RCV-CUST-NM TALLYING WS-NM-HITS                00050600
                      FOR ALL ACM-LAST-NM (1:WS-NM-LEN)                 00050700
           END-IF.                                                      00050800
           IF WS-NM-HITS = +0                                           00050900
              MOVE 'NM'                     TO  WS-EXCP-RSN-CD          00051000
              MOVE 'NAME DOES NOT MATCH HOLDER'                         00051100
                                            TO  WS-EXCP-TXT             00051200
           END-IF.                                                      00051300
                                                                        00051400
       3000-EXIT.                                                       00051500
           EXIT.                                                        00051600
                                                                        00051700
           EJECT                                                        00051800
      *---------------------------------------------------------------  00051900
      * 4000-CLEAR-EXCP-RTN - THE ACCOUNT IS READY; CLEAR ANY OPEN      00052000
      * EXCEPTION SO CAT813 CAN TAKE THE TRANSFER.                      00052100
      *---------------------------------------------------------------  00052200
       4000-CLEAR-EXCP-RTN.                                             00052300
                                                                        00052400
           EXEC SQL                                                     00052500
              UPDATE ACATRDYX                                           00052600
                 SET EXCP_STTS_CD = 'C'                                 00052700
                    ,CLR_DT       = CURRENT DATE                        00052800
                    ,LAST_CHK_DT  = CURRENT DATE                        00052900
                    ,UPDT_TMSTP   = CURRENT TIMESTAMP                   00053000
                    ,PRGM_NM      = 'CAT770'                            00053100
               WHERE CLIENT_NBR       = :WS-RCV-CLIENT                  00053200
                 AND ACAT_CONTROL_NBR = :WS-RCV-ACAT-CNTL               00053300
                 AND EXCP_STTS_CD     = 'O'                             00053400
           END-EXEC.                                                    00053500
                                                                        00053600
           EVALUATE SQLCODE                                             00053700
              WHEN +0                                                   00053800
                 ADD 1                      TO  WS-CNT-CLEARED          00053900
              WHEN +100                                                 00054000
                 CONTINUE                                               00054100
              WHEN OTHER                                                00054200
                 PERFORM 8000-DB2-ERROR-RTN                             00054300
           END-EVALUATE.                                                00054400
                                                                        00054500
      *---------------------------------------------------------------  00054600
      * 4100-OPEN-EXCP-RTN - ONE ROW PER TRANSFER, REOPENED AND         00054700
      * REFRESHED ON EVERY RUN IT STILL FAILS.                          00054800
      *---------------------------------------------------------------  00054900
       4100-OPEN-EXCP-RTN.                                              00055000
                                                                        00055100
           EXEC SQL                                                     00055200
              UPDATE ACATRDYX                                           00055300
                 SET EXCP_STTS_CD = 'O'                                 00055400
                    ,EXCP_RSN_CD  = :WS-EXCP-RSN-CD                     00055500
                    ,LAST_CHK_DT  = CURRENT DATE                        00055600
                    ,CLR_DT       = NULL                                00055700
                    ,UPDT_TMSTP   = CURRENT TIMESTAMP                   00055800
                    ,PRGM_NM      = 'CAT770'                            00055900
               WHERE CLIENT_NBR       = :WS-RCV-CLIENT                  00056000
                 AND ACAT_CONTROL_NBR = :WS-RCV-ACAT-CNTL               00056100
           END-EXEC.                                                    00056200
                                                                        00056300
           EVALUATE SQLCODE                                             00056400
              WHEN +0                                                   00056500
                 CONTINUE                                               00056600
              WHEN +100                                                 00056700
                 EXEC SQL                                               00056800
                    INSERT INTO ACATRDYX                                00056900
                          (CLIENT_NBR                                   00057000
                          ,ACAT_CONTROL_NBR                             00057100
                          ,BRANCH_CD                                    00057200
                          ,ACCT_CD                                      00057300
                          ,EXCP_STTS_CD                                 00057400
                          ,EXCP_RSN_CD                                  00057500
                          ,FRST_DT                                      00057600
                          ,LAST_CHK_DT                                  00057700
                          ,UPDT_TMSTP                                   00057800
                          ,PRGM_NM)                                     00057900
                    VALUES                                              00058000
                          (:WS-RCV-CLIENT                               00058100
                          ,:WS-RCV-ACAT-CNTL                            00058200
                          ,:WS-RCV-BRANCH                               00058300
                          ,:WS-RCV-ACCT                                 00058400
                          ,'O'                                          00058500
                          ,:WS-EXCP-RSN-CD                              00058600
                          ,CURRENT DATE                                 00058700
                          ,CURRENT DATE                                 00058800
                          ,CURRENT TIMESTAMP                            00058900
                          ,'CAT770')                                    00059000
                 END-EXEC                                               00059100
                 IF SQLCODE NOT = +0                                    00059200
                    PERFORM 8000-DB2-ERROR-RTN                          00059300
                 END-IF                                                 00059400
                 ADD 1                      TO  WS-CNT-NEW-EXCP         00059500
              WHEN OTHER                                                00059600
                 PERFORM 8000-DB2-ERROR-RTN                             00059700
           END-EVALUATE.                                                00059800
                                                                        00059900
           EJECT                                                        00060000
      *---------------------------------------------------------------  00060100
      * 5000-WRITE-DETAIL-RTN - EXCEPTIONS GROUPED BY CLIENT/BRANCH.    00060200
      *---------------------------------------------------------------  00060300
       5000-WRITE-DETAIL-RTN.                                           00060400
                                                                        00060500
           IF WS-RCV-CLIENT NOT = WS-BRK-CLIENT                         00060600
           OR WS-RCV-BRANCH NOT = WS-BRK-BRANCH                         00060700
              PERFORM 5100-BRANCH-BREAK-RTN                             00060800
           END-IF.                                                      00060900
                                                                        00061000
           ADD 1                            TO  WS-BRANCH-EXCP-CNT.     00061100
           MOVE WS-RCV-CLIENT               TO  DTL1-CLIENT.            00061200
           MOVE WS-RCV-BRANCH               TO  DTL1-BRANCH.            00061300
           MOVE WS-RCV-ACCT                 TO  DTL1-ACCT.              00061400
           MOVE WS-RCV-ACAT-CNTL            TO  DTL1-ACAT-CNTL.         00061500
           MOVE WS-RCV-PRCS-DT              TO  DTL1-PRCS-DT.           00061600
           MOVE WS-RCV-ACCT-TYPE-CD         TO  DTL1-ACCT-TYPE-CD.      00061700
           MOVE WS-EXCP-RSN-CD              TO  DTL1-RSN-CD.            00061800
           MOVE WS-EXCP-TXT                 TO  DTL1-RSN-TXT.           00061900
           MOVE WS-RCV-CUST-NM              TO  DTL1-CUST-NM.           00062000
           WRITE REPORT-RECORD            FROM  DTL1-RECORD.            00062100
                                                                        00062200
       5100-BRANCH-BREAK-RTN.                                           00062300
                                                                        00062400
           IF NOT WS-FIRST-LINE                                         00062500
              MOVE WS-BRANCH-EXCP-CNT       TO  BRT1-COUNT              00062600
              WRITE REPORT-RECORD         FROM  BRT1-RECORD             00062700
           END-IF.                                                      00062800
                                                                        00062900
           MOVE 'N'                         TO  WS-FIRST-LINE-SW.       00063000
           MOVE ZERO                        TO  WS-BRANCH-EXCP-CNT.     00063100
           MOVE WS-RCV-CLIENT               TO  WS-BRK-CLIENT           00063200
                                                BRH1-CLIENT.            00063300
           MOVE WS-RCV-BRANCH               TO  WS-BRK-BRANCH           00063400
                                                BRH1-BRANCH.            00063500
           WRITE REPORT-RECORD            FROM  BRH1-RECORD.            00063600
                                                                        00063700
           EJECT                                                        00063800
      ******************                                                00063900
       8000-DB2-ERROR-RTN.                                              00064000
      ******************                                                00064100
                                                                        00064200
           DISPLAY 'CAT770 - DB2 ERROR, SQLCODE = ' SQLCODE.            00064300
           CALL DSNTIAR               USING  SQLCA                      00064400
                                             WS-DB2-MESSAGE-AREA        00064500
                                             WS-ERR-LINE-LEN            00064600
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00064700
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00064800
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00064900
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00065000
                 END-IF                                                 00065100
           END-PERFORM.                                                 00065200
           DISPLAY 'CAT770 ABENDED'.                                    00065300
           CALL ABEND                 USING  ABEND-CODE.                00065400
                                                                        00065500
           EJECT                                                        00065600
      ************                                                      00065700
       9000-EOJ-RTN.                                                    00065800
      ************                                                      00065900
                                                                        00066000
           IF NOT WS-FIRST-LINE                                         00066100
              MOVE WS-BRANCH-EXCP-CNT       TO  BRT1-COUNT              00066200
              WRITE REPORT-RECORD         FROM  BRT1-RECORD             00066300
           END-IF.                                                      00066400
                                                                        00066500
           MOVE 'RECEIVES IN REVIEW CHECKED     '  TO  TRL1-LABEL.      00066600
           MOVE WS-CNT-CHECKED              TO  TRL1-COUNT.             00066700
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00066800
                                                                        00066900
           MOVE ' '                         TO  TRL1-CC.                00067000
           MOVE 'ACCOUNT READY                   '  TO  TRL1-LABEL.     00067100
           MOVE WS-CNT-READY                TO  TRL1-COUNT.             00067200
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00067300
                                                                        00067400
           MOVE 'HELD - READINESS EXCEPTION      '  TO  TRL1-LABEL.     00067500
           MOVE WS-CNT-EXCP                 TO  TRL1-COUNT.             00067600
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00067700
                                                                        00067800
           MOVE '  OF WHICH NEW THIS RUN         '  TO  TRL1-LABEL.     00067900
           MOVE WS-CNT-NEW-EXCP             TO  TRL1-COUNT.             00068000
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00068100
                                                                        00068200
           MOVE 'EXCEPTIONS CLEARED - FIXED      '  TO  TRL1-LABEL.     00068300
           MOVE WS-CNT-CLEARED              TO  TRL1-COUNT.             00068400
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00068500
                                                                        00068600
           MOVE 'EXCEPTIONS CLEARED - LEFT REVIEW'  TO  TRL1-LABEL.     00068700
           MOVE WS-CNT-STALE                TO  TRL1-COUNT.             00068800
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00068900
                                                                        00069000
           CLOSE ACCT-MSTR-FILE                                         00069100
                 REPORT-FILE.                                           00069200
                                                                        00069300
           DISPLAY ' '                                                  00069400
           DISPLAY 'CHECKED:                ' WS-CNT-CHECKED            00069500
           DISPLAY 'READY:                  ' WS-CNT-READY              00069600
           DISPLAY 'HELD:                   ' WS-CNT-EXCP               00069700
           DISPLAY 'CLEARED:                ' WS-CNT-CLEARED            00069800
           DISPLAY ' '                                                  00069900
           DISPLAY '*************************'                          00070000
           DISPLAY '* END OF CAT770 PROGRAM *'                          00070100
           DISPLAY '*************************'                          00070200
           DISPLAY ' '.                                                 00070300
