000001* PDX    - CAT790   C0369787 10/15/26 21:52:44 TBTIKUO            00000100
000001* CREATED FOR SSR 114459.  FDIC COVERAGE CHECK FOR INCOMING CASH  00000200
000001* SWEEPING INTO THE BANK DEPOSIT PROGRAM.  CATMMDB KEEPS THE BANK 00000300
000001* DEPOSITORY FUNDS (BDF) ON VRSTSEC, BUT ON A LARGE INCOMING      00000400
000001* TRANSFER THE CASH SWEPT INTO THE PROGRAM BANKS WITHOUT ANYONE   00000500
000001* CHECKING COVERAGE, AND A CUSTOMER COULD SILENTLY GO OVER THE    00000600
000001* INSURED LIMIT AT ONE BANK.  NIGHTLY, EACH RECEIVING ACCOUNT'S   00000700
000001* BANK-DEPOSIT BALANCE IS PROJECTED AFTER TODAY'S SETTLING CASH   00000800
000001* AND THE CAT875 SWEEP REDEMPTIONS, COMPARED BANK BY BANK TO THE  00000900
000001* COVERAGE LIMIT, AND ANY EXCESS IS WRITTEN AS A RE-ALLOCATION    00001000
000001* INSTRUCTION FOR THE SWEEP SYSTEM AND LISTED.                    00001100
       IDENTIFICATION DIVISION.                                         00001200
       PROGRAM-ID.  CAT790.                                             00001300
       AUTHOR.      LARRY MUREY.                                        00001400
       DATE-WRITTEN.  OCT 2026.                                         00001500
      *---------------------------------------------------------------* 00001600
      *                         REMARKS                               * 00001700
      * RUNS NIGHTLY AFTER CAT875.                                    * 00001800
      * INPUTS:  VTRNFR   - RECEIVED TRANSFERS, STATUS 310, SETTLING  * 00001900
      *          VASSET     TODAY; CASH IS AN ASSET WITH NO CUSIP     * 00002000
      *          VRSTSEC  - THE CLIENT'S BDF FUNDS (ROW 'M' + CLIENT, * 00002100
      *                     AS CATMMDB LOADS IT), IN SWEEP ORDER -    * 00002200
      *                     ONE FUND PER PROGRAM BANK                 * 00002300
      *          BDFBAL   - SWEEP SYSTEM BALANCES: CLIENT(4) BR(3)    * 00002400
      *                     ACCT(5) FUND-ADP(7) AMOUNT 9(13)V99,      * 00002500
      *                     SORTED CLIENT/BRANCH/ACCOUNT, FB 80       * 00002600
      *          FSRDMO   - CAT875 REDEMPTION ORDERS (OPTIONAL)       * 00002700
      * OUTPUTS: BDFREAL  - RE-ALLOCATION INSTRUCTIONS, FB 80         * 00002800
      *                     M = MOVE TO THE NEXT BANK WITH ROOM       * 00002900
      *                     X = NO PROGRAM BANK LEFT WITH ROOM        * 00003000
      *          RPTPI    - ACCOUNTS THAT WOULD EXCEED COVERAGE       * 00003100
      * PARM:    OPTIONAL PER-BANK COVERAGE LIMIT IN WHOLE DOLLARS    * 00003200
      *          (9 DIGITS), DEFAULT 000250000.                       * 00003300
      * NEW CASH SWEEPS TO THE FIRST PROGRAM BANK; A REDEMPTION OF A  * 00003400
      * BDF FUND COMES OFF THAT BANK'S BALANCE.                       * 00003500
      *---------------------------------------------------------------* 00003600
           EJECT                                                        00003700
      ***************************************************************** 00003800
       ENVIRONMENT DIVISION.                                            00003900
      ***************************************************************** 00004000
       INPUT-OUTPUT SECTION.                                            00004100
       FILE-CONTROL.                                                    00004200
           SELECT BDFBAL-FILE          ASSIGN  TO  BDFBAL               00004300
                                       FILE STATUS  IS BDFBAL-STAT.     00004400
           SELECT FSRDMO-FILE          ASSIGN  TO  FSRDMO               00004500
                                       FILE STATUS  IS FSRDMO-STAT.     00004600
           SELECT REALLOC-FILE         ASSIGN  TO  BDFREAL.             00004700
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00004800
                                                                        00004900
      ***************************************************************** 00005000
       DATA DIVISION.                                                   00005100
      ***************************************************************** 00005200
                                                                        00005300
       FILE SECTION.                                                    00005400
                                                                        00005500
       FD  BDFBAL-FILE                                                  00005600
           RECORDING MODE F                                             00005700
           BLOCK CONTAINS 0 RECORDS                                     00005800
           LABEL RECORDS ARE STANDARD                                   00005900
           RECORD CONTAINS 80 CHARACTERS.                               00006000
       01  BDFBAL-RECORD.                                               00006100
           05  BAL-KEY.                                                 00006200
               10  BAL-CLIENT          PIC  X(04).                      00006300
               10  BAL-BRANCH          PIC  X(03).                      00006400
               10  BAL-ACCT            PIC  X(05).                      00006500
           05  BAL-FUND-ADP            PIC  X(07).                      00006600
           05  BAL-AMOUNT              PIC  9(13)V99.                   00006700
           05  FILLER                  PIC  X(46).                      00006800
                                                                        00006900
       FD  FSRDMO-FILE                                                  00007000
           RECORDING MODE F                                             00007100
           BLOCK CONTAINS 0 RECORDS                                     00007200
           LABEL RECORDS ARE STANDARD                                   00007300
           RECORD CONTAINS 80 CHARACTERS.                               00007400
       01  FSRDMO-RECORD.                                               00007500
           05  FSR-REC-TYPE            PIC  X(01).                      00007600
           05  FSR-CLIENT              PIC  X(04).                      00007700
           05  FSR-BRANCH              PIC  X(03).                      00007800
           05  FSR-ACCT                PIC  X(05).                      00007900
           05  FSR-FUND-ADP            PIC  X(07).                      00008000
           05  FSR-AMOUNT              PIC  9(13)V99.                   00008100
           05  FSR-SWEEP-CODE          PIC  9(04).                      00008200
           05  FSR-HRCHY-LEVEL         PIC  9(03).                      00008300
           05  FILLER                  PIC  X(38).                      00008400
                                                                        00008500
       FD  REALLOC-FILE                                                 00008600
           RECORDING MODE F                                             00008700
           BLOCK CONTAINS 0 RECORDS                                     00008800
           LABEL RECORDS ARE STANDARD                                   00008900
           RECORD CONTAINS 80 CHARACTERS.                               00009000
       01  REALLOC-RECORD.                                              00009100
           05  RAL-REC-TYPE            PIC  X(01).                      00009200
               88  RAL-MOVE                       VALUE 'M'.            00009300
               88  RAL-NO-ROOM                    VALUE 'X'.            00009400
           05  RAL-CLIENT              PIC  X(04).                      00009500
           05  RAL-BRANCH              PIC  X(03).                      00009600
           05  RAL-ACCT                PIC  X(05).                      00009700
           05  RAL-FROM-FUND-ADP       PIC  X(07).                      00009800
           05  RAL-TO-FUND-ADP         PIC  X(07).                      00009900
           05  RAL-AMOUNT              PIC  9(13)V99.                   00010000
           05  RAL-STTLM-DT            PIC  X(10).                      00010100
           05  FILLER                  PIC  X(28).                      00010200
                                                                        00010300
       FD  REPORT-FILE                                                  00010400
           RECORDING MODE F                                             00010500
           BLOCK CONTAINS 0 RECORDS                                     00010600
           LABEL RECORDS ARE STANDARD                                   00010700
           RECORD CONTAINS 132 CHARACTERS.                              00010800
       01  REPORT-RECORD                PIC  X(132).                    00010900
                                                                        00011000
           EJECT                                                        00011100
      ***************************************************************** 00011200
       WORKING-STORAGE SECTION.                                         00011300
      ***************************************************************** 00011400
                                                                        00011500
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00011600
                                                                        00011700
       01  CALL-MODULES.                                                00011800
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00011900
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00012000
                                                                        00012100
       01  BDFBAL-STAT                  PIC  X(02)  VALUE SPACES.       00012200
           88  BDFBAL-OK                           VALUE '00'.          00012300
           88  BDFBAL-EOF                          VALUE '10'.          00012400
       01  FSRDMO-STAT                  PIC  X(02)  VALUE SPACES.       00012500
           88  FSRDMO-OK                           VALUE '00'.          00012600
           88  FSRDMO-EOF                          VALUE '10'.          00012700
                                                                        00012800
       01  WS-END-OF-CSH-SW             PIC  X(01)  VALUE 'N'.          00012900
           88  WS-END-OF-CSH                       VALUE 'Y'.           00013000
       01  WS-OVER-SW                   PIC  X(01)  VALUE 'N'.          00013100
           88  WS-ACCT-OVER                        VALUE 'Y'.           00013200
                                                                        00013300
      *  HOST VARIABLES - CASH SETTLING TODAY PER RECEIVING ACCOUNT.    00013400
       01  WS-CSH-AREA.                                                 00013500
           05  WS-CSH-KEY.                                              00013600
               10  WS-CSH-CLIENT        PIC  X(04).                     00013700
               10  WS-CSH-BRANCH        PIC  X(03).                     00013800
               10  WS-CSH-ACCT          PIC  X(05).                     00013900
           05  WS-CSH-AMT               PIC S9(13)V99 COMP-3.           00014000
       01  WS-RUN-STTLM-DT              PIC  X(10)  VALUE SPACES.       00014100
       01  WS-BDF-CLIENT-NBR            PIC  X(04).                     00014200
                                                                        00014300
      *  THE CLIENT'S BDF FUND LIST AS CATMMDB STORES IT.               00014400
       01  WS-BDF-LIST.                                                 00014500
           05  WS-BDF-LIST-CNT          PIC  9(02).                     00014600
           05  WS-BDF-LIST-ADP          PIC  X(07)  OCCURS 17 TIMES.    00014700
       01  WS-BDF-LIST-CLIENT           PIC  X(04)  VALUE LOW-VALUES.   00014800
       01  WS-BDF-LIST-SW               PIC  X(01)  VALUE 'N'.          00014900
           88  WS-BDF-LIST-FOUND                   VALUE 'Y'.           00015000
                                                                        00015100
      *  PROJECTED BALANCE PER PROGRAM BANK FOR THE CURRENT ACCOUNT.    00015200
       01  WS-BNK-TABLE-AREA.                                           00015300
           05  WS-BNK-CNT               PIC S9(04) COMP  VALUE +0.      00015400
           05  WS-BNK-SUB               PIC S9(04) COMP  VALUE +0.      00015500
           05  WS-BNK-TO                PIC S9(04) COMP  VALUE +0.      00015600
           05  WS-BNK-ENTRY             OCCURS 17 TIMES.                00015700
               10  WS-BNK-ADP           PIC  X(07).                     00015800
               10  WS-BNK-CURR-AMT      PIC S9(13)V99 COMP-3.           00015900
               10  WS-BNK-PROJ-AMT      PIC S9(13)V99 COMP-3.           00016000
                                                                        00016100
      *  CAT875 REDEMPTION ORDERS, IN FILE ORDER.                       00016200
       01  WS-RDM-TABLE-AREA.                                           00016300
           05  WS-RDM-CNT               PIC S9(04) COMP  VALUE +0.      00016400
           05  WS-RDM-SUB               PIC S9(04) COMP  VALUE +0.      00016500
           05  WS-RDM-ENTRY             OCCURS 3000 TIMES.              00016600
               10  WS-RDM-KEY           PIC  X(12).                     00016700
               10  WS-RDM-ADP           PIC  X(07).                     00016800
               10  WS-RDM-AMT           PIC S9(13)V99 COMP-3.           00016900
                                                                        00017000
       01  WS-BAL-KEY                   PIC  X(12)  VALUE LOW-VALUES.   00017100
       01  WS-FIND-ADP                  PIC  X(07).                     00017200
       01  WS-FIND-SUB                  PIC S9(04) COMP  VALUE +0.      00017300
                                                                        00017400
       01  WS-LIMIT-AMT                 PIC S9(13)V99 COMP-3            00017500
                                                    VALUE +250000.      00017600
       01  WS-EXCESS-AMT                PIC S9(13)V99 COMP-3.           00017700
       01  WS-ROOM-AMT                  PIC S9(13)V99 COMP-3.           00017800
       01  WS-MOVE-AMT                  PIC S9(13)V99 COMP-3.           00017900
                                                                        00018000
       01  WS-CNT-ACCOUNTS              PIC S9(07) COMP-3  VALUE ZERO.  00018100
       01  WS-CNT-NO-PROGRAM            PIC S9(07) COMP-3  VALUE ZERO.  00018200
       01  WS-CNT-OVER                  PIC S9(07) COMP-3  VALUE ZERO.  00018300
       01  WS-CNT-MOVES                 PIC S9(07) COMP-3  VALUE ZERO.  00018400
       01  WS-CNT-NO-ROOM               PIC S9(07) COMP-3  VALUE ZERO.  00018500
       01  WS-CNT-UNKNOWN-FUND          PIC S9(07) COMP-3  VALUE ZERO.  00018600
       01  WS-AMT-MOVED                 PIC S9(15)V99 COMP-3 VALUE +0.  00018700
       01  WS-AMT-UNINSURED             PIC S9(15)V99 COMP-3 VALUE +0.  00018800
                                                                        00018900
       01  WS-ACCEPT-DATE.                                              00019000
           05  WS-ACCEPT-YY             PIC  9(02).                     00019100
           05  WS-ACCEPT-MM             PIC  9(02).                     00019200
           05  WS-ACCEPT-DD             PIC  9(02).                     00019300
                                                                        00019400
       01  WS-DB2-MESSAGE-AREA.                                         00019500
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00019600
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00019700
               INDEXED BY WS-ERROR-INDEX.                               00019800
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00019900
                                                                        00020000
           EJECT                                                        00020100
       01  HDR1-RECORD.                                                 00020200
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00020300
           05  FILLER                   PIC  X(30)  VALUE               00020400
               'CAT790 - FDIC COVERAGE CHECK, '.                        00020500
           05  FILLER                   PIC  X(30)  VALUE               00020600
               'BANK DEPOSIT PROGRAM  SETTLE: '.                        00020700
           05  HDR1-STTLM-DT            PIC  X(10).                     00020800
           05  FILLER                   PIC  X(09)  VALUE '  LIMIT: '.  00020900
           05  HDR1-LIMIT               PIC  ZZZ,ZZZ,ZZ9.               00021000
           05  FILLER                   PIC  X(04)  VALUE SPACES.       00021100
           05  FILLER                   PIC  X(06)  VALUE 'DATE: '.     00021200
           05  HDR1-DATE-MM             PIC  X(02).                     00021300
           05  FILLER                   PIC  X(01)  VALUE '/'.          00021400
           05  HDR1-DATE-DD             PIC  X(02).                     00021500
           05  FILLER                   PIC  X(01)  VALUE '/'.          00021600
           05  HDR1-DATE-YY             PIC  X(02).                     00021700
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00021800
                                                                        00021900
       01  HDR2-RECORD.                                                 00022000
           05  HDR2-CC                  PIC  X(01)  VALUE '0'.          00022100
           05  FILLER                   PIC  X(30)  VALUE               00022200
               ' CLNT BRN ACCT   BANK FUND CUR'.                        00022300
           05  FILLER                   PIC  X(30)  VALUE               00022400
               'RENT BALANCE PROJECTED BALANCE'.                        00022500
           05  FILLER                   PIC  X(30)  VALUE               00022600
               ' OVER COVERAGE    ACTION      '.                        00022700
           05  FILLER                   PIC  X(30)  VALUE               00022800
               '                              '.                        00022900
           05  FILLER                   PIC  X(11)  VALUE SPACES.       00023000
                                                                        00023100
       01  DTL1-RECORD.                                                 00023200
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00023300
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00023400
           05  DTL1-CLIENT              PIC  X(04).                     00023500
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00023600
           05  DTL1-BRANCH              PIC  X(03).                     00023700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00023800
           05  DTL1-ACCT                PIC  X(05).                     00023900
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00024000
           05  DTL1-FUND-ADP            PIC  X(07).                     00024100
           05  FILLER                   PIC  X(03)  VALUE SPACES.       00024200
           05  DTL1-CURR-AMT            PIC  ZZZ,ZZZ,ZZ9.99-.           00024300
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00024400
           05  DTL1-PROJ-AMT            PIC  ZZZ,ZZZ,ZZ9.99-.           00024500
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00024600
           05  DTL1-OVER-AMT            PIC  ZZZ,ZZZ,ZZ9.99-.           00024700
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00024800
           05  DTL1-ACTION              PIC  X(30).                     00024900
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00025000
                                                                        00025100
       01  TRL1-RECORD.                                                 00025200
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00025300
           05  TRL1-LABEL               PIC  X(32).                     00025400
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00025500
           05  FILLER                   PIC  X(88)  VALUE SPACES.       00025600
                                                                        00025700
       01  TRL2-RECORD.                                                 00025800
           05  TRL2-CC                  PIC  X(01)  VALUE ' '.          00025900
           05  TRL2-LABEL               PIC  X(32).                     00026000
           05  TRL2-AMOUNT              PIC  ZZZ,ZZZ,ZZZ,ZZ9.99-.       00026100
           05  FILLER                   PIC  X(80)  VALUE SPACES.       00026200
                                                                        00026300
           EJECT                                                        00026400
      *DB2 COMMUNICATION AREA                                           00026500
           EXEC SQL                                                     00026600
              INCLUDE SQLCA                                             00026700
           END-EXEC.                                                    00026800
                                                                        00026900
      *----------------------------------------------------------------*00027000
      *  CASH SETTLING TODAY INTO EACH RECEIVING ACCOUNT, IN SWEEP     *00027100
      *  BALANCE FILE SEQUENCE.                                        *00027200
      *----------------------------------------------------------------*00027300
           EXEC SQL                                                     00027400
              DECLARE CSHCSR CURSOR FOR                                 00027500
                 SELECT T.CLIENT_NBR                                    00027600
                       ,T.BRANCH_CD                                     00027700
                       ,T.ACCT_CD                                       00027800
                       ,SUM(A.ASSET_AMT)                                00027900
                 FROM  VTRNFR T                                         00028000
                       INNER JOIN VASSET A                              00028100
                         ON  A.CLIENT_NBR       = T.CLIENT_NBR          00028200
                         AND A.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR    00028300
                 WHERE T.DSTBN_SIDE_CD     = 'R'                        00028400
                   AND T.STTS_CD           = '310'                      00028500
                   AND T.STTLM_DT          = :WS-RUN-STTLM-DT           00028600
                   AND A.ISIN_SEC_ISSUE_CD = ' '                        00028700
                   AND A.ASSET_AMT         > 0                          00028800
                 GROUP BY T.CLIENT_NBR, T.BRANCH_CD, T.ACCT_CD          00028900
                 ORDER BY T.CLIENT_NBR, T.BRANCH_CD, T.ACCT_CD          00029000
                 FOR READ ONLY WITH UR                                  00029100
           END-EXEC.                                                    00029200
                                                                        00029300
           EJECT                                                        00029400
       LINKAGE SECTION.                                                 00029500
       01  PARM-AREA.                                                   00029600
           05  PARM-LENGTH              PIC S9(4) COMP SYNC.            00029700
           05  PARM-LIMIT               PIC  9(09).                     00029800
                                                                        00029900
      ***************************************************************** 00030000
       PROCEDURE DIVISION USING PARM-AREA.                              00030100
      ***************************************************************** 00030200
                                                                        00030300
           DISPLAY '*** CAT790 - FDIC COVERAGE CHECK ***'.              00030400
                                                                        00030500
           IF PARM-LENGTH = +9 AND PARM-LIMIT NUMERIC                   00030600
              MOVE PARM-LIMIT               TO  WS-LIMIT-AMT            00030700
           END-IF.                                                      00030800
           DISPLAY 'CAT790 - COVERAGE LIMIT PER BANK ' WS-LIMIT-AMT.    00030900
                                                                        00031000
           PERFORM 1000-INITIAL-RTN.                                    00031100
                                                                        00031200
           EXEC SQL                                                     00031300
              OPEN CSHCSR                                               00031400
           END-EXEC.                                                    00031500
           IF SQLCODE NOT = +0                                          00031600
              PERFORM 8000-DB2-ERROR-RTN                                00031700
           END-IF.                                                      00031800
                                                                        00031900
           PERFORM 2000-PROCESS-ACCT-RTN THRU 2000-EXIT                 00032000
              UNTIL WS-END-OF-CSH.                                      00032100
                                                                        00032200
           EXEC SQL                                                     00032300
              CLOSE CSHCSR                                              00032400
           END-EXEC.                                                    00032500
                                                                        00032600
           PERFORM 9000-EOJ-RTN.                                        00032700
                                                                        00032800
           GOBACK.                                                      00032900
                                                                        00033000
           EJECT                                                        00033100
      *****************                                                 00033200
       1000-INITIAL-RTN.                                                00033300
      *****************                                                 00033400
                                                                        00033500
           EXEC SQL                                                     00033600
              SELECT  CHAR(CURRENT DATE, ISO)                           00033700
                INTO :WS-RUN-STTLM-DT                                   00033800
                FROM  SYSIBM.SYSDUMMY1                                  00033900
           END-EXEC.                                                    00034000
           IF SQLCODE NOT = +0                                          00034100
              PERFORM 8000-DB2-ERROR-RTN                                00034200
           END-IF.                                                      00034300
           DISPLAY 'CAT790 - SETTLE DATE ' WS-RUN-STTLM-DT.             00034400
                                                                        00034500
           OPEN OUTPUT  REALLOC-FILE                                    00034600
                        REPORT-FILE.                                    00034700
                                                                        00034800
           OPEN INPUT   BDFBAL-FILE.                                    00034900
           IF NOT BDFBAL-OK                                             00035000
              DISPLAY 'CAT790 - OPEN FAILED ON BDFBAL, STATUS = '       00035100
                       BDFBAL-STAT                                      00035200
              MOVE 16                       TO  ABEND-CODE              00035300
              CALL ABEND                 USING  ABEND-CODE              00035400
           END-IF.                                                      00035500
                                                                        00035600
           OPEN INPUT   FSRDMO-FILE.                                    00035700
           IF FSRDMO-OK                                                 00035800
              PERFORM 1100-LOAD-RDM-RTN THRU 1100-EXIT                  00035900
                 UNTIL NOT FSRDMO-OK                                    00036000
              CLOSE FSRDMO-FILE                                         00036100
           ELSE                                                         00036200
              DISPLAY 'CAT790 - FSRDMO NOT AVAILABLE, STATUS = '        00036300
                       FSRDMO-STAT                                      00036400
              DISPLAY 'CAT790 - NO SWEEP REDEMPTIONS APPLIED'           00036500
           END-IF.                                                      00036600
           DISPLAY 'CAT790 - REDEMPTION ORDERS LOADED ' WS-RDM-CNT.     00036700
                                                                        00036800
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00036900
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00037000
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00037100
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00037200
           MOVE WS-RUN-STTLM-DT             TO  HDR1-STTLM-DT.          00037300
           MOVE WS-LIMIT-AMT                TO  HDR1-LIMIT.             00037400
                                                                        00037500
           WRITE REPORT-RECORD            FROM  HDR1-RECORD.            00037600
           WRITE REPORT-RECORD            FROM  HDR2-RECORD.            00037700
                                                                        00037800
      *---------------------------------------------------------------  00037900
      * 1100-LOAD-RDM-RTN - KEEP EVERY REDEMPTION ORDER; ONLY THOSE OF  00038000
      * A BDF FUND MATTER, AND THAT IS DECIDED PER ACCOUNT.             00038100
      *---------------------------------------------------------------  00038200
       1100-LOAD-RDM-RTN.                                               00038300
                                                                        00038400
           READ FSRDMO-FILE.                                            00038500
           IF NOT FSRDMO-OK                                             00038600
              GO TO 1100-EXIT                                           00038700
           END-IF.                                                      00038800
                                                                        00038900
           IF FSR-REC-TYPE NOT = 'R'                                    00039000
              GO TO 1100-EXIT                                           00039100
           END-IF.                                                      00039200
                                                                        00039300
           IF WS-RDM-CNT NOT < +3000                                    00039400
              DISPLAY 'CAT790 - REDEMPTION TABLE FULL AT 3000'          00039500
              MOVE 16                       TO  ABEND-CODE              00039600
              CALL ABEND                 USING  ABEND-CODE              00039700
           END-IF.                                                      00039800
                                                                        00039900
           ADD 1                            TO  WS-RDM-CNT.             00040000
           MOVE FSR-CLIENT      TO  WS-RDM-KEY (WS-RDM-CNT) (1 : 4).    00040100
           MOVE FSR-BRANCH      TO  WS-RDM-KEY (WS-RDM-CNT) (5 : 3).    00040200
           MOVE FSR-ACCT        TO  WS-RDM-KEY (WS-RDM-CNT) (8 : 5).    00040300
           MOVE FSR-FUND-ADP    TO  WS-RDM-ADP (WS-RDM-CNT).            00040400
           MOVE FSR-AMOUNT      TO  WS-RDM-AMT (WS-RDM-CNT).            00040500
                                                                        00040600
       1100-EXIT.                                                       00040700
           EXIT.                                                        00040800
                                                                        00040900
           EJECT                                                        00041000
      *---------------------------------------------------------------  00041100
      * 2000-PROCESS-ACCT-RTN - PROJECT EACH PROGRAM BANK'S BALANCE,    00041200
      * THEN SPILL ANY EXCESS DOWN THE SWEEP ORDER.                     00041300
      *---------------------------------------------------------------  00041400
       2000-PROCESS-ACCT-RTN.                                           00041500
                                                                        00041600
           EXEC SQL                                                     00041700
              FETCH CSHCSR                                              00041800
                 INTO :WS-CSH-CLIENT                                    00041900
                     ,:WS-CSH-BRANCH                                    00042000
                     ,:WS-CSH-ACCT                                      00042100
                     ,:WS-CSH-AMT                                       00042200
           END-EXEC.                                                    00042300
                                                                        00042400
           EVALUATE SQLCODE                                             00042500
              WHEN +100                                                 00042600
                 SET WS-END-OF-CSH          TO  TRUE                    00042700
                 GO TO 2000-EXIT                                        00042800
              WHEN +0                                                   00042900
                 ADD 1                      TO  WS-CNT-ACCOUNTS         00043000
              WHEN OTHER                                                00043100
                 PERFORM 8000-DB2-ERROR-RTN                             00043200
           END-EVALUATE.                                                00043300
                                                                        00043400
           IF WS-CSH-CLIENT NOT = WS-BDF-LIST-CLIENT                    00043500
              PERFORM 2100-LOAD-BDF-LIST-RTN                            00043600
           END-IF.                                                      00043700
                                                                        00043800
           PERFORM 2500-READ-BAL-RTN THRU 2500-EXIT                     00043900
              UNTIL WS-BAL-KEY NOT < WS-CSH-KEY.                        00044000
                                                                        00044100
           IF NOT WS-BDF-LIST-FOUND                                     00044200
              ADD 1                         TO  WS-CNT-NO-PROGRAM       00044300
              PERFORM 2600-SKIP-BAL-RTN THRU 2600-EXIT                  00044400
                 UNTIL WS-BAL-KEY NOT = WS-CSH-KEY                      00044500
              GO TO 2000-EXIT                                           00044600
           END-IF.                                                      00044700
                                                                        00044800
           MOVE WS-BDF-LIST-CNT             TO  WS-BNK-CNT.             00044900
           PERFORM 2200-INIT-BANK-RTN                                   00045000
              VARYING WS-BNK-SUB FROM 1 BY 1                            00045100
                UNTIL WS-BNK-SUB > WS-BNK-CNT.                          00045200
                                                                        00045300
           PERFORM 2300-APPLY-BAL-RTN THRU 2300-EXIT                    00045400
              UNTIL WS-BAL-KEY NOT = WS-CSH-KEY.                        00045500
                                                                        00045600
           PERFORM 2400-APPLY-RDM-RTN THRU 2400-EXIT                    00045700
              VARYING WS-RDM-SUB FROM 1 BY 1                            00045800
                UNTIL WS-RDM-SUB > WS-RDM-CNT.                          00045900
                                                                        00046000
           ADD WS-CSH-AMT                   TO  WS-BNK-PROJ-AMT (1).    00046100
                                                                        00046200
           MOVE 'N'                         TO  WS-OVER-SW.             00046300
           PERFORM 3000-CHECK-BANK-RTN THRU 3000-EXIT                   00046400
              VARYING WS-BNK-SUB FROM 1 BY 1                            00046500
                UNTIL WS-BNK-SUB > WS-BNK-CNT.                          00046600
           IF WS-ACCT-OVER                                              00046700
              ADD 1                         TO  WS-CNT-OVER             00046800
           END-IF.                                                      00046900
                                                                        00047000
       2000-EXIT.                                                       00047100
           EXIT.                                                        00047200
                                                                        00047300
      *---------------------------------------------------------------  00047400
      * 2100-LOAD-BDF-LIST-RTN - CATMMDB KEEPS THE CLIENT'S BDF FUNDS   00047500
      * ON VRSTSEC UNDER 'M' AND THE LAST THREE OF THE CLIENT NUMBER.   00047600
      *---------------------------------------------------------------  00047700
       2100-LOAD-BDF-LIST-RTN.                                          00047800
                                                                        00047900
           MOVE WS-CSH-CLIENT               TO  WS-BDF-LIST-CLIENT.     00048000
           MOVE 'M'                    TO  WS-BDF-CLIENT-NBR (1 : 1).   00048100
           MOVE WS-CSH-CLIENT (2 : 3)  TO  WS-BDF-CLIENT-NBR (2 : 3).   00048200
           MOVE SPACES                      TO  WS-BDF-LIST.            00048300
           MOVE 'N'                         TO  WS-BDF-LIST-SW.         00048400
                                                                        00048500
           EXEC SQL                                                     00048600
              SELECT SUBSTR(COMMENT_TXT, 1, 121)                        00048700
                INTO :WS-BDF-LIST                                       00048800
                FROM VRSTSEC                                            00048900
               WHERE CLIENT_NBR = :WS-BDF-CLIENT-NBR                    00049000
               FETCH FIRST 1 ROW ONLY                                   00049100
           END-EXEC.                                                    00049200
                                                                        00049300
           EVALUATE SQLCODE                                             00049400
              WHEN +0                                                   00049500
                 IF WS-BDF-LIST-CNT NUMERIC                             00049600
                 AND WS-BDF-LIST-CNT > ZERO                             00049700
                    SET WS-BDF-LIST-FOUND   TO  TRUE                    00049800
                 END-IF                                                 00049900
              WHEN +100                                                 00050000
                 CONTINUE                                               00050100
              WHEN OTHER                                                00050200
                 PERFORM 8000-DB2-ERROR-RTN                             00050300
           END-EVALUATE.                                                00050400
                                                                        00050500
       2200-INIT-BANK-RTN.                                              00050600
                                                                        00050700
           MOVE WS-BDF-LIST-ADP (WS-BNK-SUB)                            00050800
                                       TO  WS-BNK-ADP (WS-BNK-SUB).     00050900
           MOVE +0                     TO  WS-BNK-CURR-AMT (WS-BNK-SUB) 00051000
                                           WS-BNK-PROJ-AMT (WS-BNK-SUB).00051100
                                                                        00051200
      *---------------------------------------------------------------  00051300
      * 2300-APPLY-BAL-RTN - THE SWEEP SYSTEM'S BALANCE AT EACH BANK.   00051400
      *---------------------------------------------------------------  00051500
       2300-APPLY-BAL-RTN.                                              00051600
                                                                        00051700
           MOVE BAL-FUND-ADP                TO  WS-FIND-ADP.            00051800
           PERFORM 2700-FIND-BANK-RTN.                                  00051900
           IF WS-FIND-SUB = +0                                          00052000
              ADD 1                         TO  WS-CNT-UNKNOWN-FUND     00052100
           ELSE                                                         00052200
              ADD BAL-AMOUNT          TO  WS-BNK-CURR-AMT (WS-FIND-SUB) 00052300
                                          WS-BNK-PROJ-AMT (WS-FIND-SUB) 00052400
           END-IF.                                                      00052500
                                                                        00052600
           PERFORM 2500-READ-BAL-RTN THRU 2500-EXIT.                    00052700
                                                                        00052800
       2300-EXIT.                                                       00052900
           EXIT.                                                        00053000
                                                                        00053100
       2400-APPLY-RDM-RTN.                                              00053200
                                                                        00053300
           IF WS-RDM-KEY (WS-RDM-SUB) NOT = WS-CSH-KEY                  00053400
              GO TO 2400-EXIT                                           00053500
           END-IF.                                                      00053600
                                                                        00053700
           MOVE WS-RDM-ADP (WS-RDM-SUB)     TO  WS-FIND-ADP.            00053800
           PERFORM 2700-FIND-BANK-RTN.                                  00053900
           IF WS-FIND-SUB > +0                                          00054000
              SUBTRACT WS-RDM-AMT (WS-RDM-SUB)                          00054100
                                FROM  WS-BNK-PROJ-AMT (WS-FIND-SUB)     00054200
           END-IF.                                                      00054300
                                                                        00054400
       2400-EXIT.                                                       00054500
           EXIT.                                                        00054600
                                                                        00054700
      *---------------------------------------------------------------  00054800
      * 2500-READ-BAL-RTN - HIGH-VALUES KEY AT END OF THE EXTRACT.      00054900
      *---------------------------------------------------------------  00055000
       2500-READ-BAL-RTN.                                               00055100
                                                                        00055200
           IF WS-BAL-KEY = HIGH-VALUES                                  00055300
              GO TO 2500-EXIT                                           00055400
           END-IF.                                                      00055500
                                                                        00055600
           READ BDFBAL-FILE.                                            00055700
           EVALUATE TRUE                                                00055800
              WHEN BDFBAL-OK                                            00055900
                 MOVE BAL-KEY               TO  WS-BAL-KEY              00056000
              WHEN BDFBAL-EOF                                           00056100
                 MOVE HIGH-VALUES           TO  WS-BAL-KEY              00056200
              WHEN OTHER                                                00056300
                 DISPLAY 'CAT790 - READ ERROR ON BDFBAL, STATUS = '     00056400
                          BDFBAL-STAT                                   00056500
                 MOVE 16                    TO  ABEND-CODE              00056600
                 CALL ABEND              USING  ABEND-CODE              00056700
           END-EVALUATE.                                                00056800
                                                                        00056900
       2500-EXIT.                                                       00057000
           EXIT.                                                        00057100
                                                                        00057200
       2600-SKIP-BAL-RTN.                                               00057300
                                                                        00057400
           PERFORM 2500-READ-BAL-RTN THRU 2500-EXIT.                    00057500
                                                                        00057600
       2600-EXIT.                                                       00057700
           EXIT.                                                        00057800
                                                                        00057900
       2700-FIND-BANK-RTN.                                              00058000
                                                                        00058100
           MOVE +0                          TO  WS-FIND-SUB.            00058200
           PERFORM 2750-MATCH-BANK-RTN                                  00058300
              VARYING WS-BNK-TO FROM 1 BY 1                             00058400
                UNTIL WS-BNK-TO > WS-BNK-CNT                            00058500
                   OR WS-FIND-SUB > +0.                                 00058600
                                                                        00058700
       2750-MATCH-BANK-RTN.                                             00058800
                                                                        00058900
           IF WS-BNK-ADP (WS-BNK-TO) = WS-FIND-ADP                      00059000
              MOVE WS-BNK-TO                TO  WS-FIND-SUB             00059100
           END-IF.                                                      00059200
                                                                        00059300
           EJECT                                                        00059400
      *---------------------------------------------------------------  00059500
      * 3000-CHECK-BANK-RTN - A BANK OVER THE LIMIT SPILLS ITS EXCESS   00059600
      * TO THE LATER BANKS IN SWEEP ORDER THAT STILL HAVE ROOM; WHAT    00059700
      * NO BANK CAN TAKE IS LEFT UNINSURED AND FLAGGED.                 00059800
      *---------------------------------------------------------------  00059900
       3000-CHECK-BANK-RTN.                                             00060000
                                                                        00060100
           IF WS-BNK-PROJ-AMT (WS-BNK-SUB) NOT > WS-LIMIT-AMT           00060200
              GO TO 3000-EXIT                                           00060300
           END-IF.                                                      00060400
                                                                        00060500
           SET WS-ACCT-OVER                 TO  TRUE.                   00060600
           COMPUTE WS-EXCESS-AMT = WS-BNK-PROJ-AMT (WS-BNK-SUB)         00060700
                                 - WS-LIMIT-AMT.                        00060800
                                                                        00060900
           MOVE WS-CSH-CLIENT               TO  DTL1-CLIENT.            00061000
           MOVE WS-CSH-BRANCH               TO  DTL1-BRANCH.            00061100
           MOVE WS-CSH-ACCT                 TO  DTL1-ACCT.              00061200
           MOVE WS-BNK-ADP (WS-BNK-SUB)     TO  DTL1-FUND-ADP.          00061300
           MOVE WS-BNK-CURR-AMT (WS-BNK-SUB) TO DTL1-CURR-AMT.          00061400
           MOVE WS-BNK-PROJ-AMT (WS-BNK-SUB) TO DTL1-PROJ-AMT.          00061500
           MOVE WS-EXCESS-AMT               TO  DTL1-OVER-AMT.          00061600
           MOVE 'OVER COVERAGE'             TO  DTL1-ACTION.            00061700
           WRITE REPORT-RECORD            FROM  DTL1-RECORD.            00061800
                                                                        00061900
           COMPUTE WS-BNK-TO = WS-BNK-SUB + 1.                          00062000
           PERFORM 3100-SPILL-RTN THRU 3100-EXIT                        00062100
              UNTIL WS-BNK-TO > WS-BNK-CNT                              00062200
                 OR WS-EXCESS-AMT NOT > +0.                             00062300
                                                                        00062400
           IF WS-EXCESS-AMT > +0                                        00062500
              MOVE SPACES                   TO  REALLOC-RECORD          00062600
              SET RAL-NO-ROOM               TO  TRUE                    00062700
              MOVE SPACES                   TO  RAL-TO-FUND-ADP         00062800
              MOVE WS-EXCESS-AMT            TO  WS-MOVE-AMT             00062900
              PERFORM 3200-WRITE-REALLOC-RTN                            00063000
              ADD 1                         TO  WS-CNT-NO-ROOM          00063100
              ADD WS-EXCESS-AMT             TO  WS-AMT-UNINSURED        00063200
              MOVE SPACES                   TO  DTL1-FUND-ADP           00063300
              MOVE ZERO                     TO  DTL1-CURR-AMT           00063400
                                                DTL1-PROJ-AMT           00063500
              MOVE WS-EXCESS-AMT            TO  DTL1-OVER-AMT           00063600
              MOVE '  NO PROGRAM BANK WITH ROOM'                        00063700
                                            TO  DTL1-ACTION             00063800
              WRITE REPORT-RECORD         FROM  DTL1-RECORD             00063900
           END-IF.                                                      00064000
                                                                        00064100
           MOVE WS-LIMIT-AMT          TO  WS-BNK-PROJ-AMT (WS-BNK-SUB). 00064200
           ADD WS-EXCESS-AMT          TO  WS-BNK-PROJ-AMT (WS-BNK-SUB). 00064300
                                                                        00064400
       3000-EXIT.                                                       00064500
           EXIT.                                                        00064600
                                                                        00064700
       3100-SPILL-RTN.                                                  00064800
                                                                        00064900
           COMPUTE WS-ROOM-AMT = WS-LIMIT-AMT                           00065000
                               - WS-BNK-PROJ-AMT (WS-BNK-TO).           00065100
           IF WS-ROOM-AMT NOT > +0                                      00065200
              ADD 1                         TO  WS-BNK-TO               00065300
              GO TO 3100-EXIT                                           00065400
           END-IF.                                                      00065500
                                                                        00065600
           IF WS-ROOM-AMT < WS-EXCESS-AMT                               00065700
              MOVE WS-ROOM-AMT              TO  WS-MOVE-AMT             00065800
           ELSE                                                         00065900
              MOVE WS-EXCESS-AMT            TO  WS-MOVE-AMT             00066000
           END-IF.                                                      00066100
                                                                        00066200
           MOVE SPACES                      TO  REALLOC-RECORD.         00066300
           SET RAL-MOVE                     TO  TRUE.                   00066400
           MOVE WS-BNK-ADP (WS-BNK-TO)      TO  RAL-TO-FUND-ADP.        00066500
           PERFORM 3200-WRITE-REALLOC-RTN.                              00066600
           ADD 1                            TO  WS-CNT-MOVES.           00066700
           ADD WS-MOVE-AMT                  TO  WS-AMT-MOVED.           00066800
                                                                        00066900
           ADD WS-MOVE-AMT            TO  WS-BNK-PROJ-AMT (WS-BNK-TO).  00067000
           SUBTRACT WS-MOVE-AMT       FROM  WS-EXCESS-AMT.              00067100
                                                                        00067200
           MOVE SPACES                      TO  DTL1-CLIENT             00067300
                                                DTL1-BRANCH             00067400
                                                DTL1-ACCT.              00067500
           MOVE WS-BNK-ADP (WS-BNK-TO)      TO  DTL1-FUND-ADP.          00067600
           MOVE WS-BNK-CURR-AMT (WS-BNK-TO) TO  DTL1-CURR-AMT.          00067700
           MOVE WS-BNK-PROJ-AMT (WS-BNK-TO) TO  DTL1-PROJ-AMT.          00067800
           MOVE WS-MOVE-AMT                 TO  DTL1-OVER-AMT.          00067900
           MOVE '  RE-ALLOCATE TO THIS BANK'                            00068000
                                            TO  DTL1-ACTION.            00068100
           WRITE REPORT-RECORD            FROM  DTL1-RECORD.            00068200
                                                                        00068300
           ADD 1                            TO  WS-BNK-TO.              00068400
                                                                        00068500
       3100-EXIT.                                                       00068600
           EXIT.                                                        00068700
                                                                        00068800
       3200-WRITE-REALLOC-RTN.                                          00068900
                                                                        00069000
           MOVE WS-CSH-CLIENT               TO  RAL-CLIENT.             00069100
           MOVE WS-CSH-BRANCH               TO  RAL-BRANCH.             00069200
           MOVE WS-CSH-ACCT                 TO  RAL-ACCT.               00069300
           MOVE WS-BNK-ADP (WS-BNK-SUB)     TO  RAL-FROM-FUND-ADP.      00069400
           MOVE WS-MOVE-AMT                 TO  RAL-AMOUNT.             00069500
           MOVE WS-RUN-STTLM-DT             TO  RAL-STTLM-DT.           00069600
           WRITE REALLOC-RECORD.                                        00069700
                                                                        00069800
           EJECT                                                        00069900
      ******************                                                00070000
       8000-DB2-ERROR-RTN.                                              00070100
      ******************                                                00070200
                                                                        00070300
           DISPLAY 'CAT790 - DB2 ERROR, SQLCODE = ' SQLCODE.            00070400
           CALL DSNTIAR               USING  SQLCA                      00070500
                                             WS-DB2-MESSAGE-AREA        00070600
                                             WS-ERR-LINE-LEN            00070700
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00070800
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00070900
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00071000
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00071100
                 END-IF                                                 00071200
           END-PERFORM.                                                 00071300
           DISPLAY 'CAT790 ABENDED'.                                    00071400
           CALL ABEND                 USING  ABEND-CODE.                00071500
                                                                        00071600
           EJECT                                                        00071700
      ************                                                      00071800
       9000-EOJ-RTN.                                                    00071900
      ************                                                      00072000
                                                                        00072100
           MOVE 'ACCOUNTS WITH CASH SETTLING    '   TO  TRL1-LABEL.     00072200
           MOVE WS-CNT-ACCOUNTS             TO  TRL1-COUNT.             00072300
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00072400
                                                                        00072500
           MOVE ' '                         TO  TRL1-CC.                00072600
           MOVE 'CLIENT HAS NO BDF PROGRAM      '   TO  TRL1-LABEL.     00072700
           MOVE WS-CNT-NO-PROGRAM           TO  TRL1-COUNT.             00072800
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00072900
                                                                        00073000
           MOVE 'ACCOUNTS OVER COVERAGE         '   TO  TRL1-LABEL.     00073100
           MOVE WS-CNT-OVER                 TO  TRL1-COUNT.             00073200
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00073300
                                                                        00073400
           MOVE 'RE-ALLOCATIONS WRITTEN         '   TO  TRL1-LABEL.     00073500
           MOVE WS-CNT-MOVES                TO  TRL1-COUNT.             00073600
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00073700
                                                                        00073800
           MOVE 'NO PROGRAM BANK WITH ROOM      '   TO  TRL1-LABEL.     00073900
           MOVE WS-CNT-NO-ROOM              TO  TRL1-COUNT.             00074000
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00074100
                                                                        00074200
           MOVE 'BALANCES IN A NON-BDF FUND     '   TO  TRL1-LABEL.     00074300
           MOVE WS-CNT-UNKNOWN-FUND         TO  TRL1-COUNT.             00074400
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00074500
                                                                        00074600
           MOVE 'AMOUNT RE-ALLOCATED            '   TO  TRL2-LABEL.     00074700
           MOVE WS-AMT-MOVED                TO  TRL2-AMOUNT.            00074800
           WRITE REPORT-RECORD            FROM  TRL2-RECORD.            00074900
                                                                        00075000
           MOVE 'AMOUNT LEFT UNINSURED          '   TO  TRL2-LABEL.     00075100
           MOVE WS-AMT-UNINSURED            TO  TRL2-AMOUNT.            00075200
           WRITE REPORT-RECORD            FROM  TRL2-RECORD.            00075300
                                                                        00075400
           CLOSE BDFBAL-FILE                                            00075500
                 REALLOC-FILE                                           00075600
                 REPORT-FILE.                                           00075700
                                                                        00075800
           IF WS-CNT-OVER > ZERO                                        00075900
              MOVE +4                       TO  RETURN-CODE             00076000
           END-IF.                                                      00076100
                                                                        00076200
           DISPLAY ' '                                                  00076300
           DISPLAY 'ACCOUNTS CHECKED:       ' WS-CNT-ACCOUNTS           00076400
           DISPLAY 'OVER COVERAGE:          ' WS-CNT-OVER               00076500
           DISPLAY 'RE-ALLOCATIONS:         ' WS-CNT-MOVES              00076600
           DISPLAY 'NO BANK WITH ROOM:      ' WS-CNT-NO-ROOM            00076700
           DISPLAY ' '                                                  00076800
           DISPLAY '*************************'                          00076900
           DISPLAY '* END OF CAT790 PROGRAM *'                          00077000
           DISPLAY '*************************'                          00077100
           DISPLAY ' '.                                                 00077200
