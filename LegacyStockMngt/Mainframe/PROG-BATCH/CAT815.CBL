000001* PDX    - CAT815   C0369811 10/15/26 17:06:12 TBTIKUO            00000100
000001* CREATED FOR SSR 114482.  MARGIN DEBIT PAYOFF STATEMENTS AND     00000200
000001* PAYOFF RECEIPT TRACKING.  A FULL TRANSFER OUT OF A MARGIN       00000300
000001* ACCOUNT CARRYING A DEBIT (THE EMDB EXCEPTION) IS DELIVERED      00000400
000001* ONLY WHEN THE RECEIVING FIRM PAYS THE DEBIT OFF.  WE SENT THE   00000500
000001* CONTRA NOTHING IT COULD LOAD, AND THE PAYOFF CASH ARRIVED       00000600
000001* UNANNOUNCED ON THE NSCC MONEY SETTLEMENT FOR CASHIERS TO MATCH  00000700
000001* BY HAND.  THIS DAILY STEP PRICES THE PAYOFF FOR EVERY PENDING   00000800
000001* FULL DELIVERY WHOSE ACCOUNT IS ON THE MARGIN DEBIT FEED - DEBIT 00000900
000001* PLUS INTEREST ACCRUED THROUGH THE EXPECTED SETTLEMENT DATE -    00001000
000001* KEEPS IT ON ACATMPAY, AND WRITES A PAYOFF STATEMENT FILE PER    00001100
000001* CONTRA PARTICIPANT WITH OUR WIRE INSTRUCTIONS.  PAYOFF CASH     00001200
000001* FROM THE NSCC MONEY SETTLEMENT DETAIL IS MATCHED BY CONTROL     00001300
000001* NUMBER, AND SETTLED TRANSFERS ARE REPORTED UNPAID, SHORT-PAID   00001400
000001* OR OVER-PAID UNTIL THE CASH AGREES.                             00001500
       IDENTIFICATION DIVISION.                                         00001600
       PROGRAM-ID.  CAT815.                                             00001700
       AUTHOR.      LARRY MUREY.                                        00001800
       DATE-WRITTEN.  OCT 2026.                                         00001900
      *---------------------------------------------------------------* 00002000
      *                         REMARKS                               * 00002100
      * PARM:    DDD = DAYS TO THE EXPECTED SETTLEMENT WHEN THE       * 00002200
      *                TRANSFER HAS NO SETTLEMENT DATE YET (DEFAULT   * 00002300
      *                003)                                           * 00002400
      * INPUTS:  MRGNBAL  - MARGIN DEBIT BALANCES FROM THE MARGIN     * 00002500
      *                     SYSTEM (FB 80), SORTED BY CLIENT /        * 00002600
      *                     BRANCH / ACCOUNT - DEBIT, INTEREST        * 00002700
      *                     ACCRUED TO THE BALANCE DATE, ANNUAL RATE  * 00002800
      *          VTRNFR   - FULL DELIVERIES NOT YET SETTLED           * 00002900
      *          ACATPWIR - OUR PAYOFF WIRE INSTRUCTIONS BY CLIENT    * 00003000
      *          NSCCPAY  - NSCC MONEY SETTLEMENT PAYOFF CREDITS BY   * 00003100
      *                     CONTROL NUMBER (OPTIONAL, FB 80)          * 00003200
      * OUTPUTS: ACATMPAY - EXPECTED PAYOFF PER TRANSFER, STATUS:     * 00003300
      *                     E = EXPECTED (TRANSFER PENDING)           * 00003400
      *                     P = PAID                                  * 00003500
      *                     U = UNPAID AFTER SETTLEMENT               * 00003600
      *                     S = SHORT-PAID                            * 00003700
      *                     O = OVER-PAID / PAID ON A CANCELLED       * 00003800
      *                         TRANSFER                              * 00003900
      *                     X = TRANSFER CANCELLED, NOTHING PAID      * 00004000
      *          PAYSTMT  - PAYOFF STATEMENTS, ONE PER CONTRA         * 00004100
      *                     PARTICIPANT AND CLIENT (H/D/T RECORDS)    * 00004200
      *          RPTPI    - STATEMENTS, RECEIPTS AND PAYOFF           * 00004300
      *                     EXCEPTIONS                                * 00004400
      * INTEREST = ACCRUED + DEBIT X RATE X DAYS / 360, DAYS FROM THE * 00004500
      * BALANCE DATE TO THE EXPECTED SETTLEMENT DATE.  AN ACCOUNT     * 00004600
      * THAT LEAVES THE FEED BEFORE SETTLEMENT PAID ITS OWN DEBIT AND * 00004700
      * ITS UNPAID PAYOFF IS DROPPED.  CASH WITHIN $1.00 OF THE       * 00004800
      * PAYOFF IS PAID.                                               * 00004900
      * RC 4 WHEN ANY PAYOFF IS UNPAID, SHORT OR OVER, CASH DOES NOT  * 00005000
      * MATCH A PAYOFF, OR A CLIENT HAS NO WIRE INSTRUCTIONS.         * 00005100
      *---------------------------------------------------------------* 00005200
           EJECT                                                        00005300
      ***************************************************************** 00005400
       ENVIRONMENT DIVISION.                                            00005500
      ***************************************************************** 00005600
       INPUT-OUTPUT SECTION.                                            00005700
       FILE-CONTROL.                                                    00005800
           SELECT MRGNBAL-FILE         ASSIGN  TO  MRGNBAL              00005900
                                       FILE STATUS  IS MRGNBAL-STAT.    00006000
           SELECT NSCCPAY-FILE         ASSIGN  TO  NSCCPAY              00006100
                                       FILE STATUS  IS NSCCPAY-STAT.    00006200
           SELECT PAYSTMT-FILE         ASSIGN  TO  PAYSTMT.             00006300
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00006400
                                                                        00006500
      ***************************************************************** 00006600
       DATA DIVISION.                                                   00006700
      ***************************************************************** 00006800
                                                                        00006900
       FILE SECTION.                                                    00007000
                                                                        00007100
       FD  MRGNBAL-FILE                                                 00007200
           RECORDING MODE F                                             00007300
           BLOCK CONTAINS 0 RECORDS                                     00007400
           LABEL RECORDS ARE STANDARD                                   00007500
           RECORD CONTAINS 80 CHARACTERS.                               00007600
       01  MRGNBAL-RECORD.                                              00007700
           05  MBL-KEY.                                                 00007800
               10  MBL-CLIENT          PIC X(04).                       00007900
               10  MBL-BRANCH          PIC X(03).                       00008000
               10  MBL-ACCT            PIC X(05).                       00008100
           05  MBL-DEBIT-AMT           PIC 9(13)V99.                    00008200
           05  MBL-ACCR-INT-AMT        PIC 9(09)V99.                    00008300
           05  MBL-INT-RATE            PIC 9(03)V9(04).                 00008400
           05  MBL-BAL-DATE.                                            00008500
               10  MBL-BAL-CCYY        PIC X(04).                       00008600
               10  MBL-BAL-MM          PIC X(02).                       00008700
               10  MBL-BAL-DD          PIC X(02).                       00008800
           05  FILLER                  PIC X(27).                       00008900
                                                                        00009000
       FD  NSCCPAY-FILE                                                 00009100
           RECORDING MODE F                                             00009200
           BLOCK CONTAINS 0 RECORDS                                     00009300
           LABEL RECORDS ARE STANDARD                                   00009400
           RECORD CONTAINS 80 CHARACTERS.                               00009500
       01  NSCCPAY-RECORD.                                              00009600
           05  NPY-CLIENT              PIC X(04).                       00009700
           05  NPY-ACAT-CNTL           PIC X(14).                       00009800
           05  NPY-STTL-DATE.                                           00009900
               10  NPY-STTL-CCYY       PIC X(04).                       00010000
               10  NPY-STTL-MM         PIC X(02).                       00010100
               10  NPY-STTL-DD         PIC X(02).                       00010200
           05  NPY-AMT                 PIC S9(13)V99 SIGN LEADING       00010300
                                                     SEPARATE.          00010400
           05  NPY-CNTRA-PRTCP         PIC X(04).                       00010500
           05  FILLER                  PIC X(34).                       00010600
                                                                        00010700
       FD  PAYSTMT-FILE                                                 00010800
           RECORDING MODE F                                             00010900
           BLOCK CONTAINS 0 RECORDS                                     00011000
           LABEL RECORDS ARE STANDARD                                   00011100
           RECORD CONTAINS 200 CHARACTERS.                              00011200
       01  PAYSTMT-RECORD.                                              00011300
           05  PST-REC-TYPE            PIC X(01).                       00011400
               88  PST-HEADER                     VALUE 'H'.            00011500
               88  PST-DETAIL                     VALUE 'D'.            00011600
               88  PST-TRAILER                    VALUE 'T'.            00011700
           05  PST-CNTRA-PRTCP         PIC X(04).                       00011800
           05  PST-CLIENT              PIC X(04).                       00011900
           05  PST-STMT-DATE           PIC X(08).                       00012000
           05  PST-DATA                PIC X(183).                      00012100
      *    H - OUR WIRE INSTRUCTIONS FOR THE PAYOFF                     00012200
           05  PST-HDR-DATA            REDEFINES  PST-DATA.             00012300
               10  PST-WIRE-IND        PIC X(01).                       00012400
                   88  PST-WIRE-ON-FILE           VALUE 'Y'.            00012500
                   88  PST-WIRE-MISSING           VALUE 'N'.            00012600
               10  PST-BANK-NM         PIC X(35).                       00012700
               10  PST-ABA-ROUTING-NBR PIC X(09).                       00012800
               10  PST-BANK-ACCT-NBR   PIC X(17).                       00012900
               10  PST-BNFCY-NM        PIC X(35).                       00013000
               10  FILLER              PIC X(86).                       00013100
      *    D - ONE TRANSFER; WIRE REFERENCE IS THE CONTROL NUMBER       00013200
           05  PST-DTL-DATA            REDEFINES  PST-DATA.             00013300
               10  PST-ACAT-CNTL       PIC X(14).                       00013400
               10  PST-CNTRA-ACCT      PIC X(20).                       00013500
               10  PST-BRANCH          PIC X(03).                       00013600
               10  PST-ACCT            PIC X(05).                       00013700
               10  PST-DEBIT-AMT       PIC 9(13)V99.                    00013800
               10  PST-INT-AMT         PIC 9(11)V99.                    00013900
               10  PST-PAYOFF-AMT      PIC 9(13)V99.                    00014000
               10  PST-INT-RATE        PIC 9(03)V9(04).                 00014100
               10  PST-INT-DAYS        PIC 9(03).                       00014200
               10  PST-BAL-DATE        PIC X(08).                       00014300
               10  PST-EXP-STTL-DATE   PIC X(08).                       00014400
               10  FILLER              PIC X(72).                       00014500
      *    T - STATEMENT TOTAL                                          00014600
           05  PST-TRL-DATA            REDEFINES  PST-DATA.             00014700
               10  PST-ITEM-CNT        PIC 9(07).                       00014800
               10  PST-TOTAL-PAYOFF    PIC 9(15)V99.                    00014900
               10  FILLER              PIC X(159).                      00015000
                                                                        00015100
       FD  REPORT-FILE                                                  00015200
           RECORDING MODE F                                             00015300
           BLOCK CONTAINS 0 RECORDS                                     00015400
           LABEL RECORDS ARE STANDARD                                   00015500
           RECORD CONTAINS 132 CHARACTERS.                              00015600
       01  REPORT-RECORD                PIC  X(132).                    00015700
                                                                        00015800
           EJECT                                                        00015900
      ***************************************************************** 00016000
       WORKING-STORAGE SECTION.                                         00016100
      ***************************************************************** 00016200
                                                                        00016300
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00016400
                                                                        00016500
       01  CALL-MODULES.                                                00016600
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00016700
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00016800
                                                                        00016900
       01  MRGNBAL-STAT                 PIC  X(02)  VALUE SPACES.       00017000
           88  MRGNBAL-OK                          VALUE '00'.          00017100
           88  MRGNBAL-EOF                         VALUE '10'.          00017200
       01  NSCCPAY-STAT                 PIC  X(02)  VALUE SPACES.       00017300
           88  NSCCPAY-OK                          VALUE '00'.          00017400
           88  NSCCPAY-EOF                         VALUE '10'.          00017500
                                                                        00017600
       01  WS-END-OF-DLV-SW             PIC  X(01)  VALUE 'N'.          00017700
           88  WS-END-OF-DLV                       VALUE 'Y'.           00017800
       01  WS-END-OF-STM-SW             PIC  X(01)  VALUE 'N'.          00017900
           88  WS-END-OF-STM                       VALUE 'Y'.           00018000
       01  WS-END-OF-REC-SW             PIC  X(01)  VALUE 'N'.          00018100
           88  WS-END-OF-REC                       VALUE 'Y'.           00018200
                                                                        00018300
       01  WS-SETTLE-DAYS               PIC S9(03) COMP-3  VALUE +3.    00018400
       01  WS-PAY-TOLERANCE             PIC S9(03)V99 COMP-3            00018500
                                                           VALUE +1.00. 00018600
                                                                        00018700
       01  WS-MBL-KEY                   PIC  X(12)  VALUE LOW-VALUES.   00018800
                                                                        00018900
      *  HOST VARIABLES - PENDING DELIVERY AND ITS ACATMPAY ROW.        00019000
       01  WS-PAY-AREA.                                                 00019100
           05  WS-PAY-KEY.                                              00019200
               10  WS-PAY-CLIENT        PIC  X(04).                     00019300
               10  WS-PAY-BRANCH        PIC  X(03).                     00019400
               10  WS-PAY-ACCT          PIC  X(05).                     00019500
           05  WS-PAY-ACAT-CNTL         PIC  X(14).                     00019600
           05  WS-PAY-CNTRA-PRTCP       PIC  X(04).                     00019700
           05  WS-PAY-CNTRA-ACCT        PIC  X(20).                     00019800
           05  WS-PAY-EXP-STTL-DT       PIC  X(10).                     00019900
           05  WS-PAY-EXP-STTL-DT-R     REDEFINES  WS-PAY-EXP-STTL-DT.  00020000
               10  WS-PAY-EXP-CCYY      PIC  X(04).                     00020100
               10  FILLER               PIC  X(01).                     00020200
               10  WS-PAY-EXP-MM        PIC  X(02).                     00020300
               10  FILLER               PIC  X(01).                     00020400
               10  WS-PAY-EXP-DD        PIC  X(02).                     00020500
           05  WS-PAY-BAL-DT            PIC  X(10).                     00020600
           05  WS-PAY-BAL-DT-R          REDEFINES  WS-PAY-BAL-DT.       00020700
               10  WS-PAY-BAL-CCYY      PIC  X(04).                     00020800
               10  FILLER               PIC  X(01).                     00020900
               10  WS-PAY-BAL-MM        PIC  X(02).                     00021000
               10  FILLER               PIC  X(01).                     00021100
               10  WS-PAY-BAL-DD        PIC  X(02).                     00021200
           05  WS-PAY-DEBIT-AMT         PIC S9(13)V99 COMP-3.           00021300
           05  WS-PAY-INT-AMT           PIC S9(11)V99 COMP-3.           00021400
           05  WS-PAY-PAYOFF-AMT        PIC S9(13)V99 COMP-3.           00021500
           05  WS-PAY-INT-RATE          PIC S9(03)V9(4) COMP-3.         00021600
           05  WS-PAY-INT-DAYS          PIC S9(04) COMP.                00021700
           05  WS-PAY-RCVD-AMT          PIC S9(13)V99 COMP-3.           00021800
           05  WS-PAY-DIFF-AMT          PIC S9(13)V99 COMP-3.           00021900
           05  WS-PAY-TRNFR-STTS        PIC  X(03).                     00022000
               88  WS-PAY-TRNFR-CANCELLED          VALUE '140' '600'.   00022100
           05  WS-PAY-OLD-STTS-CD       PIC  X(01).                     00022200
           05  WS-PAY-STTS-CD           PIC  X(01).                     00022300
               88  WS-PAY-EXPECTED                 VALUE 'E'.           00022400
               88  WS-PAY-PAID                     VALUE 'P'.           00022500
               88  WS-PAY-UNPAID                   VALUE 'U'.           00022600
               88  WS-PAY-SHORT                    VALUE 'S'.           00022700
               88  WS-PAY-OVER                     VALUE 'O'.           00022800
               88  WS-PAY-CANCELLED                VALUE 'X'.           00022900
                                                                        00023000
      *  HOST VARIABLES - ACATPWIR WIRE INSTRUCTIONS FOR THE CLIENT.    00023100
       01  WS-WIR-AREA.                                                 00023200
           05  WS-WIR-CLIENT            PIC  X(04)  VALUE SPACES.       00023300
           05  WS-WIR-IND               PIC  X(01).                     00023400
           05  WS-WIR-BANK-NM           PIC  X(35).                     00023500
           05  WS-WIR-ABA-ROUTING-NBR   PIC  X(09).                     00023600
           05  WS-WIR-BANK-ACCT-NBR     PIC  X(17).                     00023700
           05  WS-WIR-BNFCY-NM          PIC  X(35).                     00023800
                                                                        00023900
      *  HOST VARIABLES - NSCC PAYOFF CREDIT.                           00024000
       01  WS-RCT-AREA.                                                 00024100
           05  WS-RCT-CLIENT            PIC  X(04).                     00024200
           05  WS-RCT-ACAT-CNTL         PIC  X(14).                     00024300
           05  WS-RCT-AMT               PIC S9(13)V99 COMP-3.           00024400
           05  WS-RCT-DT                PIC  X(10).                     00024500
           05  WS-RCT-DT-R              REDEFINES  WS-RCT-DT.           00024600
               10  WS-RCT-CCYY          PIC  X(04).                     00024700
               10  FILLER               PIC  X(01).                     00024800
               10  WS-RCT-MM            PIC  X(02).                     00024900
               10  FILLER               PIC  X(01).                     00025000
               10  WS-RCT-DD            PIC  X(02).                     00025100
           05  WS-RCT-ROW-CNT           PIC S9(09) COMP.                00025200
                                                                        00025300
      *  STATEMENT BREAK - CONTRA PARTICIPANT AND CLIENT.               00025400
       01  WS-STM-BRK-KEY.                                              00025500
           05  WS-STM-BRK-CNTRA         PIC  X(04)  VALUE SPACES.       00025600
           05  WS-STM-BRK-CLIENT        PIC  X(04)  VALUE SPACES.       00025700
       01  WS-STM-KEY.                                                  00025800
           05  WS-STM-CNTRA             PIC  X(04).                     00025900
           05  WS-STM-CLIENT            PIC  X(04).                     00026000
       01  WS-STM-ITEMS                 PIC S9(07) COMP-3  VALUE ZERO.  00026100
       01  WS-STM-TOTAL                 PIC S9(15)V99 COMP-3            00026200
                                                           VALUE ZERO.  00026300
       01  WS-RUN-DATE                  PIC  X(08).                     00026400
                                                                        00026500
       01  WS-CNT-DLV-READ              PIC S9(07) COMP-3  VALUE ZERO.  00026600
       01  WS-CNT-MRGN-READ             PIC S9(07) COMP-3  VALUE ZERO.  00026700
       01  WS-CNT-PAYOFF-PRICED         PIC S9(07) COMP-3  VALUE ZERO.  00026800
       01  WS-CNT-BAD-BAL-DATE          PIC S9(07) COMP-3  VALUE ZERO.  00026900
       01  WS-CNT-DEBIT-CLEARED         PIC S9(07) COMP-3  VALUE ZERO.  00027000
       01  WS-CNT-STMTS                 PIC S9(07) COMP-3  VALUE ZERO.  00027100
       01  WS-CNT-STMT-ITEMS            PIC S9(07) COMP-3  VALUE ZERO.  00027200
       01  WS-CNT-NO-WIRE               PIC S9(07) COMP-3  VALUE ZERO.  00027300
       01  WS-CNT-RCPT-READ             PIC S9(07) COMP-3  VALUE ZERO.  00027400
       01  WS-CNT-RCPT-APPLIED          PIC S9(07) COMP-3  VALUE ZERO.  00027500
       01  WS-CNT-RCPT-DUPLICATE        PIC S9(07) COMP-3  VALUE ZERO.  00027600
       01  WS-CNT-RCPT-UNMATCHED        PIC S9(07) COMP-3  VALUE ZERO.  00027700
       01  WS-CNT-PAID                  PIC S9(07) COMP-3  VALUE ZERO.  00027800
       01  WS-CNT-UNPAID                PIC S9(07) COMP-3  VALUE ZERO.  00027900
       01  WS-CNT-SHORT                 PIC S9(07) COMP-3  VALUE ZERO.  00028000
       01  WS-CNT-OVER                  PIC S9(07) COMP-3  VALUE ZERO.  00028100
       01  WS-CNT-CANCELLED             PIC S9(07) COMP-3  VALUE ZERO.  00028200
       01  WS-COMMIT-CNT                PIC S9(05) COMP-3  VALUE ZERO.  00028300
                                                                        00028400
       01  WS-ACCEPT-DATE.                                              00028500
           05  WS-ACCEPT-YY             PIC  9(02).                     00028600
           05  WS-ACCEPT-MM             PIC  9(02).                     00028700
           05  WS-ACCEPT-DD             PIC  9(02).                     00028800
                                                                        00028900
       01  WS-DB2-MESSAGE-AREA.                                         00029000
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00029100
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00029200
               INDEXED BY WS-ERROR-INDEX.                               00029300
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00029400
                                                                        00029500
           EJECT                                                        00029600
       01  HDR1-RECORD.                                                 00029700
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00029800
           05  FILLER                   PIC  X(30)  VALUE               00029900
               'CAT815 - MARGIN DEBIT PAYOFF S'.                        00030000
           05  FILLER                   PIC  X(30)  VALUE               00030100
               'TATEMENTS AND RECEIPTS        '.                        00030200
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00030300
           05  FILLER                   PIC  X(06)  VALUE 'DATE: '.     00030400
           05  HDR1-DATE-MM             PIC  X(02).                     00030500
           05  FILLER                   PIC  X(01)  VALUE '/'.          00030600
           05  HDR1-DATE-DD             PIC  X(02).                     00030700
           05  FILLER                   PIC  X(01)  VALUE '/'.          00030800
           05  HDR1-DATE-YY             PIC  X(02).                     00030900
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00031000
                                                                        00031100
       01  HDR2-RECORD.                                                 00031200
           05  HDR2-CC                  PIC  X(01)  VALUE '0'.          00031300
           05  FILLER                   PIC  X(30)  VALUE               00031400
               ' CLNT CONTROL NBR     BRN ACCT'.                        00031500
           05  FILLER                   PIC  X(30)  VALUE               00031600
               '  CNTR EXP SETTLE         PAYO'.                        00031700
           05  FILLER                   PIC  X(30)  VALUE               00031800
               'FF          RECEIVED          '.                        00031900
           05  FILLER                   PIC  X(30)  VALUE               00032000
               'DIFFERENCE MESSAGE            '.                        00032100
           05  FILLER                   PIC  X(11)  VALUE SPACES.       00032200
                                                                        00032300
       01  SEC1-RECORD.                                                 00032400
           05  SEC1-CC                  PIC  X(01)  VALUE '0'.          00032500
           05  SEC1-TITLE               PIC  X(40).                     00032600
           05  FILLER                   PIC  X(91)  VALUE SPACES.       00032700
                                                                        00032800
       01  DTL1-RECORD.                                                 00032900
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00033000
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00033100
           05  DTL1-CLIENT              PIC  X(04).                     00033200
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00033300
           05  DTL1-ACAT-CNTL           PIC  X(14).                     00033400
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00033500
           05  DTL1-BRANCH              PIC  X(03).                     00033600
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00033700
           05  DTL1-ACCT                PIC  X(05).                     00033800
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00033900
           05  DTL1-CNTRA-PRTCP         PIC  X(04).                     00034000
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00034100
           05  DTL1-EXP-STTL-DT         PIC  X(10).                     00034200
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00034300
           05  DTL1-PAYOFF-AMT          PIC  ZZ,ZZZ,ZZZ,ZZ9.99-         00034400
                                        BLANK WHEN ZERO.                00034500
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00034600
           05  DTL1-RCVD-AMT            PIC  ZZ,ZZZ,ZZZ,ZZ9.99-         00034700
                                        BLANK WHEN ZERO.                00034800
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00034900
           05  DTL1-DIFF-AMT            PIC  ZZ,ZZZ,ZZZ,ZZ9.99-         00035000
                                        BLANK WHEN ZERO.                00035100
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00035200
           05  DTL1-MESSAGE             PIC  X(24).                     00035300
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00035400
                                                                        00035500
       01  TRL1-RECORD.                                                 00035600
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00035700
           05  TRL1-LABEL               PIC  X(32).                     00035800
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00035900
           05  FILLER                   PIC  X(88)  VALUE SPACES.       00036000
                                                                        00036100
           EJECT                                                        00036200
      *DB2 COMMUNICATION AREA                                           00036300
           EXEC SQL                                                     00036400
              INCLUDE SQLCA                                             00036500
           END-EXEC.                                                    00036600
                                                                        00036700
      *----------------------------------------------------------------*00036800
      *  FULL DELIVERIES NOT YET SETTLED, IN ACCOUNT SEQUENCE FOR THE  *00036900
      *  MATCH TO THE MARGIN DEBIT FEED.  WITH NO SETTLEMENT DATE YET  *00037000
      *  THE PAYOFF IS PRICED TO THE PARM DAYS FROM TODAY.             *00037100
      *----------------------------------------------------------------*00037200
           EXEC SQL                                                     00037300
              DECLARE DLVCSR CURSOR WITH HOLD FOR                       00037400
                 SELECT T.CLIENT_NBR                                    00037500
                       ,T.BRANCH_CD                                     00037600
                       ,T.ACCT_CD                                       00037700
                       ,T.ACAT_CONTROL_NBR                              00037800
                       ,VALUE(T.RCV_NBR, ' ')                           00037900
                       ,VALUE(T.ACCT_RCV_NBR, ' ')                      00038000
                       ,CHAR(VALUE(T.STTLM_DT, CURRENT DATE             00038100
                                   + :WS-SETTLE-DAYS DAYS), ISO)        00038200
                 FROM  VTRNFR T                                         00038300
                 WHERE T.DSTBN_SIDE_CD    = 'D'                         00038400
                   AND T.TRNFR_TYPE_CD    = 'FUL'                       00038500
                   AND T.STTS_CD          < '310'                       00038600
                   AND T.STTS_CD         <> '140'                       00038700
                 ORDER BY 1, 2, 3, 4                                    00038800
                 FOR READ ONLY                                          00038900
           END-EXEC.                                                    00039000
                                                                        00039100
      *----------------------------------------------------------------*00039200
      *  PAYOFFS PRICED ON THIS RUN, BY CONTRA PARTICIPANT AND CLIENT  *00039300
      *  FOR THE STATEMENT BREAK.                                      *00039400
      *----------------------------------------------------------------*00039500
           EXEC SQL                                                     00039600
              DECLARE STMCSR CURSOR FOR                                 00039700
                 SELECT CNTRA_PRTCP_NBR                                 00039800
                       ,CLIENT_NBR                                      00039900
                       ,ACAT_CONTROL_NBR                                00040000
                       ,BRANCH_CD                                       00040100
                       ,ACCT_CD                                         00040200
                       ,CNTRA_ACCT_NBR                                  00040300
                       ,DEBIT_AMT                                       00040400
                       ,INT_AMT                                         00040500
                       ,PAYOFF_AMT                                      00040600
                       ,INT_RATE_PCT                                    00040700
                       ,INT_DAYS_CNT                                    00040800
                       ,CHAR(BAL_DT, ISO)                               00040900
                       ,CHAR(EXP_STTLM_DT, ISO)                         00041000
                 FROM  ACATMPAY                                         00041100
                 WHERE PAY_STTS_CD      = 'E'                           00041200
                   AND STMT_DT          = CURRENT DATE                  00041300
                 ORDER BY 1, 2, 3                                       00041400
                 FOR READ ONLY WITH UR                                  00041500
           END-EXEC.                                                    00041600
                                                                        00041700
      *----------------------------------------------------------------*00041800
      *  OPEN PAYOFFS WHOSE TRANSFER HAS SETTLED OR BEEN CANCELLED.    *00041900
      *  UNPAID, SHORT AND OVER ROWS COME BACK EVERY NIGHT UNTIL THE   *00042000
      *  CASH AGREES.                                                  *00042100
      *----------------------------------------------------------------*00042200
           EXEC SQL                                                     00042300
              DECLARE RECCSR CURSOR WITH HOLD FOR                       00042400
                 SELECT P.CLIENT_NBR                                    00042500
                       ,P.ACAT_CONTROL_NBR                              00042600
                       ,P.BRANCH_CD                                     00042700
                       ,P.ACCT_CD                                       00042800
                       ,P.CNTRA_PRTCP_NBR                               00042900
                       ,CHAR(P.EXP_STTLM_DT, ISO)                       00043000
                       ,P.PAYOFF_AMT                                    00043100
                       ,P.RCVD_AMT                                      00043200
                       ,P.PAY_STTS_CD                                   00043300
                       ,T.STTS_CD                                       00043400
                 FROM  ACATMPAY P                                       00043500
                       INNER JOIN VTRNFR T                              00043600
                         ON  T.CLIENT_NBR       = P.CLIENT_NBR          00043700
                         AND T.ACAT_CONTROL_NBR = P.ACAT_CONTROL_NBR    00043800
                         AND T.DSTBN_SIDE_CD    = 'D'                   00043900
                 WHERE P.PAY_STTS_CD IN ('E', 'U', 'S', 'O')            00044000
                   AND (T.STTS_CD >= '310' OR T.STTS_CD = '140')        00044100
                 ORDER BY P.CNTRA_PRTCP_NBR                             00044200
                         ,P.CLIENT_NBR                                  00044300
                         ,P.ACAT_CONTROL_NBR                            00044400
                 FOR READ ONLY                                          00044500
           END-EXEC.                                                    00044600
                                                                        00044700
           EJECT                                                        00044800
      ***************************************************************   00044900
       LINKAGE SECTION.                                                 00045000
      ***************************************************************   00045100
       01  PARM-AREA.                                                   00045200
           05  PARM-LENGTH              PIC S9(4) COMP SYNC.            00045300
           05  PARM-DAYS                PIC  9(03).                     00045400
                                                                        00045500
           EJECT                                                        00045600
      ***************************************************************** 00045700
       PROCEDURE DIVISION USING PARM-AREA.                              00045800
      ***************************************************************** 00045900
                                                                        00046000
           DISPLAY '*** CAT815 - MARGIN DEBIT PAYOFF TRACKING ***'.     00046100
                                                                        00046200
           IF PARM-LENGTH = +3 AND PARM-DAYS NUMERIC                    00046300
              MOVE PARM-DAYS                TO  WS-SETTLE-DAYS          00046400
           END-IF.                                                      00046500
           DISPLAY 'DEFAULT DAYS TO SETTLEMENT = ' WS-SETTLE-DAYS.      00046600
                                                                        00046700
           PERFORM 1000-INITIAL-RTN.                                    00046800
                                                                        00046900
           EXEC SQL                                                     00047000
              OPEN DLVCSR                                               00047100
           END-EXEC.                                                    00047200
           IF SQLCODE NOT = +0                                          00047300
              PERFORM 8000-DB2-ERROR-RTN                                00047400
           END-IF.                                                      00047500
                                                                        00047600
           PERFORM 2000-PROCESS-DLV-RTN THRU 2000-EXIT                  00047700
              UNTIL WS-END-OF-DLV.                                      00047800
                                                                        00047900
           EXEC SQL                                                     00048000
              CLOSE DLVCSR                                              00048100
           END-EXEC.                                                    00048200
                                                                        00048300
           EXEC SQL                                                     00048400
              COMMIT                                                    00048500
           END-EXEC.                                                    00048600
           MOVE 0                           TO  WS-COMMIT-CNT.          00048700
                                                                        00048800
           MOVE 'PAYOFF STATEMENTS ISSUED                '              00048900
                                            TO  SEC1-TITLE.             00049000
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00049100
           EXEC SQL                                                     00049200
              OPEN STMCSR                                               00049300
           END-EXEC.                                                    00049400
           IF SQLCODE NOT = +0                                          00049500
              PERFORM 8000-DB2-ERROR-RTN                                00049600
           END-IF.                                                      00049700
                                                                        00049800
           PERFORM 3000-STATEMENT-RTN THRU 3000-EXIT                    00049900
              UNTIL WS-END-OF-STM.                                      00050000
                                                                        00050100
           EXEC SQL                                                     00050200
              CLOSE STMCSR                                              00050300
           END-EXEC.                                                    00050400
           IF WS-STM-BRK-KEY NOT = SPACES                               00050500
              PERFORM 3200-STMT-TRAILER-RTN                             00050600
           END-IF.                                                      00050700
                                                                        00050800
           MOVE 'PAYOFF CASH - NSCC MONEY SETTLEMENT     '              00050900
                                            TO  SEC1-TITLE.             00051000
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00051100
           IF NSCCPAY-OK                                                00051200
              PERFORM 4000-APPLY-RCPT-RTN THRU 4000-EXIT                00051300
                 UNTIL NSCCPAY-EOF                                      00051400
              CLOSE NSCCPAY-FILE                                        00051500
           END-IF.                                                      00051600
                                                                        00051700
           EXEC SQL                                                     00051800
              COMMIT                                                    00051900
           END-EXEC.                                                    00052000
           MOVE 0                           TO  WS-COMMIT-CNT.          00052100
                                                                        00052200
           MOVE 'UNPAID, SHORT-PAID AND OVER-PAID DEBITS '              00052300
                                            TO  SEC1-TITLE.             00052400
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00052500
           EXEC SQL                                                     00052600
              OPEN RECCSR                                               00052700
           END-EXEC.                                                    00052800
           IF SQLCODE NOT = +0                                          00052900
              PERFORM 8000-DB2-ERROR-RTN                                00053000
           END-IF.                                                      00053100
                                                                        00053200
           PERFORM 5000-RECONCILE-RTN THRU 5000-EXIT                    00053300
              UNTIL WS-END-OF-REC.                                      00053400
                                                                        00053500
           EXEC SQL                                                     00053600
              CLOSE RECCSR                                              00053700
           END-EXEC.                                                    00053800
                                                                        00053900
           EXEC SQL                                                     00054000
              COMMIT                                                    00054100
           END-EXEC.                                                    00054200
                                                                        00054300
           PERFORM 9000-EOJ-RTN.                                        00054400
                                                                        00054500
           GOBACK.                                                      00054600
                                                                        00054700
           EJECT                                                        00054800
      *****************                                                 00054900
       1000-INITIAL-RTN.                                                00055000
      *****************                                                 00055100
                                                                        00055200
           OPEN INPUT   MRGNBAL-FILE.                                   00055300
           IF MRGNBAL-OK                                                00055400
              PERFORM 2500-READ-MRGN-RTN THRU 2500-EXIT                 00055500
           ELSE                                                         00055600
              DISPLAY 'CAT815 - OPEN FAILED ON MRGNBAL, STATUS = '      00055700
                       MRGNBAL-STAT                                     00055800
              DISPLAY 'CAT815 ABENDED'                                  00055900
              CALL ABEND             USING ABEND-CODE                   00056000
           END-IF.                                                      00056100
                                                                        00056200
           OPEN INPUT   NSCCPAY-FILE.                                   00056300
           IF NOT NSCCPAY-OK                                            00056400
              DISPLAY 'CAT815 - NO NSCCPAY FILE, STATUS = '             00056500
                       NSCCPAY-STAT                                     00056600
           END-IF.                                                      00056700
                                                                        00056800
           OPEN OUTPUT  PAYSTMT-FILE                                    00056900
                        REPORT-FILE.                                    00057000
                                                                        00057100
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00057200
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00057300
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00057400
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00057500
           ACCEPT WS-RUN-DATE    FROM DATE YYYYMMDD.                    00057600
                                                                        00057700
           WRITE REPORT-RECORD            FROM  HDR1-RECORD.            00057800
           WRITE REPORT-RECORD            FROM  HDR2-RECORD.            00057900
                                                                        00058000
           EJECT                                                        00058100
      *---------------------------------------------------------------  00058200
      * 2000-PROCESS-DLV-RTN - PRICE THE PAYOFF FOR A PENDING FULL      00058300
      * DELIVERY WHOSE ACCOUNT IS ON THE MARGIN DEBIT FEED.  ONE THAT   00058400
      * HAS LEFT THE FEED NO LONGER OWES A PAYOFF.                      00058500
      *---------------------------------------------------------------  00058600
       2000-PROCESS-DLV-RTN.                                            00058700
                                                                        00058800
           EXEC SQL                                                     00058900
              FETCH DLVCSR                                              00059000
                 INTO :WS-PAY-CLIENT                                    00059100
                     ,:WS-PAY-BRANCH                                    00059200
                     ,:WS-PAY-ACCT                                      00059300
                     ,:WS-PAY-ACAT-CNTL                                 00059400
                     ,:WS-PAY-CNTRA-PRTCP                               00059500
                     ,:WS-PAY-CNTRA-ACCT                                00059600
                     ,:WS-PAY-EXP-STTL-DT                               00059700
           END-EXEC.                                                    00059800
                                                                        00059900
           EVALUATE SQLCODE                                             00060000
              WHEN +100                                                 00060100
                 SET WS-END-OF-DLV          TO  TRUE                    00060200
                 GO TO 2000-EXIT                                        00060300
              WHEN +0                                                   00060400
                 ADD 1                      TO  WS-CNT-DLV-READ         00060500
              WHEN OTHER                                                00060600
                 PERFORM 8000-DB2-ERROR-RTN                             00060700
           END-EVALUATE.                                                00060800
                                                                        00060900
           PERFORM 2500-READ-MRGN-RTN THRU 2500-EXIT                    00061000
              UNTIL WS-MBL-KEY NOT < WS-PAY-KEY.                        00061100
                                                                        00061200
           IF WS-MBL-KEY NOT = WS-PAY-KEY                               00061300
              PERFORM 2300-CLEAR-PAYOFF-RTN                             00061400
              GO TO 2000-EXIT                                           00061500
           END-IF.                                                      00061600
                                                                        00061700
           IF MBL-BAL-DATE NOT NUMERIC                                  00061800
              ADD 1                         TO  WS-CNT-BAD-BAL-DATE     00061900
              PERFORM 6100-CLEAR-DTL-RTN                                00062000
              MOVE 'BAD MARGIN BALANCE DATE '  TO  DTL1-MESSAGE         00062100
              PERFORM 6000-WRITE-PAY-RTN                                00062200
              GO TO 2000-EXIT                                           00062300
           END-IF.                                                      00062400
                                                                        00062500
           PERFORM 2100-PRICE-PAYOFF-RTN.                               00062600
           PERFORM 2200-SAVE-PAYOFF-RTN.                                00062700
                                                                        00062800
           ADD 1                            TO  WS-COMMIT-CNT.          00062900
           IF WS-COMMIT-CNT > 99                                        00063000
              EXEC SQL                                                  00063100
                   COMMIT                                               00063200
              END-EXEC                                                  00063300
              MOVE 0                        TO  WS-COMMIT-CNT           00063400
           END-IF.                                                      00063500
                                                                        00063600
       2000-EXIT.                                                       00063700
           EXIT.                                                        00063800
                                                                        00063900
      *---------------------------------------------------------------  00064000
      * 2100-PRICE-PAYOFF-RTN - DEBIT PLUS INTEREST ACCRUED TO THE      00064100
      * BALANCE DATE, PLUS THE DEBIT'S INTEREST FROM THE BALANCE DATE   00064200
      * TO THE EXPECTED SETTLEMENT DATE ON A 360-DAY YEAR.              00064300
      *---------------------------------------------------------------  00064400
       2100-PRICE-PAYOFF-RTN.                                           00064500
                                                                        00064600
           MOVE SPACES                      TO  WS-PAY-BAL-DT.          00064700
           STRING MBL-BAL-CCYY '-' MBL-BAL-MM '-' MBL-BAL-DD            00064800
                  DELIMITED BY SIZE       INTO  WS-PAY-BAL-DT.          00064900
                                                                        00065000
           EXEC SQL                                                     00065100
              SELECT DAYS(DATE(:WS-PAY-EXP-STTL-DT))                    00065200
                   - DAYS(DATE(:WS-PAY-BAL-DT))                         00065300
                INTO :WS-PAY-INT-DAYS                                   00065400
                FROM SYSIBM.SYSDUMMY1                                   00065500
           END-EXEC.                                                    00065600
           IF SQLCODE NOT = +0                                          00065700
              PERFORM 8000-DB2-ERROR-RTN                                00065800
           END-IF.                                                      00065900
           IF WS-PAY-INT-DAYS < +0                                      00066000
              MOVE +0                       TO  WS-PAY-INT-DAYS         00066100
           END-IF.                                                      00066200
                                                                        00066300
           MOVE MBL-DEBIT-AMT               TO  WS-PAY-DEBIT-AMT.       00066400
           MOVE MBL-INT-RATE                TO  WS-PAY-INT-RATE.        00066500
           COMPUTE WS-PAY-INT-AMT ROUNDED =                             00066600
                   MBL-ACCR-INT-AMT                                     00066700
                 + (MBL-DEBIT-AMT * MBL-INT-RATE * WS-PAY-INT-DAYS)     00066800
                   / 36000.                                             00066900
           COMPUTE WS-PAY-PAYOFF-AMT = WS-PAY-DEBIT-AMT                 00067000
                                     + WS-PAY-INT-AMT.                  00067100
           ADD 1                            TO  WS-CNT-PAYOFF-PRICED.   00067200
                                                                        00067300
      *---------------------------------------------------------------  00067400
      * 2200-SAVE-PAYOFF-RTN - REFRESH THE PAYOFF WHILE THE TRANSFER    00067500
      * IS PENDING; STMT_DT MARKS IT FOR TODAY'S STATEMENT.             00067600
      *---------------------------------------------------------------  00067700
       2200-SAVE-PAYOFF-RTN.                                            00067800
                                                                        00067900
           EXEC SQL                                                     00068000
              UPDATE ACATMPAY                                           00068100
                 SET CNTRA_PRTCP_NBR  = :WS-PAY-CNTRA-PRTCP             00068200
                    ,CNTRA_ACCT_NBR   = :WS-PAY-CNTRA-ACCT              00068300
                    ,DEBIT_AMT        = :WS-PAY-DEBIT-AMT               00068400
                    ,INT_AMT          = :WS-PAY-INT-AMT                 00068500
                    ,PAYOFF_AMT       = :WS-PAY-PAYOFF-AMT              00068600
                    ,INT_RATE_PCT     = :WS-PAY-INT-RATE                00068700
                    ,INT_DAYS_CNT     = :WS-PAY-INT-DAYS                00068800
                    ,BAL_DT           = DATE(:WS-PAY-BAL-DT)            00068900
                    ,EXP_STTLM_DT     = DATE(:WS-PAY-EXP-STTL-DT)       00069000
                    ,STMT_DT          = CURRENT DATE                    00069100
                    ,UPDT_TMSTP       = CURRENT TIMESTAMP               00069200
                    ,PRGM_NM          = 'CAT815'                        00069300
               WHERE CLIENT_NBR       = :WS-PAY-CLIENT                  00069400
                 AND ACAT_CONTROL_NBR = :WS-PAY-ACAT-CNTL               00069500
                 AND PAY_STTS_CD      = 'E'                             00069600
           END-EXEC.                                                    00069700
                                                                        00069800
           EVALUATE SQLCODE                                             00069900
              WHEN +0                                                   00070000
                 CONTINUE                                               00070100
              WHEN +100                                                 00070200
                 EXEC SQL                                               00070300
                    INSERT INTO ACATMPAY                                00070400
                          (CLIENT_NBR                                   00070500
                          ,ACAT_CONTROL_NBR                             00070600
                          ,BRANCH_CD                                    00070700
                          ,ACCT_CD                                      00070800
                          ,CNTRA_PRTCP_NBR                              00070900
                          ,CNTRA_ACCT_NBR                               00071000
                          ,DEBIT_AMT                                    00071100
                          ,INT_AMT                                      00071200
                          ,PAYOFF_AMT                                   00071300
                          ,INT_RATE_PCT                                 00071400
                          ,INT_DAYS_CNT                                 00071500
                          ,BAL_DT                                       00071600
                          ,EXP_STTLM_DT                                 00071700
                          ,STMT_DT                                      00071800
                          ,RCVD_AMT                                     00071900
                          ,RCVD_DT                                      00072000
                          ,PAY_STTS_CD                                  00072100
                          ,UPDT_TMSTP                                   00072200
                          ,PRGM_NM)                                     00072300
                    VALUES                                              00072400
                          (:WS-PAY-CLIENT                               00072500
                          ,:WS-PAY-ACAT-CNTL                            00072600
                          ,:WS-PAY-BRANCH                               00072700
                          ,:WS-PAY-ACCT                                 00072800
                          ,:WS-PAY-CNTRA-PRTCP                          00072900
                          ,:WS-PAY-CNTRA-ACCT                           00073000
                          ,:WS-PAY-DEBIT-AMT                            00073100
                          ,:WS-PAY-INT-AMT                              00073200
                          ,:WS-PAY-PAYOFF-AMT                           00073300
                          ,:WS-PAY-INT-RATE                             00073400
                          ,:WS-PAY-INT-DAYS                             00073500
                          ,DATE(:WS-PAY-BAL-DT)                         00073600
                          ,DATE(:WS-PAY-EXP-STTL-DT)                    00073700
                          ,CURRENT DATE                                 00073800
                          ,0                                            00073900
                          ,NULL                                         00074000
                          ,'E'                                          00074100
                          ,CURRENT TIMESTAMP                            00074200
                          ,'CAT815')                                    00074300
                 END-EXEC                                               00074400
      *          -803 - PAYOFF ALREADY CLOSED OUT, LEAVE IT ALONE       00074500
                 IF SQLCODE NOT = +0 AND SQLCODE NOT = -803             00074600
                    PERFORM 8000-DB2-ERROR-RTN                          00074700
                 END-IF                                                 00074800
              WHEN OTHER                                                00074900
                 PERFORM 8000-DB2-ERROR-RTN                             00075000
           END-EVALUATE.                                                00075100
                                                                        00075200
      *---------------------------------------------------------------  00075300
      * 2300-CLEAR-PAYOFF-RTN - THE ACCOUNT IS OFF THE DEBIT FEED, SO   00075400
      * THE CUSTOMER PAID IT DOWN; DROP A PAYOFF NOTHING WAS PAID ON.   00075500
      *---------------------------------------------------------------  00075600
       2300-CLEAR-PAYOFF-RTN.                                           00075700
                                                                        00075800
           EXEC SQL                                                     00075900
              DELETE FROM ACATMPAY                                      00076000
               WHERE CLIENT_NBR       = :WS-PAY-CLIENT                  00076100
                 AND ACAT_CONTROL_NBR = :WS-PAY-ACAT-CNTL               00076200
                 AND PAY_STTS_CD      = 'E'                             00076300
                 AND RCVD_AMT         = 0                               00076400
           END-EXEC.                                                    00076500
                                                                        00076600
           EVALUATE SQLCODE                                             00076700
              WHEN +0                                                   00076800
                 ADD 1                      TO  WS-CNT-DEBIT-CLEARED    00076900
                 ADD 1                      TO  WS-COMMIT-CNT           00077000
              WHEN +100                                                 00077100
                 CONTINUE                                               00077200
              WHEN OTHER                                                00077300
                 PERFORM 8000-DB2-ERROR-RTN                             00077400
           END-EVALUATE.                                                00077500
                                                                        00077600
      *---------------------------------------------------------------  00077700
      * 2500-READ-MRGN-RTN - HIGH-VALUES KEY AT END OF THE FEED.        00077800
      *---------------------------------------------------------------  00077900
       2500-READ-MRGN-RTN.                                              00078000
                                                                        00078100
           IF WS-MBL-KEY = HIGH-VALUES                                  00078200
              GO TO 2500-EXIT                                           00078300
           END-IF.                                                      00078400
                                                                        00078500
           READ MRGNBAL-FILE.                                           00078600
           EVALUATE TRUE                                                00078700
              WHEN MRGNBAL-OK                                           00078800
                 ADD 1                      TO  WS-CNT-MRGN-READ        00078900
                 MOVE MBL-KEY               TO  WS-MBL-KEY              00079000
              WHEN MRGNBAL-EOF                                          00079100
                 MOVE HIGH-VALUES           TO  WS-MBL-KEY              00079200
              WHEN OTHER                                                00079300
                 DISPLAY 'CAT815 - READ ERROR ON MRGNBAL, STATUS = '    00079400
                          MRGNBAL-STAT                                  00079500
                 MOVE 16                    TO  ABEND-CODE              00079600
                 CALL ABEND              USING  ABEND-CODE              00079700
           END-EVALUATE.                                                00079800
                                                                        00079900
       2500-EXIT.                                                       00080000
           EXIT.                                                        00080100
                                                                        00080200
           EJECT                                                        00080300
      *---------------------------------------------------------------  00080400
      * 3000-STATEMENT-RTN - ONE STATEMENT PER CONTRA PARTICIPANT AND   00080500
      * CLIENT: A HEADER WITH THE CLIENT'S WIRE INSTRUCTIONS, ONE       00080600
      * DETAIL PER TRANSFER AND A TOTAL.                                00080700
      *---------------------------------------------------------------  00080800
       3000-STATEMENT-RTN.                                              00080900
                                                                        00081000
           EXEC SQL                                                     00081100
              FETCH STMCSR                                              00081200
                 INTO :WS-STM-CNTRA                                     00081300
                     ,:WS-STM-CLIENT                                    00081400
                     ,:WS-PAY-ACAT-CNTL                                 00081500
                     ,:WS-PAY-BRANCH                                    00081600
                     ,:WS-PAY-ACCT                                      00081700
                     ,:WS-PAY-CNTRA-ACCT                                00081800
                     ,:WS-PAY-DEBIT-AMT                                 00081900
                     ,:WS-PAY-INT-AMT                                   00082000
                     ,:WS-PAY-PAYOFF-AMT                                00082100
                     ,:WS-PAY-INT-RATE                                  00082200
                     ,:WS-PAY-INT-DAYS                                  00082300
                     ,:WS-PAY-BAL-DT                                    00082400
                     ,:WS-PAY-EXP-STTL-DT                               00082500
           END-EXEC.                                                    00082600
                                                                        00082700
           EVALUATE SQLCODE                                             00082800
              WHEN +100                                                 00082900
                 SET WS-END-OF-STM          TO  TRUE                    00083000
                 GO TO 3000-EXIT                                        00083100
              WHEN +0                                                   00083200
                 CONTINUE                                               00083300
              WHEN OTHER                                                00083400
                 PERFORM 8000-DB2-ERROR-RTN                             00083500
           END-EVALUATE.                                                00083600
                                                                        00083700
           MOVE WS-STM-CNTRA                TO  WS-PAY-CNTRA-PRTCP.     00083800
           MOVE WS-STM-CLIENT               TO  WS-PAY-CLIENT.          00083900
                                                                        00084000
           IF WS-STM-KEY NOT = WS-STM-BRK-KEY                           00084100
              IF WS-STM-BRK-KEY NOT = SPACES                            00084200
                 PERFORM 3200-STMT-TRAILER-RTN                          00084300
              END-IF                                                    00084400
              PERFORM 3100-STMT-HEADER-RTN                              00084500
           END-IF.                                                      00084600
                                                                        00084700
           MOVE SPACES                      TO  PAYSTMT-RECORD.         00084800
           SET PST-DETAIL                   TO  TRUE.                   00084900
           MOVE WS-STM-CNTRA                TO  PST-CNTRA-PRTCP.        00085000
           MOVE WS-STM-CLIENT               TO  PST-CLIENT.             00085100
           MOVE WS-RUN-DATE                 TO  PST-STMT-DATE.          00085200
           MOVE WS-PAY-ACAT-CNTL            TO  PST-ACAT-CNTL.          00085300
           MOVE WS-PAY-CNTRA-ACCT           TO  PST-CNTRA-ACCT.         00085400
           MOVE WS-PAY-BRANCH               TO  PST-BRANCH.             00085500
           MOVE WS-PAY-ACCT                 TO  PST-ACCT.               00085600
           MOVE WS-PAY-DEBIT-AMT            TO  PST-DEBIT-AMT.          00085700
           MOVE WS-PAY-INT-AMT              TO  PST-INT-AMT.            00085800
           MOVE WS-PAY-PAYOFF-AMT           TO  PST-PAYOFF-AMT.         00085900
           MOVE WS-PAY-INT-RATE             TO  PST-INT-RATE.           00086000
           MOVE WS-PAY-INT-DAYS             TO  PST-INT-DAYS.           00086100
           STRING WS-PAY-BAL-CCYY WS-PAY-BAL-MM WS-PAY-BAL-DD           00086200
                  DELIMITED BY SIZE       INTO  PST-BAL-DATE.           00086300
           STRING WS-PAY-EXP-CCYY WS-PAY-EXP-MM WS-PAY-EXP-DD           00086400
                  DELIMITED BY SIZE       INTO  PST-EXP-STTL-DATE.      00086500
           WRITE PAYSTMT-RECORD.                                        00086600
                                                                        00086700
           ADD 1                            TO  WS-STM-ITEMS            00086800
                                                WS-CNT-STMT-ITEMS.      00086900
           ADD WS-PAY-PAYOFF-AMT            TO  WS-STM-TOTAL.           00087000
                                                                        00087100
           PERFORM 6100-CLEAR-DTL-RTN.                                  00087200
           MOVE WS-PAY-PAYOFF-AMT           TO  DTL1-PAYOFF-AMT.        00087300
           IF WS-WIR-IND = 'Y'                                          00087400
              MOVE 'STATEMENT ISSUED        '  TO  DTL1-MESSAGE         00087500
           ELSE                                                         00087600
              MOVE 'ISSUED - NO WIRE INSTR  '  TO  DTL1-MESSAGE         00087700
           END-IF.                                                      00087800
           PERFORM 6000-WRITE-PAY-RTN.                                  00087900
                                                                        00088000
       3000-EXIT.                                                       00088100
           EXIT.                                                        00088200
                                                                        00088300
      *---------------------------------------------------------------  00088400
      * 3100-STMT-HEADER-RTN - WIRE INSTRUCTIONS ARE OURS, BY CLIENT.   00088500
      * A CLIENT WITH NONE STILL GETS ITS STATEMENTS, FLAGGED 'N', SO   00088600
      * THE CONTRA KNOWS WHAT IS OWED.                                  00088700
      *---------------------------------------------------------------  00088800
       3100-STMT-HEADER-RTN.                                            00088900
                                                                        00089000
           MOVE WS-STM-KEY                  TO  WS-STM-BRK-KEY.         00089100
           MOVE ZERO                        TO  WS-STM-ITEMS            00089200
                                                WS-STM-TOTAL.           00089300
           ADD 1                            TO  WS-CNT-STMTS.           00089400
                                                                        00089500
           IF WS-STM-CLIENT NOT = WS-WIR-CLIENT                         00089600
              MOVE WS-STM-CLIENT            TO  WS-WIR-CLIENT           00089700
              MOVE 'Y'                      TO  WS-WIR-IND              00089800
              EXEC SQL                                                  00089900
                 SELECT BANK_NM                                         00090000
                       ,ABA_ROUTING_NBR                                 00090100
                       ,BANK_ACCT_NBR                                   00090200
                       ,BNFCY_NM                                        00090300
                   INTO :WS-WIR-BANK-NM                                 00090400
                       ,:WS-WIR-ABA-ROUTING-NBR                         00090500
                       ,:WS-WIR-BANK-ACCT-NBR                           00090600
                       ,:WS-WIR-BNFCY-NM                                00090700
                   FROM ACATPWIR                                        00090800
                  WHERE CLIENT_NBR       = :WS-WIR-CLIENT               00090900
                  WITH UR                                               00091000
              END-EXEC                                                  00091100
              EVALUATE SQLCODE                                          00091200
                 WHEN +0                                                00091300
                    CONTINUE                                            00091400
                 WHEN +100                                              00091500
                    MOVE 'N'                TO  WS-WIR-IND              00091600
                    MOVE SPACES             TO  WS-WIR-BANK-NM          00091700
                                                WS-WIR-ABA-ROUTING-NBR  00091800
                                                WS-WIR-BANK-ACCT-NBR    00091900
                                                WS-WIR-BNFCY-NM         00092000
                 WHEN OTHER                                             00092100
                    PERFORM 8000-DB2-ERROR-RTN                          00092200
              END-EVALUATE                                              00092300
           END-IF.                                                      00092400
                                                                        00092500
           IF WS-WIR-IND NOT = 'Y'                                      00092600
              ADD 1                         TO  WS-CNT-NO-WIRE          00092700
           END-IF.                                                      00092800
                                                                        00092900
           MOVE SPACES                      TO  PAYSTMT-RECORD.         00093000
           SET PST-HEADER                   TO  TRUE.                   00093100
           MOVE WS-STM-CNTRA                TO  PST-CNTRA-PRTCP.        00093200
           MOVE WS-STM-CLIENT               TO  PST-CLIENT.             00093300
           MOVE WS-RUN-DATE                 TO  PST-STMT-DATE.          00093400
           MOVE WS-WIR-IND                  TO  PST-WIRE-IND.           00093500
           MOVE WS-WIR-BANK-NM              TO  PST-BANK-NM.            00093600
           MOVE WS-WIR-ABA-ROUTING-NBR      TO  PST-ABA-ROUTING-NBR.    00093700
           MOVE WS-WIR-BANK-ACCT-NBR        TO  PST-BANK-ACCT-NBR.      00093800
           MOVE WS-WIR-BNFCY-NM             TO  PST-BNFCY-NM.           00093900
           WRITE PAYSTMT-RECORD.                                        00094000
                                                                        00094100
      **********************                                            00094200
       3200-STMT-TRAILER-RTN.                                           00094300
      **********************                                            00094400
                                                                        00094500
           MOVE SPACES                      TO  PAYSTMT-RECORD.         00094600
           SET PST-TRAILER                  TO  TRUE.                   00094700
           MOVE WS-STM-BRK-CNTRA            TO  PST-CNTRA-PRTCP.        00094800
           MOVE WS-STM-BRK-CLIENT           TO  PST-CLIENT.             00094900
           MOVE WS-RUN-DATE                 TO  PST-STMT-DATE.          00095000
           MOVE WS-STM-ITEMS                TO  PST-ITEM-CNT.           00095100
           MOVE WS-STM-TOTAL                TO  PST-TOTAL-PAYOFF.       00095200
           WRITE PAYSTMT-RECORD.                                        00095300
                                                                        00095400
           EJECT                                                        00095500
      *---------------------------------------------------------------  00095600
      * 4000-APPLY-RCPT-RTN - ADD A PAYOFF CREDIT FROM THE NSCC MONEY   00095700
      * SETTLEMENT TO ITS TRANSFER.  A CREDIT DATED ON OR BEFORE THE    00095800
      * LAST ONE APPLIED IS A RERUN AND IS SKIPPED.  CASH ON A CLOSED   00095900
      * PAYOFF REOPENS IT AS OVER-PAID FOR RECONCILIATION.              00096000
      *---------------------------------------------------------------  00096100
       4000-APPLY-RCPT-RTN.                                             00096200
                                                                        00096300
           READ NSCCPAY-FILE                                            00096400
               AT END                                                   00096500
                   SET NSCCPAY-EOF          TO  TRUE                    00096600
                   GO TO 4000-EXIT                                      00096700
           END-READ.                                                    00096800
           ADD 1                            TO  WS-CNT-RCPT-READ.       00096900
                                                                        00097000
           PERFORM 6100-CLEAR-DTL-RTN.                                  00097100
           MOVE NPY-CLIENT                  TO  WS-RCT-CLIENT           00097200
                                                DTL1-CLIENT.            00097300
           MOVE NPY-ACAT-CNTL               TO  WS-RCT-ACAT-CNTL        00097400
                                                DTL1-ACAT-CNTL.         00097500
           MOVE NPY-CNTRA-PRTCP             TO  DTL1-CNTRA-PRTCP.       00097600
                                                                        00097700
           IF NPY-STTL-DATE NOT NUMERIC                                 00097800
           OR NPY-AMT NOT NUMERIC                                       00097900
              ADD 1                         TO  WS-CNT-RCPT-UNMATCHED   00098000
              MOVE 'INVALID DATE OR AMOUNT  '  TO  DTL1-MESSAGE         00098100
              WRITE REPORT-RECORD         FROM  DTL1-RECORD             00098200
              GO TO 4000-EXIT                                           00098300
           END-IF.                                                      00098400
                                                                        00098500
           MOVE NPY-AMT                     TO  WS-RCT-AMT              00098600
                                                DTL1-RCVD-AMT.          00098700
           MOVE SPACES                      TO  WS-RCT-DT.              00098800
           STRING NPY-STTL-CCYY '-' NPY-STTL-MM '-' NPY-STTL-DD         00098900
                  DELIMITED BY SIZE       INTO  WS-RCT-DT.              00099000
           MOVE WS-RCT-DT                   TO  DTL1-EXP-STTL-DT.       00099100
                                                                        00099200
           EXEC SQL                                                     00099300
              UPDATE ACATMPAY                                           00099400
                 SET RCVD_AMT         = RCVD_AMT + :WS-RCT-AMT          00099500
                    ,RCVD_DT          = DATE(:WS-RCT-DT)                00099600
                    ,PAY_STTS_CD      = CASE WHEN PAY_STTS_CD           00099700
                                                  IN ('P', 'X')         00099800
                                             THEN 'O'                   00099900
                                             ELSE PAY_STTS_CD           00100000
                                        END                             00100100
                    ,UPDT_TMSTP       = CURRENT TIMESTAMP               00100200
                    ,PRGM_NM          = 'CAT815'                        00100300
               WHERE CLIENT_NBR       = :WS-RCT-CLIENT                  00100400
                 AND ACAT_CONTROL_NBR = :WS-RCT-ACAT-CNTL               00100500
                 AND (RCVD_DT IS NULL                                   00100600
                      OR RCVD_DT < DATE(:WS-RCT-DT))                    00100700
           END-EXEC.                                                    00100800
                                                                        00100900
           EVALUATE SQLCODE                                             00101000
              WHEN +0                                                   00101100
                 ADD 1                      TO  WS-CNT-RCPT-APPLIED     00101200
                 MOVE 'APPLIED TO PAYOFF       '  TO  DTL1-MESSAGE      00101300
              WHEN +100                                                 00101400
                 PERFORM 4100-CHECK-PAYOFF-RTN                          00101500
              WHEN OTHER                                                00101600
                 PERFORM 8000-DB2-ERROR-RTN                             00101700
           END-EVALUATE.                                                00101800
           WRITE REPORT-RECORD            FROM  DTL1-RECORD.            00101900
                                                                        00102000
           ADD 1                            TO  WS-COMMIT-CNT.          00102100
           IF WS-COMMIT-CNT > 99                                        00102200
              EXEC SQL                                                  00102300
                   COMMIT                                               00102400
              END-EXEC                                                  00102500
              MOVE 0                        TO  WS-COMMIT-CNT           00102600
           END-IF.                                                      00102700
                                                                        00102800
       4000-EXIT.                                                       00102900
           EXIT.                                                        00103000
                                                                        00103100
      *---------------------------------------------------------------  00103200
      * 4100-CHECK-PAYOFF-RTN - NOT APPLIED: A RERUN, OR CASH FOR A     00103300
      * TRANSFER WE NEVER PRICED A PAYOFF ON.                           00103400
      *---------------------------------------------------------------  00103500
       4100-CHECK-PAYOFF-RTN.                                           00103600
                                                                        00103700
           EXEC SQL                                                     00103800
              SELECT COUNT(*)                                           00103900
                INTO :WS-RCT-ROW-CNT                                    00104000
                FROM ACATMPAY                                           00104100
               WHERE CLIENT_NBR       = :WS-RCT-CLIENT                  00104200
                 AND ACAT_CONTROL_NBR = :WS-RCT-ACAT-CNTL               00104300
           END-EXEC.                                                    00104400
           IF SQLCODE NOT = +0                                          00104500
              PERFORM 8000-DB2-ERROR-RTN                                00104600
           END-IF.                                                      00104700
                                                                        00104800
           IF WS-RCT-ROW-CNT > +0                                       00104900
              ADD 1                         TO  WS-CNT-RCPT-DUPLICATE   00105000
              MOVE 'ALREADY APPLIED - SKIPPED'  TO  DTL1-MESSAGE        00105100
           ELSE                                                         00105200
              ADD 1                         TO  WS-CNT-RCPT-UNMATCHED   00105300
              MOVE 'NO PAYOFF ON FILE       '  TO  DTL1-MESSAGE         00105400
           END-IF.                                                      00105500
                                                                        00105600
           EJECT                                                        00105700
      *---------------------------------------------------------------  00105800
      * 5000-RECONCILE-RTN - COMPARE THE CASH RECEIVED WITH THE LAST    00105900
      * PAYOFF QUOTED ONCE THE TRANSFER HAS SETTLED.  A CANCELLED       00106000
      * TRANSFER OWES NOTHING; CASH RECEIVED ON ONE IS OVER-PAID.       00106100
      *---------------------------------------------------------------  00106200
       5000-RECONCILE-RTN.                                              00106300
                                                                        00106400
           EXEC SQL                                                     00106500
              FETCH RECCSR                                              00106600
                 INTO :WS-PAY-CLIENT                                    00106700
                     ,:WS-PAY-ACAT-CNTL                                 00106800
                     ,:WS-PAY-BRANCH                                    00106900
                     ,:WS-PAY-ACCT                                      00107000
                     ,:WS-PAY-CNTRA-PRTCP                               00107100
                     ,:WS-PAY-EXP-STTL-DT                               00107200
                     ,:WS-PAY-PAYOFF-AMT                                00107300
                     ,:WS-PAY-RCVD-AMT                                  00107400
                     ,:WS-PAY-OLD-STTS-CD                               00107500
                     ,:WS-PAY-TRNFR-STTS                                00107600
           END-EXEC.                                                    00107700
                                                                        00107800
           EVALUATE SQLCODE                                             00107900
              WHEN +100                                                 00108000
                 SET WS-END-OF-REC          TO  TRUE                    00108100
                 GO TO 5000-EXIT                                        00108200
              WHEN +0                                                   00108300
                 CONTINUE                                               00108400
              WHEN OTHER                                                00108500
                 PERFORM 8000-DB2-ERROR-RTN                             00108600
           END-EVALUATE.                                                00108700
                                                                        00108800
           PERFORM 6100-CLEAR-DTL-RTN.                                  00108900
           IF WS-PAY-TRNFR-CANCELLED                                    00109000
              MOVE ZERO                     TO  WS-PAY-PAYOFF-AMT       00109100
           END-IF.                                                      00109200
           COMPUTE WS-PAY-DIFF-AMT = WS-PAY-RCVD-AMT                    00109300
                                   - WS-PAY-PAYOFF-AMT.                 00109400
                                                                        00109500
           EVALUATE TRUE                                                00109600
              WHEN WS-PAY-TRNFR-CANCELLED                               00109700
               AND WS-PAY-RCVD-AMT = ZERO                               00109800
                 SET WS-PAY-CANCELLED       TO  TRUE                    00109900
                 ADD 1                      TO  WS-CNT-CANCELLED        00110000
              WHEN WS-PAY-TRNFR-CANCELLED                               00110100
                 SET WS-PAY-OVER            TO  TRUE                    00110200
                 ADD 1                      TO  WS-CNT-OVER             00110300
                 MOVE 'CANCELLED - REFUND DUE  '  TO  DTL1-MESSAGE      00110400
              WHEN WS-PAY-RCVD-AMT = ZERO                               00110500
                 SET WS-PAY-UNPAID          TO  TRUE                    00110600
                 ADD 1                      TO  WS-CNT-UNPAID           00110700
                 MOVE 'UNPAID                  '  TO  DTL1-MESSAGE      00110800
              WHEN WS-PAY-DIFF-AMT < ZERO - WS-PAY-TOLERANCE            00110900
                 SET WS-PAY-SHORT           TO  TRUE                    00111000
                 ADD 1                      TO  WS-CNT-SHORT            00111100
                 MOVE 'SHORT-PAID              '  TO  DTL1-MESSAGE      00111200
              WHEN WS-PAY-DIFF-AMT > WS-PAY-TOLERANCE                   00111300
                 SET WS-PAY-OVER            TO  TRUE                    00111400
                 ADD 1                      TO  WS-CNT-OVER             00111500
                 MOVE 'OVER-PAID               '  TO  DTL1-MESSAGE      00111600
              WHEN OTHER                                                00111700
                 SET WS-PAY-PAID            TO  TRUE                    00111800
                 ADD 1                      TO  WS-CNT-PAID             00111900
           END-EVALUATE.                                                00112000
                                                                        00112100
           IF DTL1-MESSAGE NOT = SPACES                                 00112200
              MOVE WS-PAY-PAYOFF-AMT        TO  DTL1-PAYOFF-AMT         00112300
              MOVE WS-PAY-RCVD-AMT          TO  DTL1-RCVD-AMT           00112400
              MOVE WS-PAY-DIFF-AMT          TO  DTL1-DIFF-AMT           00112500
              PERFORM 6000-WRITE-PAY-RTN                                00112600
           END-IF.                                                      00112700
                                                                        00112800
           IF WS-PAY-STTS-CD = WS-PAY-OLD-STTS-CD                       00112900
              GO TO 5000-EXIT                                           00113000
           END-IF.                                                      00113100
                                                                        00113200
           EXEC SQL                                                     00113300
              UPDATE ACATMPAY                                           00113400
                 SET PAY_STTS_CD      = :WS-PAY-STTS-CD                 00113500
                    ,UPDT_TMSTP       = CURRENT TIMESTAMP               00113600
                    ,PRGM_NM          = 'CAT815'                        00113700
               WHERE CLIENT_NBR       = :WS-PAY-CLIENT                  00113800
                 AND ACAT_CONTROL_NBR = :WS-PAY-ACAT-CNTL               00113900
           END-EXEC.                                                    00114000
           IF SQLCODE NOT = +0                                          00114100
              PERFORM 8000-DB2-ERROR-RTN                                00114200
           END-IF.                                                      00114300
                                                                        00114400
           ADD 1                            TO  WS-COMMIT-CNT.          00114500
           IF WS-COMMIT-CNT > 99                                        00114600
              EXEC SQL                                                  00114700
                   COMMIT                                               00114800
              END-EXEC                                                  00114900
              MOVE 0                        TO  WS-COMMIT-CNT           00115000
           END-IF.                                                      00115100
                                                                        00115200
       5000-EXIT.                                                       00115300
           EXIT.                                                        00115400
                                                                        00115500
           EJECT                                                        00115600
      ******************                                                00115700
       6000-WRITE-PAY-RTN.                                              00115800
      ******************                                                00115900
                                                                        00116000
           MOVE WS-PAY-CLIENT               TO  DTL1-CLIENT.            00116100
           MOVE WS-PAY-ACAT-CNTL            TO  DTL1-ACAT-CNTL.         00116200
           MOVE WS-PAY-BRANCH               TO  DTL1-BRANCH.            00116300
           MOVE WS-PAY-ACCT                 TO  DTL1-ACCT.              00116400
           MOVE WS-PAY-CNTRA-PRTCP          TO  DTL1-CNTRA-PRTCP.       00116500
           MOVE WS-PAY-EXP-STTL-DT          TO  DTL1-EXP-STTL-DT.       00116600
           WRITE REPORT-RECORD            FROM  DTL1-RECORD.            00116700
                                                                        00116800
      ******************                                                00116900
       6100-CLEAR-DTL-RTN.                                              00117000
      ******************                                                00117100
                                                                        00117200
           MOVE SPACES                      TO  DTL1-CLIENT             00117300
                                                DTL1-ACAT-CNTL          00117400
                                                DTL1-BRANCH             00117500
                                                DTL1-ACCT               00117600
                                                DTL1-CNTRA-PRTCP        00117700
                                                DTL1-EXP-STTL-DT        00117800
                                                DTL1-MESSAGE.           00117900
           MOVE ZERO                        TO  DTL1-PAYOFF-AMT         00118000
                                                DTL1-RCVD-AMT           00118100
                                                DTL1-DIFF-AMT.          00118200
                                                                        00118300
           EJECT                                                        00118400
      ******************                                                00118500
       8000-DB2-ERROR-RTN.                                              00118600
      ******************                                                00118700
                                                                        00118800
           DISPLAY 'CAT815 - DB2 ERROR, SQLCODE = ' SQLCODE.            00118900
           CALL DSNTIAR               USING  SQLCA                      00119000
                                             WS-DB2-MESSAGE-AREA        00119100
                                             WS-ERR-LINE-LEN            00119200
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00119300
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00119400
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00119500
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00119600
                 END-IF                                                 00119700
           END-PERFORM.                                                 00119800
           DISPLAY 'CAT815 ABENDED'.                                    00119900
           CALL ABEND                 USING  ABEND-CODE.                00120000
                                                                        00120100
           EJECT                                                        00120200
      ************                                                      00120300
       9000-EOJ-RTN.                                                    00120400
      ************                                                      00120500
                                                                        00120600
           MOVE 'PENDING FULL DELIVERIES READ    '  TO  TRL1-LABEL.     00120700
           MOVE WS-CNT-DLV-READ             TO  TRL1-COUNT.             00120800
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00120900
                                                                        00121000
           MOVE ' '                         TO  TRL1-CC.                00121100
           MOVE 'MARGIN DEBIT BALANCES READ      '  TO  TRL1-LABEL.     00121200
           MOVE WS-CNT-MRGN-READ            TO  TRL1-COUNT.             00121300
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00121400
                                                                        00121500
           MOVE 'PAYOFFS PRICED                  '  TO  TRL1-LABEL.     00121600
           MOVE WS-CNT-PAYOFF-PRICED        TO  TRL1-COUNT.             00121700
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00121800
                                                                        00121900
           MOVE 'BAD MARGIN BALANCE DATE         '  TO  TRL1-LABEL.     00122000
           MOVE WS-CNT-BAD-BAL-DATE         TO  TRL1-COUNT.             00122100
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00122200
                                                                        00122300
           MOVE 'DEBITS CLEARED BEFORE SETTLEMENT'  TO  TRL1-LABEL.     00122400
           MOVE WS-CNT-DEBIT-CLEARED        TO  TRL1-COUNT.             00122500
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00122600
                                                                        00122700
           MOVE 'PAYOFF STATEMENTS WRITTEN       '  TO  TRL1-LABEL.     00122800
           MOVE WS-CNT-STMTS                TO  TRL1-COUNT.             00122900
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00123000
                                                                        00123100
           MOVE 'STATEMENT TRANSFERS             '  TO  TRL1-LABEL.     00123200
           MOVE WS-CNT-STMT-ITEMS           TO  TRL1-COUNT.             00123300
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00123400
                                                                        00123500
           MOVE 'STATEMENTS WITHOUT WIRE INSTR   '  TO  TRL1-LABEL.     00123600
           MOVE WS-CNT-NO-WIRE              TO  TRL1-COUNT.             00123700
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00123800
                                                                        00123900
           MOVE 'PAYOFF CREDITS READ             '  TO  TRL1-LABEL.     00124000
           MOVE WS-CNT-RCPT-READ            TO  TRL1-COUNT.             00124100
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00124200
                                                                        00124300
           MOVE 'PAYOFF CREDITS APPLIED          '  TO  TRL1-LABEL.     00124400
           MOVE WS-CNT-RCPT-APPLIED         TO  TRL1-COUNT.             00124500
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00124600
                                                                        00124700
           MOVE 'PAYOFF CREDITS ALREADY APPLIED  '  TO  TRL1-LABEL.     00124800
           MOVE WS-CNT-RCPT-DUPLICATE       TO  TRL1-COUNT.             00124900
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00125000
                                                                        00125100
           MOVE 'PAYOFF CREDITS NOT MATCHED      '  TO  TRL1-LABEL.     00125200
           MOVE WS-CNT-RCPT-UNMATCHED       TO  TRL1-COUNT.             00125300
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00125400
                                                                        00125500
           MOVE 'PAYOFFS PAID                    '  TO  TRL1-LABEL.     00125600
           MOVE WS-CNT-PAID                 TO  TRL1-COUNT.             00125700
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00125800
                                                                        00125900
           MOVE 'PAYOFFS UNPAID                  '  TO  TRL1-LABEL.     00126000
           MOVE WS-CNT-UNPAID               TO  TRL1-COUNT.             00126100
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00126200
                                                                        00126300
           MOVE 'PAYOFFS SHORT-PAID              '  TO  TRL1-LABEL.     00126400
           MOVE WS-CNT-SHORT                TO  TRL1-COUNT.             00126500
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00126600
                                                                        00126700
           MOVE 'PAYOFFS OVER-PAID               '  TO  TRL1-LABEL.     00126800
           MOVE WS-CNT-OVER                 TO  TRL1-COUNT.             00126900
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00127000
                                                                        00127100
           MOVE 'PAYOFFS CANCELLED WITH TRANSFER '  TO  TRL1-LABEL.     00127200
           MOVE WS-CNT-CANCELLED            TO  TRL1-COUNT.             00127300
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00127400
                                                                        00127500
           CLOSE MRGNBAL-FILE                                           00127600
                 PAYSTMT-FILE                                           00127700
                 REPORT-FILE.                                           00127800
                                                                        00127900
           IF WS-CNT-UNPAID         > +0                                00128000
           OR WS-CNT-SHORT          > +0                                00128100
           OR WS-CNT-OVER           > +0                                00128200
           OR WS-CNT-RCPT-UNMATCHED > +0                                00128300
           OR WS-CNT-NO-WIRE        > +0                                00128400
              MOVE 4                        TO  RETURN-CODE             00128500
           END-IF.                                                      00128600
                                                                        00128700
           DISPLAY ' '                                                  00128800
           DISPLAY 'PAYOFFS PRICED:         ' WS-CNT-PAYOFF-PRICED      00128900
           DISPLAY 'STATEMENTS WRITTEN:     ' WS-CNT-STMTS              00129000
           DISPLAY 'PAYOFF CREDITS APPLIED: ' WS-CNT-RCPT-APPLIED       00129100
           DISPLAY 'PAYOFFS UNPAID:         ' WS-CNT-UNPAID             00129200
           DISPLAY 'PAYOFFS SHORT-PAID:     ' WS-CNT-SHORT              00129300
           DISPLAY 'PAYOFFS OVER-PAID:      ' WS-CNT-OVER               00129400
           DISPLAY ' '                                                  00129500
           DISPLAY '*************************'                          00129600
           DISPLAY '* END OF CAT815 PROGRAM *'                          00129700
           DISPLAY '*************************'                          00129800
           DISPLAY ' '.                                                 00129900
