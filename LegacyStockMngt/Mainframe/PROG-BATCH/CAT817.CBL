000001* PDX    - CAT817   C0369813 10/15/26 18:21:47 TBTIKUO            00000100
000001* CREATED FOR SSR 114484.  CONTRA-FIRM FAILURE (SIPC              00000200
000001* LIQUIDATION) CONTINGENCY PROCESSING.  WHEN A CONTRA BROKER-     00000300
000001* DEALER FAILED WE HAD OPEN TRANSFERS, SECURITIES AND CASH OWED   00000400
000001* BOTH WAYS AND NO QUICK WAY TO SEE THE EXPOSURE OR STOP NEW      00000500
000001* ACTIVITY.  OPERATIONS NOW PUTS THE FIRM UNDER CONTINGENCY ON    00000600
000001* ACATPCTG THROUGH PCTGTRAN ('F' FAILED, 'L' SIPC LIQUIDATION,    00000700
000001* 'C' CLEARED).  WHILE IT IS IN EFFECT ACATNEDT REFUSES NEW       00000800
000001* INTAKE WITH THE FIRM AND CAT713 SUSPENDS EVERY DELIVERY TO      00000900
000001* IT.  EACH RUN THIS STEP REPORTS, FOR EVERY FIRM UNDER           00001000
000001* CONTINGENCY, EVERY OPEN TRANSFER AND ASSET, RESIDUAL CREDIT,    00001100
000001* MARGIN PAYOFF AND UNPAID DIVIDEND / INTEREST CLAIM WITH THE     00001200
000001* FIRM VALUED AT THE LATEST DAILY PRICES, AND WRITES THE          00001300
000001* CUSTOMER-BY-CUSTOMER LIST THE TRUSTEE'S CLAIMS PROCESS ASKS     00001400
000001* FOR.                                                            00001500
       IDENTIFICATION DIVISION.                                         00001600
       PROGRAM-ID.  CAT817.                                             00001700
       AUTHOR.      LARRY MUREY.                                        00001800
       DATE-WRITTEN.  OCT 2026.                                         00001900
      *---------------------------------------------------------------* 00002000
      *                         REMARKS                               * 00002100
      * INPUT:  PCTGTRAN - CONTINGENCY TRANSACTIONS (OPTIONAL, FB 80) * 00002200
      *           ACTION(1) PRTCP(4) EFFECTIVE DATE(10, YYYY-MM-DD)   * 00002300
      *           TRUSTEE NAME(30) SIPC CASE NBR(12) OPER ID(8)       * 00002400
      *           ACTION 'F' = FAILED FIRM (NSCC CEASED TO ACT)       * 00002500
      *                  'L' = SIPC LIQUIDATION - ALSO RAISES AN      * 00002600
      *                        'F' ALREADY ON FILE                    * 00002700
      *                  'C' = CLEAR THE CONTINGENCY (DATE UNUSED)    * 00002800
      *         VTRNFR/VASSET - TRANSFERS BELOW '310' OTHER THAN      * 00002900
      *                         REJECTED ('140') WITH THE FIRM        * 00003000
      *         ACATMPAY - MARGIN PAYOFFS THE FIRM STILL OWES (CAT815)* 00003100
      *         ACATDVCL - OPEN DIVIDEND / INTEREST CLAIMS (CAT772)   * 00003200
      *         ACATFXRT - FX RATES THROUGH CATFXRT                   * 00003300
      * OUTPUT: ACATPCTG - ONE ROW PER FIRM AND EFFECTIVE DATE,       * 00003400
      *                    STATUS F / L IN EFFECT, C CLEARED          * 00003500
      *         SIPCCLM  - CATSIPC CUSTOMER CLAIMS LIST (200 FB)      * 00003600
      *         RPTPI    - TRANSACTION LOG AND EXPOSURE BY FIRM       * 00003700
      * VALUES ARE THE DAILY PRICE FEED'S VASSET AMOUNTS (CAT657) IN  * 00003800
      * USD.  INCOMING ASSETS AND RESIDUAL CREDITS ARE OWED TO US;    * 00003900
      * OUTGOING ASSETS ARE DELIVERIES STOPPED AND STILL HERE.        * 00004000
      * RC 4 WHEN A TRANSACTION IS REJECTED OR AN ASSET HAS NO        * 00004100
      * USABLE FX RATE.                                               * 00004200
      *---------------------------------------------------------------* 00004300
           EJECT                                                        00004400
      ***************************************************************** 00004500
       ENVIRONMENT DIVISION.                                            00004600
      ***************************************************************** 00004700
       INPUT-OUTPUT SECTION.                                            00004800
       FILE-CONTROL.                                                    00004900
           SELECT CTG-IN-FILE          ASSIGN  TO  PCTGTRAN             00005000
                                       FILE STATUS  IS PCTGTRAN-STAT.   00005100
           SELECT SIPC-FILE            ASSIGN  TO  SIPCCLM.             00005200
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00005300
                                                                        00005400
      ***************************************************************** 00005500
       DATA DIVISION.                                                   00005600
      ***************************************************************** 00005700
                                                                        00005800
       FILE SECTION.                                                    00005900
                                                                        00006000
       FD  CTG-IN-FILE                                                  00006100
           RECORDING MODE F                                             00006200
           BLOCK CONTAINS 0 RECORDS                                     00006300
           LABEL RECORDS ARE STANDARD                                   00006400
           RECORD CONTAINS 80 CHARACTERS.                               00006500
       01  CTG-IN-RECORD.                                               00006600
           05  CTG-ACTION-CD           PIC X(01).                       00006700
               88  CTG-FAILED                     VALUE 'F'.            00006800
               88  CTG-LIQUIDATION                VALUE 'L'.            00006900
               88  CTG-CLEAR                      VALUE 'C'.            00007000
           05  CTG-PRTCP               PIC X(04).                       00007100
           05  CTG-EFCTV-DT            PIC X(10).                       00007200
           05  CTG-TRUSTEE-NM          PIC X(30).                       00007300
           05  CTG-CASE-NBR            PIC X(12).                       00007400
           05  CTG-OPER-ID             PIC X(08).                       00007500
           05  FILLER                  PIC X(15).                       00007600
                                                                        00007700
       FD  SIPC-FILE                                                    00007800
           RECORDING MODE F                                             00007900
           BLOCK CONTAINS 0 RECORDS                                     00008000
           LABEL RECORDS ARE STANDARD                                   00008100
           RECORD CONTAINS 200 CHARACTERS.                              00008200
           COPY CATSIPC REPLACING ==:SIPC:== BY ==SIPC==.               00008300
                                                                        00008400
       FD  REPORT-FILE                                                  00008500
           RECORDING MODE F                                             00008600
           BLOCK CONTAINS 0 RECORDS                                     00008700
           LABEL RECORDS ARE STANDARD                                   00008800
           RECORD CONTAINS 132 CHARACTERS.                              00008900
       01  REPORT-RECORD                PIC  X(132).                    00009000
                                                                        00009100
           EJECT                                                        00009200
      ***************************************************************** 00009300
       WORKING-STORAGE SECTION.                                         00009400
      ***************************************************************** 00009500
                                                                        00009600
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00009700
                                                                        00009800
       01  CALL-MODULES.                                                00009900
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00010000
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00010100
                                                                        00010200
       01  PCTGTRAN-STAT                PIC  X(02)  VALUE SPACES.       00010300
           88  PCTGTRAN-OK                         VALUE '00'.          00010400
           88  PCTGTRAN-EOF                        VALUE '10'.          00010500
                                                                        00010600
       01  WS-END-OF-CTG-SW             PIC  X(01)  VALUE 'N'.          00010700
           88  WS-END-OF-CTG                       VALUE 'Y'.           00010800
       01  WS-END-OF-CUS-SW             PIC  X(01)  VALUE 'N'.          00010900
           88  WS-END-OF-CUS                       VALUE 'Y'.           00011000
       01  WS-END-OF-AST-SW             PIC  X(01)  VALUE 'N'.          00011100
           88  WS-END-OF-AST                       VALUE 'Y'.           00011200
       01  WS-END-OF-PAY-SW             PIC  X(01)  VALUE 'N'.          00011300
           88  WS-END-OF-PAY                       VALUE 'Y'.           00011400
       01  WS-END-OF-CLM-SW             PIC  X(01)  VALUE 'N'.          00011500
           88  WS-END-OF-CLM                       VALUE 'Y'.           00011600
                                                                        00011700
       01  WS-STALE-DAYS                PIC S9(03) COMP-3  VALUE +5.    00011800
                                                                        00011900
       01  WS-AS-OF-DT                  PIC  X(10)  VALUE SPACES.       00012000
       01  WS-AS-OF-DT-R                REDEFINES  WS-AS-OF-DT.         00012100
           05  WS-AS-OF-CCYY            PIC  X(04).                     00012200
           05  FILLER                   PIC  X(01).                     00012300
           05  WS-AS-OF-MM              PIC  X(02).                     00012400
           05  FILLER                   PIC  X(01).                     00012500
           05  WS-AS-OF-DD              PIC  X(02).                     00012600
       01  WS-RUN-TMSTP                 PIC  X(26)  VALUE SPACES.       00012700
                                                                        00012800
      *  HOST VARIABLES - A CONTINGENCY TRANSACTION AND THE ROW IN      00012900
      *  EFFECT FOR ITS FIRM.                                           00013000
       01  WS-TRN-AREA.                                                 00013100
           05  WS-TRN-PRTCP             PIC  X(04).                     00013200
           05  WS-TRN-STTS              PIC  X(01).                     00013300
           05  WS-TRN-EFCTV-DT          PIC  X(10).                     00013400
           05  WS-TRN-TRUSTEE-NM        PIC  X(30).                     00013500
           05  WS-TRN-CASE-NBR          PIC  X(12).                     00013600
           05  WS-TRN-OPER-ID           PIC  X(08).                     00013700
           05  WS-ACT-STTS              PIC  X(01).                     00013800
               88  WS-ACT-FAILED                   VALUE 'F'.           00013900
               88  WS-ACT-LIQUIDATION              VALUE 'L'.           00014000
           05  WS-ACT-EFCTV-DT          PIC  X(10).                     00014100
           05  WS-ACT-FOUND-SW          PIC  X(01).                     00014200
               88  WS-ACT-FOUND                    VALUE 'Y'.           00014300
       01  WS-CHK-DATE                  PIC  X(10)  VALUE SPACES.       00014400
       01  WS-CHK-CNT                   PIC S9(09) COMP    VALUE +0.    00014500
                                                                        00014600
      *  HOST VARIABLES - THE FIRM UNDER CONTINGENCY.                   00014700
       01  WS-CTG-AREA.                                                 00014800
           05  WS-CTG-PRTCP             PIC  X(04).                     00014900
           05  WS-CTG-PRTCP-NM          PIC  X(60).                     00015000
           05  WS-CTG-STTS              PIC  X(01).                     00015100
               88  WS-CTG-FAILED                   VALUE 'F'.           00015200
               88  WS-CTG-LIQUIDATION              VALUE 'L'.           00015300
           05  WS-CTG-EFCTV-DT          PIC  X(10).                     00015400
           05  WS-CTG-EFCTV-DT-R        REDEFINES  WS-CTG-EFCTV-DT.     00015500
               10  WS-CTG-EFCTV-CCYY    PIC  X(04).                     00015600
               10  FILLER               PIC  X(01).                     00015700
               10  WS-CTG-EFCTV-MM      PIC  X(02).                     00015800
               10  FILLER               PIC  X(01).                     00015900
               10  WS-CTG-EFCTV-DD      PIC  X(02).                     00016000
           05  WS-CTG-TRUSTEE-NM        PIC  X(30).                     00016100
           05  WS-CTG-CASE-NBR          PIC  X(12).                     00016200
                                                                        00016300
      *  HOST VARIABLES - ONE OF OUR CUSTOMER ACCOUNTS WITH EXPOSURE.   00016400
       01  WS-CUS-AREA.                                                 00016500
           05  WS-CUS-CLIENT            PIC  X(04).                     00016600
           05  WS-CUS-BRANCH            PIC  X(03).                     00016700
           05  WS-CUS-ACCT              PIC  X(05).                     00016800
           05  WS-CUS-NM                PIC  X(60).                     00016900
           05  WS-CUS-TIN               PIC  X(09).                     00017000
           05  WS-CUS-CNTRA-ACCT        PIC  X(20).                     00017100
           05  WS-CUS-TRNFR-CNT         PIC S9(05) COMP-3.              00017200
           05  WS-CUS-ASSET-CNT         PIC S9(05) COMP-3.              00017300
           05  WS-CUS-SEC-OWED          PIC S9(13)V99 COMP-3.           00017400
           05  WS-CUS-DLVR-STOP         PIC S9(13)V99 COMP-3.           00017500
           05  WS-CUS-CASH-CLM          PIC S9(13)V99 COMP-3.           00017600
           05  WS-CUS-CLM-TOT           PIC S9(13)V99 COMP-3.           00017700
                                                                        00017800
      *  HOST VARIABLES - ONE ASSET OF AN OPEN TRANSFER WITH THE FIRM   00017900
      *  (ASSET SEQ ZERO = TRANSFER WITH NO ASSET ROWS).                00018000
       01  WS-AST-AREA.                                                 00018100
           05  WS-AST-ACAT-CNTL         PIC  X(14).                     00018200
           05  WS-AST-SIDE              PIC  X(01).                     00018300
               88  WS-AST-INCOMING                 VALUE 'R'.           00018400
           05  WS-AST-TRNFR-TYPE        PIC  X(03).                     00018500
               88  WS-AST-RESIDUAL                 VALUE 'RCR'.         00018600
           05  WS-AST-STTS              PIC  X(03).                     00018700
           05  WS-AST-CNTRA-ACCT        PIC  X(20).                     00018800
           05  WS-AST-ASSET-SEQ         PIC S9(09) COMP.                00018900
           05  WS-AST-CUSIP             PIC  X(09).                     00019000
           05  WS-AST-SECURITY-ADP      PIC  X(07).                     00019100
           05  WS-AST-QTY               PIC S9(12)V9(5) COMP-3.         00019200
           05  WS-AST-AMT               PIC S9(13)V99 COMP-3.           00019300
           05  WS-AST-CRNCY             PIC  X(03).                     00019400
           05  WS-AST-PRC-DT            PIC  X(10).                     00019500
           05  WS-AST-PRC-DT-R          REDEFINES  WS-AST-PRC-DT.       00019600
               10  WS-AST-PRC-CCYY      PIC  X(04).                     00019700
               10  FILLER               PIC  X(01).                     00019800
               10  WS-AST-PRC-MM        PIC  X(02).                     00019900
               10  FILLER               PIC  X(01).                     00020000
               10  WS-AST-PRC-DD        PIC  X(02).                     00020100
           05  WS-AST-PRICE-IND         PIC  X(01).                     00020200
               88  WS-AST-PRICE-STALE              VALUE 'S'.           00020300
               88  WS-AST-NOT-PRICED               VALUE 'N'.           00020400
               88  WS-AST-NO-FX-RATE               VALUE 'F'.           00020500
       01  WS-USD-AMT                   PIC S9(13)V99 COMP-3  VALUE +0. 00020600
                                                                        00020700
      *  THE OPEN TRANSFER BEING ACCUMULATED FOR ITS REPORT LINE.       00020800
       01  WS-TFR-AREA.                                                 00020900
           05  WS-TFR-ACAT-CNTL         PIC  X(14)  VALUE SPACES.       00021000
           05  WS-TFR-SIDE              PIC  X(01).                     00021100
               88  WS-TFR-INCOMING                 VALUE 'R'.           00021200
           05  WS-TFR-TRNFR-TYPE        PIC  X(03).                     00021300
               88  WS-TFR-RESIDUAL                 VALUE 'RCR'.         00021400
           05  WS-TFR-STTS              PIC  X(03).                     00021500
           05  WS-TFR-CNTRA-ACCT        PIC  X(20).                     00021600
           05  WS-TFR-ASSET-CNT         PIC S9(05) COMP-3.              00021700
           05  WS-TFR-VAL               PIC S9(13)V99 COMP-3.           00021800
                                                                        00021900
      *  HOST VARIABLES - A MARGIN PAYOFF THE FIRM STILL OWES.          00022000
       01  WS-PAY-AREA.                                                 00022100
           05  WS-PAY-CLIENT            PIC  X(04).                     00022200
           05  WS-PAY-ACAT-CNTL         PIC  X(14).                     00022300
           05  WS-PAY-BRANCH            PIC  X(03).                     00022400
           05  WS-PAY-ACCT              PIC  X(05).                     00022500
           05  WS-PAY-EXP-STTL-DT       PIC  X(10).                     00022600
           05  WS-PAY-STTS-CD           PIC  X(01).                     00022700
           05  WS-PAY-PAYOFF-AMT        PIC S9(13)V99 COMP-3.           00022800
           05  WS-PAY-RCVD-AMT          PIC S9(13)V99 COMP-3.           00022900
           05  WS-PAY-OPEN-AMT          PIC S9(13)V99 COMP-3.           00023000
                                                                        00023100
      *  HOST VARIABLES - AN OPEN DIVIDEND / INTEREST CLAIM.            00023200
       01  WS-CLM-AREA.                                                 00023300
           05  WS-CLM-CLIENT            PIC  X(04).                     00023400
           05  WS-CLM-ACAT-CNTL         PIC  X(14).                     00023500
           05  WS-CLM-ASSET-SEQ         PIC S9(09) COMP.                00023600
           05  WS-CLM-BRANCH            PIC  X(03).                     00023700
           05  WS-CLM-ACCT              PIC  X(05).                     00023800
           05  WS-CLM-TYPE-CD           PIC  X(01).                     00023900
           05  WS-CLM-PAY-DT            PIC  X(10).                     00024000
           05  WS-CLM-AMT               PIC S9(13)V99 COMP-3.           00024100
           05  WS-CLM-PAID-AMT          PIC S9(13)V99 COMP-3.           00024200
           05  WS-CLM-OPEN-AMT          PIC S9(13)V99 COMP-3.           00024300
           05  WS-CLM-CNT               PIC S9(09) COMP.                00024400
                                                                        00024500
       01  WS-CATFXRT                   PIC  X(08) VALUE 'CATFXRT '.    00024600
           COPY CATFXRT REPLACING ==:FXRT:== BY ==FX==.                 00024700
                                                                        00024800
      *  EXPOSURE TO THE FIRM BEING REPORTED.                           00024900
       01  WS-FRM-TOTALS.                                               00025000
           05  WS-FRM-IN-CNT            PIC S9(07) COMP-3.              00025100
           05  WS-FRM-IN-VAL            PIC S9(15)V99 COMP-3.           00025200
           05  WS-FRM-RCR-CNT           PIC S9(07) COMP-3.              00025300
           05  WS-FRM-RCR-VAL           PIC S9(15)V99 COMP-3.           00025400
           05  WS-FRM-OUT-CNT           PIC S9(07) COMP-3.              00025500
           05  WS-FRM-OUT-VAL           PIC S9(15)V99 COMP-3.           00025600
           05  WS-FRM-PAY-CNT           PIC S9(07) COMP-3.              00025700
           05  WS-FRM-PAY-AMT           PIC S9(15)V99 COMP-3.           00025800
           05  WS-FRM-CLM-CNT           PIC S9(07) COMP-3.              00025900
           05  WS-FRM-CLM-AMT           PIC S9(15)V99 COMP-3.           00026000
           05  WS-FRM-OWED-TOT          PIC S9(15)V99 COMP-3.           00026100
           05  WS-FRM-ASSET-CNT         PIC S9(09) COMP-3.              00026200
           05  WS-FRM-CUST-CNT          PIC S9(09) COMP-3.              00026300
           05  WS-FRM-SIPC-TOT          PIC S9(15)V99 COMP-3.           00026400
           05  WS-FRM-STALE-CNT         PIC S9(07) COMP-3.              00026500
           05  WS-FRM-NOT-PRICED-CNT    PIC S9(07) COMP-3.              00026600
           05  WS-FRM-NO-FX-CNT         PIC S9(07) COMP-3.              00026700
                                                                        00026800
       01  WS-CNT-TRAN-READ             PIC S9(07) COMP-3  VALUE ZERO.  00026900
       01  WS-CNT-CTGY-SET              PIC S9(07) COMP-3  VALUE ZERO.  00027000
       01  WS-CNT-CTGY-CHANGED          PIC S9(07) COMP-3  VALUE ZERO.  00027100
       01  WS-CNT-CTGY-CLEARED          PIC S9(07) COMP-3  VALUE ZERO.  00027200
       01  WS-CNT-TRAN-REJ              PIC S9(07) COMP-3  VALUE ZERO.  00027300
       01  WS-CNT-FIRMS                 PIC S9(07) COMP-3  VALUE ZERO.  00027400
       01  WS-CNT-SIPC-CUST             PIC S9(09) COMP-3  VALUE ZERO.  00027500
       01  WS-CNT-FX-NORATE             PIC S9(07) COMP-3  VALUE ZERO.  00027600
                                                                        00027700
       01  WS-ACCEPT-DATE.                                              00027800
           05  WS-ACCEPT-YY             PIC  9(02).                     00027900
           05  WS-ACCEPT-MM             PIC  9(02).                     00028000
           05  WS-ACCEPT-DD             PIC  9(02).                     00028100
                                                                        00028200
       01  WS-DB2-MESSAGE-AREA.                                         00028300
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00028400
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00028500
               INDEXED BY WS-ERROR-INDEX.                               00028600
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00028700
                                                                        00028800
           EJECT                                                        00028900
       01  HDR1-RECORD.                                                 00029000
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00029100
           05  FILLER                   PIC  X(30)  VALUE               00029200
               'CAT817 - CONTRA-FIRM FAILURE C'.                        00029300
           05  FILLER                   PIC  X(30)  VALUE               00029400
               'ONTINGENCY EXPOSURE  PRICES:  '.                        00029500
           05  HDR1-AS-OF-DT            PIC  X(10).                     00029600
           05  FILLER                   PIC  X(13)  VALUE SPACES.       00029700
           05  FILLER                   PIC  X(06)  VALUE 'DATE: '.     00029800
           05  HDR1-DATE-MM             PIC  X(02).                     00029900
           05  FILLER                   PIC  X(01)  VALUE '/'.          00030000
           05  HDR1-DATE-DD             PIC  X(02).                     00030100
           05  FILLER                   PIC  X(01)  VALUE '/'.          00030200
           05  HDR1-DATE-YY             PIC  X(02).                     00030300
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00030400
                                                                        00030500
       01  DTL2-RECORD.                                                 00030600
           05  DTL2-CC                  PIC  X(01)  VALUE ' '.          00030700
           05  DTL2-KEY                 PIC  X(30).                     00030800
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00030900
           05  DTL2-OPER-ID             PIC  X(08).                     00031000
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00031100
           05  DTL2-MESSAGE             PIC  X(40).                     00031200
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00031300
           05  DTL2-TEXT                PIC  X(30).                     00031400
           05  FILLER                   PIC  X(17)  VALUE SPACES.       00031500
                                                                        00031600
       01  FRM1-RECORD.                                                 00031700
           05  FRM1-CC                  PIC  X(01)  VALUE '1'.          00031800
           05  FILLER                   PIC  X(05)  VALUE 'FIRM '.      00031900
           05  FRM1-PRTCP               PIC  X(04).                     00032000
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00032100
           05  FRM1-PRTCP-NM            PIC  X(40).                     00032200
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00032300
           05  FRM1-STTS-DESC           PIC  X(16).                     00032400
           05  FILLER                   PIC  X(12)  VALUE               00032500
               '  EFFECTIVE '.                                          00032600
           05  FRM1-EFCTV-DT            PIC  X(10).                     00032700
           05  FILLER                   PIC  X(40)  VALUE SPACES.       00032800
                                                                        00032900
       01  FRM2-RECORD.                                                 00033000
           05  FRM2-CC                  PIC  X(01)  VALUE ' '.          00033100
           05  FILLER                   PIC  X(09)  VALUE 'TRUSTEE: '.  00033200
           05  FRM2-TRUSTEE-NM          PIC  X(30).                     00033300
           05  FILLER                   PIC  X(13)  VALUE               00033400
               '  SIPC CASE: '.                                         00033500
           05  FRM2-CASE-NBR            PIC  X(12).                     00033600
           05  FILLER                   PIC  X(67)  VALUE SPACES.       00033700
                                                                        00033800
       01  SEC1-RECORD.                                                 00033900
           05  SEC1-CC                  PIC  X(01)  VALUE '0'.          00034000
           05  SEC1-TITLE               PIC  X(40).                     00034100
           05  FILLER                   PIC  X(91)  VALUE SPACES.       00034200
                                                                        00034300
       01  TFRH-RECORD.                                                 00034400
           05  TFRH-CC                  PIC  X(01)  VALUE ' '.          00034500
           05  FILLER                   PIC  X(30)  VALUE               00034600
               ' CLNT BRN ACCT   CONTROL NBR  '.                        00034700
           05  FILLER                   PIC  X(30)  VALUE               00034800
               '  S TYP STS CONTRA ACCOUNT    '.                        00034900
           05  FILLER                   PIC  X(30)  VALUE               00035000
               '     ASSETS        VALUE (USD)'.                        00035100
           05  FILLER                   PIC  X(30)  VALUE               00035200
               ' CUSTOMER                     '.                        00035300
           05  FILLER                   PIC  X(11)  VALUE SPACES.       00035400
                                                                        00035500
       01  TFR1-RECORD.                                                 00035600
           05  TFR1-CC                  PIC  X(01)  VALUE ' '.          00035700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00035800
           05  TFR1-CLIENT              PIC  X(04).                     00035900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00036000
           05  TFR1-BRANCH              PIC  X(03).                     00036100
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00036200
           05  TFR1-ACCT                PIC  X(05).                     00036300
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00036400
           05  TFR1-ACAT-CNTL           PIC  X(14).                     00036500
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00036600
           05  TFR1-SIDE                PIC  X(01).                     00036700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00036800
           05  TFR1-TRNFR-TYPE          PIC  X(03).                     00036900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00037000
           05  TFR1-STTS                PIC  X(03).                     00037100
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00037200
           05  TFR1-CNTRA-ACCT          PIC  X(20).                     00037300
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00037400
           05  TFR1-ASSET-CNT           PIC  ZZ,ZZ9.                    00037500
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00037600
           05  TFR1-VAL                 PIC  ZZ,ZZZ,ZZZ,ZZ9.99-.        00037700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00037800
           05  TFR1-CUST-NM             PIC  X(30).                     00037900
           05  FILLER                   PIC  X(12)  VALUE SPACES.       00038000
                                                                        00038100
       01  PAYH-RECORD.                                                 00038200
           05  PAYH-CC                  PIC  X(01)  VALUE ' '.          00038300
           05  FILLER                   PIC  X(30)  VALUE               00038400
               ' CLNT CONTROL NBR    BRN ACCT '.                        00038500
           05  FILLER                   PIC  X(30)  VALUE               00038600
               ' EXP SETTLE S             PAYO'.                        00038700
           05  FILLER                   PIC  X(30)  VALUE               00038800
               'FF           RECEIVED         '.                        00038900
           05  FILLER                   PIC  X(30)  VALUE               00039000
               'OUTSTANDING                   '.                        00039100
           05  FILLER                   PIC  X(11)  VALUE SPACES.       00039200
                                                                        00039300
       01  PAY1-RECORD.                                                 00039400
           05  PAY1-CC                  PIC  X(01)  VALUE ' '.          00039500
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00039600
           05  PAY1-CLIENT              PIC  X(04).                     00039700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00039800
           05  PAY1-ACAT-CNTL           PIC  X(14).                     00039900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00040000
           05  PAY1-BRANCH              PIC  X(03).                     00040100
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00040200
           05  PAY1-ACCT                PIC  X(05).                     00040300
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00040400
           05  PAY1-EXP-STTL-DT         PIC  X(10).                     00040500
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00040600
           05  PAY1-STTS-CD             PIC  X(01).                     00040700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00040800
           05  PAY1-PAYOFF-AMT          PIC  ZZ,ZZZ,ZZZ,ZZ9.99-.        00040900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00041000
           05  PAY1-RCVD-AMT            PIC  ZZ,ZZZ,ZZZ,ZZ9.99-.        00041100
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00041200
           05  PAY1-OPEN-AMT            PIC  ZZ,ZZZ,ZZZ,ZZ9.99-.        00041300
           05  FILLER                   PIC  X(31)  VALUE SPACES.       00041400
                                                                        00041500
       01  CLMH-RECORD.                                                 00041600
           05  CLMH-CC                  PIC  X(01)  VALUE ' '.          00041700
           05  FILLER                   PIC  X(30)  VALUE               00041800
               ' CLNT CONTROL NBR      ASSET B'.                        00041900
           05  FILLER                   PIC  X(30)  VALUE               00042000
               'RN ACCT  T PAY DATE           '.                        00042100
           05  FILLER                   PIC  X(30)  VALUE               00042200
               '    CLAIM               PAID  '.                        00042300
           05  FILLER                   PIC  X(30)  VALUE               00042400
               '       OUTSTANDING            '.                        00042500
           05  FILLER                   PIC  X(11)  VALUE SPACES.       00042600
                                                                        00042700
       01  CLM1-RECORD.                                                 00042800
           05  CLM1-CC                  PIC  X(01)  VALUE ' '.          00042900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00043000
           05  CLM1-CLIENT              PIC  X(04).                     00043100
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00043200
           05  CLM1-ACAT-CNTL           PIC  X(14).                     00043300
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00043400
           05  CLM1-ASSET-SEQ           PIC  ZZZZZ9.                    00043500
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00043600
           05  CLM1-BRANCH              PIC  X(03).                     00043700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00043800
           05  CLM1-ACCT                PIC  X(05).                     00043900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00044000
           05  CLM1-TYPE-CD             PIC  X(01).                     00044100
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00044200
           05  CLM1-PAY-DT              PIC  X(10).                     00044300
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00044400
           05  CLM1-AMT                 PIC  ZZ,ZZZ,ZZZ,ZZ9.99-.        00044500
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00044600
           05  CLM1-PAID-AMT            PIC  ZZ,ZZZ,ZZZ,ZZ9.99-.        00044700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00044800
           05  CLM1-OPEN-AMT            PIC  ZZ,ZZZ,ZZZ,ZZ9.99-.        00044900
           05  FILLER                   PIC  X(24)  VALUE SPACES.       00045000
                                                                        00045100
       01  NONE-RECORD.                                                 00045200
           05  NONE-CC                  PIC  X(01)  VALUE ' '.          00045300
           05  FILLER                   PIC  X(05)  VALUE SPACES.       00045400
           05  NONE-TEXT                PIC  X(40).                     00045500
           05  FILLER                   PIC  X(86)  VALUE SPACES.       00045600
                                                                        00045700
       01  SUM1-RECORD.                                                 00045800
           05  SUM1-CC                  PIC  X(01)  VALUE ' '.          00045900
           05  SUM1-LABEL               PIC  X(32).                     00046000
           05  SUM1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00046100
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00046200
           05  SUM1-AMOUNT              PIC  ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.   00046300
           05  FILLER                   PIC  X(63)  VALUE SPACES.       00046400
                                                                        00046500
       01  TRL1-RECORD.                                                 00046600
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00046700
           05  TRL1-LABEL               PIC  X(32).                     00046800
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00046900
           05  FILLER                   PIC  X(88)  VALUE SPACES.       00047000
                                                                        00047100
           EJECT                                                        00047200
      *DB2 COMMUNICATION AREA                                           00047300
           EXEC SQL                                                     00047400
              INCLUDE SQLCA                                             00047500
           END-EXEC.                                                    00047600
                                                                        00047700
      *----------------------------------------------------------------*00047800
      *  FIRMS UNDER CONTINGENCY TODAY.                                *00047900
      *----------------------------------------------------------------*00048000
           EXEC SQL                                                     00048100
              DECLARE CTGCSR CURSOR FOR                                 00048200
                 SELECT G.PRTCP_NBR                                     00048300
                       ,VALUE(P.PRTCP_NM, ' ')                          00048400
                       ,G.CTGY_STTS_CD                                  00048500
                       ,CHAR(G.EFCTV_DT, ISO)                           00048600
                       ,G.TRUSTEE_NM                                    00048700
                       ,G.CASE_NBR                                      00048800
                 FROM  ACATPCTG G                                       00048900
                       LEFT OUTER JOIN VPRTCPPF P                       00049000
                          ON  P.PRTCP_NBR = G.PRTCP_NBR                 00049100
                 WHERE G.CTGY_STTS_CD IN ('F', 'L')                     00049200
                   AND G.EFCTV_DT     <= CURRENT DATE                   00049300
                 ORDER BY 1                                             00049400
                 FOR READ ONLY WITH UR                                  00049500
           END-EXEC.                                                    00049600
                                                                        00049700
      *----------------------------------------------------------------*00049800
      *  OUR CUSTOMER ACCOUNTS WITH AN OPEN TRANSFER OR AN UNPAID      *00049900
      *  CLAIM WITH THE FIRM.  THE FIRM IS THE DELIVERER ON A RECEIVE  *00050000
      *  AND THE RECEIVER ON A DELIVERY.  A CLAIM'S TRANSFER MAY BE    *00050100
      *  SETTLED AND ARCHIVED, SO ITS NAME AND TIN COME FROM WHICHEVER *00050200
      *  TABLE STILL HOLDS IT.                                         *00050300
      *----------------------------------------------------------------*00050400
           EXEC SQL                                                     00050500
              DECLARE CUSCSR CURSOR FOR                                 00050600
                 SELECT X.CLIENT_NBR                                    00050700
                       ,X.BRANCH_CD                                     00050800
                       ,X.ACCT_CD                                       00050900
                       ,MAX(X.CUST_NM)                                  00051000
                       ,MAX(X.SS_NBR)                                   00051100
                 FROM (SELECT T.CLIENT_NBR                              00051200
                             ,T.BRANCH_CD                               00051300
                             ,T.ACCT_CD                                 00051400
                             ,VALUE(T.RCV_CUST_NM, ' ')     AS CUST_NM  00051500
                             ,VALUE(T.RCV_SS_PRIM_NBR, ' ') AS SS_NBR   00051600
                       FROM  VTRNFR T                                   00051700
                       WHERE T.STTS_CD  < '310'                         00051800
                         AND T.STTS_CD <> '140'                         00051900
                         AND ((T.DSTBN_SIDE_CD  = 'R'                   00052000
                               AND T.DLVR_NBR   = :WS-CTG-PRTCP)        00052100
                          OR  (T.DSTBN_SIDE_CD <> 'R'                   00052200
                               AND T.RCV_NBR    = :WS-CTG-PRTCP))       00052300
                       UNION ALL                                        00052400
                       SELECT C.CLIENT_NBR                              00052500
                             ,C.BRANCH_CD                               00052600
                             ,C.ACCT_CD                                 00052700
                             ,VALUE(T.RCV_CUST_NM, H.RCV_CUST_NM, ' ')  00052800
                             ,VALUE(T.RCV_SS_PRIM_NBR,                  00052900
                                    H.RCV_SS_PRIM_NBR, ' ')             00053000
                       FROM  ACATDVCL C                                 00053100
                             LEFT OUTER JOIN VTRNFR T                   00053200
                                ON  T.CLIENT_NBR       = C.CLIENT_NBR   00053300
                                AND T.ACAT_CONTROL_NBR =                00053400
                                                    C.ACAT_CONTROL_NBR  00053500
                             LEFT OUTER JOIN VTRNHSTY H                 00053600
                                ON  H.CLIENT_NBR       = C.CLIENT_NBR   00053700
                                AND H.ACAT_CONTROL_NBR =                00053800
                                                    C.ACAT_CONTROL_NBR  00053900
                       WHERE C.DLVR_NBR    = :WS-CTG-PRTCP              00054000
                         AND C.CLM_STTS_CD = 'O') X                     00054100
                 GROUP BY X.CLIENT_NBR, X.BRANCH_CD, X.ACCT_CD          00054200
                 ORDER BY 1, 2, 3                                       00054300
                 FOR READ ONLY WITH UR                                  00054400
           END-EXEC.                                                    00054500
                                                                        00054600
      *----------------------------------------------------------------*00054700
      *  THE CUSTOMER'S OPEN TRANSFERS WITH THE FIRM AND THEIR ASSETS. *00054800
      *  THE PRICE INDICATOR COMPARES THE LAST DAILY PRICE DATE WITH   *00054900
      *  TODAY.                                                        *00055000
      *----------------------------------------------------------------*00055100
           EXEC SQL                                                     00055200
              DECLARE ASTCSR CURSOR FOR                                 00055300
                 SELECT T.ACAT_CONTROL_NBR                              00055400
                       ,T.DSTBN_SIDE_CD                                 00055500
                       ,T.TRNFR_TYPE_CD                                 00055600
                       ,T.STTS_CD                                       00055700
                       ,CASE WHEN T.DSTBN_SIDE_CD = 'R'                 00055800
                             THEN VALUE(T.ACCT_DLVR_NBR, ' ')           00055900
                             ELSE VALUE(T.ACCT_RCV_NBR, ' ')            00056000
                        END                                             00056100
                       ,VALUE(A.ASSET_SEQ_NBR, 0)                       00056200
                       ,VALUE(A.ISIN_SEC_ISSUE_CD, ' ')                 00056300
                       ,VALUE(A.SECURITY_ADP_NBR, ' ')                  00056400
                       ,VALUE(A.ASSET_QTY, 0)                           00056500
                       ,VALUE(A.ASSET_AMT, 0)                           00056600
                       ,VALUE(A.CRNCY_CD, 'USD')                        00056700
                       ,VALUE(CHAR(A.ASSET_PRC_DT, ISO), ' ')           00056800
                       ,CASE WHEN A.ASSET_SEQ_NBR IS NULL               00056900
                             THEN ' '                                   00057000
                             WHEN A.ASSET_PRC_DT IS NULL                00057100
                             THEN 'N'                                   00057200
                             WHEN A.ASSET_PRC_DT < CURRENT DATE         00057300
                                  - :WS-STALE-DAYS DAYS                 00057400
                             THEN 'S'                                   00057500
                             ELSE 'Y'                                   00057600
                        END                                             00057700
                 FROM  VTRNFR T                                         00057800
                       LEFT OUTER JOIN VASSET A                         00057900
                          ON  A.CLIENT_NBR       = T.CLIENT_NBR         00058000
                          AND A.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR   00058100
                 WHERE T.CLIENT_NBR   = :WS-CUS-CLIENT                  00058200
                   AND T.BRANCH_CD    = :WS-CUS-BRANCH                  00058300
                   AND T.ACCT_CD      = :WS-CUS-ACCT                    00058400
                   AND T.STTS_CD      < '310'                           00058500
                   AND T.STTS_CD     <> '140'                           00058600
                   AND ((T.DSTBN_SIDE_CD  = 'R'                         00058700
                         AND T.DLVR_NBR   = :WS-CTG-PRTCP)              00058800
                    OR  (T.DSTBN_SIDE_CD <> 'R'                         00058900
                         AND T.RCV_NBR    = :WS-CTG-PRTCP))             00059000
                 ORDER BY 1, 6                                          00059100
                 FOR READ ONLY WITH UR                                  00059200
           END-EXEC.                                                    00059300
                                                                        00059400
      *----------------------------------------------------------------*00059500
      *  MARGIN PAYOFFS THE FIRM HAS NOT PAID IN FULL (CAT815).        *00059600
      *----------------------------------------------------------------*00059700
           EXEC SQL                                                     00059800
              DECLARE PAYCSR CURSOR FOR                                 00059900
                 SELECT CLIENT_NBR                                      00060000
                       ,ACAT_CONTROL_NBR                                00060100
                       ,BRANCH_CD                                       00060200
                       ,ACCT_CD                                         00060300
                       ,VALUE(CHAR(EXP_STTLM_DT, ISO), ' ')             00060400
                       ,PAY_STTS_CD                                     00060500
                       ,PAYOFF_AMT                                      00060600
                       ,RCVD_AMT                                        00060700
                 FROM  ACATMPAY                                         00060800
                 WHERE CNTRA_PRTCP_NBR = :WS-CTG-PRTCP                  00060900
                   AND PAY_STTS_CD    IN ('E', 'U', 'S')                00061000
                 ORDER BY 1, 2                                          00061100
                 FOR READ ONLY WITH UR                                  00061200
           END-EXEC.                                                    00061300
                                                                        00061400
      *----------------------------------------------------------------*00061500
      *  DIVIDEND / INTEREST CLAIMS AGAINST THE FIRM STILL OPEN        *00061600
      *  (CAT772).                                                     *00061700
      *----------------------------------------------------------------*00061800
           EXEC SQL                                                     00061900
              DECLARE CLMCSR CURSOR FOR                                 00062000
                 SELECT CLIENT_NBR                                      00062100
                       ,ACAT_CONTROL_NBR                                00062200
                       ,ASSET_SEQ_NBR                                   00062300
                       ,BRANCH_CD                                       00062400
                       ,ACCT_CD                                         00062500
                       ,CLM_TYPE_CD                                     00062600
                       ,VALUE(CHAR(PAY_DT, ISO), ' ')                   00062700
                       ,CLM_AMT                                         00062800
                       ,PAID_AMT                                        00062900
                 FROM  ACATDVCL                                         00063000
                 WHERE DLVR_NBR    = :WS-CTG-PRTCP                      00063100
                   AND CLM_STTS_CD = 'O'                                00063200
                 ORDER BY 1, 2, 3                                       00063300
                 FOR READ ONLY WITH UR                                  00063400
           END-EXEC.                                                    00063500
                                                                        00063600
           EJECT                                                        00063700
      ***************************************************************** 00063800
       PROCEDURE DIVISION.                                              00063900
      ***************************************************************** 00064000
                                                                        00064100
           DISPLAY '*** CAT817 - CONTRA-FIRM FAILURE CONTINGENCY ***'.  00064200
                                                                        00064300
           PERFORM 1000-INITIAL-RTN.                                    00064400
                                                                        00064500
           EXEC SQL                                                     00064600
              OPEN CTGCSR                                               00064700
           END-EXEC.                                                    00064800
           IF SQLCODE NOT = +0                                          00064900
              PERFORM 8000-DB2-ERROR-RTN                                00065000
           END-IF.                                                      00065100
                                                                        00065200
           PERFORM 2000-PROCESS-FIRM-RTN THRU 2000-EXIT                 00065300
              UNTIL WS-END-OF-CTG.                                      00065400
                                                                        00065500
           EXEC SQL                                                     00065600
              CLOSE CTGCSR                                              00065700
           END-EXEC.                                                    00065800
                                                                        00065900
           IF WS-CNT-FIRMS = ZERO                                       00066000
              MOVE 'NO PARTICIPANT IS UNDER CONTINGENCY     '           00066100
                                            TO  NONE-TEXT               00066200
              WRITE REPORT-RECORD         FROM  NONE-RECORD             00066300
           END-IF.                                                      00066400
                                                                        00066500
           PERFORM 9000-EOJ-RTN.                                        00066600
                                                                        00066700
           GOBACK.                                                      00066800
                                                                        00066900
           EJECT                                                        00067000
      *****************                                                 00067100
       1000-INITIAL-RTN.                                                00067200
      *****************                                                 00067300
                                                                        00067400
           OPEN OUTPUT  SIPC-FILE                                       00067500
                        REPORT-FILE.                                    00067600
                                                                        00067700
           EXEC SQL                                                     00067800
              SELECT CHAR(CURRENT DATE, ISO)                            00067900
                    ,CHAR(CURRENT TIMESTAMP)                            00068000
                INTO :WS-AS-OF-DT                                       00068100
                    ,:WS-RUN-TMSTP                                      00068200
                FROM SYSIBM.SYSDUMMY1                                   00068300
           END-EXEC.                                                    00068400
           IF SQLCODE NOT = +0                                          00068500
              PERFORM 8000-DB2-ERROR-RTN                                00068600
           END-IF.                                                      00068700
                                                                        00068800
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00068900
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00069000
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00069100
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00069200
           MOVE WS-AS-OF-DT                 TO  HDR1-AS-OF-DT.          00069300
           WRITE REPORT-RECORD            FROM  HDR1-RECORD.            00069400
                                                                        00069500
           MOVE 'CONTINGENCY TRANSACTIONS                '              00069600
                                            TO  SEC1-TITLE.             00069700
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00069800
                                                                        00069900
           OPEN INPUT   CTG-IN-FILE.                                    00070000
           IF PCTGTRAN-OK                                               00070100
               PERFORM 1200-APPLY-TRAN-RTN                              00070200
                   THRU 1200-EXIT                                       00070300
                 UNTIL PCTGTRAN-EOF                                     00070400
              CLOSE CTG-IN-FILE                                         00070500
              EXEC SQL                                                  00070600
                 COMMIT                                                 00070700
              END-EXEC                                                  00070800
           ELSE                                                         00070900
              DISPLAY 'CAT817 - NO PCTGTRAN FILE, STATUS = '            00071000
                       PCTGTRAN-STAT                                    00071100
           END-IF.                                                      00071200
                                                                        00071300
           IF WS-CNT-TRAN-READ = ZERO                                   00071400
              MOVE 'NO TRANSACTIONS                         '           00071500
                                            TO  NONE-TEXT               00071600
              WRITE REPORT-RECORD         FROM  NONE-RECORD             00071700
           END-IF.                                                      00071800
                                                                        00071900
      *---------------------------------------------------------------  00072000
      * 1200-APPLY-TRAN-RTN - ONE CONTINGENCY TRANSACTION.  A FIRM HAS  00072100
      * AT MOST ONE ROW IN EFFECT; 'F' OR 'L' ON A FIRM ALREADY UNDER   00072200
      * CONTINGENCY CHANGES THAT ROW (A LIQUIDATION IS NOT LOWERED      00072300
      * BACK TO FAILED), OTHERWISE IT ADDS A ROW FOR THE DATE GIVEN.    00072400
      *---------------------------------------------------------------  00072500
       1200-APPLY-TRAN-RTN.                                             00072600
                                                                        00072700
           READ CTG-IN-FILE                                             00072800
               AT END                                                   00072900
                   SET PCTGTRAN-EOF         TO  TRUE                    00073000
                   GO TO 1200-EXIT                                      00073100
           END-READ.                                                    00073200
                                                                        00073300
           ADD 1                            TO  WS-CNT-TRAN-READ.       00073400
           MOVE CTG-PRTCP                   TO  WS-TRN-PRTCP.           00073500
           MOVE CTG-ACTION-CD               TO  WS-TRN-STTS.            00073600
           MOVE CTG-EFCTV-DT                TO  WS-TRN-EFCTV-DT.        00073700
           MOVE CTG-TRUSTEE-NM              TO  WS-TRN-TRUSTEE-NM.      00073800
           MOVE CTG-CASE-NBR                TO  WS-TRN-CASE-NBR.        00073900
           MOVE CTG-OPER-ID                 TO  WS-TRN-OPER-ID.         00074000
           MOVE SPACES                      TO  DTL2-KEY.               00074100
           STRING CTG-ACTION-CD ' FIRM ' CTG-PRTCP ' ' CTG-EFCTV-DT     00074200
              DELIMITED BY SIZE           INTO  DTL2-KEY.               00074300
           MOVE CTG-OPER-ID                 TO  DTL2-OPER-ID.           00074400
           MOVE CTG-TRUSTEE-NM              TO  DTL2-TEXT.              00074500
                                                                        00074600
           IF (NOT CTG-FAILED AND NOT CTG-LIQUIDATION                   00074700
                              AND NOT CTG-CLEAR)                        00074800
           OR CTG-PRTCP = SPACES                                        00074900
           OR CTG-OPER-ID = SPACES                                      00075000
              ADD 1                         TO  WS-CNT-TRAN-REJ         00075100
              MOVE 'REJECTED - INVALID ACTION, FIRM OR OPER '           00075200
                                            TO  DTL2-MESSAGE            00075300
              PERFORM 1600-WRITE-LOG-RTN                                00075400
              GO TO 1200-EXIT                                           00075500
           END-IF.                                                      00075600
                                                                        00075700
           MOVE 'N'                         TO  WS-ACT-FOUND-SW.        00075800
           EXEC SQL                                                     00075900
              SELECT CTGY_STTS_CD                                       00076000
                    ,CHAR(EFCTV_DT, ISO)                                00076100
                INTO :WS-ACT-STTS                                       00076200
                    ,:WS-ACT-EFCTV-DT                                   00076300
                FROM ACATPCTG                                           00076400
               WHERE PRTCP_NBR     = :WS-TRN-PRTCP                      00076500
                 AND CTGY_STTS_CD IN ('F', 'L')                         00076600
           END-EXEC.                                                    00076700
           EVALUATE SQLCODE                                             00076800
              WHEN +0                                                   00076900
                 SET WS-ACT-FOUND           TO  TRUE                    00077000
              WHEN +100                                                 00077100
                 CONTINUE                                               00077200
              WHEN OTHER                                                00077300
                 PERFORM 8000-DB2-ERROR-RTN                             00077400
           END-EVALUATE.                                                00077500
                                                                        00077600
           IF CTG-CLEAR                                                 00077700
              PERFORM 1400-CLEAR-RTN THRU 1400-EXIT                     00077800
           ELSE                                                         00077900
              PERFORM 1500-SET-RTN THRU 1500-EXIT                       00078000
           END-IF.                                                      00078100
                                                                        00078200
       1200-EXIT.                                                       00078300
           EXIT.                                                        00078400
                                                                        00078500
      *---------------------------------------------------------------  00078600
      * 1400-CLEAR-RTN - LIFT THE CONTINGENCY IN EFFECT.  THE ROW IS    00078700
      * KEPT, CLEARED, AS THE RECORD OF THE EPISODE.                    00078800
      *---------------------------------------------------------------  00078900
       1400-CLEAR-RTN.                                                  00079000
                                                                        00079100
           IF NOT WS-ACT-FOUND                                          00079200
              ADD 1                         TO  WS-CNT-TRAN-REJ         00079300
              MOVE 'REJECTED - FIRM NOT UNDER CONTINGENCY   '           00079400
                                            TO  DTL2-MESSAGE            00079500
              PERFORM 1600-WRITE-LOG-RTN                                00079600
              GO TO 1400-EXIT                                           00079700
           END-IF.                                                      00079800
                                                                        00079900
           EXEC SQL                                                     00080000
              UPDATE ACATPCTG                                           00080100
                 SET CTGY_STTS_CD = 'C'                                 00080200
                    ,CLR_OPER_ID  = :WS-TRN-OPER-ID                     00080300
                    ,CLR_TMSTP    = CURRENT TIMESTAMP                   00080400
                    ,PRGM_NM      = 'CAT817'                            00080500
               WHERE PRTCP_NBR    = :WS-TRN-PRTCP                       00080600
                 AND EFCTV_DT     = :WS-ACT-EFCTV-DT                    00080700
           END-EXEC.                                                    00080800
           IF SQLCODE NOT = +0                                          00080900
              PERFORM 8000-DB2-ERROR-RTN                                00081000
           END-IF.                                                      00081100
                                                                        00081200
           ADD 1                            TO  WS-CNT-CTGY-CLEARED.    00081300
           MOVE 'CONTINGENCY CLEARED                     '              00081400
                                            TO  DTL2-MESSAGE.           00081500
           PERFORM 1600-WRITE-LOG-RTN.                                  00081600
                                                                        00081700
       1400-EXIT.                                                       00081800
           EXIT.                                                        00081900
                                                                        00082000
      *---------------------------------------------------------------  00082100
      * 1500-SET-RTN - PUT THE FIRM UNDER CONTINGENCY, OR CHANGE THE    00082200
      * ROW IN EFFECT.  A BLANK TRUSTEE OR CASE NUMBER ON A CHANGE      00082300
      * KEEPS WHAT IS ON FILE.                                          00082400
      *---------------------------------------------------------------  00082500
       1500-SET-RTN.                                                    00082600
                                                                        00082700
           IF WS-ACT-FOUND                                              00082800
              IF WS-ACT-LIQUIDATION AND CTG-FAILED                      00082900
                 ADD 1                      TO  WS-CNT-TRAN-REJ         00083000
                 MOVE 'REJECTED - FIRM ALREADY IN LIQUIDATION  '        00083100
                                            TO  DTL2-MESSAGE            00083200
                 PERFORM 1600-WRITE-LOG-RTN                             00083300
                 GO TO 1500-EXIT                                        00083400
              END-IF                                                    00083500
              EXEC SQL                                                  00083600
                 UPDATE ACATPCTG                                        00083700
                    SET CTGY_STTS_CD = :WS-TRN-STTS                     00083800
                       ,TRUSTEE_NM   = CASE WHEN :WS-TRN-TRUSTEE-NM     00083900
                                                  = ' '                 00084000
                                            THEN TRUSTEE_NM             00084100
                                            ELSE :WS-TRN-TRUSTEE-NM     00084200
                                       END                              00084300
                       ,CASE_NBR     = CASE WHEN :WS-TRN-CASE-NBR       00084400
                                                  = ' '                 00084500
                                            THEN CASE_NBR               00084600
                                            ELSE :WS-TRN-CASE-NBR       00084700
                                       END                              00084800
                       ,SET_OPER_ID  = :WS-TRN-OPER-ID                  00084900
                       ,SET_TMSTP    = CURRENT TIMESTAMP                00085000
                       ,PRGM_NM      = 'CAT817'                         00085100
                  WHERE PRTCP_NBR    = :WS-TRN-PRTCP                    00085200
                    AND EFCTV_DT     = :WS-ACT-EFCTV-DT                 00085300
              END-EXEC                                                  00085400
              IF SQLCODE NOT = +0                                       00085500
                 PERFORM 8000-DB2-ERROR-RTN                             00085600
              END-IF                                                    00085700
              ADD 1                         TO  WS-CNT-CTGY-CHANGED     00085800
              MOVE 'CONTINGENCY IN EFFECT CHANGED           '           00085900
                                            TO  DTL2-MESSAGE            00086000
              PERFORM 1600-WRITE-LOG-RTN                                00086100
              GO TO 1500-EXIT                                           00086200
           END-IF.                                                      00086300
                                                                        00086400
           EXEC SQL                                                     00086500
              SELECT  CHAR(DATE(:WS-TRN-EFCTV-DT), ISO)                 00086600
                INTO :WS-CHK-DATE                                       00086700
                FROM  SYSIBM.SYSDUMMY1                                  00086800
           END-EXEC.                                                    00086900
           EVALUATE SQLCODE                                             00087000
              WHEN +0                                                   00087100
                 CONTINUE                                               00087200
              WHEN -180                                                 00087300
              WHEN -181                                                 00087400
                 ADD 1                      TO  WS-CNT-TRAN-REJ         00087500
                 MOVE 'REJECTED - INVALID EFFECTIVE DATE       '        00087600
                                            TO  DTL2-MESSAGE            00087700
                 PERFORM 1600-WRITE-LOG-RTN                             00087800
                 GO TO 1500-EXIT                                        00087900
              WHEN OTHER                                                00088000
                 PERFORM 8000-DB2-ERROR-RTN                             00088100
           END-EVALUATE.                                                00088200
           MOVE WS-CHK-DATE                 TO  WS-TRN-EFCTV-DT.        00088300
                                                                        00088400
           EXEC SQL                                                     00088500
              SELECT COUNT(*)                                           00088600
                INTO :WS-CHK-CNT                                        00088700
                FROM VPRTCPPF                                           00088800
               WHERE PRTCP_NBR = :WS-TRN-PRTCP                          00088900
           END-EXEC.                                                    00089000
           IF SQLCODE NOT = +0                                          00089100
              PERFORM 8000-DB2-ERROR-RTN                                00089200
           END-IF.                                                      00089300
           IF WS-CHK-CNT = +0                                           00089400
              ADD 1                         TO  WS-CNT-TRAN-REJ         00089500
              MOVE 'REJECTED - FIRM NOT ON VPRTCPPF         '           00089600
                                            TO  DTL2-MESSAGE            00089700
              PERFORM 1600-WRITE-LOG-RTN                                00089800
              GO TO 1500-EXIT                                           00089900
           END-IF.                                                      00090000
                                                                        00090100
           EXEC SQL                                                     00090200
              INSERT INTO ACATPCTG                                      00090300
                    (PRTCP_NBR                                          00090400
                    ,EFCTV_DT                                           00090500
                    ,CTGY_STTS_CD                                       00090600
                    ,TRUSTEE_NM                                         00090700
                    ,CASE_NBR                                           00090800
                    ,SET_OPER_ID                                        00090900
                    ,SET_TMSTP                                          00091000
                    ,CLR_OPER_ID                                        00091100
                    ,CLR_TMSTP                                          00091200
                    ,PRGM_NM)                                           00091300
              VALUES                                                    00091400
                    (:WS-TRN-PRTCP                                      00091500
                    ,:WS-TRN-EFCTV-DT                                   00091600
                    ,:WS-TRN-STTS                                       00091700
                    ,:WS-TRN-TRUSTEE-NM                                 00091800
                    ,:WS-TRN-CASE-NBR                                   00091900
                    ,:WS-TRN-OPER-ID                                    00092000
                    ,CURRENT TIMESTAMP                                  00092100
                    ,' '                                                00092200
                    ,NULL                                               00092300
                    ,'CAT817')                                          00092400
           END-EXEC.                                                    00092500
                                                                        00092600
           EVALUATE SQLCODE                                             00092700
              WHEN +0                                                   00092800
                 ADD 1                      TO  WS-CNT-CTGY-SET         00092900
                 MOVE 'FIRM PUT UNDER CONTINGENCY              '        00093000
                                            TO  DTL2-MESSAGE            00093100
              WHEN -803                                                 00093200
                 ADD 1                      TO  WS-CNT-TRAN-REJ         00093300
                 MOVE 'REJECTED - CLEARED ROW ON FILE FOR DATE '        00093400
                                            TO  DTL2-MESSAGE            00093500
              WHEN OTHER                                                00093600
                 PERFORM 8000-DB2-ERROR-RTN                             00093700
           END-EVALUATE.                                                00093800
           PERFORM 1600-WRITE-LOG-RTN.                                  00093900
                                                                        00094000
       1500-EXIT.                                                       00094100
           EXIT.                                                        00094200
                                                                        00094300
       1600-WRITE-LOG-RTN.                                              00094400
                                                                        00094500
           WRITE REPORT-RECORD            FROM  DTL2-RECORD.            00094600
                                                                        00094700
           EJECT                                                        00094800
      *---------------------------------------------------------------  00094900
      * 2000-PROCESS-FIRM-RTN - THE EXPOSURE TO ONE FIRM: OPEN          00095000
      * TRANSFERS BY CUSTOMER (WITH THE CLAIMS LIST), MARGIN PAYOFFS    00095100
      * AND UNPAID CLAIMS, THEN THE FIRM SUMMARY.                       00095200
      *---------------------------------------------------------------  00095300
       2000-PROCESS-FIRM-RTN.                                           00095400
                                                                        00095500
           EXEC SQL                                                     00095600
              FETCH CTGCSR                                              00095700
                 INTO :WS-CTG-PRTCP                                     00095800
                     ,:WS-CTG-PRTCP-NM                                  00095900
                     ,:WS-CTG-STTS                                      00096000
                     ,:WS-CTG-EFCTV-DT                                  00096100
                     ,:WS-CTG-TRUSTEE-NM                                00096200
                     ,:WS-CTG-CASE-NBR                                  00096300
           END-EXEC.                                                    00096400
                                                                        00096500
           EVALUATE SQLCODE                                             00096600
              WHEN +100                                                 00096700
                 SET WS-END-OF-CTG          TO  TRUE                    00096800
                 GO TO 2000-EXIT                                        00096900
              WHEN +0                                                   00097000
                 ADD 1                      TO  WS-CNT-FIRMS            00097100
              WHEN OTHER                                                00097200
                 PERFORM 8000-DB2-ERROR-RTN                             00097300
           END-EVALUATE.                                                00097400
                                                                        00097500
           INITIALIZE WS-FRM-TOTALS.                                    00097600
                                                                        00097700
           MOVE WS-CTG-PRTCP                TO  FRM1-PRTCP.             00097800
           MOVE WS-CTG-PRTCP-NM             TO  FRM1-PRTCP-NM.          00097900
           IF WS-CTG-LIQUIDATION                                        00098000
              MOVE 'SIPC LIQUIDATION'       TO  FRM1-STTS-DESC          00098100
           ELSE                                                         00098200
              MOVE 'FAILED FIRM     '       TO  FRM1-STTS-DESC          00098300
           END-IF.                                                      00098400
           MOVE WS-CTG-EFCTV-DT             TO  FRM1-EFCTV-DT.          00098500
           WRITE REPORT-RECORD            FROM  FRM1-RECORD.            00098600
           MOVE WS-CTG-TRUSTEE-NM           TO  FRM2-TRUSTEE-NM.        00098700
           MOVE WS-CTG-CASE-NBR             TO  FRM2-CASE-NBR.          00098800
           WRITE REPORT-RECORD            FROM  FRM2-RECORD.            00098900
                                                                        00099000
           MOVE SPACES                      TO  SIPC-RECORD.            00099100
           SET SIPC-HEADER                  TO  TRUE.                   00099200
           MOVE WS-CTG-PRTCP                TO  SIPC-PRTCP.             00099300
           MOVE WS-CTG-PRTCP-NM             TO  SIPC-HDR-PRTCP-NM.      00099400
           MOVE WS-CTG-STTS                 TO  SIPC-HDR-CTGY-STTS.     00099500
           STRING WS-CTG-EFCTV-CCYY WS-CTG-EFCTV-MM WS-CTG-EFCTV-DD     00099600
              DELIMITED BY SIZE           INTO  SIPC-HDR-EFCTV-DATE.    00099700
           MOVE WS-CTG-TRUSTEE-NM           TO  SIPC-HDR-TRUSTEE-NM.    00099800
           MOVE WS-CTG-CASE-NBR             TO  SIPC-HDR-CASE-NBR.      00099900
           STRING WS-AS-OF-CCYY WS-AS-OF-MM WS-AS-OF-DD                 00100000
              DELIMITED BY SIZE           INTO  SIPC-HDR-AS-OF-DATE.    00100100
           MOVE WS-RUN-TMSTP                TO  SIPC-HDR-TMSTP.         00100200
           MOVE 'CAT817'                    TO  SIPC-HDR-PGM.           00100300
           WRITE SIPC-RECORD.                                           00100400
                                                                        00100500
           MOVE 'OPEN TRANSFERS WITH THE FIRM            '              00100600
                                            TO  SEC1-TITLE.             00100700
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00100800
           WRITE REPORT-RECORD            FROM  TFRH-RECORD.            00100900
                                                                        00101000
           MOVE 'N'                         TO  WS-END-OF-CUS-SW.       00101100
           EXEC SQL                                                     00101200
              OPEN CUSCSR                                               00101300
           END-EXEC.                                                    00101400
           IF SQLCODE NOT = +0                                          00101500
              PERFORM 8000-DB2-ERROR-RTN                                00101600
           END-IF.                                                      00101700
           PERFORM 2100-PROCESS-CUST-RTN THRU 2100-EXIT                 00101800
              UNTIL WS-END-OF-CUS.                                      00101900
           EXEC SQL                                                     00102000
              CLOSE CUSCSR                                              00102100
           END-EXEC.                                                    00102200
           IF WS-FRM-IN-CNT + WS-FRM-RCR-CNT + WS-FRM-OUT-CNT = ZERO    00102300
              MOVE 'NO OPEN TRANSFERS                       '           00102400
                                            TO  NONE-TEXT               00102500
              WRITE REPORT-RECORD         FROM  NONE-RECORD             00102600
           END-IF.                                                      00102700
                                                                        00102800
           MOVE 'MARGIN PAYOFFS OUTSTANDING              '              00102900
                                            TO  SEC1-TITLE.             00103000
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00103100
           WRITE REPORT-RECORD            FROM  PAYH-RECORD.            00103200
           MOVE 'N'                         TO  WS-END-OF-PAY-SW.       00103300
           EXEC SQL                                                     00103400
              OPEN PAYCSR                                               00103500
           END-EXEC.                                                    00103600
           IF SQLCODE NOT = +0                                          00103700
              PERFORM 8000-DB2-ERROR-RTN                                00103800
           END-IF.                                                      00103900
           PERFORM 3000-PAYOFF-RTN THRU 3000-EXIT                       00104000
              UNTIL WS-END-OF-PAY.                                      00104100
           EXEC SQL                                                     00104200
              CLOSE PAYCSR                                              00104300
           END-EXEC.                                                    00104400
           IF WS-FRM-PAY-CNT = ZERO                                     00104500
              MOVE 'NO MARGIN PAYOFFS OUTSTANDING           '           00104600
                                            TO  NONE-TEXT               00104700
              WRITE REPORT-RECORD         FROM  NONE-RECORD             00104800
           END-IF.                                                      00104900
                                                                        00105000
           MOVE 'UNPAID DIVIDEND AND INTEREST CLAIMS     '              00105100
                                            TO  SEC1-TITLE.             00105200
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00105300
           WRITE REPORT-RECORD            FROM  CLMH-RECORD.            00105400
           MOVE 'N'                         TO  WS-END-OF-CLM-SW.       00105500
           EXEC SQL                                                     00105600
              OPEN CLMCSR                                               00105700
           END-EXEC.                                                    00105800
           IF SQLCODE NOT = +0                                          00105900
              PERFORM 8000-DB2-ERROR-RTN                                00106000
           END-IF.                                                      00106100
           PERFORM 4000-CLAIM-RTN THRU 4000-EXIT                        00106200
              UNTIL WS-END-OF-CLM.                                      00106300
           EXEC SQL                                                     00106400
              CLOSE CLMCSR                                              00106500
           END-EXEC.                                                    00106600
           IF WS-FRM-CLM-CNT = ZERO                                     00106700
              MOVE 'NO UNPAID CLAIMS                        '           00106800
                                            TO  NONE-TEXT               00106900
              WRITE REPORT-RECORD         FROM  NONE-RECORD             00107000
           END-IF.                                                      00107100
                                                                        00107200
           PERFORM 5000-FIRM-SUMMARY-RTN.                               00107300
                                                                        00107400
       2000-EXIT.                                                       00107500
           EXIT.                                                        00107600
                                                                        00107700
      *---------------------------------------------------------------  00107800
      * 2100-PROCESS-CUST-RTN - ONE CUSTOMER ACCOUNT: ITS TRANSFERS     00107900
      * AND ASSETS, ITS UNPAID CLAIMS, AND ITS CLAIMS-LIST SUMMARY.     00108000
      *---------------------------------------------------------------  00108100
       2100-PROCESS-CUST-RTN.                                           00108200
                                                                        00108300
           EXEC SQL                                                     00108400
              FETCH CUSCSR                                              00108500
                 INTO :WS-CUS-CLIENT                                    00108600
                     ,:WS-CUS-BRANCH                                    00108700
                     ,:WS-CUS-ACCT                                      00108800
                     ,:WS-CUS-NM                                        00108900
                     ,:WS-CUS-TIN                                       00109000
           END-EXEC.                                                    00109100
                                                                        00109200
           EVALUATE SQLCODE                                             00109300
              WHEN +100                                                 00109400
                 SET WS-END-OF-CUS          TO  TRUE                    00109500
                 GO TO 2100-EXIT                                        00109600
              WHEN +0                                                   00109700
                 CONTINUE                                               00109800
              WHEN OTHER                                                00109900
                 PERFORM 8000-DB2-ERROR-RTN                             00110000
           END-EVALUATE.                                                00110100
                                                                        00110200
           MOVE SPACES                      TO  WS-CUS-CNTRA-ACCT.      00110300
           MOVE ZERO                        TO  WS-CUS-TRNFR-CNT        00110400
                                                WS-CUS-ASSET-CNT        00110500
                                                WS-CUS-SEC-OWED         00110600
                                                WS-CUS-DLVR-STOP        00110700
                                                WS-CUS-CASH-CLM         00110800
                                                WS-CUS-CLM-TOT.         00110900
           MOVE SPACES                      TO  WS-TFR-ACAT-CNTL.       00111000
                                                                        00111100
           MOVE 'N'                         TO  WS-END-OF-AST-SW.       00111200
           EXEC SQL                                                     00111300
              OPEN ASTCSR                                               00111400
           END-EXEC.                                                    00111500
           IF SQLCODE NOT = +0                                          00111600
              PERFORM 8000-DB2-ERROR-RTN                                00111700
           END-IF.                                                      00111800
           PERFORM 2200-PROCESS-ASSET-RTN THRU 2200-EXIT                00111900
              UNTIL WS-END-OF-AST.                                      00112000
           EXEC SQL                                                     00112100
              CLOSE ASTCSR                                              00112200
           END-EXEC.                                                    00112300
           IF WS-TFR-ACAT-CNTL NOT = SPACES                             00112400
              PERFORM 2300-PRINT-TRNFR-RTN                              00112500
           END-IF.                                                      00112600
                                                                        00112700
           EXEC SQL                                                     00112800
              SELECT VALUE(SUM(CLM_AMT - PAID_AMT), 0)                  00112900
                INTO :WS-CUS-CASH-CLM                                   00113000
                FROM ACATDVCL                                           00113100
               WHERE CLIENT_NBR  = :WS-CUS-CLIENT                       00113200
                 AND BRANCH_CD   = :WS-CUS-BRANCH                       00113300
                 AND ACCT_CD     = :WS-CUS-ACCT                         00113400
                 AND DLVR_NBR    = :WS-CTG-PRTCP                        00113500
                 AND CLM_STTS_CD = 'O'                                  00113600
           END-EXEC.                                                    00113700
           IF SQLCODE NOT = +0                                          00113800
              PERFORM 8000-DB2-ERROR-RTN                                00113900
           END-IF.                                                      00114000
                                                                        00114100
           PERFORM 2400-WRITE-CUST-RTN.                                 00114200
                                                                        00114300
       2100-EXIT.                                                       00114400
           EXIT.                                                        00114500
                                                                        00114600
      *---------------------------------------------------------------  00114700
      * 2200-PROCESS-ASSET-RTN - ONE ASSET, VALUED IN USD, TO THE       00114800
      * CLAIMS LIST AND THE TRANSFER'S REPORT LINE.                     00114900
      *---------------------------------------------------------------  00115000
       2200-PROCESS-ASSET-RTN.                                          00115100
                                                                        00115200
           EXEC SQL                                                     00115300
              FETCH ASTCSR                                              00115400
                 INTO :WS-AST-ACAT-CNTL                                 00115500
                     ,:WS-AST-SIDE                                      00115600
                     ,:WS-AST-TRNFR-TYPE                                00115700
                     ,:WS-AST-STTS                                      00115800
                     ,:WS-AST-CNTRA-ACCT                                00115900
                     ,:WS-AST-ASSET-SEQ                                 00116000
                     ,:WS-AST-CUSIP                                     00116100
                     ,:WS-AST-SECURITY-ADP                              00116200
                     ,:WS-AST-QTY                                       00116300
                     ,:WS-AST-AMT                                       00116400
                     ,:WS-AST-CRNCY                                     00116500
                     ,:WS-AST-PRC-DT                                    00116600
                     ,:WS-AST-PRICE-IND                                 00116700
           END-EXEC.                                                    00116800
                                                                        00116900
           EVALUATE SQLCODE                                             00117000
              WHEN +100                                                 00117100
                 SET WS-END-OF-AST          TO  TRUE                    00117200
                 GO TO 2200-EXIT                                        00117300
              WHEN +0                                                   00117400
                 CONTINUE                                               00117500
              WHEN OTHER                                                00117600
                 PERFORM 8000-DB2-ERROR-RTN                             00117700
           END-EVALUATE.                                                00117800
                                                                        00117900
           IF WS-AST-ACAT-CNTL NOT = WS-TFR-ACAT-CNTL                   00118000
              IF WS-TFR-ACAT-CNTL NOT = SPACES                          00118100
                 PERFORM 2300-PRINT-TRNFR-RTN                           00118200
              END-IF                                                    00118300
              MOVE WS-AST-ACAT-CNTL         TO  WS-TFR-ACAT-CNTL        00118400
              MOVE WS-AST-SIDE              TO  WS-TFR-SIDE             00118500
              MOVE WS-AST-TRNFR-TYPE        TO  WS-TFR-TRNFR-TYPE       00118600
              MOVE WS-AST-STTS              TO  WS-TFR-STTS             00118700
              MOVE WS-AST-CNTRA-ACCT        TO  WS-TFR-CNTRA-ACCT       00118800
              MOVE ZERO                     TO  WS-TFR-ASSET-CNT        00118900
                                                WS-TFR-VAL              00119000
              IF WS-CUS-CNTRA-ACCT = SPACES                             00119100
                 MOVE WS-AST-CNTRA-ACCT     TO  WS-CUS-CNTRA-ACCT       00119200
              END-IF                                                    00119300
           END-IF.                                                      00119400
                                                                        00119500
           IF WS-AST-ASSET-SEQ = ZERO                                   00119600
              GO TO 2200-EXIT                                           00119700
           END-IF.                                                      00119800
                                                                        00119900
           MOVE WS-AST-AMT                  TO  WS-USD-AMT.             00120000
           PERFORM 2250-FX-CONVERT-RTN THRU 2250-EXIT.                  00120100
                                                                        00120200
           EVALUATE TRUE                                                00120300
              WHEN WS-AST-NO-FX-RATE                                    00120400
                 ADD 1                      TO  WS-FRM-NO-FX-CNT        00120500
              WHEN WS-AST-NOT-PRICED                                    00120600
                 ADD 1                      TO  WS-FRM-NOT-PRICED-CNT   00120700
              WHEN WS-AST-PRICE-STALE                                   00120800
                 ADD 1                      TO  WS-FRM-STALE-CNT        00120900
           END-EVALUATE.                                                00121000
                                                                        00121100
           ADD 1                            TO  WS-TFR-ASSET-CNT        00121200
                                                WS-CUS-ASSET-CNT        00121300
                                                WS-FRM-ASSET-CNT.       00121400
           ADD WS-USD-AMT                   TO  WS-TFR-VAL.             00121500
           IF WS-AST-INCOMING                                           00121600
              ADD WS-USD-AMT                TO  WS-CUS-SEC-OWED         00121700
           ELSE                                                         00121800
              ADD WS-USD-AMT                TO  WS-CUS-DLVR-STOP        00121900
           END-IF.                                                      00122000
                                                                        00122100
           MOVE SPACES                      TO  SIPC-RECORD.            00122200
           SET SIPC-ASSET                   TO  TRUE.                   00122300
           MOVE WS-CTG-PRTCP                TO  SIPC-PRTCP.             00122400
           MOVE WS-CUS-CLIENT               TO  SIPC-AST-CLIENT.        00122500
           MOVE WS-CUS-BRANCH               TO  SIPC-AST-BRANCH.        00122600
           MOVE WS-CUS-ACCT                 TO  SIPC-AST-ACCT.          00122700
           MOVE WS-AST-ACAT-CNTL            TO  SIPC-AST-ACAT-CNTL.     00122800
           MOVE WS-AST-ASSET-SEQ            TO  SIPC-AST-ASSET-SEQ.     00122900
           MOVE WS-AST-SIDE                 TO  SIPC-AST-DSTBN-SIDE.    00123000
           MOVE WS-AST-TRNFR-TYPE           TO  SIPC-AST-TRNFR-TYPE.    00123100
           MOVE WS-AST-STTS                 TO  SIPC-AST-STTS.          00123200
           MOVE WS-AST-CUSIP                TO  SIPC-AST-CUSIP.         00123300
           MOVE WS-AST-SECURITY-ADP         TO  SIPC-AST-SECURITY-ADP.  00123400
           MOVE WS-AST-QTY                  TO  SIPC-AST-QTY.           00123500
           MOVE WS-USD-AMT                  TO  SIPC-AST-MKT-VAL.       00123600
           MOVE WS-AST-CRNCY                TO  SIPC-AST-ORIG-CRNCY.    00123700
           IF WS-AST-PRC-DT NOT = SPACES                                00123800
              STRING WS-AST-PRC-CCYY WS-AST-PRC-MM WS-AST-PRC-DD        00123900
                 DELIMITED BY SIZE        INTO  SIPC-AST-PRICE-DATE     00124000
           END-IF.                                                      00124100
           MOVE WS-AST-PRICE-IND            TO  SIPC-AST-PRICE-IND.     00124200
           WRITE SIPC-RECORD.                                           00124300
                                                                        00124400
       2200-EXIT.                                                       00124500
           EXIT.                                                        00124600
                                                                        00124700
      *---------------------------------------------------------------  00124800
      * 2250-FX-CONVERT-RTN - RESTATE A NON-USD AMOUNT IN DOLLARS.  A   00124900
      * STALE RATE IS STILL USED; NO USABLE RATE KEEPS THE RAW AMOUNT.  00125000
      *---------------------------------------------------------------  00125100
       2250-FX-CONVERT-RTN.                                             00125200
                                                                        00125300
           IF WS-AST-CRNCY = 'USD' OR SPACES                            00125400
              GO TO 2250-EXIT                                           00125500
           END-IF.                                                      00125600
                                                                        00125700
           MOVE SPACES                      TO  FX-PARAMETERS.          00125800
           SET FX-GET-RATE                  TO  TRUE.                   00125900
           MOVE WS-AST-CRNCY                TO  FX-CRNCY-CD.            00126000
           MOVE WS-STALE-DAYS               TO  FX-MAX-AGE-DAYS.        00126100
           CALL WS-CATFXRT               USING  FX-PARAMETERS.          00126200
                                                                        00126300
           IF FX-NO-RATE OR FX-DB2-ERROR                                00126400
              ADD 1                         TO  WS-CNT-FX-NORATE        00126500
              SET WS-AST-NO-FX-RATE         TO  TRUE                    00126600
              GO TO 2250-EXIT                                           00126700
           END-IF.                                                      00126800
                                                                        00126900
           COMPUTE WS-USD-AMT ROUNDED = WS-AST-AMT * FX-RATE.           00127000
                                                                        00127100
       2250-EXIT.                                                       00127200
           EXIT.                                                        00127300
                                                                        00127400
      *---------------------------------------------------------------  00127500
      * 2300-PRINT-TRNFR-RTN - THE TRANSFER'S REPORT LINE, COUNTED AS   00127600
      * A RESIDUAL CREDIT OWED TO US, AN INCOMING TRANSFER OWED TO      00127700
      * US, OR A DELIVERY STOPPED.                                      00127800
      *---------------------------------------------------------------  00127900
       2300-PRINT-TRNFR-RTN.                                            00128000
                                                                        00128100
           ADD 1                            TO  WS-CUS-TRNFR-CNT.       00128200
           EVALUATE TRUE                                                00128300
              WHEN WS-TFR-INCOMING AND WS-TFR-RESIDUAL                  00128400
                 ADD 1                      TO  WS-FRM-RCR-CNT          00128500
                 ADD WS-TFR-VAL             TO  WS-FRM-RCR-VAL          00128600
              WHEN WS-TFR-INCOMING                                      00128700
                 ADD 1                      TO  WS-FRM-IN-CNT           00128800
                 ADD WS-TFR-VAL             TO  WS-FRM-IN-VAL           00128900
              WHEN OTHER                                                00129000
                 ADD 1                      TO  WS-FRM-OUT-CNT          00129100
                 ADD WS-TFR-VAL             TO  WS-FRM-OUT-VAL          00129200
           END-EVALUATE.                                                00129300
                                                                        00129400
           MOVE WS-CUS-CLIENT               TO  TFR1-CLIENT.            00129500
           MOVE WS-CUS-BRANCH               TO  TFR1-BRANCH.            00129600
           MOVE WS-CUS-ACCT                 TO  TFR1-ACCT.              00129700
           MOVE WS-TFR-ACAT-CNTL            TO  TFR1-ACAT-CNTL.         00129800
           MOVE WS-TFR-SIDE                 TO  TFR1-SIDE.              00129900
           MOVE WS-TFR-TRNFR-TYPE           TO  TFR1-TRNFR-TYPE.        00130000
           MOVE WS-TFR-STTS                 TO  TFR1-STTS.              00130100
           MOVE WS-TFR-CNTRA-ACCT           TO  TFR1-CNTRA-ACCT.        00130200
           MOVE WS-TFR-ASSET-CNT            TO  TFR1-ASSET-CNT.         00130300
           MOVE WS-TFR-VAL                  TO  TFR1-VAL.               00130400
           MOVE WS-CUS-NM                   TO  TFR1-CUST-NM.           00130500
           WRITE REPORT-RECORD            FROM  TFR1-RECORD.            00130600
                                                                        00130700
           MOVE SPACES                      TO  WS-TFR-ACAT-CNTL.       00130800
                                                                        00130900
      *---------------------------------------------------------------  00131000
      * 2400-WRITE-CUST-RTN - THE CUSTOMER'S CLAIMS-LIST SUMMARY:       00131100
      * SECURITIES THE FIRM OWES PLUS UNPAID CASH CLAIMS.               00131200
      *---------------------------------------------------------------  00131300
       2400-WRITE-CUST-RTN.                                             00131400
                                                                        00131500
           COMPUTE WS-CUS-CLM-TOT = WS-CUS-SEC-OWED + WS-CUS-CASH-CLM.  00131600
           ADD 1                            TO  WS-FRM-CUST-CNT         00131700
                                                WS-CNT-SIPC-CUST.       00131800
           ADD WS-CUS-CLM-TOT               TO  WS-FRM-SIPC-TOT.        00131900
                                                                        00132000
           MOVE SPACES                      TO  SIPC-RECORD.            00132100
           SET SIPC-CUSTOMER                TO  TRUE.                   00132200
           MOVE WS-CTG-PRTCP                TO  SIPC-PRTCP.             00132300
           MOVE WS-CUS-CLIENT               TO  SIPC-CUS-CLIENT.        00132400
           MOVE WS-CUS-BRANCH               TO  SIPC-CUS-BRANCH.        00132500
           MOVE WS-CUS-ACCT                 TO  SIPC-CUS-ACCT.          00132600
           MOVE WS-CUS-NM                   TO  SIPC-CUS-NM.            00132700
           MOVE WS-CUS-TIN                  TO  SIPC-CUS-TIN.           00132800
           MOVE WS-CUS-CNTRA-ACCT           TO  SIPC-CUS-CNTRA-ACCT.    00132900
           MOVE WS-CUS-TRNFR-CNT            TO  SIPC-CUS-TRNFR-CNT.     00133000
           MOVE WS-CUS-ASSET-CNT            TO  SIPC-CUS-ASSET-CNT.     00133100
           MOVE WS-CUS-SEC-OWED             TO  SIPC-CUS-SEC-OWED.      00133200
           MOVE WS-CUS-DLVR-STOP            TO  SIPC-CUS-DLVR-STOP.     00133300
           MOVE WS-CUS-CASH-CLM             TO  SIPC-CUS-CASH-CLM.      00133400
           MOVE WS-CUS-CLM-TOT              TO  SIPC-CUS-CLM-TOT.       00133500
           WRITE SIPC-RECORD.                                           00133600
                                                                        00133700
           EJECT                                                        00133800
      *---------------------------------------------------------------  00133900
      * 3000-PAYOFF-RTN - A MARGIN PAYOFF EXPECTED, UNPAID OR SHORT-    00134000
      * PAID BY THE FIRM.                                               00134100
      *---------------------------------------------------------------  00134200
       3000-PAYOFF-RTN.                                                 00134300
                                                                        00134400
           EXEC SQL                                                     00134500
              FETCH PAYCSR                                              00134600
                 INTO :WS-PAY-CLIENT                                    00134700
                     ,:WS-PAY-ACAT-CNTL                                 00134800
                     ,:WS-PAY-BRANCH                                    00134900
                     ,:WS-PAY-ACCT                                      00135000
                     ,:WS-PAY-EXP-STTL-DT                               00135100
                     ,:WS-PAY-STTS-CD                                   00135200
                     ,:WS-PAY-PAYOFF-AMT                                00135300
                     ,:WS-PAY-RCVD-AMT                                  00135400
           END-EXEC.                                                    00135500
                                                                        00135600
           EVALUATE SQLCODE                                             00135700
              WHEN +100                                                 00135800
                 SET WS-END-OF-PAY          TO  TRUE                    00135900
                 GO TO 3000-EXIT                                        00136000
              WHEN +0                                                   00136100
                 CONTINUE                                               00136200
              WHEN OTHER                                                00136300
                 PERFORM 8000-DB2-ERROR-RTN                             00136400
           END-EVALUATE.                                                00136500
                                                                        00136600
           COMPUTE WS-PAY-OPEN-AMT = WS-PAY-PAYOFF-AMT                  00136700
                                   - WS-PAY-RCVD-AMT.                   00136800
           ADD 1                            TO  WS-FRM-PAY-CNT.         00136900
           ADD WS-PAY-OPEN-AMT              TO  WS-FRM-PAY-AMT.         00137000
                                                                        00137100
           MOVE WS-PAY-CLIENT               TO  PAY1-CLIENT.            00137200
           MOVE WS-PAY-ACAT-CNTL            TO  PAY1-ACAT-CNTL.         00137300
           MOVE WS-PAY-BRANCH               TO  PAY1-BRANCH.            00137400
           MOVE WS-PAY-ACCT                 TO  PAY1-ACCT.              00137500
           MOVE WS-PAY-EXP-STTL-DT          TO  PAY1-EXP-STTL-DT.       00137600
           MOVE WS-PAY-STTS-CD              TO  PAY1-STTS-CD.           00137700
           MOVE WS-PAY-PAYOFF-AMT           TO  PAY1-PAYOFF-AMT.        00137800
           MOVE WS-PAY-RCVD-AMT             TO  PAY1-RCVD-AMT.          00137900
           MOVE WS-PAY-OPEN-AMT             TO  PAY1-OPEN-AMT.          00138000
           WRITE REPORT-RECORD            FROM  PAY1-RECORD.            00138100
                                                                        00138200
       3000-EXIT.                                                       00138300
           EXIT.                                                        00138400
                                                                        00138500
      *---------------------------------------------------------------  00138600
      * 4000-CLAIM-RTN - AN OPEN DIVIDEND OR INTEREST CLAIM AGAINST     00138700
      * THE FIRM.                                                       00138800
      *---------------------------------------------------------------  00138900
       4000-CLAIM-RTN.                                                  00139000
                                                                        00139100
           EXEC SQL                                                     00139200
              FETCH CLMCSR                                              00139300
                 INTO :WS-CLM-CLIENT                                    00139400
                     ,:WS-CLM-ACAT-CNTL                                 00139500
                     ,:WS-CLM-ASSET-SEQ                                 00139600
                     ,:WS-CLM-BRANCH                                    00139700
                     ,:WS-CLM-ACCT                                      00139800
                     ,:WS-CLM-TYPE-CD                                   00139900
                     ,:WS-CLM-PAY-DT                                    00140000
                     ,:WS-CLM-AMT                                       00140100
                     ,:WS-CLM-PAID-AMT                                  00140200
           END-EXEC.                                                    00140300
                                                                        00140400
           EVALUATE SQLCODE                                             00140500
              WHEN +100                                                 00140600
                 SET WS-END-OF-CLM          TO  TRUE                    00140700
                 GO TO 4000-EXIT                                        00140800
              WHEN +0                                                   00140900
                 CONTINUE                                               00141000
              WHEN OTHER                                                00141100
                 PERFORM 8000-DB2-ERROR-RTN                             00141200
           END-EVALUATE.                                                00141300
                                                                        00141400
           COMPUTE WS-CLM-OPEN-AMT = WS-CLM-AMT - WS-CLM-PAID-AMT.      00141500
           ADD 1                            TO  WS-FRM-CLM-CNT.         00141600
           ADD WS-CLM-OPEN-AMT              TO  WS-FRM-CLM-AMT.         00141700
                                                                        00141800
           MOVE WS-CLM-CLIENT               TO  CLM1-CLIENT.            00141900
           MOVE WS-CLM-ACAT-CNTL            TO  CLM1-ACAT-CNTL.         00142000
           MOVE WS-CLM-ASSET-SEQ            TO  CLM1-ASSET-SEQ.         00142100
           MOVE WS-CLM-BRANCH               TO  CLM1-BRANCH.            00142200
           MOVE WS-CLM-ACCT                 TO  CLM1-ACCT.              00142300
           MOVE WS-CLM-TYPE-CD              TO  CLM1-TYPE-CD.           00142400
           MOVE WS-CLM-PAY-DT               TO  CLM1-PAY-DT.            00142500
           MOVE WS-CLM-AMT                  TO  CLM1-AMT.               00142600
           MOVE WS-CLM-PAID-AMT             TO  CLM1-PAID-AMT.          00142700
           MOVE WS-CLM-OPEN-AMT             TO  CLM1-OPEN-AMT.          00142800
           WRITE REPORT-RECORD            FROM  CLM1-RECORD.            00142900
                                                                        00143000
       4000-EXIT.                                                       00143100
           EXIT.                                                        00143200
                                                                        00143300
           EJECT                                                        00143400
      *---------------------------------------------------------------  00143500
      * 5000-FIRM-SUMMARY-RTN - THE EXPOSURE TO THE FIRM AND THE        00143600
      * CLAIMS-LIST TRAILER.  OWED TO US = INCOMING + RESIDUAL          00143700
      * CREDITS + MARGIN PAYOFFS + UNPAID CLAIMS.                       00143800
      *---------------------------------------------------------------  00143900
       5000-FIRM-SUMMARY-RTN.                                           00144000
                                                                        00144100
           COMPUTE WS-FRM-OWED-TOT = WS-FRM-IN-VAL + WS-FRM-RCR-VAL     00144200
                                   + WS-FRM-PAY-AMT + WS-FRM-CLM-AMT.   00144300
                                                                        00144400
           MOVE 'EXPOSURE SUMMARY                        '              00144500
                                            TO  SEC1-TITLE.             00144600
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00144700
                                                                        00144800
           MOVE 'INCOMING TRANSFERS OWED TO US   '  TO  SUM1-LABEL.     00144900
           MOVE WS-FRM-IN-CNT               TO  SUM1-COUNT.             00145000
           MOVE WS-FRM-IN-VAL               TO  SUM1-AMOUNT.            00145100
           WRITE REPORT-RECORD            FROM  SUM1-RECORD.            00145200
                                                                        00145300
           MOVE 'RESIDUAL CREDITS OWED TO US     '  TO  SUM1-LABEL.     00145400
           MOVE WS-FRM-RCR-CNT              TO  SUM1-COUNT.             00145500
           MOVE WS-FRM-RCR-VAL              TO  SUM1-AMOUNT.            00145600
           WRITE REPORT-RECORD            FROM  SUM1-RECORD.            00145700
                                                                        00145800
           MOVE 'MARGIN PAYOFFS OUTSTANDING      '  TO  SUM1-LABEL.     00145900
           MOVE WS-FRM-PAY-CNT              TO  SUM1-COUNT.             00146000
           MOVE WS-FRM-PAY-AMT              TO  SUM1-AMOUNT.            00146100
           WRITE REPORT-RECORD            FROM  SUM1-RECORD.            00146200
                                                                        00146300
           MOVE 'UNPAID DIVIDEND/INTEREST CLAIMS '  TO  SUM1-LABEL.     00146400
           MOVE WS-FRM-CLM-CNT              TO  SUM1-COUNT.             00146500
           MOVE WS-FRM-CLM-AMT              TO  SUM1-AMOUNT.            00146600
           WRITE REPORT-RECORD            FROM  SUM1-RECORD.            00146700
                                                                        00146800
           MOVE 'TOTAL OWED BY THE FIRM          '  TO  SUM1-LABEL.     00146900
           MOVE ZERO                        TO  SUM1-COUNT.             00147000
           MOVE WS-FRM-OWED-TOT             TO  SUM1-AMOUNT.            00147100
           WRITE REPORT-RECORD            FROM  SUM1-RECORD.            00147200
                                                                        00147300
           MOVE 'OUTGOING DELIVERIES STOPPED     '  TO  SUM1-LABEL.     00147400
           MOVE WS-FRM-OUT-CNT              TO  SUM1-COUNT.             00147500
           MOVE WS-FRM-OUT-VAL              TO  SUM1-AMOUNT.            00147600
           WRITE REPORT-RECORD            FROM  SUM1-RECORD.            00147700
                                                                        00147800
           MOVE 'CUSTOMERS ON THE CLAIMS LIST    '  TO  SUM1-LABEL.     00147900
           MOVE WS-FRM-CUST-CNT             TO  SUM1-COUNT.             00148000
           MOVE WS-FRM-SIPC-TOT             TO  SUM1-AMOUNT.            00148100
           WRITE REPORT-RECORD            FROM  SUM1-RECORD.            00148200
                                                                        00148300
           MOVE 'ASSETS VALUED                   '  TO  SUM1-LABEL.     00148400
           MOVE WS-FRM-ASSET-CNT            TO  SUM1-COUNT.             00148500
           MOVE ZERO                        TO  SUM1-AMOUNT.            00148600
           WRITE REPORT-RECORD            FROM  SUM1-RECORD.            00148700
                                                                        00148800
           MOVE 'STALE PRICE                     '  TO  SUM1-LABEL.     00148900
           MOVE WS-FRM-STALE-CNT            TO  SUM1-COUNT.             00149000
           WRITE REPORT-RECORD            FROM  SUM1-RECORD.            00149100
                                                                        00149200
           MOVE 'NOT ON THE DAILY PRICE FEED     '  TO  SUM1-LABEL.     00149300
           MOVE WS-FRM-NOT-PRICED-CNT       TO  SUM1-COUNT.             00149400
           WRITE REPORT-RECORD            FROM  SUM1-RECORD.            00149500
                                                                        00149600
           MOVE 'NO USABLE FX RATE - RAW AMOUNT  '  TO  SUM1-LABEL.     00149700
           MOVE WS-FRM-NO-FX-CNT            TO  SUM1-COUNT.             00149800
           WRITE REPORT-RECORD            FROM  SUM1-RECORD.            00149900
                                                                        00150000
           MOVE SPACES                      TO  SIPC-RECORD.            00150100
           SET SIPC-TRAILER                 TO  TRUE.                   00150200
           MOVE WS-CTG-PRTCP                TO  SIPC-PRTCP.             00150300
           MOVE WS-FRM-CUST-CNT             TO  SIPC-TRL-CUST-CNT.      00150400
           MOVE WS-FRM-ASSET-CNT            TO  SIPC-TRL-ASSET-CNT.     00150500
           MOVE WS-FRM-SIPC-TOT             TO  SIPC-TRL-CLM-TOT.       00150600
           WRITE SIPC-RECORD.                                           00150700
                                                                        00150800
           EJECT                                                        00150900
      ******************                                                00151000
       8000-DB2-ERROR-RTN.                                              00151100
      ******************                                                00151200
                                                                        00151300
           DISPLAY 'CAT817 - DB2 ERROR, SQLCODE = ' SQLCODE.            00151400
           DISPLAY 'CAT817 - FIRM ' WS-CTG-PRTCP                        00151500
                   ' CUSTOMER ' WS-CUS-CLIENT WS-CUS-BRANCH WS-CUS-ACCT.00151600
           CALL DSNTIAR               USING  SQLCA                      00151700
                                             WS-DB2-MESSAGE-AREA        00151800
                                             WS-ERR-LINE-LEN            00151900
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00152000
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00152100
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00152200
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00152300
                 END-IF                                                 00152400
           END-PERFORM.                                                 00152500
           DISPLAY 'CAT817 ABENDED'.                                    00152600
           CALL ABEND                 USING  ABEND-CODE.                00152700
                                                                        00152800
           EJECT                                                        00152900
      ************                                                      00153000
       9000-EOJ-RTN.                                                    00153100
      ************                                                      00153200
                                                                        00153300
           MOVE 'FIRMS UNDER CONTINGENCY         '  TO  TRL1-LABEL.     00153400
           MOVE WS-CNT-FIRMS                TO  TRL1-COUNT.             00153500
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00153600
                                                                        00153700
           MOVE ' '                         TO  TRL1-CC.                00153800
           MOVE 'CUSTOMERS ON THE CLAIMS LISTS   '  TO  TRL1-LABEL.     00153900
           MOVE WS-CNT-SIPC-CUST            TO  TRL1-COUNT.             00154000
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00154100
                                                                        00154200
           MOVE 'TRANSACTIONS READ               '  TO  TRL1-LABEL.     00154300
           MOVE WS-CNT-TRAN-READ            TO  TRL1-COUNT.             00154400
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00154500
                                                                        00154600
           MOVE 'FIRMS PUT UNDER CONTINGENCY     '  TO  TRL1-LABEL.     00154700
           MOVE WS-CNT-CTGY-SET             TO  TRL1-COUNT.             00154800
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00154900
                                                                        00155000
           MOVE 'CONTINGENCIES CHANGED           '  TO  TRL1-LABEL.     00155100
           MOVE WS-CNT-CTGY-CHANGED         TO  TRL1-COUNT.             00155200
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00155300
                                                                        00155400
           MOVE 'CONTINGENCIES CLEARED           '  TO  TRL1-LABEL.     00155500
           MOVE WS-CNT-CTGY-CLEARED         TO  TRL1-COUNT.             00155600
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00155700
                                                                        00155800
           MOVE 'TRANSACTIONS REJECTED           '  TO  TRL1-LABEL.     00155900
           MOVE WS-CNT-TRAN-REJ             TO  TRL1-COUNT.             00156000
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00156100
                                                                        00156200
           MOVE 'NO USABLE FX RATE               '  TO  TRL1-LABEL.     00156300
           MOVE WS-CNT-FX-NORATE            TO  TRL1-COUNT.             00156400
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00156500
                                                                        00156600
           CLOSE SIPC-FILE                                              00156700
                 REPORT-FILE.                                           00156800
                                                                        00156900
           IF WS-CNT-TRAN-REJ > ZERO                                    00157000
           OR WS-CNT-FX-NORATE > ZERO                                   00157100
              MOVE +4                       TO  RETURN-CODE             00157200
           END-IF.                                                      00157300
                                                                        00157400
           DISPLAY ' '                                                  00157500
           DISPLAY 'FIRMS UNDER CONTINGENCY: ' WS-CNT-FIRMS             00157600
           DISPLAY 'CLAIMS-LIST CUSTOMERS:   ' WS-CNT-SIPC-CUST         00157700
           DISPLAY 'TRANSACTIONS READ:       ' WS-CNT-TRAN-READ         00157800
           DISPLAY 'TRANSACTIONS REJECTED:   ' WS-CNT-TRAN-REJ          00157900
           DISPLAY ' '                                                  00158000
           DISPLAY '*************************'                          00158100
           DISPLAY '* END OF CAT817 PROGRAM *'                          00158200
           DISPLAY '*************************'                          00158300
           DISPLAY ' '.                                                 00158400
