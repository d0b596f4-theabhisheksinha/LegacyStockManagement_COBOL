000001* PDX    - CATSIPC  C0369813 10/15/26 18:16:02 TBTIKUO            00000100
000001* ****************************************************************00000200
000001* CATSIPC - CUSTOMER CLAIMS LIST FOR A FAILED CONTRA FIRM.        00000300
000001* WRITTEN BY CAT817 FOR EVERY PARTICIPANT UNDER FAILED-FIRM OR    00000400
000001* SIPC LIQUIDATION CONTINGENCY ON ACATPCTG, IN THE FORM THE       00000500
000001* TRUSTEE'S CUSTOMER CLAIMS PROCESS ASKS FOR: ONE 'H' PER FIRM,   00000600
000001* THEN FOR EACH OF OUR CUSTOMER ACCOUNTS WITH AN OPEN TRANSFER    00000700
000001* OR AN UNPAID CLAIM WITH THE FIRM, ITS 'A' ASSET RECORDS         00000800
000001* FOLLOWED BY ITS 'C' CLAIM SUMMARY, AND ONE 'T' PER FIRM.        00000900
000001* CUSTOMERS ARE IN CLIENT / BRANCH / ACCOUNT ORDER.  VALUES ARE   00001000
000001* USD AT THE LATEST DAILY PRICE.  SECURITIES OWED ARE THE ASSETS  00001100
000001* THE FAILED FIRM WAS DELIVERING TO US (INCOMING AND RESIDUAL     00001200
000001* CREDITS); DELIVERIES STOPPED ARE OUR ASSETS THAT WERE GOING TO  00001300
000001* THE FIRM AND ARE STILL HERE.                                    00001400
000001* LENGTH - 200 BYTES, RECFM=FB.                                   00001500
000001* ****************************************************************00001600
       01  :SIPC:-RECORD.                                               00001700
           05  :SIPC:-REC-TYPE          PIC  X(01).                     00001800
               88  :SIPC:-HEADER                     VALUE 'H'.         00001900
               88  :SIPC:-ASSET                      VALUE 'A'.         00002000
               88  :SIPC:-CUSTOMER                   VALUE 'C'.         00002100
               88  :SIPC:-TRAILER                    VALUE 'T'.         00002200
           05  :SIPC:-PRTCP             PIC  X(04).                     00002300
           05  :SIPC:-HDR.                                              00002400
               10  :SIPC:-HDR-PRTCP-NM  PIC  X(60).                     00002500
               10  :SIPC:-HDR-CTGY-STTS PIC  X(01).                     00002600
                   88  :SIPC:-HDR-FAILED             VALUE 'F'.         00002700
                   88  :SIPC:-HDR-LIQUIDATION        VALUE 'L'.         00002800
      *        CCYYMMDD                                                 00002900
               10  :SIPC:-HDR-EFCTV-DATE                                00003000
                                        PIC  X(08).                     00003100
               10  :SIPC:-HDR-TRUSTEE-NM                                00003200
                                        PIC  X(30).                     00003300
               10  :SIPC:-HDR-CASE-NBR  PIC  X(12).                     00003400
      *        CCYYMMDD OF THE PRICES USED                              00003500
               10  :SIPC:-HDR-AS-OF-DATE                                00003600
                                        PIC  X(08).                     00003700
               10  :SIPC:-HDR-TMSTP     PIC  X(26).                     00003800
               10  :SIPC:-HDR-PGM       PIC  X(08).                     00003900
               10  FILLER               PIC  X(42).                     00004000
           05  :SIPC:-AST REDEFINES :SIPC:-HDR.                         00004100
               10  :SIPC:-AST-CLIENT    PIC  X(04).                     00004200
               10  :SIPC:-AST-BRANCH    PIC  X(03).                     00004300
               10  :SIPC:-AST-ACCT      PIC  X(05).                     00004400
               10  :SIPC:-AST-ACAT-CNTL PIC  X(14).                     00004500
               10  :SIPC:-AST-ASSET-SEQ PIC  9(05).                     00004600
               10  :SIPC:-AST-DSTBN-SIDE                                00004700
                                        PIC  X(01).                     00004800
                   88  :SIPC:-AST-OWED               VALUE 'R'.         00004900
                   88  :SIPC:-AST-STOPPED            VALUE 'D'.         00005000
               10  :SIPC:-AST-TRNFR-TYPE                                00005100
                                        PIC  X(03).                     00005200
               10  :SIPC:-AST-STTS      PIC  X(03).                     00005300
               10  :SIPC:-AST-CUSIP     PIC  X(09).                     00005400
               10  :SIPC:-AST-SECURITY-ADP                              00005500
                                        PIC  X(07).                     00005600
               10  :SIPC:-AST-QTY       PIC  9(12)V9(05).               00005700
               10  :SIPC:-AST-MKT-VAL   PIC S9(13)V99 SIGN LEADING      00005800
                                                      SEPARATE.         00005900
               10  :SIPC:-AST-ORIG-CRNCY                                00006000
                                        PIC  X(03).                     00006100
      *        CCYYMMDD OF THE LAST DAILY PRICE, SPACES IF NEVER PRICED 00006200
               10  :SIPC:-AST-PRICE-DATE                                00006300
                                        PIC  X(08).                     00006400
               10  :SIPC:-AST-PRICE-IND PIC  X(01).                     00006500
                   88  :SIPC:-AST-PRICED             VALUE 'Y'.         00006600
                   88  :SIPC:-AST-PRICE-STALE        VALUE 'S'.         00006700
                   88  :SIPC:-AST-NOT-PRICED         VALUE 'N'.         00006800
                   88  :SIPC:-AST-NO-FX-RATE         VALUE 'F'.         00006900
               10  FILLER               PIC  X(96).                     00007000
           05  :SIPC:-CUS REDEFINES :SIPC:-HDR.                         00007100
               10  :SIPC:-CUS-CLIENT    PIC  X(04).                     00007200
               10  :SIPC:-CUS-BRANCH    PIC  X(03).                     00007300
               10  :SIPC:-CUS-ACCT      PIC  X(05).                     00007400
               10  :SIPC:-CUS-NM        PIC  X(60).                     00007500
               10  :SIPC:-CUS-TIN       PIC  X(09).                     00007600
      *        OUR CUSTOMER'S ACCOUNT AT THE FAILED FIRM                00007700
               10  :SIPC:-CUS-CNTRA-ACCT                                00007800
                                        PIC  X(20).                     00007900
               10  :SIPC:-CUS-TRNFR-CNT PIC  9(05).                     00008000
               10  :SIPC:-CUS-ASSET-CNT PIC  9(05).                     00008100
               10  :SIPC:-CUS-SEC-OWED  PIC S9(13)V99 SIGN LEADING      00008200
                                                      SEPARATE.         00008300
               10  :SIPC:-CUS-DLVR-STOP PIC S9(13)V99 SIGN LEADING      00008400
                                                      SEPARATE.         00008500
      *        UNPAID DIVIDEND / INTEREST CLAIMS (ACATDVCL)             00008600
               10  :SIPC:-CUS-CASH-CLM  PIC S9(13)V99 SIGN LEADING      00008700
                                                      SEPARATE.         00008800
      *        SECURITIES OWED PLUS CASH CLAIMS                         00008900
               10  :SIPC:-CUS-CLM-TOT   PIC S9(13)V99 SIGN LEADING      00009000
                                                      SEPARATE.         00009100
               10  FILLER               PIC  X(20).                     00009200
           05  :SIPC:-TRL REDEFINES :SIPC:-HDR.                         00009300
               10  :SIPC:-TRL-CUST-CNT  PIC  9(09).                     00009400
               10  :SIPC:-TRL-ASSET-CNT PIC  9(09).                     00009500
               10  :SIPC:-TRL-CLM-TOT   PIC S9(15)V99 SIGN LEADING      00009600
                                                      SEPARATE.         00009700
               10  FILLER               PIC  X(159).                    00009800
