000001* PDX    - CATINTR  C0369812 10/15/26 17:48:30 TBTIKUO            00000100
000001* ****************************************************************00000200
000001* CATINTR - TRANSFERS-IN-PROGRESS FEED TO THE CUSTOMER STATEMENT  00000300
000001* SYSTEM.  WRITTEN BY CAT816 AT MONTH END, ONE DETAIL PER ASSET   00000400
000001* OF EVERY TRANSFER NOT YET SETTLED, IN CLIENT / BRANCH /         00000500
000001* ACCOUNT / CONTROL NUMBER ORDER.  THE ACCOUNT IS OURS - THE      00000600
000001* RECEIVING ACCOUNT ON AN INCOMING TRANSFER (SIDE 'R'), THE       00000700
000001* DELIVERING ACCOUNT ON AN OUTGOING ONE (SIDE 'D') - AND THE      00000800
000001* CONTRA FIELDS ARE THE OTHER FIRM'S.  VALUES ARE IN USD AS OF    00000900
000001* THE STATEMENT DATE ON THE HEADER; A NON-USD ASSET ALSO CARRIES  00001000
000001* ITS ORIGINAL CURRENCY, AMOUNT AND THE ACATFXRT RATE APPLIED.    00001100
000001* THE TRAILER CARRIES THE DETAIL COUNT AND THE USD VALUE TOTAL.   00001200
000001* LENGTH - 200 BYTES, RECFM=FB.                                   00001300
000001* ****************************************************************00001400
       01  :INTR:-RECORD.                                               00001500
           05  :INTR:-REC-TYPE          PIC  X(01).                     00001600
               88  :INTR:-HEADER                     VALUE 'H'.         00001700
               88  :INTR:-DETAIL                     VALUE 'D'.         00001800
               88  :INTR:-TRAILER                    VALUE 'T'.         00001900
           05  :INTR:-DTL.                                              00002000
               10  :INTR:-CLIENT        PIC  X(04).                     00002100
               10  :INTR:-BRANCH        PIC  X(03).                     00002200
               10  :INTR:-ACCT          PIC  X(05).                     00002300
               10  :INTR:-DSTBN-SIDE    PIC  X(01).                     00002400
                   88  :INTR:-INCOMING               VALUE 'R'.         00002500
                   88  :INTR:-OUTGOING               VALUE 'D'.         00002600
               10  :INTR:-ACAT-CNTL     PIC  X(14).                     00002700
               10  :INTR:-ASSET-SEQ     PIC  9(05).                     00002800
               10  :INTR:-CNTRA-PRTCP   PIC  X(04).                     00002900
               10  :INTR:-CNTRA-ACCT    PIC  X(20).                     00003000
               10  :INTR:-TRNFR-TYPE    PIC  X(03).                     00003100
               10  :INTR:-STTS          PIC  X(03).                     00003200
               10  :INTR:-STTS-DESC     PIC  X(20).                     00003300
      *        CCYYMMDD, SPACES UNTIL THE CONTRA SETS A SETTLE DATE     00003400
               10  :INTR:-EXP-STTL-DATE PIC  X(08).                     00003500
               10  :INTR:-CUSIP         PIC  X(09).                     00003600
               10  :INTR:-SECURITY-ADP  PIC  X(07).                     00003700
               10  :INTR:-QTY           PIC  9(12)V9(05).               00003800
               10  :INTR:-PRICE         PIC  9(09)V9(06).               00003900
               10  :INTR:-MKT-VAL       PIC S9(13)V99 SIGN LEADING      00004000
                                                      SEPARATE.         00004100
               10  :INTR:-ORIG-CRNCY    PIC  X(03).                     00004200
               10  :INTR:-ORIG-AMT      PIC S9(13)V99 SIGN LEADING      00004300
                                                      SEPARATE.         00004400
               10  :INTR:-FX-RATE       PIC  9(03)V9(08).               00004500
      *        CCYYMMDD OF THE LAST DAILY PRICE, SPACES IF NEVER PRICED 00004600
               10  :INTR:-PRICE-DATE    PIC  X(08).                     00004700
               10  :INTR:-PRICE-IND     PIC  X(01).                     00004800
                   88  :INTR:-PRICED                 VALUE 'Y'.         00004900
                   88  :INTR:-PRICE-STALE            VALUE 'S'.         00005000
                   88  :INTR:-NOT-PRICED             VALUE 'N'.         00005100
                   88  :INTR:-NO-FX-RATE             VALUE 'F'.         00005200
               10  FILLER               PIC  X(06).                     00005300
           05  :INTR:-HDR REDEFINES :INTR:-DTL.                         00005400
               10  :INTR:-HDR-STMT-DATE PIC  X(08).                     00005500
               10  :INTR:-HDR-TMSTP     PIC  X(26).                     00005600
               10  :INTR:-HDR-PGM       PIC  X(08).                     00005700
               10  FILLER               PIC  X(157).                    00005800
           05  :INTR:-TRL REDEFINES :INTR:-DTL.                         00005900
               10  :INTR:-TRL-STMT-DATE PIC  X(08).                     00006000
               10  :INTR:-TRL-REC-CNT   PIC  9(09).                     00006100
               10  :INTR:-TRL-VAL-TOT   PIC S9(15)V99 SIGN LEADING      00006200
                                                      SEPARATE.         00006300
               10  FILLER               PIC  X(164).                    00006400
