000001* PDX    - CATTXPS  C0369810 10/15/26 16:05:12 TBTIKUO            00000100
000001* ****************************************************************00000200
000001* CATTXPS - TAX-LOT INTAKE (TAXPOST) RECORD.  ONE RECORD PER      00000300
000001* COST-BASIS LOT FOR A RECEIVED ASSET, PICKED UP BY THE TAX-LOT   00000400
000001* SIDE.  WRITTEN BY:                                              00000500
000001*   CAT786 - LOTS AS RECEIVED FROM THE CONTRA ON CBRS             00000600
000001*   CAT814 - ADJUSTED LOTS FOR GIFT AND ESTATE TRANSFERS, IN      00000700
000001*            PLACE OF THE CBRS LOTS CAT786 HOLDS BACK             00000800
000001* BASIS TYPE:                                                     00000900
000001*   ' ' = AS RECEIVED FROM THE CONTRA FIRM                        00001000
000001*   'G' = GIFT - LOT COST IS THE DONOR'S BASIS (LOT DATE IS THE   00001100
000001*         DONOR'S ACQUISITION DATE); GIFT-FMV IS THE LOT'S VALUE  00001200
000001*         AT THE DATE OF GIFT, THE BASIS FOR A LOSS WHEN LOWER    00001300
000001*   'E' = ESTATE - STEPPED-UP BASIS: LOT COST IS THE MARKET       00001400
000001*         VALUE AND LOT DATE THE DATE OF DEATH                    00001500
000001* LENGTH - 100 BYTES, RECFM=FB.                                   00001600
000001* ****************************************************************00001700
       01  :TXP:-RECORD.                                                00001800
           05  :TXP:-CLIENT             PIC  X(04).                     00001900
           05  :TXP:-ACAT-CNTRL         PIC  X(14).                     00002000
           05  :TXP:-BRANCH             PIC  X(03).                     00002100
           05  :TXP:-ACCOUNT            PIC  X(05).                     00002200
           05  :TXP:-ADP-NBR            PIC  X(07).                     00002300
           05  :TXP:-CUSIP              PIC  X(09).                     00002400
           05  :TXP:-LOT-DATE           PIC  X(08).                     00002500
           05  :TXP:-LOT-QTY            PIC  9(11)V9(5).                00002600
           05  :TXP:-LOT-COST           PIC  9(13)V99.                  00002700
           05  :TXP:-BASIS-TYPE         PIC  X(01).                     00002800
               88  :TXP:-AS-RECEIVED                 VALUE ' '.         00002900
               88  :TXP:-GIFT-BASIS                  VALUE 'G'.         00003000
               88  :TXP:-ESTATE-BASIS                VALUE 'E'.         00003100
           05  :TXP:-GIFT-FMV           PIC  9(13)V99.                  00003200
           05  FILLER                   PIC  X(03).                     00003300
