000001* PDX    - CATSEVM  C0369805 10/15/26 12:21:40 TBTIKUO            00000100
000001* ****************************************************************00000200
000001* CATSEVM - TRANSFER STATUS EVENT MESSAGE (200 BYTES).            00000300
000001* ONE MESSAGE PER VSTSEVT ROW AS PUT TO THE STATUS EVENT QUEUE    00000400
000001* BY CAT808.  SUBSCRIBERS COPY THIS LAYOUT.  A REPLAYED EVENT     00000500
000001* CARRIES REPLAY-IND 'Y' AND THE SAME EVT-ID AS THE ORIGINAL,     00000600
000001* SO A SUBSCRIBER THAT ALREADY HAS THE EVENT CAN DISCARD IT.      00000700
000001* EVT-TYPE: S STATUS CHANGE (CAT706)                              00000800
000001*           D SETTLEMENT-DATE AMENDMENT (CAT707)                  00000900
000001* ****************************************************************00001000
       01  :EVM:-MESSAGE.                                               00001100
           05  :EVM:-MSG-ID             PIC  X(08).                     00001200
               88  :EVM:-MSG-ID-VALID                VALUE 'ACATSEVT'.  00001300
           05  :EVM:-EVT-ID             PIC  9(09).                     00001400
           05  :EVM:-EVT-TYPE           PIC  X(01).                     00001500
           05  :EVM:-REPLAY-IND         PIC  X(01).                     00001600
           05  :EVM:-CLIENT             PIC  X(04).                     00001700
           05  :EVM:-ACAT-CNTL          PIC  X(14).                     00001800
           05  :EVM:-BRANCH-CD          PIC  X(03).                     00001900
           05  :EVM:-ACCT-CD            PIC  X(05).                     00002000
           05  :EVM:-OLD-STTS           PIC  X(03).                     00002100
           05  :EVM:-NEW-STTS           PIC  X(03).                     00002200
           05  :EVM:-OLD-STTLM-DT       PIC  X(10).                     00002300
           05  :EVM:-NEW-STTLM-DT       PIC  X(10).                     00002400
           05  :EVM:-RJCT-RSN-CD        PIC  X(02).                     00002500
           05  :EVM:-SRCE-PGM           PIC  X(08).                     00002600
           05  :EVM:-EVT-TMSTP          PIC  X(26).                     00002700
           05  FILLER                   PIC  X(93).                     00002800
