000001* PDX    - CATSNPA  C0369808 10/15/26 14:10:06 TBTIKUO            00000100
000001* ****************************************************************00000200
000001* CATSNPA - NIGHTLY OPEN-TRANSFER ASSET SNAPSHOT (VASSET).        00000300
000001* WRITTEN BY CAT811 IN THE SAME UNIT OF WORK AS CATSNPT, ONE      00000400
000001* DETAIL PER ASSET OF AN OPEN TRANSFER IN CLIENT / ACAT           00000500
000001* CONTROL NUMBER ORDER.  EACH DETAIL REPEATS THE OWNING           00000600
000001* TRANSFER'S SIDE, STATUS, TYPE, SETTLE DATE AND UPDATE           00000700
000001* TIMESTAMP AND CARRIES THE VMSD SECURITY TYPE ('UNK ' WHEN       00000800
000001* THE MASTER ROW IS MISSING), SO A READER NEEDS NO MATCH TO       00000900
000001* THE TRANSFER FILE.  CURRENCY DEFAULTS TO 'USD'.  THE            00001000
000001* TRAILER CARRIES THE DETAIL COUNT AND THE ASSET AMOUNT TOTAL.    00001100
000001* LENGTH - 200 BYTES, RECFM=FB.                                   00001200
000001* ****************************************************************00001300
       01  :SNPA:-RECORD.                                               00001400
           05  :SNPA:-REC-TYPE          PIC  X(01).                     00001500
               88  :SNPA:-HEADER                     VALUE 'H'.         00001600
               88  :SNPA:-DETAIL                     VALUE 'D'.         00001700
               88  :SNPA:-TRAILER                    VALUE 'T'.         00001800
           05  :SNPA:-DTL.                                              00001900
               10  :SNPA:-CLIENT        PIC  X(04).                     00002000
               10  :SNPA:-ACAT-CNTL     PIC  X(14).                     00002100
               10  :SNPA:-ASSET-SEQ     PIC S9(04) COMP.                00002200
               10  :SNPA:-DSTBN-SIDE    PIC  X(01).                     00002300
               10  :SNPA:-STTS          PIC  X(03).                     00002400
               10  :SNPA:-TRNFR-TYPE    PIC  X(03).                     00002500
               10  :SNPA:-STTLM-DT      PIC  X(10).                     00002600
               10  :SNPA:-UPDT-TMSTP    PIC  X(26).                     00002700
               10  :SNPA:-ISIN          PIC  X(09).                     00002800
               10  :SNPA:-SECURITY-ADP  PIC  X(07).                     00002900
               10  :SNPA:-ASSET-AMT     PIC S9(13)V99 COMP-3.           00003000
               10  :SNPA:-CRNCY         PIC  X(03).                     00003100
               10  :SNPA:-SCRTY-TYPE    PIC  X(04).                     00003200
               10  FILLER               PIC  X(105).                    00003300
           05  :SNPA:-HDR REDEFINES :SNPA:-DTL.                         00003400
               10  :SNPA:-HDR-TMSTP     PIC  X(26).                     00003500
               10  :SNPA:-HDR-PGM       PIC  X(08).                     00003600
               10  FILLER               PIC  X(165).                    00003700
           05  :SNPA:-TRL REDEFINES :SNPA:-DTL.                         00003800
               10  :SNPA:-TRL-TMSTP     PIC  X(26).                     00003900
               10  :SNPA:-TRL-REC-CNT   PIC  9(09).                     00004000
               10  :SNPA:-TRL-AMT-TOT   PIC S9(15)V99 COMP-3.           00004100
               10  FILLER               PIC  X(155).                    00004200
