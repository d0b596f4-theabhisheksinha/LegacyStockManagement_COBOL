000001* PDX    - CATSNPT  C0369808 10/15/26 14:10:06 TBTIKUO            00000100
000001* ****************************************************************00000200
000001* CATSNPT - NIGHTLY OPEN-TRANSFER SNAPSHOT RECORD (VTRNFR).       00000300
000001* WRITTEN BY CAT811 AFTER THE UPDATE STREAMS HAVE FINISHED,       00000400
000001* ONE DETAIL PER OPEN TRANSFER (STATUS BELOW '400') IN ACAT       00000500
000001* CONTROL NUMBER ORDER, BETWEEN A HEADER CARRYING THE             00000600
000001* SNAPSHOT TIMESTAMP AND A TRAILER CARRYING THE DETAIL COUNT.     00000700
000001* A READER MUST CHECK THE TRAILER COUNT AGAINST THE DETAILS       00000800
000001* IT READ BEFORE TRUSTING ITS OWN TOTALS.                         00000900
000001* LENGTH - 150 BYTES, RECFM=FB.                                   00001000
000001* ****************************************************************00001100
       01  :SNPT:-RECORD.                                               00001200
           05  :SNPT:-REC-TYPE          PIC  X(01).                     00001300
               88  :SNPT:-HEADER                     VALUE 'H'.         00001400
               88  :SNPT:-DETAIL                     VALUE 'D'.         00001500
               88  :SNPT:-TRAILER                    VALUE 'T'.         00001600
           05  :SNPT:-DTL.                                              00001700
               10  :SNPT:-CLIENT        PIC  X(04).                     00001800
               10  :SNPT:-ACAT-CNTL     PIC  X(14).                     00001900
               10  :SNPT:-DSTBN-SIDE    PIC  X(01).                     00002000
               10  :SNPT:-STTS          PIC  X(03).                     00002100
               10  :SNPT:-TRNFR-TYPE    PIC  X(03).                     00002200
               10  :SNPT:-BRANCH        PIC  X(03).                     00002300
               10  :SNPT:-ACCT          PIC  X(05).                     00002400
               10  :SNPT:-RCV-NBR       PIC  X(04).                     00002500
               10  :SNPT:-DLVR-NBR      PIC  X(04).                     00002600
               10  :SNPT:-PRCS-DT       PIC  X(10).                     00002700
               10  :SNPT:-STTLM-DT      PIC  X(10).                     00002800
               10  :SNPT:-UPDT-TMSTP    PIC  X(26).                     00002900
               10  FILLER               PIC  X(62).                     00003000
           05  :SNPT:-HDR REDEFINES :SNPT:-DTL.                         00003100
               10  :SNPT:-HDR-TMSTP     PIC  X(26).                     00003200
               10  :SNPT:-HDR-PGM       PIC  X(08).                     00003300
               10  FILLER               PIC  X(115).                    00003400
           05  :SNPT:-TRL REDEFINES :SNPT:-DTL.                         00003500
               10  :SNPT:-TRL-TMSTP     PIC  X(26).                     00003600
               10  :SNPT:-TRL-REC-CNT   PIC  9(09).                     00003700
               10  FILLER               PIC  X(114).                    00003800
