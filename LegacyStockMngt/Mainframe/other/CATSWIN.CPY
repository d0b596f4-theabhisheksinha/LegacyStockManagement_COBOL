000001* PDX    - CATSWIN  C0369809 10/15/26 15:02:17 TBTIKUO            00000100
000001* ****************************************************************00000200
000001* CATSWIN - AGENT-BANK SETTLEMENT INSTRUCTION RECORD.  ONE        00000300
000001* RECORD PER FOREIGN-SETTLING ASSET (STTLM_LCTN_CD OUTSIDE DTC    00000400
000001* PER ACATSLOC), PICKED UP BY THE SWIFT GATEWAY AND SENT TO OUR   00000500
000001* AGENT BANK AS A FREE-OF-PAYMENT SETTLEMENT INSTRUCTION:         00000600
000001*   MT540 RECEIVE FREE  - WRITTEN BY CAT812 FOR RECEIPTS          00000700
000001*   MT542 DELIVER FREE  - WRITTEN BY CAT713 WHEN THE DELIVERY     00000800
000001*                         IS RELEASED                             00000900
000001* THE SENDER'S REFERENCE (:20C::SEME) IS ACATFSTL SEME_REF - THE  00001000
000001* CONTROL NUMBER AND LOW TWO DIGITS OF THE ASSET SEQUENCE; THE    00001100
000001* GATEWAY ECHOES CLIENT/CONTROL/ASSET SEQUENCE ON THE AGENT'S     00001200
000001* STATUS AND CONFIRMATION RETURNS (FSTLSTS INTO CAT812).          00001300
000001* LENGTH - 200 BYTES, RECFM=FB.                                   00001400
000001* ****************************************************************00001500
       01  :SWIN:-RECORD.                                               00001600
           05  :SWIN:-MSG-TYPE          PIC  X(03).                     00001700
               88  :SWIN:-RECEIVE-FREE               VALUE '540'.       00001800
               88  :SWIN:-DELIVER-FREE               VALUE '542'.       00001900
           05  :SWIN:-FUNC-CD           PIC  X(04).                     00002000
               88  :SWIN:-NEW-MSG                    VALUE 'NEWM'.      00002100
           05  :SWIN:-SEME-REF          PIC  X(16).                     00002200
           05  :SWIN:-KEY.                                              00002300
               10  :SWIN:-CLIENT        PIC  X(04).                     00002400
               10  :SWIN:-ACAT-CNTL     PIC  X(14).                     00002500
               10  :SWIN:-ASSET-SEQ     PIC  9(09).                     00002600
           05  :SWIN:-BRANCH            PIC  X(03).                     00002700
           05  :SWIN:-ACCT              PIC  X(05).                     00002800
      *    :95P::PSET - PLACE OF SETTLEMENT (DEPOSITORY BIC)            00002900
           05  :SWIN:-PSET-BIC          PIC  X(11).                     00003000
      *    :95P::ACCW / :97A::SAFE - AGENT BANK AND OUR ACCOUNT THERE   00003100
           05  :SWIN:-AGENT-BANK        PIC  X(08).                     00003200
           05  :SWIN:-AGENT-ACCT        PIC  X(20).                     00003300
      *    :95R::DEAG / :95R::REAG - CONTRA PARTICIPANT                 00003400
           05  :SWIN:-CONTRA-PRTCP      PIC  X(04).                     00003500
      *    :35B:ISIN - COUNTRY, NATIONAL NUMBER, CHECK DIGIT            00003600
           05  :SWIN:-ISIN.                                             00003700
               10  :SWIN:-ISIN-CNTRY    PIC  X(02).                     00003800
               10  :SWIN:-ISIN-NSIN     PIC  X(09).                     00003900
               10  :SWIN:-ISIN-CHK      PIC  X(01).                     00004000
      *    :36B::SETT//UNIT                                             00004100
           05  :SWIN:-QTY               PIC  9(12)V9(05).               00004200
      *    :98A::SETT - CCYYMMDD                                        00004300
           05  :SWIN:-SETTL-DATE        PIC  X(08).                     00004400
           05  :SWIN:-STTLM-LCTN-CD     PIC  X(02).                     00004500
           05  FILLER                   PIC  X(60).                     00004600
