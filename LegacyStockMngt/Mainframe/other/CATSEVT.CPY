000001* PDX    - CATSEVT  C0369805 10/15/26 12:20:14 TBTIKUO            00000100
000001* ****************************************************************00000200
000001* CATSEVT - TRANSFER STATUS EVENT PARAMETER AREA.                 00000300
000001* A PROGRAM THAT CHANGES A TRANSFER'S STATUS OR SETTLEMENT        00000400
000001* DATE ON VTRNFR CALLS THE CATSEVT SUBROUTINE RIGHT AFTER THE     00000500
000001* UPDATE AND BEFORE ITS COMMIT.  THE EVENT ROW IS WRITTEN TO      00000600
000001* VSTSEVT IN THE CALLER'S UNIT OF WORK, SO IT IS COMMITTED OR     00000700
000001* ROLLED BACK WITH THE UPDATE ITSELF; CAT808 PUBLISHES IT.        00000800
000001* PASS CLIENT, ACAT-CNTL, OLD/NEW STATUS, OLD/NEW SETTLE DATE     00000900
000001* (YYYY-MM-DD), EVT-TYPE AND SRCE-PGM.  BRANCH, ACCOUNT AND       00001000
000001* REJECT REASON ARE TAKEN FROM THE UPDATED VTRNFR ROW AND THE     00001100
000001* ASSIGNED EVT-ID IS RETURNED.  ANY DB2 PROBLEM RETURNS '08'      00001200
000001* WITH THE SQLCODE - THE CALLER MUST ROLL BACK, BECAUSE AN        00001300
000001* UPDATE WITHOUT ITS EVENT WOULD NEVER REACH THE SUBSCRIBERS.     00001400
000001* ****************************************************************00001500
       01  :SEVT:-PARAMETERS.                                           00001600
           05  :SEVT:-RETURN-CD         PIC  X(02).                     00001700
               88  :SEVT:-NORMAL                     VALUE '00'.        00001800
               88  :SEVT:-DB2-ERROR                  VALUE '08'.        00001900
           05  :SEVT:-SQLCODE           PIC S9(05).                     00002000
           05  :SEVT:-EVT-ID            PIC S9(09) COMP.                00002100
           05  :SEVT:-EVT-TYPE          PIC  X(01).                     00002200
               88  :SEVT:-STATUS-CHANGE              VALUE 'S'.         00002300
               88  :SEVT:-SETTLE-AMEND               VALUE 'D'.         00002400
           05  :SEVT:-SRCE-PGM          PIC  X(08).                     00002500
           05  :SEVT:-CLIENT            PIC  X(04).                     00002600
           05  :SEVT:-ACAT-CNTL         PIC  X(14).                     00002700
           05  :SEVT:-OLD-STTS          PIC  X(03).                     00002800
           05  :SEVT:-NEW-STTS          PIC  X(03).                     00002900
           05  :SEVT:-OLD-STTLM-DT      PIC  X(10).                     00003000
           05  :SEVT:-NEW-STTLM-DT      PIC  X(10).                     00003100
           05  FILLER                   PIC  X(20).                     00003200
