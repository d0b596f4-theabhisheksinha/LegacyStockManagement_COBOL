000001* PDX    - CATOSUB  C0369802 10/15/26 10:12:08 TBTIKUO            00001000
000001* ****************************************************************00001000
000001* CATOSUB - OUTBOUND NSCC SUBMISSION REGISTER PARAMETER AREA.     00001000
000001* EVERY PROGRAM THAT BUILDS A FILE FOR NSCC (ASSET REJECTS,       00001000
000001* EXTENSION REQUESTS, CORRECTED RESUBMISSIONS, FUND/SERV          00001000
000001* RESUBMISSIONS, RECLAIM/FRV RELEASES, OUTGOING INITIATIONS)      00001000
000001* CALLS THE CATOSUB SUBROUTINE TO REGISTER THE SUBMISSION IN      00001000
000001* VOSUBM AND EACH RECORD IN VOSUBR.  FUNCTIONS:                   00001000
000001*   'O' - OPEN A SUBMISSION.  PASS SUBM-TYPE, SRCE-PGM, DD-NM.    00001000
000001*         RETURNS SUBM-ID AND THE TARGET CYCLE (DATE, NUMBER,     00001000
000001*         CUTOFF) TAKEN FROM THE VOSCYCL CYCLE SCHEDULE.          00001000
000001*   'R' - REGISTER ONE RECORD.  PASS SUBM-ID, REC-SEQ, REC-KEY    00001000
000001*         (THE KEY NSCC ECHOES ON THE ACKNOWLEDGMENT), CLIENT     00001000
000001*         AND ACAT-CNTL.                                          00001000
000001*   'C' - CLOSE THE SUBMISSION.  PASS SUBM-ID AND REC-CNT; THE    00001000
000001*         TRANSMISSION TIME IS STAMPED AND THE REGISTER ROWS      00001000
000001*         ARE COMMITTED.  CHECK RETURN-CD / SQLCODE AFTER THE     00001000
000001*         CLOSE - THE CALLER NEED NOT COMMIT FOR THE REGISTER.    00001000
000001* A DB2 PROBLEM RETURNS THE WARNING CODE AND THE CALLER KEEPS     00001000
000001* GOING - THE FILE STILL GOES OUT.  AFTER A FAILED OPEN THE       00001000
000001* SUBM-ID IS ZERO AND LATER 'R'/'C' CALLS ARE IGNORED.            00001000
000001* ****************************************************************00001000
       01  :OSUB:-PARAMETERS.                                           00001000
           05  :OSUB:-FUNCTION          PIC  X(01).                     00001000
               88  :OSUB:-OPEN                       VALUE 'O'.         00001000
               88  :OSUB:-RECORD                     VALUE 'R'.         00001000
               88  :OSUB:-CLOSE                      VALUE 'C'.         00001000
           05  :OSUB:-RETURN-CD         PIC  X(02).                     00001000
               88  :OSUB:-NORMAL                     VALUE '00'.        00001000
               88  :OSUB:-DB2-WARNING                VALUE '04'.        00001000
           05  :OSUB:-SQLCODE           PIC S9(05).                     00001000
           05  :OSUB:-SUBM-ID           PIC S9(09) COMP.                00001000
           05  :OSUB:-SUBM-TYPE         PIC  X(02).                     00001000
               88  :OSUB:-ASSET-REJECT               VALUE 'AR'.        00001000
               88  :OSUB:-EXTENSION                  VALUE 'EX'.        00001000
               88  :OSUB:-CORR-RESUB                 VALUE 'CR'.        00001000
               88  :OSUB:-FUNDSERV-RESUB             VALUE 'FS'.        00001000
               88  :OSUB:-RECLAIM-FRV                VALUE 'RF'.        00001000
               88  :OSUB:-INITIATION                 VALUE 'TI'.        00001000
           05  :OSUB:-SRCE-PGM          PIC  X(08).                     00001000
           05  :OSUB:-DD-NM             PIC  X(08).                     00001000
           05  :OSUB:-CYCLE-DT          PIC  X(10).                     00001000
           05  :OSUB:-CYCLE-NBR         PIC S9(04) COMP.                00001000
           05  :OSUB:-CUTOFF-TMSTP      PIC  X(26).                     00001000
           05  :OSUB:-REC-SEQ           PIC S9(09) COMP.                00001000
           05  :OSUB:-REC-KEY           PIC  X(40).                     00001000
           05  :OSUB:-CLIENT            PIC  X(04).                     00001000
           05  :OSUB:-ACAT-CNTL         PIC  X(14).                     00001000
           05  :OSUB:-REC-CNT           PIC S9(09) COMP.                00001000
           05  FILLER                   PIC  X(20).                     00001000
