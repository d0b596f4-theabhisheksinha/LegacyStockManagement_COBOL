000001* PDX    - CATPIAL  C0369798 10/15/26 06:02:15 TBTIKUO            00001000
LRM001* SSR 114469 ADD ACCESS TYPE 'CI' - CUSTOMER INQUIRY ACROSS ALL   00001000
LRM001* TRANSFERS BY SSN/TIN OR NAME (ACATCIDB).                        00001000
000001* PDX    - CATPIAL  C0369795 10/15/26 02:05:40 TBTIKUO            00001000
000001* ****************************************************************00001000
000001* CATPIAL - CUSTOMER PII ACCESS-LOG PARAMETER AREA.               00001000
000001* THE ACATPIAL MODULE WRITES ONE ACATPIAL ROW EACH TIME AN        00001000
000001* INQUIRY RETURNS A CUSTOMER'S NAME, ADDRESS OR SSN: WHO          00001000
000001* (CICS SIGN-ON), FROM WHICH TERMINAL AND TRANSACTION, WHICH      00001000
000001* PROGRAM, WHICH CLIENT/BRANCH/ACCOUNT OR TRANSFER, AND WHEN.     00001000
000001* THE PRIVACY OFFICE ANSWERS "WHO VIEWED THIS CUSTOMER" FROM      00001000
000001* THE LOG AND CAT797 REPORTS IT MONTHLY.  A LOGGING FAILURE       00001000
000001* IS RETURNED BUT DOES NOT STOP THE INQUIRY.                      00001000
000001* ****************************************************************00001000
       01  :PIAL:-PARAMETERS.                                           00001000
           05  :PIAL:-USER-ID           PIC  X(08).                     00001000
           05  :PIAL:-TERM-ID           PIC  X(04).                     00001000
           05  :PIAL:-TRAN-ID           PIC  X(04).                     00001000
           05  :PIAL:-PRGM-NM           PIC  X(08).                     00001000
           05  :PIAL:-ACCESS-CD         PIC  X(02).                     00001000
               88  :PIAL:-NAME-ADDR                  VALUE 'NA'.        00001000
               88  :PIAL:-PEND-INQ                   VALUE 'PI'.        00001000
               88  :PIAL:-HIST-INQ                   VALUE 'HI'.        00001000
               88  :PIAL:-DLVR-LOOKUP                VALUE 'DL'.        00001000
LRM001         88  :PIAL:-CUST-INQ                   VALUE 'CI'.        00001000
           05  :PIAL:-CLIENT            PIC  X(04).                     00001000
           05  :PIAL:-BRANCH            PIC  X(03).                     00001000
           05  :PIAL:-ACCT              PIC  X(05).                     00001000
           05  :PIAL:-ACAT-CNTRL        PIC  X(14).                     00001000
           05  :PIAL:-RETURN-CD         PIC  X(02).                     00001000
               88  :PIAL:-LOGGED                     VALUE '00'.        00001000
               88  :PIAL:-DB2-ERROR                  VALUE '12'.        00001000
           05  :PIAL:-SQLCODE           PIC S9(05).                     00001000
           05  FILLER                   PIC  X(10).                     00001000
