000001* PDX    - CATRFAU  C0369796 10/15/26 03:06:12 TBTIKUO            00001000
000001* ****************************************************************00001000
000001* CATRFAU - REFERENCE-DATA CHANGE AUDIT PARAMETER AREA.           00001000
000001* THE ACATRFAU MODULE WRITES ONE ACATRFAU ROW FOR EVERY ADD,      00001000
000001* CHANGE, INACTIVATE OR DELETE ON A MAINTAINED REFERENCE TABLE    00001000
000001* (VACTTYP, VTRNTYP, VBUSCAL, ACATFXRT, ACATSSI, ACATENTL,        00001000
000001* VCLNTPRO): THE TABLE, THE ROW KEY, THE VALUES BEFORE AND        00001000
000001* AFTER, WHO MADE THE CHANGE, FROM WHICH PROGRAM, AND WHEN.       00001000
000001* CAT798 LISTS EACH NIGHT EVERYTHING CHANGED SINCE THE LAST       00001000
000001* CYCLE.  THE CALLER BACKS OUT ITS CHANGE WHEN THE AUDIT ROW      00001000
000001* CANNOT BE WRITTEN - NO REFERENCE CHANGE GOES UNRECORDED.        00001000
000001* ****************************************************************00001000
       01  :RFAU:-PARAMETERS.                                           00001000
           05  :RFAU:-TABLE-NM          PIC  X(08).                     00001000
           05  :RFAU:-ACTION-CD         PIC  X(01).                     00001000
               88  :RFAU:-ADD                        VALUE 'A'.         00001000
               88  :RFAU:-CHANGE                     VALUE 'C'.         00001000
               88  :RFAU:-INACTIVATE                 VALUE 'I'.         00001000
               88  :RFAU:-DELETE                     VALUE 'D'.         00001000
           05  :RFAU:-KEY-TXT           PIC  X(40).                     00001000
           05  :RFAU:-BEFORE-TXT        PIC  X(200).                    00001000
           05  :RFAU:-AFTER-TXT         PIC  X(200).                    00001000
           05  :RFAU:-USER-ID           PIC  X(08).                     00001000
           05  :RFAU:-PRGM-NM           PIC  X(08).                     00001000
           05  :RFAU:-RETURN-CD         PIC  X(02).                     00001000
               88  :RFAU:-LOGGED                     VALUE '00'.        00001000
               88  :RFAU:-DB2-ERROR                  VALUE '12'.        00001000
           05  :RFAU:-SQLCODE           PIC S9(05).                     00001000
           05  FILLER                   PIC  X(10).                     00001000
