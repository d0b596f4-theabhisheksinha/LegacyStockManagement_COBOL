000001* PDX    - CATNEDT  C0369813 10/15/26 18:06:12 TBTIKUO            00001000
LRM001* SSR 114484 PARTICIPANT RC '3' - THE PARTICIPANT IS UNDER        00001000
LRM001* FAILED-FIRM / SIPC LIQUIDATION CONTINGENCY ON ACATPCTG (SET     00001000
LRM001* THROUGH CAT817); NEW WORK WITH THE FIRM IS NOT TAKEN IN.        00001000
000001* PDX    - CATNEDT  C0369667 09/02/26 10:05:21 TBTIKUO            00001000
000001* ****************************************************************00001000
000001* CATNEDT - SHARED NSCC FIELD-EDIT PARAMETER AREA.                00001000
               88  :NEDT:-PRTCP-OK               VALUE '0'.             00001000
               88  :NEDT:-PRTCP-BAD-FMT          VALUE '1'.             00001000
               88  :NEDT:-PRTCP-NOT-FOUND        VALUE '2'.             00001000
LRM001         88  :NEDT:-PRTCP-CONTINGENCY      VALUE '3'.             00001000
           05  :NEDT:-CNTL-NBR          PIC  X(14).                     00001000
           05  :NEDT:-CNTL-RC           PIC  X(01).                     00001000
               88  :NEDT:-CNTL-OK                VALUE '0'.             00001000
