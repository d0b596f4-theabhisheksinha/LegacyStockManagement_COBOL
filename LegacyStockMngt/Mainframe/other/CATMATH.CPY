000001* PDX    - CATMATH  C0369770 10/10/26 08:05:51 TBTIKUO            00001000
LRM002* ADD THE PRMB RECORD TYPE - TRANSFER-PROMOTION CASH BONUS        00001000
LRM002* CREDIT EARNED UNDER AN ACATPRMO CAMPAIGN (BUILT BY CAT768).     00001000
000001* PDX    - CATMATH  C0369769 10/09/26 07:48:03 TBTIKUO            00001000
LRM001* ADD THE FERB RECORD TYPE - CREDIT OF A CONTRA-FIRM TRANSFER-OUT 00001000
LRM001* FEE WE REIMBURSE ON AN INCOMING TRANSFER (BUILT BY CAT760).     00001000
000001* PDX    - CATMATH  C0361186 11/13/14 14:35:43 TBLAMUR            00001000
000001* PDX    - CATMATH  C0317345 10/04/11 11:56:21 TBLAMUR            00001000
000001* PDX    - CATMATH  C0296621 05/18/10 15:55:58 TBLAMUR            00001000
                   88 :CATMATH:-FEE-IRA-TERMINATION      VALUE 'FEET'.  CATMATH 
                   88 :CATMATH:-FEE-FOREIGN-ASSET        VALUE 'FEFO'.  CATMATH 
                   88 :CATMATH:-FEE-PAPER-STATEMENT      VALUE 'FEPS'.  CATMATH 
LRM001             88 :CATMATH:-FEE-REIMBURSEMENT        VALUE 'FERB'.  CATMATH 
LRM002             88 :CATMATH:-PROMOTION-BONUS          VALUE 'PRMB'.  CATMATH 
                   88 :CATMATH:-TYPE3-MOVE               VALUE 'TYP3'.  CATMATH 
                   88 :CATMATH:-FRACTIONAL-QTY           VALUE 'FRAC'.  CATMATH 
                   88 :CATMATH:-MMF-AS-CASH              VALUE 'MMFC'.  CATMATH 
