000001* PDX    - CAT726   C0369780 10/15/26 18:03:12 TBTIKUO            00001000
LRM002* ALTERNATIVE-INVESTMENT GATE.  A SETTLED TRANSFER CARRYING A     00001000
LRM002* LIMITED PARTNERSHIP OR NON-TRADED REIT THE SPONSOR HAS NOT YET  00001000
LRM002* CONFIRMED (ACATALTI, CAT777) IS NOT COMPLETE AND STAYS ACTIVE   00001000
LRM002* UNTIL EVERY SUCH ITEM IS CONFIRMED.                             00001000
000001* PDX    - CAT726   C0369538 08/22/26 17:05:33 TBTIKUO            00000100
000001* CREATED FOR SSR 114240.  HISTORY WAREHOUSE FOR SETTLED AND      00000200
000001* CLOSED TRANSFERS.  ONCE A TRANSFER SETTLED OR WAS PURGED IT     00000300
      * THE ACTIVE ROWS DELETED.  A COMMIT IS TAKEN EVERY 100         * 00002100
      * TRANSFERS.  AFTER THE ARCHIVE PASS, HISTORY ROWS WITH A       * 00002200
      * SETTLE DATE OLDER THAN THE RETENTION CUTOFF ARE PURGED.       * 00002300
LRM002* A TRANSFER WITH AN UNCONFIRMED ALTERNATIVE-INVESTMENT ITEM    * 00001000
LRM002* ON ACATALTI IS LEFT ACTIVE UNTIL THE SPONSOR CONFIRMS.        * 00001000
      *---------------------------------------------------------------* 00002400
           EJECT                                                        00002500
      ***************************************************************** 00002600
                     CLIENT_NBR                                         00009000
                    ,ACAT_CONTROL_NBR                                   00009100
                 FROM  VTRNFR                                           00009200
LRM002           WHERE (STTS_CD = '310'                                 00001000
LRM002              OR  STTS_CD >= '400')                               00001000
LRM002             AND NOT EXISTS                                       00001000
LRM002                 (SELECT 1 FROM ACATALTI L                        00001000
LRM002                   WHERE L.CLIENT_NBR       = VTRNFR.CLIENT_NBR   00001000
LRM002                     AND L.ACAT_CONTROL_NBR =                     00001000
LRM002                         VTRNFR.ACAT_CONTROL_NBR                  00001000
LRM002                     AND L.ALT_STTS_CD IN ('O', 'S', 'R'))        00001000
                 ORDER BY CLIENT_NBR, ACAT_CONTROL_NBR                  00009500
           END-EXEC.                                                    00009600
                                                                        00009700
