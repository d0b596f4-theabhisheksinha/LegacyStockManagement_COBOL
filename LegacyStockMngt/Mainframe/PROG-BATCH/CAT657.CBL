000001* PDX    - CAT657   C0369778 10/15/26 14:12:40 TBTIKUO            00001000
LRM002* PRICE MBS ASSETS AT CURRENT FACE.  A MORTGAGE-BACKED ASSET      00001000
LRM002* (MBS_SERIAL_NBR NOT BLANK) IS CARRIED AT ORIGINAL FACE, SO      00001000
LRM002* QTY X PRICE OVERSTATED IT ONCE THE POOL PAID DOWN.  THE         00001000
LRM002* NEW VALUE IS NOW QTY X ACATMBSF POOL FACTOR X PRICE (NO         00001000
LRM002* FACTOR ON FILE = 1) AND THE FACTOR APPLIED IS STAMPED ON        00001000
LRM002* ASSET_POOL_FCTR, AS THE MONTHLY CAT775 RESTATEMENT DOES.        00001000
000001* PDX    - CAT657   C0369750 09/04/26 12:05:50 TBTIKUO            00001000
LRM001* CLOSE THE UNPRICED NON-USD GAP.  THE NIGHTLY PRICE FILE         00001000
LRM001* ONLY REVALUES CUSIPS IT CARRIES, SO A NON-USD ASSET             00001000
           05  WS-POS-ACAT-CNTL         PIC  X(14).                     00008600
           05  WS-POS-SEQ               PIC S9(09) COMP.                00008700
           05  WS-POS-QTY               PIC S9(12)V9(5) COMP-3.         00008800
LRM002     05  WS-POS-OLD-AMT           PIC S9(13)V99 COMP-3.           00001000
LRM002     05  WS-POS-FCTR              PIC S9(01)V9(08) COMP-3.        00001000
       01  WS-NEW-AMT                   PIC S9(13)V99 COMP-3  VALUE +0. 00009000
       01  WS-MOVE-PCT                  PIC S9(05)V99 COMP-3  VALUE +0. 00009100
       01  WS-MOVE-PCT-ED               PIC  ZZZZ9.99.                  00009110
                       ,A.ASSET_SEQ_NBR                                 00016700
                       ,A.ASSET_QTY                                     00016800
                       ,A.ASSET_AMT                                     00016900
LRM002                 ,VALUE(F.POOL_FCTR, 1)                           00001000
                 FROM  VASSET A                                         00017000
LRM002                 LEFT OUTER JOIN ACATMBSF F                       00001000
LRM002                   ON  F.CUSIP_NBR      = A.ISIN_SEC_ISSUE_CD     00001000
LRM002                   AND A.MBS_SERIAL_NBR <> ' '                    00001000
                 WHERE A.ISIN_SEC_ISSUE_CD = :PRC-CUSIP                 00017100
                   AND EXISTS                                           00017200
                       (SELECT 1 FROM VTRNFR T                          00017300
                     ,:WS-POS-ACAT-CNTL                                 00031000
                     ,:WS-POS-SEQ                                       00031100
                     ,:WS-POS-QTY                                       00031200
LRM002               ,:WS-POS-OLD-AMT                                   00001000
LRM002               ,:WS-POS-FCTR                                      00001000
           END-EXEC.                                                    00031400
                                                                        00031500
           EVALUATE SQLCODE                                             00031600
                 PERFORM 8000-DB2-ERROR-RTN                             00032300
           END-EVALUATE.                                                00032400
                                                                        00032500
LRM002     COMPUTE WS-NEW-AMT ROUNDED =                                 00001000
LRM002             WS-POS-QTY * WS-POS-FCTR * PRC-PRICE.                00001000
                                                                        00032700
      *    HAS THE POSITION VALUE MOVED PAST THE TOLERANCE?             00032800
           IF WS-POS-OLD-AMT NOT = +0                                   00032900
           EXEC SQL                                                     00035000
              UPDATE VASSET                                             00035100
                 SET ASSET_AMT    = :WS-NEW-AMT                         00035200
LRM002              ,ASSET_PRC_DT = CURRENT DATE                        00001000
LRM002              ,ASSET_POOL_FCTR =                                  00001000
LRM002                  CASE WHEN MBS_SERIAL_NBR <> ' '                 00001000
LRM002                       THEN :WS-POS-FCTR                          00001000
LRM002                       ELSE ASSET_POOL_FCTR END                   00001000
                    ,UPDT_TMSTP   = CURRENT TIMESTAMP                   00035400
                    ,PRGM_NM      = 'CAT657'                            00035500
               WHERE CLIENT_NBR       = :WS-POS-CLIENT                  00035600
