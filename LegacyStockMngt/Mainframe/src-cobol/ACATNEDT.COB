000001* PDX    - ACATNEDT C0369813 10/15/26 18:07:40 TBTIKUO            00001000
LRM002* SSR 114484 - CONTRA-FIRM FAILURE CONTINGENCY.  A PARTICIPANT    00001000
LRM002* OPERATIONS HAS PUT UNDER CONTINGENCY ON ACATPCTG (FAILED FIRM   00001000
LRM002* OR SIPC LIQUIDATION, SET THROUGH CAT817, IN EFFECT FROM ITS     00001000
LRM002* EFFECTIVE DATE UNTIL CLEARED) NOW FAILS THE PARTICIPANT EDIT    00001000
LRM002* WITH RC '3', SO NO INTAKE CHANNEL CREATES NEW WORK WITH IT.     00001000
000001* PDX    - ACATNEDT C0369731 09/03/26 00:55:02 TBTIKUO            00000100
LRM001* SSR 114420 - THE PARTICIPANT PROFILE NOW LIVES ON VPRTCPPF      00000100
LRM001* (CATPPL MIGRATED TO DB2); THE EXISTENCE CHECK READS THAT        00000100
      *   CALLED WITH THE CATNEDT-PARAMETERS AREA (COPY CATNEDT).     * 00002000
      *   EACH EDIT RUNS ONLY WHEN ITS REQUEST BYTE IS 'Y':           * 00002100
LRM001*     PRTCP - 4-DIGIT FORMAT AND EXISTENCE ON VPRTCPPF          * 00002200
LRM002*             AND NOT UNDER CONTINGENCY ON ACATPCTG             * 00001000
      *     CNTL  - 14-DIGIT ACAT CONTROL NBR MOD-10 CHECK DIGIT      * 00002300
      *     DATE  - SETTLEMENT DATE IS A VBUSCAL BUSINESS DAY         * 00002400
      *     QTY   - QUANTITY NON-ZERO WITH A VALID L/S SIGN CODE      * 00002500
      *                                                                 00009300
      *--------------------------------------------------------------*  00009400
      *   PARTICIPANT NUMBER: FOUR DIGITS, NOT ZERO, AND PRESENT ON  *  00009500
LRM002*   THE VPRTCPPF PROFILE TABLE.  A FIRM UNDER FAILED-FIRM OR   *  00001000
LRM002*   SIPC CONTINGENCY (ACATPCTG) TAKES NO NEW WORK.             *  00001000
      *--------------------------------------------------------------*  00009700
       EDIT-PRTCP-RTN.                                                  00009800
           IF CATNEDT-PRTCP-NBR NOT NUMERIC                             00009900
           END-IF.                                                      00011600
           IF WS-PPL-COUNT = +0                                         00011700
              SET CATNEDT-PRTCP-NOT-FOUND TO TRUE                       00011800
LRM002        GO TO EDIT-PRTCP-EXIT                                     00001000
LRM002     END-IF.                                                      00001000
LRM002                                                                  00001000
LRM002     MOVE +0 TO WS-PPL-COUNT.                                     00001000
LRM002     EXEC SQL                                                     00001000
LRM002        SELECT COUNT(*)                                           00001000
LRM002          INTO :WS-PPL-COUNT                                      00001000
LRM002          FROM ACATPCTG                                           00001000
LRM002         WHERE PRTCP_NBR     = :CATNEDT-PRTCP-NBR                 00001000
LRM002           AND CTGY_STTS_CD IN ('F', 'L')                         00001000
LRM002           AND EFCTV_DT     <= CURRENT DATE                       00001000
LRM002     END-EXEC.                                                    00001000
LRM002     IF SQLCODE NOT = 0                                           00001000
LRM002        SET CATNEDT-DB2-WARNING TO TRUE                           00001000
LRM002        MOVE SQLCODE TO CATNEDT-SQLCODE                           00001000
LRM002        GO TO EDIT-PRTCP-EXIT                                     00001000
LRM002     END-IF.                                                      00001000
LRM002     IF WS-PPL-COUNT > +0                                         00001000
LRM002        SET CATNEDT-PRTCP-CONTINGENCY TO TRUE                     00001000
           END-IF.                                                      00011900
       EDIT-PRTCP-EXIT.                                                 00012000
           EXIT.                                                        00012100
