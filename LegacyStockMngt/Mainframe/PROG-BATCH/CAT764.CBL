000001* PDX    - CAT764   C0369793 10/15/26 00:52:40 TBTIKUO            00001000
LRM001* RENUMBERED CONTRA FIRMS.  A CONTRA WHOSE PARTICIPANT NUMBER     00001000
LRM001* CAT795 HAS MAPPED (MERGER OR NUMBER CHANGE, ACATPMAP APPLIED)   00001000
LRM001* IS SCORED UNDER ITS CURRENT NUMBER, SO THE MONTH'S TRANSFERS    00001000
LRM001* UNDER THE OLD NUMBER STAY WITH THE FIRM.                        00001000
000001* PDX    - CAT764   C0369614 08/24/26 11:22:51 TBTIKUO            00000100
000001* CREATED FOR SSR 114352.  MONTHLY CONTRA-BROKER SCORECARD.       00000200
000001* THE DATA TO JUDGE OUR CONTRA FIRMS - PARTICIPANT NUMBERS ON     00000300
      * THE MONTH IS READ FROM BOTH VTRNFR AND THE VTRNHSTY       *     00001000
      * HISTORY, SO THE NIGHTLY CAT726 ARCHIVING DOES NOT HIDE    *     00001000
      * THE MONTH'S SETTLED AND REJECTED VOLUME.                  *     00001000
LRM001* A CONTRA RENUMBERED THROUGH CAT795 IS SCORED UNDER ITS    *     00001000
LRM001* CURRENT PARTICIPANT NUMBER (ACATPMAP).                    *     00001000
      *---------------------------------------------------------------* 00002800
           EJECT                                                        00002900
      ***************************************************************** 00003000
      *----------------------------------------------------------------*00021000
      *  THE MONTH'S TRANSFERS, CONTRA-SIDE PARTICIPANT FIRST: THE     *00021100
      *  DELIVERER WHEN WE RECEIVE, THE RECEIVER WHEN WE DELIVER.      *00021200
LRM001*  AN OLD NUMBER MAPPED BY CAT795 IS REPORTED AS ITS CURRENT     *00001000
LRM001*  NUMBER.                                                       *00001000
      *----------------------------------------------------------------*00021300
           EXEC SQL                                                     00021400
              DECLARE SCOR_CSR CURSOR FOR                               00021500
                 SELECT                                                 00021600
LRM001               VALUE(M.CURR_PRTCP_NBR,                            00001000
LRM001                     CASE WHEN T.DSTBN_SIDE_CD = 'R'              00001000
LRM001                          THEN T.DLVR_NBR                         00001000
LRM001                          ELSE T.RCV_NBR                          00001000
LRM001                     END)                                         00001000
LRM001              ,T.CLIENT_NBR                                       00001000
LRM001              ,T.ACAT_CONTROL_NBR                                 00001000
LRM001              ,T.TRNFR_TYPE_CD                                    00001000
LRM001              ,T.STTS_CD                                          00001000
LRM001              ,CHAR(T.PRCS_DT, ISO)                               00001000
LRM001              ,CHAR(T.STTLM_DT, ISO)                              00001000
LRM001              ,DAYS(T.STTLM_DT) - DAYS(T.PRCS_DT)                 00001000
LRM001              ,DAYOFWEEK(T.PRCS_DT)                               00001000
LRM001           FROM  VTRNFR T                                         00001000
LRM001                 LEFT OUTER JOIN ACATPMAP M                       00001000
LRM001                   ON  M.OLD_PRTCP_NBR =                          00001000
LRM001                       CASE WHEN T.DSTBN_SIDE_CD = 'R'            00001000
LRM001                            THEN T.DLVR_NBR                       00001000
LRM001                            ELSE T.RCV_NBR                        00001000
LRM001                       END                                        00001000
LRM001                   AND M.MAP_STTS_CD   = 'A'                      00001000
LRM001           WHERE T.PRCS_DT BETWEEN :WS-DATE-FROM                  00001000
LRM001                               AND :WS-DATE-TO                    00001000
                 UNION ALL                                              00023200
                 SELECT                                                 00023300
LRM001               VALUE(M.CURR_PRTCP_NBR,                            00001000
LRM001                     CASE WHEN T.DSTBN_SIDE_CD = 'R'              00001000
LRM001                          THEN T.DLVR_NBR                         00001000
LRM001                          ELSE T.RCV_NBR                          00001000
LRM001                     END)                                         00001000
LRM001              ,T.CLIENT_NBR                                       00001000
LRM001              ,T.ACAT_CONTROL_NBR                                 00001000
LRM001              ,T.TRNFR_TYPE_CD                                    00001000
LRM001              ,T.STTS_CD                                          00001000
LRM001              ,CHAR(T.PRCS_DT, ISO)                               00001000
LRM001              ,CHAR(T.STTLM_DT, ISO)                              00001000
LRM001              ,DAYS(T.STTLM_DT) - DAYS(T.PRCS_DT)                 00001000
LRM001              ,DAYOFWEEK(T.PRCS_DT)                               00001000
LRM001           FROM  VTRNHSTY T                                       00001000
LRM001                 LEFT OUTER JOIN ACATPMAP M                       00001000
LRM001                   ON  M.OLD_PRTCP_NBR =                          00001000
LRM001                       CASE WHEN T.DSTBN_SIDE_CD = 'R'            00001000
LRM001                            THEN T.DLVR_NBR                       00001000
LRM001                            ELSE T.RCV_NBR                        00001000
LRM001                       END                                        00001000
LRM001                   AND M.MAP_STTS_CD   = 'A'                      00001000
LRM001           WHERE T.PRCS_DT BETWEEN :WS-DATE-FROM                  00001000
LRM001                               AND :WS-DATE-TO                    00001000
                 ORDER BY 1                                             00001000
                 WITH UR                                                00001000
           END-EXEC.                                                    00025000
