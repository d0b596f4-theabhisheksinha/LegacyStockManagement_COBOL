000001* PDX    - CAT800   C0369799 10/15/26 06:52:41 TBTIKUO            00000100
000001* CREATED FOR SSR 114470.  QUARTERLY COMPLAINT STATISTICS.        00000200
000001* COUNTS THE ACATCMPL COMPLAINT CASES BY CATEGORY CODE FOR THE    00000300
000001* QUARTER - RECEIVED, CLOSED, STILL OPEN AT QUARTER END AND THE   00000400
000001* AVERAGE DAYS TO CLOSE - FOR COMPLIANCE'S QUARTERLY FILING, AND  00000500
000001* LISTS THE CASES OPEN AT QUARTER END BY AGE WITH A SUMMARY BY    00000600
000001* AGE BAND.  THE CATEGORY FIGURES ARE ALSO WRITTEN TO A FIXED     00000700
000001* EXTRACT FOR THE COMPLIANCE WORKBOOK.                            00000800
       IDENTIFICATION DIVISION.                                         00000900
       PROGRAM-ID.  CAT800.                                             00001000
       AUTHOR.      LARRY MUREY.                                        00001100
       DATE-WRITTEN.  OCT 2026.                                         00001200
      *---------------------------------------------------------------* 00001300
      *                         REMARKS                               * 00001400
      * PARM:   CCYYQ (OPTIONAL) - REPORT QUARTER, Q = 1 TO 4.        * 00001500
      *         DEFAULT IS THE QUARTER BEFORE THE RUN DATE.           * 00001600
      * INPUT:  ACATCMPL, ACATCMPX (DB2)                              * 00001700
      * OUTPUT: RPTPI   - STATISTICS BY CATEGORY, THEN OPEN CASES BY  * 00001800
      *                   AGE WITH AN AGE-BAND SUMMARY                * 00001900
      *         CMPOUT  - CATEGORY STATISTICS EXTRACT, 200 BYTES,     * 00002000
      *                   H HEADER / D CATEGORY / T TRAILER           * 00002100
      * RECEIVED - RCVD_DT IN THE QUARTER                             * 00002200
      * CLOSED   - CLSD_DT IN THE QUARTER; AVERAGE DAYS TO CLOSE IS   * 00002300
      *            OVER THE CASES CLOSED IN THE QUARTER               * 00002400
      * OPEN     - RECEIVED BEFORE QUARTER END AND NOT CLOSED BEFORE  * 00002500
      *            QUARTER END.  THE AGING USES THE SAME CASES, AGED  * 00002600
      *            TO THE LAST DAY OF THE QUARTER, SO ITS TOTAL TIES  * 00002700
      *            TO THE OPEN COLUMN.                                * 00002800
      *---------------------------------------------------------------* 00002900
           EJECT                                                        00003000
      ***************************************************************** 00003100
       ENVIRONMENT DIVISION.                                            00003200
      ***************************************************************** 00003300
       INPUT-OUTPUT SECTION.                                            00003400
       FILE-CONTROL.                                                    00003500
           SELECT CMPOUT-FILE          ASSIGN  TO  CMPOUT.              00003600
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00003700
                                                                        00003800
      ***************************************************************** 00003900
       DATA DIVISION.                                                   00004000
      ***************************************************************** 00004100
                                                                        00004200
       FILE SECTION.                                                    00004300
                                                                        00004400
       FD  CMPOUT-FILE                                                  00004500
           RECORDING MODE F                                             00004600
           BLOCK CONTAINS 0 RECORDS                                     00004700
           LABEL RECORDS ARE STANDARD                                   00004800
           RECORD CONTAINS 200 CHARACTERS.                              00004900
       01  CMPOUT-HDR-RECORD.                                           00005000
           05  CMH-REC-TYPE             PIC  X(01).                     00005100
           05  CMH-RPT-CCYY             PIC  9(04).                     00005200
           05  CMH-RPT-QTR              PIC  9(01).                     00005300
           05  CMH-QTR-START            PIC  X(10).                     00005400
           05  CMH-QTR-END              PIC  X(10).                     00005500
           05  CMH-RUN-DT               PIC  X(10).                     00005600
           05  FILLER                   PIC  X(164).                    00005700
       01  CMPOUT-DTL-RECORD.                                           00005800
           05  CMD-REC-TYPE             PIC  X(01).                     00005900
           05  CMD-RPT-CCYY             PIC  9(04).                     00006000
           05  CMD-RPT-QTR              PIC  9(01).                     00006100
           05  CMD-CTGY                 PIC  X(04).                     00006200
           05  CMD-RCVD-CNT             PIC  9(07).                     00006300
           05  CMD-CLSD-CNT             PIC  9(07).                     00006400
           05  CMD-OPEN-CNT             PIC  9(07).                     00006500
           05  CMD-AVG-DAYS             PIC  9(05)V9.                   00006600
           05  CMD-RGLTR-CNT            PIC  9(07).                     00006700
           05  CMD-CUST-FAVOR-CNT       PIC  9(07).                     00006800
           05  FILLER                   PIC  X(149).                    00006900
       01  CMPOUT-TRL-RECORD.                                           00007000
           05  CMT-REC-TYPE             PIC  X(01).                     00007100
           05  CMT-RPT-CCYY             PIC  9(04).                     00007200
           05  CMT-RPT-QTR              PIC  9(01).                     00007300
           05  CMT-DTL-CNT              PIC  9(07).                     00007400
           05  CMT-RCVD-CNT             PIC  9(07).                     00007500
           05  CMT-CLSD-CNT             PIC  9(07).                     00007600
           05  CMT-OPEN-CNT             PIC  9(07).                     00007700
           05  FILLER                   PIC  X(166).                    00007800
                                                                        00007900
       FD  REPORT-FILE                                                  00008000
           RECORDING MODE F                                             00008100
           BLOCK CONTAINS 0 RECORDS                                     00008200
           LABEL RECORDS ARE STANDARD                                   00008300
           RECORD CONTAINS 132 CHARACTERS.                              00008400
       01  REPORT-RECORD                PIC  X(132).                    00008500
                                                                        00008600
           EJECT                                                        00008700
      ***************************************************************** 00008800
       WORKING-STORAGE SECTION.                                         00008900
      ***************************************************************** 00009000
                                                                        00009100
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00009200
                                                                        00009300
       01  CALL-MODULES.                                                00009400
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00009500
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00009600
                                                                        00009700
       01  WS-END-OF-STS-SW             PIC  X(01)  VALUE 'N'.          00009800
           88  WS-END-OF-STS                       VALUE 'Y'.           00009900
       01  WS-END-OF-AGE-SW             PIC  X(01)  VALUE 'N'.          00010000
           88  WS-END-OF-AGE                       VALUE 'Y'.           00010100
                                                                        00010200
       01  WS-RPT-QUARTER.                                              00010300
           05  WS-RPT-CCYY              PIC  9(04).                     00010400
           05  WS-RPT-QTR               PIC  9(01).                     00010500
       01  WS-QTR-START.                                                00010600
           05  WS-QS-CCYY               PIC  9(04).                     00010700
           05  FILLER                   PIC  X(01)  VALUE '-'.          00010800
           05  WS-QS-MM                 PIC  9(02).                     00010900
           05  FILLER                   PIC  X(03)  VALUE '-01'.        00011000
       01  WS-QTR-LAST-DAY              PIC  X(10)  VALUE SPACES.       00011100
       01  WS-RUN-DATE                  PIC  X(10)  VALUE SPACES.       00011200
                                                                        00011300
      *  HOST VARIABLES - ONE CATEGORY STATISTICS ROW.                  00011400
       01  WS-STS-AREA.                                                 00011500
           05  WS-STS-CTGY              PIC  X(04).                     00011600
           05  WS-STS-RCVD-CNT          PIC S9(07) COMP-3.              00011700
           05  WS-STS-CLSD-CNT          PIC S9(07) COMP-3.              00011800
           05  WS-STS-CLSD-DAYS         PIC S9(09) COMP-3.              00011900
           05  WS-STS-OPEN-CNT          PIC S9(07) COMP-3.              00012000
           05  WS-STS-RGLTR-CNT         PIC S9(07) COMP-3.              00012100
           05  WS-STS-CFAV-CNT          PIC S9(07) COMP-3.              00012200
       01  WS-AVG-DAYS                  PIC S9(05)V9 COMP-3.            00012300
                                                                        00012400
      *  HOST VARIABLES - ONE CASE OPEN AT QUARTER END.                 00012500
       01  WS-AGE-AREA.                                                 00012600
           05  WS-AGE-CASE-NBR          PIC S9(09) COMP.                00012700
           05  WS-AGE-RCVD-DT           PIC  X(10).                     00012800
           05  WS-AGE-CTGY              PIC  X(04).                     00012900
           05  WS-AGE-CHNL              PIC  X(01).                     00013000
           05  WS-AGE-OWNER             PIC  X(08).                     00013100
           05  WS-AGE-CUST-NM           PIC  X(40).                     00013200
           05  WS-AGE-DAYS              PIC S9(07) COMP-3.              00013300
           05  WS-AGE-LNK-CNT           PIC S9(07) COMP-3.              00013400
           05  WS-AGE-LNK-CLT           PIC  X(04).                     00013500
           05  WS-AGE-LNK-ACAT          PIC  X(14).                     00013600
                                                                        00013700
       01  WS-TOTALS.                                                   00013800
           05  WS-TOT-RCVD-CNT          PIC S9(07) COMP-3.              00013900
           05  WS-TOT-CLSD-CNT          PIC S9(07) COMP-3.              00014000
           05  WS-TOT-CLSD-DAYS         PIC S9(09) COMP-3.              00014100
           05  WS-TOT-OPEN-CNT          PIC S9(07) COMP-3.              00014200
           05  WS-TOT-RGLTR-CNT         PIC S9(07) COMP-3.              00014300
           05  WS-TOT-CFAV-CNT          PIC S9(07) COMP-3.              00014400
                                                                        00014500
      *  AGE BANDS - UPPER LIMIT IN DAYS, LAST BAND HAS NO LIMIT.       00014600
       01  WS-BAND-VALUES.                                              00014700
           05  FILLER                   PIC  X(20)  VALUE               00014800
               '00030  0 - 30 DAYS  '.                                  00014900
           05  FILLER                   PIC  X(20)  VALUE               00015000
               '00060 31 - 60 DAYS  '.                                  00015100
           05  FILLER                   PIC  X(20)  VALUE               00015200
               '00090 61 - 90 DAYS  '.                                  00015300
           05  FILLER                   PIC  X(20)  VALUE               00015400
               '99999 OVER 90 DAYS  '.                                  00015500
       01  WS-BAND-TABLE REDEFINES WS-BAND-VALUES.                      00015600
           05  WS-BAND-ENTRY            OCCURS 4 TIMES.                 00015700
               10  WS-BAND-LIMIT        PIC  9(05).                     00015800
               10  WS-BAND-LABEL        PIC  X(15).                     00015900
       01  WS-BAND-COUNTS.                                              00016000
           05  WS-BAND-CNT              PIC S9(07) COMP-3               00016100
                                        OCCURS 4 TIMES.                 00016200
       01  WS-BAND-SUB                  PIC S9(04) COMP.                00016300
       01  WS-BAND-MAX                  PIC S9(04) COMP  VALUE +4.      00016400
                                                                        00016500
       01  WS-CNT-CTGY                  PIC S9(07) COMP-3  VALUE ZERO.  00016600
       01  WS-CNT-AGE                   PIC S9(07) COMP-3  VALUE ZERO.  00016700
       01  WS-CNT-EXTRACT               PIC S9(07) COMP-3  VALUE ZERO.  00016800
                                                                        00016900
       01  WS-ACCEPT-DATE.                                              00017000
           05  WS-ACCEPT-YY             PIC  9(02).                     00017100
           05  WS-ACCEPT-MM             PIC  9(02).                     00017200
           05  WS-ACCEPT-DD             PIC  9(02).                     00017300
                                                                        00017400
       01  WS-DB2-MESSAGE-AREA.                                         00017500
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00017600
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00017700
               INDEXED BY WS-ERROR-INDEX.                               00017800
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00017900
                                                                        00018000
           EJECT                                                        00018100
       01  HDR1-RECORD.                                                 00018200
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00018300
           05  FILLER                   PIC  X(30)  VALUE               00018400
               'CAT800 - CUSTOMER COMPLAINT ST'.                        00018500
           05  FILLER                   PIC  X(30)  VALUE               00018600
               'ATISTICS FOR QUARTER          '.                        00018700
           05  HDR1-RPT-CCYY            PIC  9(04).                     00018800
           05  FILLER                   PIC  X(02)  VALUE ' Q'.         00018900
           05  HDR1-RPT-QTR             PIC  9(01).                     00019000
           05  FILLER                   PIC  X(16)  VALUE SPACES.       00019100
           05  FILLER                   PIC  X(06)  VALUE               00019200
               'DATE: '.                                                00019300
           05  HDR1-DATE-MM             PIC  X(02).                     00019400
           05  FILLER                   PIC  X(01)  VALUE '/'.          00019500
           05  HDR1-DATE-DD             PIC  X(02).                     00019600
           05  FILLER                   PIC  X(01)  VALUE '/'.          00019700
           05  HDR1-DATE-YY             PIC  X(02).                     00019800
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00019900
                                                                        00020000
       01  HDR2-RECORD.                                                 00020100
           05  HDR2-CC                  PIC  X(01)  VALUE '0'.          00020200
           05  FILLER                   PIC  X(30)  VALUE               00020300
               'CATEGORY RECEIVED    CLOSED   '.                        00020400
           05  FILLER                   PIC  X(30)  VALUE               00020500
               '   OPEN    AVG DAYS    REGULAT'.                        00020600
           05  FILLER                   PIC  X(30)  VALUE               00020700
               'OR CUST FAVOR                 '.                        00020800
           05  FILLER                   PIC  X(41)  VALUE SPACES.       00020900
                                                                        00021000
       01  DTL1-RECORD.                                                 00021100
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00021200
           05  DTL1-CTGY                PIC  X(08).                     00021300
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00021400
           05  DTL1-RCVD-CNT            PIC  ZZZ,ZZ9.                   00021500
           05  FILLER                   PIC  X(03)  VALUE SPACES.       00021600
           05  DTL1-CLSD-CNT            PIC  ZZZ,ZZ9.                   00021700
           05  FILLER                   PIC  X(03)  VALUE SPACES.       00021800
           05  DTL1-OPEN-CNT            PIC  ZZZ,ZZ9.                   00021900
           05  FILLER                   PIC  X(04)  VALUE SPACES.       00022000
           05  DTL1-AVG-DAYS            PIC  ZZ,ZZ9.9.                  00022100
           05  FILLER                   PIC  X(05)  VALUE SPACES.       00022200
           05  DTL1-RGLTR-CNT           PIC  ZZZ,ZZ9.                   00022300
           05  FILLER                   PIC  X(03)  VALUE SPACES.       00022400
           05  DTL1-CFAV-CNT            PIC  ZZZ,ZZ9.                   00022500
           05  FILLER                   PIC  X(60)  VALUE SPACES.       00022600
                                                                        00022700
       01  HDR3-RECORD.                                                 00022800
           05  HDR3-CC                  PIC  X(01)  VALUE '1'.          00022900
           05  FILLER                   PIC  X(30)  VALUE               00023000
               'CAT800 - COMPLAINTS OPEN AT QU'.                        00023100
           05  FILLER                   PIC  X(30)  VALUE               00023200
               'ARTER END BY AGE  AS OF       '.                        00023300
           05  HDR3-QTR-LAST-DAY        PIC  X(10).                     00023400
           05  FILLER                   PIC  X(61)  VALUE SPACES.       00023500
                                                                        00023600
       01  HDR4-RECORD.                                                 00023700
           05  HDR4-CC                  PIC  X(01)  VALUE '0'.          00023800
           05  FILLER                   PIC  X(30)  VALUE               00023900
               '  CASE NBR  RECEIVED     AGE  '.                        00024000
           05  FILLER                   PIC  X(30)  VALUE               00024100
               ' CTGY C  OWNER    CUSTOMER    '.                        00024200
           05  FILLER                   PIC  X(30)  VALUE               00024300
               '                            LI'.                        00024400
           05  FILLER                   PIC  X(30)  VALUE               00024500
               'NKS FIRST LINKED TRANSFER     '.                        00024600
           05  FILLER                   PIC  X(11)  VALUE SPACES.       00024700
                                                                        00024800
       01  DTL2-RECORD.                                                 00024900
           05  DTL2-CC                  PIC  X(01)  VALUE ' '.          00025000
           05  DTL2-CASE-NBR            PIC  Z(09)9.                    00025100
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00025200
           05  DTL2-RCVD-DT             PIC  X(10).                     00025300
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00025400
           05  DTL2-AGE-DAYS            PIC  ZZ,ZZ9.                    00025500
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00025600
           05  DTL2-CTGY                PIC  X(04).                     00025700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00025800
           05  DTL2-CHNL                PIC  X(01).                     00025900
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00026000
           05  DTL2-OWNER               PIC  X(08).                     00026100
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00026200
           05  DTL2-CUST-NM             PIC  X(40).                     00026300
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00026400
           05  DTL2-LNK-CNT             PIC  ZZ9.                       00026500
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00026600
           05  DTL2-LNK-CLT             PIC  X(04).                     00026700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00026800
           05  DTL2-LNK-ACAT            PIC  X(14).                     00026900
           05  FILLER                   PIC  X(18)  VALUE SPACES.       00027000
                                                                        00027100
       01  TRL1-RECORD.                                                 00027200
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00027300
           05  TRL1-LABEL               PIC  X(28).                     00027400
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00027500
           05  FILLER                   PIC  X(92)  VALUE SPACES.       00027600
                                                                        00027700
       01  TRAC-RECORD.                                                 00027800
           05  TRAC-DETAIL              PIC  X(132).                    00027900
                                                                        00028000
           EJECT                                                        00028100
      *DB2 COMMUNICATION AREA                                           00028200
           EXEC SQL                                                     00028300
              INCLUDE SQLCA                                             00028400
           END-EXEC.                                                    00028500
                                                                        00028600
      *----------------------------------------------------------------*00028700
      *  COMPLAINT STATISTICS BY CATEGORY CODE FOR THE QUARTER.        *00028800
      *----------------------------------------------------------------*00028900
           EXEC SQL                                                     00029000
              DECLARE STSCSR CURSOR FOR                                 00029100
                 SELECT CTGY_CD                                         00029200
                       ,SUM(CASE WHEN RCVD_DT >= DATE(:WS-QTR-START)    00029300
                             AND RCVD_DT <  DATE(:WS-QTR-START)         00029400
                                                + 3 MONTHS              00029500
                            THEN 1 ELSE 0 END)                          00029600
                       ,SUM(CASE WHEN CMPL_STTS_CD = 'C'                00029700
                             AND CLSD_DT >= DATE(:WS-QTR-START)         00029800
                             AND CLSD_DT <  DATE(:WS-QTR-START)         00029900
                                                + 3 MONTHS              00030000
                            THEN 1 ELSE 0 END)                          00030100
                       ,SUM(CASE WHEN CMPL_STTS_CD = 'C'                00030200
                             AND CLSD_DT >= DATE(:WS-QTR-START)         00030300
                             AND CLSD_DT <  DATE(:WS-QTR-START)         00030400
                                                + 3 MONTHS              00030500
                            THEN DAYS(CLSD_DT) - DAYS(RCVD_DT)          00030600
                            ELSE 0 END)                                 00030700
                       ,SUM(CASE WHEN RCVD_DT <  DATE(:WS-QTR-START)    00030800
                                                + 3 MONTHS              00030900
                             AND (CLSD_DT IS NULL                       00031000
                              OR  CLSD_DT >= DATE(:WS-QTR-START)        00031100
                                                + 3 MONTHS)             00031200
                            THEN 1 ELSE 0 END)                          00031300
                       ,SUM(CASE WHEN CHNL_CD = 'R'                     00031400
                             AND RCVD_DT >= DATE(:WS-QTR-START)         00031500
                             AND RCVD_DT <  DATE(:WS-QTR-START)         00031600
                                                + 3 MONTHS              00031700
                            THEN 1 ELSE 0 END)                          00031800
                       ,SUM(CASE WHEN RSLTN_CD = 'CF'                   00031900
                             AND CMPL_STTS_CD = 'C'                     00032000
                             AND CLSD_DT >= DATE(:WS-QTR-START)         00032100
                             AND CLSD_DT <  DATE(:WS-QTR-START)         00032200
                                                + 3 MONTHS              00032300
                            THEN 1 ELSE 0 END)                          00032400
                 FROM  ACATCMPL                                         00032500
                 GROUP BY CTGY_CD                                       00032600
                 ORDER BY CTGY_CD                                       00032700
                 FOR READ ONLY WITH UR                                  00032800
           END-EXEC.                                                    00032900
                                                                        00033000
      *----------------------------------------------------------------*00033100
      *  CASES OPEN AT QUARTER END, OLDEST FIRST, WITH THE NUMBER OF   *00033200
      *  LINKED TRANSFERS AND THE FIRST OF THEM.                       *00033300
      *----------------------------------------------------------------*00033400
           EXEC SQL                                                     00033500
              DECLARE AGECSR CURSOR FOR                                 00033600
                 SELECT C.CMPL_CASE_NBR                                 00033700
                       ,CHAR(C.RCVD_DT, ISO)                            00033800
                       ,C.CTGY_CD                                       00033900
                       ,C.CHNL_CD                                       00034000
                       ,C.OWNER_OPER_ID                                 00034100
                       ,C.CUST_NM                                       00034200
                       ,DAYS(DATE(:WS-QTR-START) + 3 MONTHS)            00034300
                          - DAYS(C.RCVD_DT) - 1                         00034400
                       ,(SELECT COUNT(*)                                00034500
                           FROM ACATCMPX X                              00034600
                          WHERE X.CMPL_CASE_NBR = C.CMPL_CASE_NBR)      00034700
                       ,VALUE((SELECT MIN(X.CLIENT_NBR)                 00034800
                                 FROM ACATCMPX X                        00034900
                                WHERE X.CMPL_CASE_NBR                   00035000
                                         = C.CMPL_CASE_NBR), ' ')       00035100
                       ,VALUE((SELECT MIN(X.ACAT_CONTROL_NBR)           00035200
                                 FROM ACATCMPX X                        00035300
                                WHERE X.CMPL_CASE_NBR                   00035400
                                         = C.CMPL_CASE_NBR), ' ')       00035500
                 FROM  ACATCMPL C                                       00035600
                 WHERE C.RCVD_DT <  DATE(:WS-QTR-START) + 3 MONTHS      00035700
                   AND (C.CLSD_DT IS NULL                               00035800
                    OR  C.CLSD_DT >= DATE(:WS-QTR-START) + 3 MONTHS)    00035900
                 ORDER BY 7 DESC, 1                                     00036000
                 FOR READ ONLY WITH UR                                  00036100
           END-EXEC.                                                    00036200
                                                                        00036300
           EJECT                                                        00036400
      ***************************************************************** 00036500
       LINKAGE SECTION.                                                 00036600
      ***************************************************************** 00036700
       01  PARM-AREA.                                                   00036800
           05  PARM-LENGTH              PIC S9(4) COMP SYNC.            00036900
           05  PARM-RPT-QUARTER.                                        00037000
               10  PARM-RPT-CCYY        PIC  9(04).                     00037100
               10  PARM-RPT-QTR         PIC  9(01).                     00037200
                                                                        00037300
           EJECT                                                        00037400
      ***************************************************************** 00037500
       PROCEDURE DIVISION USING PARM-AREA.                              00037600
      ***************************************************************** 00037700
                                                                        00037800
           DISPLAY '*** CAT800 - QUARTERLY COMPLAINT STATISTICS ***'.   00037900
                                                                        00038000
           PERFORM 1000-INITIAL-RTN.                                    00038100
                                                                        00038200
           EXEC SQL                                                     00038300
              OPEN STSCSR                                               00038400
           END-EXEC.                                                    00038500
           IF SQLCODE NOT = +0                                          00038600
              PERFORM 8000-DB2-ERROR-RTN                                00038700
           END-IF.                                                      00038800
                                                                        00038900
           PERFORM 2000-LIST-STATS-RTN THRU 2000-EXIT                   00039000
              UNTIL WS-END-OF-STS.                                      00039100
                                                                        00039200
           EXEC SQL                                                     00039300
              CLOSE STSCSR                                              00039400
           END-EXEC.                                                    00039500
                                                                        00039600
           PERFORM 2500-STATS-TOTAL-RTN.                                00039700
                                                                        00039800
           EXEC SQL                                                     00039900
              OPEN AGECSR                                               00040000
           END-EXEC.                                                    00040100
           IF SQLCODE NOT = +0                                          00040200
              PERFORM 8000-DB2-ERROR-RTN                                00040300
           END-IF.                                                      00040400
                                                                        00040500
           PERFORM 3000-LIST-AGING-RTN THRU 3000-EXIT                   00040600
              UNTIL WS-END-OF-AGE.                                      00040700
                                                                        00040800
           EXEC SQL                                                     00040900
              CLOSE AGECSR                                              00041000
           END-EXEC.                                                    00041100
                                                                        00041200
           PERFORM 3500-BAND-SUMMARY-RTN.                               00041300
                                                                        00041400
           PERFORM 9000-EOJ-RTN.                                        00041500
                                                                        00041600
           GOBACK.                                                      00041700
                                                                        00041800
           EJECT                                                        00041900
      *****************                                                 00042000
       1000-INITIAL-RTN.                                                00042100
      *****************                                                 00042200
                                                                        00042300
           OPEN OUTPUT CMPOUT-FILE                                      00042400
                       REPORT-FILE.                                     00042500
                                                                        00042600
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00042700
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00042800
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00042900
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00043000
                                                                        00043100
      *    REPORT QUARTER - FROM THE PARM, ELSE THE QUARTER BEFORE      00043200
      *    THE ONE TODAY FALLS IN.                                      00043300
           COMPUTE WS-RPT-CCYY = 2000 + WS-ACCEPT-YY.                   00043400
           COMPUTE WS-RPT-QTR  = (WS-ACCEPT-MM + 2) / 3.                00043500
           IF WS-RPT-QTR = 1                                            00043600
              MOVE 4                        TO  WS-RPT-QTR              00043700
              SUBTRACT 1                  FROM  WS-RPT-CCYY             00043800
           ELSE                                                         00043900
              SUBTRACT 1                  FROM  WS-RPT-QTR              00044000
           END-IF.                                                      00044100
           IF PARM-LENGTH = +5                                          00044200
              IF PARM-RPT-QUARTER NUMERIC                               00044300
              AND PARM-RPT-QTR > 0 AND PARM-RPT-QTR < 5                 00044400
                 MOVE PARM-RPT-QUARTER      TO  WS-RPT-QUARTER          00044500
              END-IF                                                    00044600
           END-IF.                                                      00044700
           MOVE WS-RPT-CCYY                 TO  WS-QS-CCYY              00044800
                                                HDR1-RPT-CCYY.          00044900
           COMPUTE WS-QS-MM = (WS-RPT-QTR * 3) - 2.                     00045000
           MOVE WS-RPT-QTR                  TO  HDR1-RPT-QTR.           00045100
           DISPLAY 'REPORT QUARTER STARTING = ' WS-QTR-START.           00045200
                                                                        00045300
           EXEC SQL                                                     00045400
              SET :WS-QTR-LAST-DAY =                                    00045500
                  CHAR(DATE(:WS-QTR-START) + 3 MONTHS - 1 DAY, ISO)     00045600
           END-EXEC.                                                    00045700
           IF SQLCODE NOT = +0                                          00045800
              PERFORM 8000-DB2-ERROR-RTN                                00045900
           END-IF.                                                      00046000
           EXEC SQL                                                     00046100
              SET :WS-RUN-DATE = CHAR(CURRENT DATE, ISO)                00046200
           END-EXEC.                                                    00046300
           MOVE WS-QTR-LAST-DAY             TO  HDR3-QTR-LAST-DAY.      00046400
                                                                        00046500
           INITIALIZE WS-TOTALS                                         00046600
                      WS-BAND-COUNTS.                                   00046700
                                                                        00046800
           MOVE 'H'                         TO  CMH-REC-TYPE.           00046900
           MOVE WS-RPT-CCYY                 TO  CMH-RPT-CCYY.           00047000
           MOVE WS-RPT-QTR                  TO  CMH-RPT-QTR.            00047100
           MOVE WS-QTR-START                TO  CMH-QTR-START.          00047200
           MOVE WS-QTR-LAST-DAY             TO  CMH-QTR-END.            00047300
           MOVE WS-RUN-DATE                 TO  CMH-RUN-DT.             00047400
           MOVE SPACES                      TO  CMPOUT-HDR-RECORD (37:).00047500
           WRITE CMPOUT-HDR-RECORD.                                     00047600
                                                                        00047700
           MOVE HDR1-RECORD                 TO  TRAC-DETAIL.            00047800
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00047900
           MOVE HDR2-RECORD                 TO  TRAC-DETAIL.            00048000
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00048100
                                                                        00048200
      *---------------------------------------------------------------  00048300
      * 2000-LIST-STATS-RTN - ONE LINE AND ONE EXTRACT RECORD PER       00048400
      * CATEGORY WITH ANY ACTIVITY OR OPEN CASES IN THE QUARTER.        00048500
      *---------------------------------------------------------------  00048600
       2000-LIST-STATS-RTN.                                             00048700
                                                                        00048800
           EXEC SQL                                                     00048900
              FETCH STSCSR                                              00049000
                 INTO :WS-STS-CTGY                                      00049100
                     ,:WS-STS-RCVD-CNT                                  00049200
                     ,:WS-STS-CLSD-CNT                                  00049300
                     ,:WS-STS-CLSD-DAYS                                 00049400
                     ,:WS-STS-OPEN-CNT                                  00049500
                     ,:WS-STS-RGLTR-CNT                                 00049600
                     ,:WS-STS-CFAV-CNT                                  00049700
           END-EXEC.                                                    00049800
                                                                        00049900
           EVALUATE SQLCODE                                             00050000
              WHEN +100                                                 00050100
                 SET WS-END-OF-STS          TO  TRUE                    00050200
                 GO TO 2000-EXIT                                        00050300
              WHEN +0                                                   00050400
                 CONTINUE                                               00050500
              WHEN OTHER                                                00050600
                 PERFORM 8000-DB2-ERROR-RTN                             00050700
           END-EVALUATE.                                                00050800
                                                                        00050900
           IF WS-STS-RCVD-CNT = +0                                      00051000
           AND WS-STS-CLSD-CNT = +0                                     00051100
           AND WS-STS-OPEN-CNT = +0                                     00051200
              GO TO 2000-EXIT                                           00051300
           END-IF.                                                      00051400
                                                                        00051500
           ADD 1                            TO  WS-CNT-CTGY.            00051600
           ADD WS-STS-RCVD-CNT              TO  WS-TOT-RCVD-CNT.        00051700
           ADD WS-STS-CLSD-CNT              TO  WS-TOT-CLSD-CNT.        00051800
           ADD WS-STS-CLSD-DAYS             TO  WS-TOT-CLSD-DAYS.       00051900
           ADD WS-STS-OPEN-CNT              TO  WS-TOT-OPEN-CNT.        00052000
           ADD WS-STS-RGLTR-CNT             TO  WS-TOT-RGLTR-CNT.       00052100
           ADD WS-STS-CFAV-CNT              TO  WS-TOT-CFAV-CNT.        00052200
                                                                        00052300
           IF WS-STS-CLSD-CNT > +0                                      00052400
              COMPUTE WS-AVG-DAYS ROUNDED =                             00052500
                      WS-STS-CLSD-DAYS / WS-STS-CLSD-CNT                00052600
           ELSE                                                         00052700
              MOVE ZERO                     TO  WS-AVG-DAYS             00052800
           END-IF.                                                      00052900
                                                                        00053000
           MOVE WS-STS-CTGY                 TO  DTL1-CTGY.              00053100
           PERFORM 2100-STATS-LINE-RTN.                                 00053200
                                                                        00053300
           MOVE 'D'                         TO  CMD-REC-TYPE.           00053400
           MOVE WS-RPT-CCYY                 TO  CMD-RPT-CCYY.           00053500
           MOVE WS-RPT-QTR                  TO  CMD-RPT-QTR.            00053600
           MOVE WS-STS-CTGY                 TO  CMD-CTGY.               00053700
           MOVE WS-STS-RCVD-CNT             TO  CMD-RCVD-CNT.           00053800
           MOVE WS-STS-CLSD-CNT             TO  CMD-CLSD-CNT.           00053900
           MOVE WS-STS-OPEN-CNT             TO  CMD-OPEN-CNT.           00054000
           MOVE WS-AVG-DAYS                 TO  CMD-AVG-DAYS.           00054100
           MOVE WS-STS-RGLTR-CNT            TO  CMD-RGLTR-CNT.          00054200
           MOVE WS-STS-CFAV-CNT             TO  CMD-CUST-FAVOR-CNT.     00054300
           MOVE SPACES                      TO  CMPOUT-DTL-RECORD (52:).00054400
           WRITE CMPOUT-DTL-RECORD.                                     00054500
           ADD 1                            TO  WS-CNT-EXTRACT.         00054600
                                                                        00054700
       2000-EXIT.                                                       00054800
           EXIT.                                                        00054900
                                                                        00055000
       2100-STATS-LINE-RTN.                                             00055100
                                                                        00055200
           MOVE WS-STS-RCVD-CNT             TO  DTL1-RCVD-CNT.          00055300
           MOVE WS-STS-CLSD-CNT             TO  DTL1-CLSD-CNT.          00055400
           MOVE WS-STS-OPEN-CNT             TO  DTL1-OPEN-CNT.          00055500
           MOVE WS-AVG-DAYS                 TO  DTL1-AVG-DAYS.          00055600
           MOVE WS-STS-RGLTR-CNT            TO  DTL1-RGLTR-CNT.         00055700
           MOVE WS-STS-CFAV-CNT             TO  DTL1-CFAV-CNT.          00055800
           MOVE DTL1-RECORD                 TO  TRAC-DETAIL.            00055900
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00056000
                                                                        00056100
      *---------------------------------------------------------------  00056200
      * 2500-STATS-TOTAL-RTN - ALL-CATEGORY LINE AND EXTRACT TRAILER.   00056300
      *---------------------------------------------------------------  00056400
       2500-STATS-TOTAL-RTN.                                            00056500
                                                                        00056600
           MOVE WS-TOT-RCVD-CNT             TO  WS-STS-RCVD-CNT.        00056700
           MOVE WS-TOT-CLSD-CNT             TO  WS-STS-CLSD-CNT.        00056800
           MOVE WS-TOT-OPEN-CNT             TO  WS-STS-OPEN-CNT.        00056900
           MOVE WS-TOT-RGLTR-CNT            TO  WS-STS-RGLTR-CNT.       00057000
           MOVE WS-TOT-CFAV-CNT             TO  WS-STS-CFAV-CNT.        00057100
           IF WS-TOT-CLSD-CNT > +0                                      00057200
              COMPUTE WS-AVG-DAYS ROUNDED =                             00057300
                      WS-TOT-CLSD-DAYS / WS-TOT-CLSD-CNT                00057400
           ELSE                                                         00057500
              MOVE ZERO                     TO  WS-AVG-DAYS             00057600
           END-IF.                                                      00057700
           MOVE '0'                         TO  DTL1-CC.                00057800
           MOVE 'TOTAL'                     TO  DTL1-CTGY.              00057900
           PERFORM 2100-STATS-LINE-RTN.                                 00058000
                                                                        00058100
           MOVE 'CATEGORY LINES             '  TO  TRL1-LABEL.          00058200
           MOVE WS-CNT-CTGY                 TO  TRL1-COUNT.             00058300
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00058400
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00058500
                                                                        00058600
           MOVE 'T'                         TO  CMT-REC-TYPE.           00058700
           MOVE WS-RPT-CCYY                 TO  CMT-RPT-CCYY.           00058800
           MOVE WS-RPT-QTR                  TO  CMT-RPT-QTR.            00058900
           MOVE WS-CNT-EXTRACT              TO  CMT-DTL-CNT.            00059000
           MOVE WS-TOT-RCVD-CNT             TO  CMT-RCVD-CNT.           00059100
           MOVE WS-TOT-CLSD-CNT             TO  CMT-CLSD-CNT.           00059200
           MOVE WS-TOT-OPEN-CNT             TO  CMT-OPEN-CNT.           00059300
           MOVE SPACES                      TO  CMPOUT-TRL-RECORD (35:).00059400
           WRITE CMPOUT-TRL-RECORD.                                     00059500
                                                                        00059600
           MOVE HDR3-RECORD                 TO  TRAC-DETAIL.            00059700
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00059800
           MOVE HDR4-RECORD                 TO  TRAC-DETAIL.            00059900
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00060000
                                                                        00060100
      *---------------------------------------------------------------  00060200
      * 3000-LIST-AGING-RTN - ONE LINE PER CASE OPEN AT QUARTER END,    00060300
      * COUNTED INTO ITS AGE BAND.                                      00060400
      *---------------------------------------------------------------  00060500
       3000-LIST-AGING-RTN.                                             00060600
                                                                        00060700
           EXEC SQL                                                     00060800
              FETCH AGECSR                                              00060900
                 INTO :WS-AGE-CASE-NBR                                  00061000
                     ,:WS-AGE-RCVD-DT                                   00061100
                     ,:WS-AGE-CTGY                                      00061200
                     ,:WS-AGE-CHNL                                      00061300
                     ,:WS-AGE-OWNER                                     00061400
                     ,:WS-AGE-CUST-NM                                   00061500
                     ,:WS-AGE-DAYS                                      00061600
                     ,:WS-AGE-LNK-CNT                                   00061700
                     ,:WS-AGE-LNK-CLT                                   00061800
                     ,:WS-AGE-LNK-ACAT                                  00061900
           END-EXEC.                                                    00062000
                                                                        00062100
           EVALUATE SQLCODE                                             00062200
              WHEN +100                                                 00062300
                 SET WS-END-OF-AGE          TO  TRUE                    00062400
                 GO TO 3000-EXIT                                        00062500
              WHEN +0                                                   00062600
                 CONTINUE                                               00062700
              WHEN OTHER                                                00062800
                 PERFORM 8000-DB2-ERROR-RTN                             00062900
           END-EVALUATE.                                                00063000
                                                                        00063100
           ADD 1                            TO  WS-CNT-AGE.             00063200
           MOVE 1                           TO  WS-BAND-SUB.            00063300
           PERFORM 3100-FIND-BAND-RTN                                   00063400
              UNTIL WS-BAND-SUB = WS-BAND-MAX                           00063500
                 OR WS-AGE-DAYS NOT > WS-BAND-LIMIT (WS-BAND-SUB).      00063600
           ADD 1                    TO  WS-BAND-CNT (WS-BAND-SUB).      00063700
                                                                        00063800
           MOVE WS-AGE-CASE-NBR             TO  DTL2-CASE-NBR.          00063900
           MOVE WS-AGE-RCVD-DT              TO  DTL2-RCVD-DT.           00064000
           MOVE WS-AGE-DAYS                 TO  DTL2-AGE-DAYS.          00064100
           MOVE WS-AGE-CTGY                 TO  DTL2-CTGY.              00064200
           MOVE WS-AGE-CHNL                 TO  DTL2-CHNL.              00064300
           MOVE WS-AGE-OWNER                TO  DTL2-OWNER.             00064400
           MOVE WS-AGE-CUST-NM              TO  DTL2-CUST-NM.           00064500
           MOVE WS-AGE-LNK-CNT              TO  DTL2-LNK-CNT.           00064600
           MOVE WS-AGE-LNK-CLT              TO  DTL2-LNK-CLT.           00064700
           MOVE WS-AGE-LNK-ACAT             TO  DTL2-LNK-ACAT.          00064800
           MOVE DTL2-RECORD                 TO  TRAC-DETAIL.            00064900
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00065000
                                                                        00065100
       3000-EXIT.                                                       00065200
           EXIT.                                                        00065300
                                                                        00065400
       3100-FIND-BAND-RTN.                                              00065500
                                                                        00065600
           ADD 1                            TO  WS-BAND-SUB.            00065700
                                                                        00065800
      *---------------------------------------------------------------  00065900
      * 3500-BAND-SUMMARY-RTN - OPEN CASES BY AGE BAND.                 00066000
      *---------------------------------------------------------------  00066100
       3500-BAND-SUMMARY-RTN.                                           00066200
                                                                        00066300
           MOVE SPACES                      TO  TRAC-DETAIL.            00066400
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00066500
           PERFORM 3600-BAND-LINE-RTN                                   00066600
              VARYING WS-BAND-SUB FROM 1 BY 1                           00066700
                UNTIL WS-BAND-SUB > WS-BAND-MAX.                        00066800
           MOVE 'OPEN AT QUARTER END        '  TO  TRL1-LABEL.          00066900
           MOVE WS-CNT-AGE                  TO  TRL1-COUNT.             00067000
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00067100
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00067200
                                                                        00067300
       3600-BAND-LINE-RTN.                                              00067400
                                                                        00067500
           MOVE SPACES                      TO  TRL1-LABEL.             00067600
           STRING 'OPEN '                          DELIMITED BY SIZE    00067700
                  WS-BAND-LABEL (WS-BAND-SUB)      DELIMITED BY SIZE    00067800
             INTO TRL1-LABEL.                                           00067900
           MOVE WS-BAND-CNT (WS-BAND-SUB)   TO  TRL1-COUNT.             00068000
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00068100
           MOVE ' '                         TO  TRAC-DETAIL (1:1).      00068200
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00068300
                                                                        00068400
           EJECT                                                        00068500
      ******************                                                00068600
       8000-DB2-ERROR-RTN.                                              00068700
      ******************                                                00068800
                                                                        00068900
           DISPLAY 'CAT800 - DB2 ERROR, SQLCODE = ' SQLCODE.            00069000
           CALL DSNTIAR               USING  SQLCA                      00069100
                                             WS-DB2-MESSAGE-AREA        00069200
                                             WS-ERR-LINE-LEN            00069300
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00069400
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00069500
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00069600
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00069700
                 END-IF                                                 00069800
           END-PERFORM.                                                 00069900
           DISPLAY 'CAT800 ABENDED'.                                    00070000
           CALL ABEND                 USING  ABEND-CODE.                00070100
                                                                        00070200
           EJECT                                                        00070300
      ************                                                      00070400
       9000-EOJ-RTN.                                                    00070500
      ************                                                      00070600
                                                                        00070700
           CLOSE CMPOUT-FILE                                            00070800
                 REPORT-FILE.                                           00070900
                                                                        00071000
           DISPLAY ' '                                                  00071100
           DISPLAY 'COMPLAINTS RECEIVED:    ' WS-TOT-RCVD-CNT           00071200
           DISPLAY 'COMPLAINTS CLOSED:      ' WS-TOT-CLSD-CNT           00071300
           DISPLAY 'OPEN AT QUARTER END:    ' WS-TOT-OPEN-CNT           00071400
           DISPLAY 'AGING LINES:            ' WS-CNT-AGE                00071500
           DISPLAY 'EXTRACT CATEGORY RECS:  ' WS-CNT-EXTRACT            00071600
           DISPLAY ' '                                                  00071700
           DISPLAY '*************************'                          00071800
           DISPLAY '* END OF CAT800 PROGRAM *'                          00071900
           DISPLAY '*************************'                          00072000
           DISPLAY ' '.                                                 00072100
