000001* PDX    - CAT793   C0369793 10/15/26 00:52:40 TBTIKUO            00001000
LRM001* RENUMBERED CONTRA FIRMS.  A RECEIVING OR CONTRA FIRM WHOSE      00001000
LRM001* PARTICIPANT NUMBER CAT795 HAS MAPPED (ACATPMAP APPLIED) IS      00001000
LRM001* REPORTED UNDER ITS CURRENT NUMBER IN SECTIONS 1 AND 3.          00001000
000001* PDX    - CAT793   C0369791 10/14/26 23:48:52 TBTIKUO            00000100
000001* CREATED FOR SSR 114462.  MONTHLY ASSET-RETENTION ANALYSIS FOR   00000200
000001* OUTGOING TRANSFERS.  THE CAT764 SCORECARD JUDGES CONTRA FIRMS   00000300
000001* ON HOW THEY PROCESS TRANSFERS; MANAGEMENT ALSO NEEDS TO SEE     00000400
000001* WHERE OUR CUSTOMERS' ASSETS ARE GOING AND WHOSE BOOK THEY ARE   00000500
000001* LEAVING.  FOR THE REPORT MONTH THIS JOB LISTS THE ASSET VALUE   00000600
000001* DELIVERED OUT ON SETTLED TRANSFERS BY BRANCH, RR AND RECEIVING  00000700
000001* FIRM, TRENDS EACH RR AGAINST ITS PRIOR TWELVE MONTHS AND FLAGS  00000800
000001* UNUSUAL OUTFLOWS, AND SHOWS INFLOWS AGAINST OUTFLOWS BY CONTRA  00000900
000001* FIRM FOR THE NET POSITION AGAINST EACH COMPETITOR.              00001000
       IDENTIFICATION DIVISION.                                         00001100
       PROGRAM-ID.  CAT793.                                             00001200
       AUTHOR.      LARRY MUREY.                                        00001300
       DATE-WRITTEN.  OCT 2026.                                         00001400
      *---------------------------------------------------------------* 00001500
      *                         REMARKS                               * 00001600
      * RUNS MONTHLY, AFTER CAT764.                                   * 00001700
      * INPUTS:  VTRNFR/VASSET, VTRNHSTY/VASTHSTY - SETTLED TRANSFERS * 00001800
      *          (STATUS 310 AND ABOVE, NOT 600) BY SETTLE DATE; THE  * 00001900
      *          VALUE IS THE CARRIED ASSET VALUE (CAT657 PRICES IT)  * 00002000
      *          VPRTCPPF - CONTRA PARTICIPANT NAME                   * 00002100
LRM001*          ACATPMAP - OLD TO CURRENT PARTICIPANT NUMBER         * 00001000
      * OUTPUTS: RPTPI    - SECTION 1: OUTFLOWS BY BRANCH, RR AND     * 00002200
      *                     RECEIVING FIRM, WITH RR TOTALS            * 00002300
      *                     SECTION 2: RR OUTFLOW TREND, PRIOR TWELVE * 00002400
      *                     MONTHS IN $000, UNUSUAL OUTFLOWS FLAGGED  * 00002500
      *                     SECTION 3: INFLOWS, OUTFLOWS AND NET BY   * 00002600
      *                     CONTRA FIRM, LARGEST NET LOSS FIRST       * 00002700
      * PARM:    REPORT MONTH YYYY-MM (DEFAULT: THE MONTH BEFORE THE  * 00002800
      *          RUN DATE).                                           * 00002900
      * AN RR'S OUTFLOW IS UNUSUAL WHEN THE MONTH IS AT LEAST         * 00003000
      * $100,000 AND MORE THAN TWICE ITS TWELVE-MONTH AVERAGE.        * 00003100
      * RC 4 WHEN ANY RR IS FLAGGED.                                  * 00003200
      *---------------------------------------------------------------* 00003300
           EJECT                                                        00003400
      ***************************************************************** 00003500
       ENVIRONMENT DIVISION.                                            00003600
      ***************************************************************** 00003700
       INPUT-OUTPUT SECTION.                                            00003800
       FILE-CONTROL.                                                    00003900
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00004000
                                                                        00004100
      ***************************************************************** 00004200
       DATA DIVISION.                                                   00004300
      ***************************************************************** 00004400
                                                                        00004500
       FILE SECTION.                                                    00004600
                                                                        00004700
       FD  REPORT-FILE                                                  00004800
           RECORDING MODE F                                             00004900
           BLOCK CONTAINS 0 RECORDS                                     00005000
           LABEL RECORDS ARE STANDARD                                   00005100
           RECORD CONTAINS 132 CHARACTERS.                              00005200
       01  REPORT-RECORD                PIC  X(132).                    00005300
                                                                        00005400
           EJECT                                                        00005500
      ***************************************************************** 00005600
       WORKING-STORAGE SECTION.                                         00005700
      ***************************************************************** 00005800
                                                                        00005900
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00006000
                                                                        00006100
       01  CALL-MODULES.                                                00006200
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00006300
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00006400
                                                                        00006500
       01  WS-END-OF-OUT-SW             PIC  X(01)  VALUE 'N'.          00006600
           88  WS-END-OF-OUT                       VALUE 'Y'.           00006700
       01  WS-END-OF-TRD-SW             PIC  X(01)  VALUE 'N'.          00006800
           88  WS-END-OF-TRD                       VALUE 'Y'.           00006900
       01  WS-END-OF-CON-SW             PIC  X(01)  VALUE 'N'.          00007000
           88  WS-END-OF-CON                       VALUE 'Y'.           00007100
                                                                        00007200
       01  WS-RPT-MONTH                 PIC  X(07)  VALUE SPACES.       00007300
       01  WS-RPT-MONTH-R  REDEFINES WS-RPT-MONTH.                      00007400
           05  WS-RPT-YYYY              PIC  9(04).                     00007500
           05  FILLER                   PIC  X(01).                     00007600
           05  WS-RPT-MM                PIC  9(02).                     00007700
       01  WS-DATE-FROM                 PIC  X(10)  VALUE SPACES.       00007800
       01  WS-DATE-TO                   PIC  X(10)  VALUE SPACES.       00007900
                                                                        00008000
      *  HOST VARIABLES - OUTFLOW BY BRANCH/RR/RECEIVING FIRM.          00008100
       01  WS-OUT-AREA.                                                 00008200
           05  WS-OUT-KEY.                                              00008300
               10  WS-OUT-BRANCH        PIC  X(03).                     00008400
               10  WS-OUT-RR            PIC  X(03).                     00008500
           05  WS-OUT-CONTRA            PIC  X(04).                     00008600
           05  WS-OUT-CONTRA-NM         PIC  X(60).                     00008700
           05  WS-OUT-TFR-CNT           PIC S9(09) COMP.                00008800
           05  WS-OUT-AMT               PIC S9(13)V99 COMP-3.           00008900
                                                                        00009000
      *  HOST VARIABLES - PRIOR-MONTH OUTFLOW BY BRANCH/RR.             00009100
       01  WS-TRD-AREA.                                                 00009200
           05  WS-TRD-KEY.                                              00009300
               10  WS-TRD-BRANCH        PIC  X(03).                     00009400
               10  WS-TRD-RR            PIC  X(03).                     00009500
           05  WS-TRD-MONTHS-BACK       PIC S9(09) COMP.                00009600
           05  WS-TRD-AMT               PIC S9(13)V99 COMP-3.           00009700
                                                                        00009800
      *  HOST VARIABLES - MONTH'S FLOWS BY CONTRA FIRM.                 00009900
       01  WS-CON-AREA.                                                 00010000
           05  WS-CON-CONTRA            PIC  X(04).                     00010100
           05  WS-CON-CONTRA-NM         PIC  X(60).                     00010200
           05  WS-CON-IN-CNT            PIC S9(09) COMP.                00010300
           05  WS-CON-IN-AMT            PIC S9(13)V99 COMP-3.           00010400
           05  WS-CON-OUT-CNT           PIC S9(09) COMP.                00010500
           05  WS-CON-OUT-AMT           PIC S9(13)V99 COMP-3.           00010600
           05  WS-CON-NET-AMT           PIC S9(13)V99 COMP-3.           00010700
                                                                        00010800
      *  ONE ENTRY PER BRANCH/RR WITH OUTFLOW IN THE REPORT MONTH, IN   00010900
      *  KEY SEQUENCE; MONTH 1 IS THE OLDEST OF THE PRIOR TWELVE.       00011000
       01  WS-RR-TABLE-AREA.                                            00011100
           05  WS-RR-CNT                PIC S9(04) COMP  VALUE +0.      00011200
           05  WS-RR-SUB                PIC S9(04) COMP  VALUE +0.      00011300
           05  WS-RR-ENTRY              OCCURS 3000 TIMES.              00011400
               10  WS-RR-KEY            PIC  X(06).                     00011500
               10  WS-RR-TFR-CNT        PIC S9(07) COMP-3.              00011600
               10  WS-RR-CUR-AMT        PIC S9(13)V99 COMP-3.           00011700
               10  WS-RR-MON-AMT        PIC S9(13)V99 COMP-3            00011800
                                        OCCURS 12 TIMES.                00011900
       01  WS-MON-SUB                   PIC S9(04) COMP  VALUE +0.      00012000
                                                                        00012100
       01  WS-CURR-KEY                  PIC  X(06)  VALUE LOW-VALUES.   00012200
       01  WS-PRIOR-AMT                 PIC S9(15)V99 COMP-3 VALUE +0.  00012300
       01  WS-AVG-AMT                   PIC S9(13)V99 COMP-3 VALUE +0.  00012400
       01  WS-THOUS-AMT                 PIC S9(11)    COMP-3 VALUE +0.  00012500
       01  WS-FLAG-MIN-AMT              PIC S9(13)V99 COMP-3            00012600
                                                    VALUE +100000.      00012700
       01  WS-FLAG-PCT                  PIC S9(03)    COMP-3            00012800
                                                    VALUE +200.         00012900
                                                                        00013000
       01  WS-LBL-WORK.                                                 00013100
           05  WS-LBL-YYYY              PIC  9(04).                     00013200
           05  WS-LBL-MM                PIC S9(04) COMP.                00013300
           05  WS-LBL-MM-ED             PIC  9(02).                     00013400
                                                                        00013500
       01  WS-CNT-OUT-ROWS              PIC S9(07) COMP-3  VALUE ZERO.  00013600
       01  WS-CNT-FLAGGED               PIC S9(07) COMP-3  VALUE ZERO.  00013700
       01  WS-CNT-CONTRAS               PIC S9(07) COMP-3  VALUE ZERO.  00013800
       01  WS-AMT-OUT                   PIC S9(15)V99 COMP-3 VALUE +0.  00013900
       01  WS-AMT-IN                    PIC S9(15)V99 COMP-3 VALUE +0.  00014000
       01  WS-AMT-NET                   PIC S9(15)V99 COMP-3 VALUE +0.  00014100
                                                                        00014200
       01  WS-ACCEPT-DATE.                                              00014300
           05  WS-ACCEPT-YY             PIC  9(02).                     00014400
           05  WS-ACCEPT-MM             PIC  9(02).                     00014500
           05  WS-ACCEPT-DD             PIC  9(02).                     00014600
                                                                        00014700
       01  WS-DB2-MESSAGE-AREA.                                         00014800
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00014900
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00015000
               INDEXED BY WS-ERROR-INDEX.                               00015100
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00015200
                                                                        00015300
           EJECT                                                        00015400
       01  HDR1-RECORD.                                                 00015500
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00015600
           05  FILLER                   PIC  X(30)  VALUE               00015700
               'CAT793 - ASSET RETENTION BY RR'.                        00015800
           05  FILLER                   PIC  X(30)  VALUE               00015900
               ' AND BRANCH   MONTH:          '.                        00016000
           05  HDR1-MONTH               PIC  X(07).                     00016100
           05  FILLER                   PIC  X(04)  VALUE SPACES.       00016200
           05  FILLER                   PIC  X(06)  VALUE 'DATE: '.     00016300
           05  HDR1-DATE-MM             PIC  X(02).                     00016400
           05  FILLER                   PIC  X(01)  VALUE '/'.          00016500
           05  HDR1-DATE-DD             PIC  X(02).                     00016600
           05  FILLER                   PIC  X(01)  VALUE '/'.          00016700
           05  HDR1-DATE-YY             PIC  X(02).                     00016800
           05  FILLER                   PIC  X(46)  VALUE SPACES.       00016900
                                                                        00017000
       01  SEC1-RECORD.                                                 00017100
           05  SEC1-CC                  PIC  X(01)  VALUE '0'.          00017200
           05  SEC1-TITLE               PIC  X(60).                     00017300
           05  FILLER                   PIC  X(71)  VALUE SPACES.       00017400
                                                                        00017500
      *  SECTION 1 - OUTFLOWS BY BRANCH, RR AND RECEIVING FIRM.         00017600
       01  OUTH-RECORD.                                                 00017700
           05  OUTH-CC                  PIC  X(01)  VALUE '0'.          00017800
           05  FILLER                   PIC  X(30)  VALUE               00017900
               ' BR  RR  FIRM NAME            '.                        00018000
           05  FILLER                   PIC  X(30)  VALUE               00018100
               '                TRANSFERS     '.                        00018200
           05  FILLER                   PIC  X(30)  VALUE               00018300
               '   VALUE DELIVERED            '.                        00018400
           05  FILLER                   PIC  X(30)  VALUE SPACES.       00018500
           05  FILLER                   PIC  X(11)  VALUE SPACES.       00018600
                                                                        00018700
       01  OUT1-RECORD.                                                 00018800
           05  OUT1-CC                  PIC  X(01)  VALUE ' '.          00018900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00019000
           05  OUT1-BRANCH              PIC  X(03).                     00019100
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00019200
           05  OUT1-RR                  PIC  X(03).                     00019300
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00019400
           05  OUT1-CONTRA              PIC  X(04).                     00019500
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00019600
           05  OUT1-CONTRA-NM           PIC  X(30).                     00019700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00019800
           05  OUT1-TFR-CNT             PIC  ZZZ,ZZ9.                   00019900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00020000
           05  OUT1-AMT                 PIC  ZZZ,ZZZ,ZZZ,ZZ9.99-.       00020100
           05  FILLER                   PIC  X(58)  VALUE SPACES.       00020200
                                                                        00020300
      *  SECTION 2 - RR TREND.  THE MONTH LABELS ARE BUILT AT RUN TIME. 00020400
       01  TRDH-RECORD.                                                 00020500
           05  TRDH-CC                  PIC  X(01)  VALUE '0'.          00020600
           05  FILLER                   PIC  X(08)  VALUE ' BR  RR '.   00020700
           05  TRDH-MON-LBL             PIC  X(08)  OCCURS 12 TIMES.    00020800
           05  FILLER                   PIC  X(16)  VALUE               00020900
               ' CURRENT 12M AVG'.                                      00021000
           05  FILLER                   PIC  X(11)  VALUE '  FLAG'.     00021100
                                                                        00021200
       01  TRD1-RECORD.                                                 00021300
           05  TRD1-CC                  PIC  X(01)  VALUE ' '.          00021400
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00021500
           05  TRD1-BRANCH              PIC  X(03).                     00021600
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00021700
           05  TRD1-RR                  PIC  X(03).                     00021800
           05  TRD1-MON-ENTRY           OCCURS 12 TIMES.                00021900
               10  FILLER               PIC  X(01).                     00022000
               10  TRD1-MON-AMT         PIC  ZZZ,ZZ9.                   00022100
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00022200
           05  TRD1-CUR-AMT             PIC  ZZZ,ZZ9.                   00022300
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00022400
           05  TRD1-AVG-AMT             PIC  ZZZ,ZZ9.                   00022500
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00022600
           05  TRD1-FLAG                PIC  X(08).                     00022700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00022800
                                                                        00022900
      *  SECTION 3 - NET FLOWS BY CONTRA FIRM.                          00023000
       01  CONH-RECORD.                                                 00023100
           05  CONH-CC                  PIC  X(01)  VALUE '0'.          00023200
           05  FILLER                   PIC  X(30)  VALUE               00023300
               ' FIRM NAME                    '.                        00023400
           05  FILLER                   PIC  X(30)  VALUE               00023500
               '      IN   VALUE RECEIVED     '.                        00023600
           05  FILLER                   PIC  X(30)  VALUE               00023700
               ' OUT  VALUE DELIVERED         '.                        00023800
           05  FILLER                   PIC  X(30)  VALUE               00023900
               '       NET FLOW               '.                        00024000
           05  FILLER                   PIC  X(11)  VALUE SPACES.       00024100
                                                                        00024200
       01  CON1-RECORD.                                                 00024300
           05  CON1-CC                  PIC  X(01)  VALUE ' '.          00024400
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00024500
           05  CON1-CONTRA              PIC  X(04).                     00024600
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00024700
           05  CON1-CONTRA-NM           PIC  X(24).                     00024800
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00024900
           05  CON1-IN-CNT              PIC  ZZZ,ZZ9.                   00025000
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00025100
           05  CON1-IN-AMT              PIC  ZZZ,ZZZ,ZZZ,ZZ9.99-.       00025200
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00025300
           05  CON1-OUT-CNT             PIC  ZZZ,ZZ9.                   00025400
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00025500
           05  CON1-OUT-AMT             PIC  ZZZ,ZZZ,ZZZ,ZZ9.99-.       00025600
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00025700
           05  CON1-NET-AMT             PIC  ZZZ,ZZZ,ZZZ,ZZ9.99-.       00025800
           05  FILLER                   PIC  X(25)  VALUE SPACES.       00025900
                                                                        00026000
       01  TRL1-RECORD.                                                 00026100
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00026200
           05  TRL1-LABEL               PIC  X(32).                     00026300
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00026400
           05  FILLER                   PIC  X(88)  VALUE SPACES.       00026500
                                                                        00026600
       01  TRL2-RECORD.                                                 00026700
           05  TRL2-CC                  PIC  X(01)  VALUE ' '.          00026800
           05  TRL2-LABEL               PIC  X(32).                     00026900
           05  TRL2-AMOUNT              PIC  ZZZ,ZZZ,ZZZ,ZZ9.99-.       00027000
           05  FILLER                   PIC  X(80)  VALUE SPACES.       00027100
                                                                        00027200
           EJECT                                                        00027300
      *DB2 COMMUNICATION AREA                                           00027400
           EXEC SQL                                                     00027500
              INCLUDE SQLCA                                             00027600
           END-EXEC.                                                    00027700
                                                                        00027800
      *----------------------------------------------------------------*00027900
      *  THE MONTH'S SETTLED DELIVERIES BY BRANCH, RR AND RECEIVING    *00028000
      *  FIRM, ACTIVE AND ARCHIVED.                                    *00028100
LRM001*  A FIRM RENUMBERED THROUGH CAT795 IS SHOWN UNDER ITS CURRENT   *00001000
LRM001*  NUMBER.                                                       *00001000
      *----------------------------------------------------------------*00028200
           EXEC SQL                                                     00028300
              DECLARE OUTCSR CURSOR FOR                                 00028400
                 SELECT X.BRANCH_CD                                     00028500
                       ,X.RR_CD                                         00028600
                       ,X.RCV_NBR                                       00028700
                       ,VALUE(MAX(P.PRTCP_NM), ' ')                     00028800
                       ,COUNT(DISTINCT X.CLIENT_NBR                     00028900
                                    || X.ACAT_CONTROL_NBR)              00029000
                       ,SUM(X.ASSET_AMT)                                00029100
                 FROM  (SELECT T.BRANCH_CD                              00029200
                              ,T.RR_CD                                  00029300
LRM001                        ,VALUE(M.CURR_PRTCP_NBR, T.RCV_NBR)       00001000
LRM001                         AS RCV_NBR                               00001000
                              ,T.CLIENT_NBR                             00029500
                              ,T.ACAT_CONTROL_NBR                       00029600
                              ,VALUE(A.ASSET_AMT, 0) AS ASSET_AMT       00029700
                          FROM VTRNFR T                                 00029800
                               INNER JOIN VASSET A                      00029900
                                 ON  A.CLIENT_NBR = T.CLIENT_NBR        00030000
                                 AND A.ACAT_CONTROL_NBR =               00030100
                                     T.ACAT_CONTROL_NBR                 00030200
LRM001                         LEFT OUTER JOIN ACATPMAP M               00001000
LRM001                           ON  M.OLD_PRTCP_NBR = T.RCV_NBR        00001000
LRM001                           AND M.MAP_STTS_CD   = 'A'              00001000
                         WHERE T.DSTBN_SIDE_CD = 'D'                    00030300
                           AND T.STTS_CD      >= '310'                  00030400
                           AND T.STTS_CD      <> '600'                  00030500
                           AND T.STTLM_DT BETWEEN DATE(:WS-DATE-FROM)   00030600
                                              AND DATE(:WS-DATE-TO)     00030700
                        UNION ALL                                       00030800
                        SELECT T.BRANCH_CD                              00030900
                              ,T.RR_CD                                  00031000
LRM001                        ,VALUE(M.CURR_PRTCP_NBR, T.RCV_NBR)       00001000
LRM001                         AS RCV_NBR                               00001000
                              ,T.CLIENT_NBR                             00031200
                              ,T.ACAT_CONTROL_NBR                       00031300
                              ,VALUE(A.ASSET_AMT, 0) AS ASSET_AMT       00031400
                          FROM VTRNHSTY T                               00031500
                               INNER JOIN VASTHSTY A                    00031600
                                 ON  A.CLIENT_NBR = T.CLIENT_NBR        00031700
                                 AND A.ACAT_CONTROL_NBR =               00031800
                                     T.ACAT_CONTROL_NBR                 00031900
LRM001                         LEFT OUTER JOIN ACATPMAP M               00001000
LRM001                           ON  M.OLD_PRTCP_NBR = T.RCV_NBR        00001000
LRM001                           AND M.MAP_STTS_CD   = 'A'              00001000
                         WHERE T.DSTBN_SIDE_CD = 'D'                    00032000
                           AND T.STTS_CD      >= '310'                  00032100
                           AND T.STTS_CD      <> '600'                  00032200
                           AND T.STTLM_DT BETWEEN DATE(:WS-DATE-FROM)   00032300
                                              AND DATE(:WS-DATE-TO)     00032400
                       ) X                                              00032500
                       LEFT OUTER JOIN VPRTCPPF P                       00032600
                         ON  P.PRTCP_NBR = X.RCV_NBR                    00032700
                 GROUP BY X.BRANCH_CD, X.RR_CD, X.RCV_NBR               00032800
                 ORDER BY 1, 2, 3                                       00032900
                 WITH UR                                                00033000
           END-EXEC.                                                    00033100
                                                                        00033200
      *----------------------------------------------------------------*00033300
      *  SETTLED DELIVERIES BY BRANCH AND RR FOR EACH OF THE TWELVE    *00033400
      *  MONTHS BEFORE THE REPORT MONTH (1 = THE MONTH BEFORE).        *00033500
      *----------------------------------------------------------------*00033600
           EXEC SQL                                                     00033700
              DECLARE TRDCSR CURSOR FOR                                 00033800
                 SELECT X.BRANCH_CD                                     00033900
                       ,X.RR_CD                                         00034000
                       ,X.MONTHS_BACK                                   00034100
                       ,SUM(X.ASSET_AMT)                                00034200
                 FROM  (SELECT T.BRANCH_CD                              00034300
                              ,T.RR_CD                                  00034400
                              ,(YEAR(DATE(:WS-DATE-FROM)) * 12          00034500
                                + MONTH(DATE(:WS-DATE-FROM)))           00034600
                             - (YEAR(T.STTLM_DT) * 12                   00034700
                                + MONTH(T.STTLM_DT)) AS MONTHS_BACK     00034800
                              ,VALUE(A.ASSET_AMT, 0) AS ASSET_AMT       00034900
                          FROM VTRNFR T                                 00035000
                               INNER JOIN VASSET A                      00035100
                                 ON  A.CLIENT_NBR = T.CLIENT_NBR        00035200
                                 AND A.ACAT_CONTROL_NBR =               00035300
                                     T.ACAT_CONTROL_NBR                 00035400
                         WHERE T.DSTBN_SIDE_CD = 'D'                    00035500
                           AND T.STTS_CD      >= '310'                  00035600
                           AND T.STTS_CD      <> '600'                  00035700
                           AND T.STTLM_DT BETWEEN                       00035800
                               DATE(:WS-DATE-FROM) - 12 MONTHS          00035900
                           AND DATE(:WS-DATE-FROM) - 1 DAY              00036000
                        UNION ALL                                       00036100
                        SELECT T.BRANCH_CD                              00036200
                              ,T.RR_CD                                  00036300
                              ,(YEAR(DATE(:WS-DATE-FROM)) * 12          00036400
                                + MONTH(DATE(:WS-DATE-FROM)))           00036500
                             - (YEAR(T.STTLM_DT) * 12                   00036600
                                + MONTH(T.STTLM_DT)) AS MONTHS_BACK     00036700
                              ,VALUE(A.ASSET_AMT, 0) AS ASSET_AMT       00036800
                          FROM VTRNHSTY T                               00036900
                               INNER JOIN VASTHSTY A                    00037000
                                 ON  A.CLIENT_NBR = T.CLIENT_NBR        00037100
                                 AND A.ACAT_CONTROL_NBR =               00037200
                                     T.ACAT_CONTROL_NBR                 00037300
                         WHERE T.DSTBN_SIDE_CD = 'D'                    00037400
                           AND T.STTS_CD      >= '310'                  00037500
                           AND T.STTS_CD      <> '600'                  00037600
                           AND T.STTLM_DT BETWEEN                       00037700
                               DATE(:WS-DATE-FROM) - 12 MONTHS          00037800
                           AND DATE(:WS-DATE-FROM) - 1 DAY              00037900
                       ) X                                              00038000
                 GROUP BY X.BRANCH_CD, X.RR_CD, X.MONTHS_BACK           00038100
                 ORDER BY 1, 2, 3                                       00038200
                 WITH UR                                                00038300
           END-EXEC.                                                    00038400
                                                                        00038500
      *----------------------------------------------------------------*00038600
      *  THE MONTH'S SETTLED TRANSFERS BOTH WAYS BY CONTRA FIRM: THE   *00038700
      *  DELIVERER WHEN WE RECEIVE, THE RECEIVER WHEN WE DELIVER.      *00038800
      *  LARGEST NET LOSS FIRST.                                       *00038900
LRM001*  A FIRM RENUMBERED THROUGH CAT795 IS SHOWN UNDER ITS CURRENT   *00001000
LRM001*  NUMBER.                                                       *00001000
      *----------------------------------------------------------------*00039000
           EXEC SQL                                                     00039100
              DECLARE CONCSR CURSOR FOR                                 00039200
                 SELECT X.CONTRA_NBR                                    00039300
                       ,VALUE(MAX(P.PRTCP_NM), ' ')                     00039400
                       ,COUNT(DISTINCT                                  00039500
                              CASE WHEN X.DSTBN_SIDE_CD = 'R'           00039600
                                   THEN X.CLIENT_NBR                    00039700
                                     || X.ACAT_CONTROL_NBR              00039800
                              END)                                      00039900
                       ,SUM(CASE WHEN X.DSTBN_SIDE_CD = 'R'             00040000
                                 THEN X.ASSET_AMT ELSE 0 END)           00040100
                       ,COUNT(DISTINCT                                  00040200
                              CASE WHEN X.DSTBN_SIDE_CD = 'D'           00040300
                                   THEN X.CLIENT_NBR                    00040400
                                     || X.ACAT_CONTROL_NBR              00040500
                              END)                                      00040600
                       ,SUM(CASE WHEN X.DSTBN_SIDE_CD = 'D'             00040700
                                 THEN X.ASSET_AMT ELSE 0 END)           00040800
                       ,SUM(CASE WHEN X.DSTBN_SIDE_CD = 'R'             00040900
                                 THEN X.ASSET_AMT                       00041000
                                 ELSE 0 - X.ASSET_AMT END)              00041100
LRM001           FROM  (SELECT VALUE(M.CURR_PRTCP_NBR,                  00001000
LRM001                         CASE WHEN T.DSTBN_SIDE_CD = 'R'          00001000
                                    THEN T.DLVR_NBR                     00041300
                                    ELSE T.RCV_NBR                      00041400
LRM001                         END) AS CONTRA_NBR                       00001000
                              ,T.DSTBN_SIDE_CD                          00041600
                              ,T.CLIENT_NBR                             00041700
                              ,T.ACAT_CONTROL_NBR                       00041800
                              ,VALUE(A.ASSET_AMT, 0) AS ASSET_AMT       00041900
                          FROM VTRNFR T                                 00042000
                               INNER JOIN VASSET A                      00042100
                                 ON  A.CLIENT_NBR = T.CLIENT_NBR        00042200
                                 AND A.ACAT_CONTROL_NBR =               00042300
                                     T.ACAT_CONTROL_NBR                 00042400
LRM001                         LEFT OUTER JOIN ACATPMAP M               00001000
LRM001                           ON  M.OLD_PRTCP_NBR =                  00001000
LRM001                               CASE WHEN T.DSTBN_SIDE_CD = 'R'    00001000
LRM001                                    THEN T.DLVR_NBR               00001000
LRM001                                    ELSE T.RCV_NBR                00001000
LRM001                               END                                00001000
LRM001                           AND M.MAP_STTS_CD   = 'A'              00001000
                         WHERE T.STTS_CD      >= '310'                  00042500
                           AND T.STTS_CD      <> '600'                  00042600
                           AND T.STTLM_DT BETWEEN DATE(:WS-DATE-FROM)   00042700
                                              AND DATE(:WS-DATE-TO)     00042800
                        UNION ALL                                       00042900
LRM001                  SELECT VALUE(M.CURR_PRTCP_NBR,                  00001000
LRM001                         CASE WHEN T.DSTBN_SIDE_CD = 'R'          00001000
                                    THEN T.DLVR_NBR                     00043100
                                    ELSE T.RCV_NBR                      00043200
LRM001                         END) AS CONTRA_NBR                       00001000
                              ,T.DSTBN_SIDE_CD                          00043400
                              ,T.CLIENT_NBR                             00043500
                              ,T.ACAT_CONTROL_NBR                       00043600
                              ,VALUE(A.ASSET_AMT, 0) AS ASSET_AMT       00043700
                          FROM VTRNHSTY T                               00043800
                               INNER JOIN VASTHSTY A                    00043900
                                 ON  A.CLIENT_NBR = T.CLIENT_NBR        00044000
                                 AND A.ACAT_CONTROL_NBR =               00044100
                                     T.ACAT_CONTROL_NBR                 00044200
LRM001                         LEFT OUTER JOIN ACATPMAP M               00001000
LRM001                           ON  M.OLD_PRTCP_NBR =                  00001000
LRM001                               CASE WHEN T.DSTBN_SIDE_CD = 'R'    00001000
LRM001                                    THEN T.DLVR_NBR               00001000
LRM001                                    ELSE T.RCV_NBR                00001000
LRM001                               END                                00001000
LRM001                           AND M.MAP_STTS_CD   = 'A'              00001000
                         WHERE T.STTS_CD      >= '310'                  00044300
                           AND T.STTS_CD      <> '600'                  00044400
                           AND T.STTLM_DT BETWEEN DATE(:WS-DATE-FROM)   00044500
                                              AND DATE(:WS-DATE-TO)     00044600
                       ) X                                              00044700
                       LEFT OUTER JOIN VPRTCPPF P                       00044800
                         ON  P.PRTCP_NBR = X.CONTRA_NBR                 00044900
                 GROUP BY X.CONTRA_NBR                                  00045000
                 ORDER BY 7, 1                                          00045100
                 WITH UR                                                00045200
           END-EXEC.                                                    00045300
                                                                        00045400
           EJECT                                                        00045500
       LINKAGE SECTION.                                                 00045600
       01  PARM-AREA.                                                   00045700
           05  PARM-LENGTH              PIC S9(4) COMP SYNC.            00045800
           05  PARM-RPT-MONTH           PIC  X(07).                     00045900
                                                                        00046000
      ***************************************************************** 00046100
       PROCEDURE DIVISION USING PARM-AREA.                              00046200
      ***************************************************************** 00046300
                                                                        00046400
           DISPLAY '*** CAT793 - ASSET RETENTION ANALYSIS ***'.         00046500
                                                                        00046600
           PERFORM 1000-INITIAL-RTN.                                    00046700
                                                                        00046800
      *    SECTION 1 - THE MONTH'S OUTFLOWS, LOADING THE RR TABLE.      00046900
           MOVE 'SECTION 1 - OUTFLOWS BY BRANCH, RR AND RECEIVING FIRM' 00047000
                                            TO  SEC1-TITLE.             00047100
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00047200
           WRITE REPORT-RECORD            FROM  OUTH-RECORD.            00047300
                                                                        00047400
           EXEC SQL                                                     00047500
              OPEN OUTCSR                                               00047600
           END-EXEC.                                                    00047700
           IF SQLCODE NOT = +0                                          00047800
              PERFORM 8000-DB2-ERROR-RTN                                00047900
           END-IF.                                                      00048000
                                                                        00048100
           PERFORM 2000-OUTFLOW-RTN THRU 2000-EXIT                      00048200
              UNTIL WS-END-OF-OUT.                                      00048300
                                                                        00048400
           EXEC SQL                                                     00048500
              CLOSE OUTCSR                                              00048600
           END-EXEC.                                                    00048700
                                                                        00048800
           IF WS-CURR-KEY NOT = LOW-VALUES                              00048900
              PERFORM 2100-RR-TOTAL-RTN                                 00049000
           END-IF.                                                      00049100
                                                                        00049200
      *    SECTION 2 - THE PRIOR TWELVE MONTHS AGAINST EACH RR.         00049300
           EXEC SQL                                                     00049400
              OPEN TRDCSR                                               00049500
           END-EXEC.                                                    00049600
           IF SQLCODE NOT = +0                                          00049700
              PERFORM 8000-DB2-ERROR-RTN                                00049800
           END-IF.                                                      00049900
                                                                        00050000
           MOVE +1                          TO  WS-RR-SUB.              00050100
           PERFORM 3000-TREND-RTN THRU 3000-EXIT                        00050200
              UNTIL WS-END-OF-TRD.                                      00050300
                                                                        00050400
           EXEC SQL                                                     00050500
              CLOSE TRDCSR                                              00050600
           END-EXEC.                                                    00050700
                                                                        00050800
           WRITE REPORT-RECORD            FROM  HDR1-RECORD.            00050900
           MOVE 'SECTION 2 - RR OUTFLOW TREND ($000), PRIOR 12 MONTHS'  00051000
                                            TO  SEC1-TITLE.             00051100
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00051200
           WRITE REPORT-RECORD            FROM  TRDH-RECORD.            00051300
           PERFORM 4000-PRINT-TREND-RTN                                 00051400
              VARYING WS-RR-SUB FROM +1 BY +1                           00051500
                UNTIL WS-RR-SUB > WS-RR-CNT.                            00051600
                                                                        00051700
      *    SECTION 3 - NET FLOWS BY CONTRA FIRM.                        00051800
           WRITE REPORT-RECORD            FROM  HDR1-RECORD.            00051900
           MOVE 'SECTION 3 - INFLOWS AND OUTFLOWS BY CONTRA FIRM'       00052000
                                            TO  SEC1-TITLE.             00052100
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00052200
           WRITE REPORT-RECORD            FROM  CONH-RECORD.            00052300
                                                                        00052400
           EXEC SQL                                                     00052500
              OPEN CONCSR                                               00052600
           END-EXEC.                                                    00052700
           IF SQLCODE NOT = +0                                          00052800
              PERFORM 8000-DB2-ERROR-RTN                                00052900
           END-IF.                                                      00053000
                                                                        00053100
           PERFORM 5000-CONTRA-RTN THRU 5000-EXIT                       00053200
              UNTIL WS-END-OF-CON.                                      00053300
                                                                        00053400
           EXEC SQL                                                     00053500
              CLOSE CONCSR                                              00053600
           END-EXEC.                                                    00053700
                                                                        00053800
           PERFORM 9000-EOJ-RTN.                                        00053900
                                                                        00054000
           GOBACK.                                                      00054100
                                                                        00054200
           EJECT                                                        00054300
      *****************                                                 00054400
       1000-INITIAL-RTN.                                                00054500
      *****************                                                 00054600
                                                                        00054700
           IF PARM-LENGTH = +7                                          00054800
           AND PARM-RPT-MONTH (1 : 4) NUMERIC                           00054900
           AND PARM-RPT-MONTH (5 : 1) = '-'                             00055000
           AND PARM-RPT-MONTH (6 : 2) NUMERIC                           00055100
              MOVE PARM-RPT-MONTH           TO  WS-RPT-MONTH            00055200
           ELSE                                                         00055300
              EXEC SQL                                                  00055400
                 SELECT  CHAR(CURRENT DATE - 1 MONTH, ISO)              00055500
                   INTO :WS-DATE-FROM                                   00055600
                   FROM  SYSIBM.SYSDUMMY1                               00055700
              END-EXEC                                                  00055800
              IF SQLCODE NOT = +0                                       00055900
                 PERFORM 8000-DB2-ERROR-RTN                             00056000
              END-IF                                                    00056100
              MOVE WS-DATE-FROM (1 : 7)     TO  WS-RPT-MONTH            00056200
           END-IF.                                                      00056300
                                                                        00056400
           MOVE SPACES                      TO  WS-DATE-FROM.           00056500
           STRING WS-RPT-MONTH '-01'                                    00056600
              DELIMITED BY SIZE             INTO  WS-DATE-FROM.         00056700
           EXEC SQL                                                     00056800
              SELECT  CHAR(DATE(:WS-DATE-FROM) + 1 MONTH - 1 DAY,       00056900
                           ISO)                                         00057000
                INTO :WS-DATE-TO                                        00057100
                FROM  SYSIBM.SYSDUMMY1                                  00057200
           END-EXEC.                                                    00057300
           IF SQLCODE NOT = +0                                          00057400
              PERFORM 8000-DB2-ERROR-RTN                                00057500
           END-IF.                                                      00057600
           DISPLAY 'CAT793 - REPORT MONTH ' WS-RPT-MONTH                00057700
                   ' (' WS-DATE-FROM ' THRU ' WS-DATE-TO ')'.           00057800
                                                                        00057900
      *    TREND COLUMN 1 IS TWELVE MONTHS BACK, COLUMN 12 ONE BACK.    00058000
           PERFORM 1100-MONTH-LABEL-RTN                                 00058100
              VARYING WS-MON-SUB FROM +1 BY +1                          00058200
                UNTIL WS-MON-SUB > +12.                                 00058300
                                                                        00058400
           OPEN OUTPUT  REPORT-FILE.                                    00058500
                                                                        00058600
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00058700
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00058800
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00058900
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00059000
           MOVE WS-RPT-MONTH                TO  HDR1-MONTH.             00059100
                                                                        00059200
           WRITE REPORT-RECORD            FROM  HDR1-RECORD.            00059300
                                                                        00059400
      ********************                                              00059500
       1100-MONTH-LABEL-RTN.                                            00059600
      ********************                                              00059700
                                                                        00059800
           MOVE WS-RPT-YYYY                 TO  WS-LBL-YYYY.            00059900
           COMPUTE WS-LBL-MM = WS-RPT-MM - 13 + WS-MON-SUB.             00060000
           IF WS-LBL-MM < +1                                            00060100
              ADD +12                       TO  WS-LBL-MM               00060200
              SUBTRACT 1                  FROM  WS-LBL-YYYY             00060300
           END-IF.                                                      00060400
           MOVE WS-LBL-MM                   TO  WS-LBL-MM-ED.           00060500
           MOVE SPACES                 TO  TRDH-MON-LBL (WS-MON-SUB).   00060600
           STRING ' '                       DELIMITED BY SIZE           00060700
                  WS-LBL-YYYY               DELIMITED BY SIZE           00060800
                  '-'                       DELIMITED BY SIZE           00060900
                  WS-LBL-MM-ED              DELIMITED BY SIZE           00061000
             INTO TRDH-MON-LBL (WS-MON-SUB).                            00061100
                                                                        00061200
           EJECT                                                        00061300
      *---------------------------------------------------------------  00061400
      * 2000-OUTFLOW-RTN - ONE LINE PER BRANCH/RR/RECEIVING FIRM, A     00061500
      * TOTAL LINE AT EACH BRANCH/RR BREAK.                             00061600
      *---------------------------------------------------------------  00061700
       2000-OUTFLOW-RTN.                                                00061800
                                                                        00061900
           EXEC SQL                                                     00062000
              FETCH OUTCSR                                              00062100
                 INTO :WS-OUT-BRANCH                                    00062200
                     ,:WS-OUT-RR                                        00062300
                     ,:WS-OUT-CONTRA                                    00062400
                     ,:WS-OUT-CONTRA-NM                                 00062500
                     ,:WS-OUT-TFR-CNT                                   00062600
                     ,:WS-OUT-AMT                                       00062700
           END-EXEC.                                                    00062800
                                                                        00062900
           EVALUATE SQLCODE                                             00063000
              WHEN +0                                                   00063100
                 CONTINUE                                               00063200
              WHEN +100                                                 00063300
                 SET WS-END-OF-OUT          TO  TRUE                    00063400
                 GO TO 2000-EXIT                                        00063500
              WHEN OTHER                                                00063600
                 PERFORM 8000-DB2-ERROR-RTN                             00063700
           END-EVALUATE.                                                00063800
                                                                        00063900
           ADD 1                            TO  WS-CNT-OUT-ROWS.        00064000
                                                                        00064100
           IF WS-OUT-KEY NOT = WS-CURR-KEY                              00064200
              IF WS-CURR-KEY NOT = LOW-VALUES                           00064300
                 PERFORM 2100-RR-TOTAL-RTN                              00064400
              END-IF                                                    00064500
              IF WS-RR-CNT NOT < +3000                                  00064600
                 DISPLAY 'CAT793 - RR TABLE FULL AT 3000 - ABENDING'    00064700
                 MOVE 2000                  TO  ABEND-CODE              00064800
                 CALL ABEND              USING  ABEND-CODE              00064900
              END-IF                                                    00065000
              ADD 1                         TO  WS-RR-CNT               00065100
              INITIALIZE WS-RR-ENTRY (WS-RR-CNT)                        00065200
              MOVE WS-OUT-KEY               TO  WS-RR-KEY (WS-RR-CNT)   00065300
              MOVE WS-OUT-KEY               TO  WS-CURR-KEY             00065400
           END-IF.                                                      00065500
                                                                        00065600
           ADD WS-OUT-TFR-CNT           TO  WS-RR-TFR-CNT (WS-RR-CNT).  00065700
           ADD WS-OUT-AMT               TO  WS-RR-CUR-AMT (WS-RR-CNT)   00065800
                                            WS-AMT-OUT.                 00065900
                                                                        00066000
           MOVE WS-OUT-BRANCH               TO  OUT1-BRANCH.            00066100
           MOVE WS-OUT-RR                   TO  OUT1-RR.                00066200
           MOVE WS-OUT-CONTRA               TO  OUT1-CONTRA.            00066300
           MOVE WS-OUT-CONTRA-NM            TO  OUT1-CONTRA-NM.         00066400
           MOVE WS-OUT-TFR-CNT              TO  OUT1-TFR-CNT.           00066500
           MOVE WS-OUT-AMT                  TO  OUT1-AMT.               00066600
           WRITE REPORT-RECORD            FROM  OUT1-RECORD.            00066700
                                                                        00066800
       2000-EXIT.                                                       00066900
           EXIT.                                                        00067000
                                                                        00067100
      *****************                                                 00067200
       2100-RR-TOTAL-RTN.                                               00067300
      *****************                                                 00067400
                                                                        00067500
           MOVE SPACES                      TO  OUT1-BRANCH             00067600
                                                OUT1-RR                 00067700
                                                OUT1-CONTRA.            00067800
           MOVE '   TOTAL FOR RR'           TO  OUT1-CONTRA-NM.         00067900
           MOVE WS-RR-TFR-CNT (WS-RR-CNT)   TO  OUT1-TFR-CNT.           00068000
           MOVE WS-RR-CUR-AMT (WS-RR-CNT)   TO  OUT1-AMT.               00068100
           WRITE REPORT-RECORD            FROM  OUT1-RECORD.            00068200
           MOVE SPACES                      TO  REPORT-RECORD.          00068300
           WRITE REPORT-RECORD.                                         00068400
                                                                        00068500
           EJECT                                                        00068600
      *---------------------------------------------------------------  00068700
      * 3000-TREND-RTN - POST A PRIOR MONTH'S OUTFLOW TO ITS RR.  BOTH  00068800
      * THE TABLE AND THE CURSOR ARE IN BRANCH/RR SEQUENCE; AN RR WITH  00068900
      * NO OUTFLOW THIS MONTH IS NOT IN THE TABLE AND IS PASSED OVER.   00069000
      *---------------------------------------------------------------  00069100
       3000-TREND-RTN.                                                  00069200
                                                                        00069300
           EXEC SQL                                                     00069400
              FETCH TRDCSR                                              00069500
                 INTO :WS-TRD-BRANCH                                    00069600
                     ,:WS-TRD-RR                                        00069700
                     ,:WS-TRD-MONTHS-BACK                               00069800
                     ,:WS-TRD-AMT                                       00069900
           END-EXEC.                                                    00070000
                                                                        00070100
           EVALUATE SQLCODE                                             00070200
              WHEN +0                                                   00070300
                 CONTINUE                                               00070400
              WHEN +100                                                 00070500
                 SET WS-END-OF-TRD          TO  TRUE                    00070600
                 GO TO 3000-EXIT                                        00070700
              WHEN OTHER                                                00070800
                 PERFORM 8000-DB2-ERROR-RTN                             00070900
           END-EVALUATE.                                                00071000
                                                                        00071100
           IF WS-TRD-MONTHS-BACK < +1 OR WS-TRD-MONTHS-BACK > +12       00071200
              GO TO 3000-EXIT                                           00071300
           END-IF.                                                      00071400
                                                                        00071500
           PERFORM 3100-NEXT-RR-RTN                                     00071600
              UNTIL WS-RR-SUB > WS-RR-CNT                               00071700
                 OR WS-RR-KEY (WS-RR-SUB) NOT < WS-TRD-KEY.             00071800
                                                                        00071900
           IF WS-RR-SUB > WS-RR-CNT                                     00072000
              GO TO 3000-EXIT                                           00072100
           END-IF.                                                      00072200
           IF WS-RR-KEY (WS-RR-SUB) NOT = WS-TRD-KEY                    00072300
              GO TO 3000-EXIT                                           00072400
           END-IF.                                                      00072500
                                                                        00072600
           COMPUTE WS-MON-SUB = 13 - WS-TRD-MONTHS-BACK.                00072700
           ADD WS-TRD-AMT     TO  WS-RR-MON-AMT (WS-RR-SUB, WS-MON-SUB).00072800
                                                                        00072900
       3000-EXIT.                                                       00073000
           EXIT.                                                        00073100
                                                                        00073200
       3100-NEXT-RR-RTN.                                                00073300
                                                                        00073400
           ADD +1                           TO  WS-RR-SUB.              00073500
                                                                        00073600
      *---------------------------------------------------------------  00073700
      * 4000-PRINT-TREND-RTN - AMOUNTS IN THOUSANDS.  UNUSUAL WHEN THE  00073800
      * MONTH PASSES THE FLOOR AND THE PERCENTAGE OF THE AVERAGE.       00073900
      *---------------------------------------------------------------  00074000
       4000-PRINT-TREND-RTN.                                            00074100
                                                                        00074200
           MOVE SPACES                      TO  TRD1-RECORD.            00074300
           MOVE WS-RR-KEY (WS-RR-SUB) (1 : 3)   TO  TRD1-BRANCH.        00074400
           MOVE WS-RR-KEY (WS-RR-SUB) (4 : 3)   TO  TRD1-RR.            00074500
           MOVE +0                          TO  WS-PRIOR-AMT.           00074600
           PERFORM 4100-TREND-MONTH-RTN                                 00074700
              VARYING WS-MON-SUB FROM +1 BY +1                          00074800
                UNTIL WS-MON-SUB > +12.                                 00074900
                                                                        00075000
           COMPUTE WS-AVG-AMT ROUNDED = WS-PRIOR-AMT / 12.              00075100
           COMPUTE WS-THOUS-AMT ROUNDED =                               00075200
                   WS-RR-CUR-AMT (WS-RR-SUB) / 1000.                    00075300
           MOVE WS-THOUS-AMT                TO  TRD1-CUR-AMT.           00075400
           COMPUTE WS-THOUS-AMT ROUNDED = WS-AVG-AMT / 1000.            00075500
           MOVE WS-THOUS-AMT                TO  TRD1-AVG-AMT.           00075600
                                                                        00075700
           IF WS-RR-CUR-AMT (WS-RR-SUB) NOT < WS-FLAG-MIN-AMT           00075800
           AND WS-RR-CUR-AMT (WS-RR-SUB) * 100 >                        00075900
               WS-AVG-AMT * WS-FLAG-PCT                                 00076000
              MOVE '*UNUSUAL'               TO  TRD1-FLAG               00076100
              ADD 1                         TO  WS-CNT-FLAGGED          00076200
           END-IF.                                                      00076300
           WRITE REPORT-RECORD            FROM  TRD1-RECORD.            00076400
                                                                        00076500
       4100-TREND-MONTH-RTN.                                            00076600
                                                                        00076700
           ADD WS-RR-MON-AMT (WS-RR-SUB, WS-MON-SUB)                    00076800
                                            TO  WS-PRIOR-AMT.           00076900
           COMPUTE WS-THOUS-AMT ROUNDED =                               00077000
                   WS-RR-MON-AMT (WS-RR-SUB, WS-MON-SUB) / 1000.        00077100
           MOVE WS-THOUS-AMT            TO  TRD1-MON-AMT (WS-MON-SUB).  00077200
                                                                        00077300
           EJECT                                                        00077400
      *****************                                                 00077500
       5000-CONTRA-RTN.                                                 00077600
      *****************                                                 00077700
                                                                        00077800
           EXEC SQL                                                     00077900
              FETCH CONCSR                                              00078000
                 INTO :WS-CON-CONTRA                                    00078100
                     ,:WS-CON-CONTRA-NM                                 00078200
                     ,:WS-CON-IN-CNT                                    00078300
                     ,:WS-CON-IN-AMT                                    00078400
                     ,:WS-CON-OUT-CNT                                   00078500
                     ,:WS-CON-OUT-AMT                                   00078600
                     ,:WS-CON-NET-AMT                                   00078700
           END-EXEC.                                                    00078800
                                                                        00078900
           EVALUATE SQLCODE                                             00079000
              WHEN +0                                                   00079100
                 CONTINUE                                               00079200
              WHEN +100                                                 00079300
                 SET WS-END-OF-CON          TO  TRUE                    00079400
                 GO TO 5000-EXIT                                        00079500
              WHEN OTHER                                                00079600
                 PERFORM 8000-DB2-ERROR-RTN                             00079700
           END-EVALUATE.                                                00079800
                                                                        00079900
           ADD 1                            TO  WS-CNT-CONTRAS.         00080000
           ADD WS-CON-IN-AMT                TO  WS-AMT-IN.              00080100
           ADD WS-CON-NET-AMT               TO  WS-AMT-NET.             00080200
                                                                        00080300
           MOVE WS-CON-CONTRA               TO  CON1-CONTRA.            00080400
           MOVE WS-CON-CONTRA-NM            TO  CON1-CONTRA-NM.         00080500
           MOVE WS-CON-IN-CNT               TO  CON1-IN-CNT.            00080600
           MOVE WS-CON-IN-AMT               TO  CON1-IN-AMT.            00080700
           MOVE WS-CON-OUT-CNT              TO  CON1-OUT-CNT.           00080800
           MOVE WS-CON-OUT-AMT              TO  CON1-OUT-AMT.           00080900
           MOVE WS-CON-NET-AMT              TO  CON1-NET-AMT.           00081000
           WRITE REPORT-RECORD            FROM  CON1-RECORD.            00081100
                                                                        00081200
       5000-EXIT.                                                       00081300
           EXIT.                                                        00081400
                                                                        00081500
           EJECT                                                        00081600
      ******************                                                00081700
       8000-DB2-ERROR-RTN.                                              00081800
      ******************                                                00081900
                                                                        00082000
           DISPLAY 'CAT793 - DB2 ERROR, SQLCODE = ' SQLCODE.            00082100
           CALL DSNTIAR               USING  SQLCA                      00082200
                                             WS-DB2-MESSAGE-AREA        00082300
                                             WS-ERR-LINE-LEN            00082400
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00082500
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00082600
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00082700
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00082800
                 END-IF                                                 00082900
           END-PERFORM.                                                 00083000
           DISPLAY 'CAT793 ABENDED'.                                    00083100
           CALL ABEND                 USING  ABEND-CODE.                00083200
                                                                        00083300
           EJECT                                                        00083400
      ************                                                      00083500
       9000-EOJ-RTN.                                                    00083600
      ************                                                      00083700
                                                                        00083800
           MOVE 'BRANCH/RR/FIRM LINES           '   TO  TRL1-LABEL.     00083900
           MOVE WS-CNT-OUT-ROWS             TO  TRL1-COUNT.             00084000
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00084100
                                                                        00084200
           MOVE ' '                         TO  TRL1-CC.                00084300
           MOVE 'RRS WITH OUTFLOWS              '   TO  TRL1-LABEL.     00084400
           MOVE WS-RR-CNT                   TO  TRL1-COUNT.             00084500
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00084600
                                                                        00084700
           MOVE 'RRS WITH UNUSUAL OUTFLOWS      '   TO  TRL1-LABEL.     00084800
           MOVE WS-CNT-FLAGGED              TO  TRL1-COUNT.             00084900
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00085000
                                                                        00085100
           MOVE 'CONTRA FIRMS                   '   TO  TRL1-LABEL.     00085200
           MOVE WS-CNT-CONTRAS              TO  TRL1-COUNT.             00085300
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00085400
                                                                        00085500
           MOVE 'VALUE RECEIVED                 '   TO  TRL2-LABEL.     00085600
           MOVE WS-AMT-IN                   TO  TRL2-AMOUNT.            00085700
           WRITE REPORT-RECORD            FROM  TRL2-RECORD.            00085800
                                                                        00085900
           MOVE 'VALUE DELIVERED                '   TO  TRL2-LABEL.     00086000
           MOVE WS-AMT-OUT                  TO  TRL2-AMOUNT.            00086100
           WRITE REPORT-RECORD            FROM  TRL2-RECORD.            00086200
                                                                        00086300
           MOVE 'NET FLOW                       '   TO  TRL2-LABEL.     00086400
           MOVE WS-AMT-NET                  TO  TRL2-AMOUNT.            00086500
           WRITE REPORT-RECORD            FROM  TRL2-RECORD.            00086600
                                                                        00086700
           CLOSE REPORT-FILE.                                           00086800
                                                                        00086900
           IF WS-CNT-FLAGGED > ZERO                                     00087000
              MOVE +4                       TO  RETURN-CODE             00087100
           END-IF.                                                      00087200
                                                                        00087300
           DISPLAY ' '                                                  00087400
           DISPLAY 'RRS WITH OUTFLOWS:      ' WS-RR-CNT                 00087500
           DISPLAY 'UNUSUAL OUTFLOWS:       ' WS-CNT-FLAGGED            00087600
           DISPLAY 'CONTRA FIRMS:           ' WS-CNT-CONTRAS            00087700
           DISPLAY ' '                                                  00087800
           DISPLAY '*************************'                          00087900
           DISPLAY '* END OF CAT793 PROGRAM *'                          00088000
           DISPLAY '*************************'                          00088100
           DISPLAY ' '.                                                 00088200
