000001* PDX    - CAT787   C0369790 10/15/26 23:26:40 TBTIKUO            00001000
LRM001* READ THE CAT726 HISTORY.  A SETTLED TRANSFER IS ARCHIVED TO     00001000
LRM001* VTRNHSTY THE NIGHT IT SETTLES, SO RECEIVES SETTLED IN THE LAST  00001000
LRM001* 90 DAYS WERE NO LONGER SEEN BY THE WEEKLY RUN.  THE NEW-        00001000
LRM001* REQUEST CURSOR NOW TAKES THE ARCHIVED RECEIVES TOO.             00001000
000001* PDX    - CAT787   C0369785 10/15/26 20:58:37 TBTIKUO            00000100
000001* CREATED FOR SSR 114457.  W-8BEN EXPIRATION MONITORING AND       00000200
000001* RECERTIFICATION QUEUE FOR NRA ACCOUNTS IN TRANSFER.  THE W-8    00000300
000001* CERTIFICATION AND EXPIRATION DATES RIDE ON EVERY FUND           00000400
000001* REGISTRATION, BUT NOBODY LOOKED AHEAD - A FOREIGN CUSTOMER'S    00000500
000001* W-8 EXPIRED MID-TRANSFER AND THE FUND COMPANY WITHHELD AT 30    00000600
000001* PERCENT OR REJECTED THE REGISTRATION.  WEEKLY, EVERY IN-FLIGHT  00000700
000001* OR RECENTLY RECEIVED NRA REGISTRATION WHOSE W-8 HAS EXPIRED OR  00000800
000001* EXPIRES WITHIN THE WINDOW IS QUEUED ON ACATW8RC, LISTED FOR THE 00000900
000001* BRANCH AND SENT TO THE EXCEPTION WORK-QUEUE (CATEXCQ).  WHEN A  00001000
000001* NEWER CERTIFICATION DATE REACHES THE REGISTRATION (CAT575B2) THE00001100
000001* ITEM IS CLOSED WITH THE NEW DATE AND DROPS OFF THE REPORT.      00001200
       IDENTIFICATION DIVISION.                                         00001300
       PROGRAM-ID.  CAT787.                                             00001400
       AUTHOR.      LARRY MUREY.                                        00001500
       DATE-WRITTEN.  OCT 2026.                                         00001600
      *---------------------------------------------------------------* 00001700
      *                         REMARKS                               * 00001800
      * RUNS WEEKLY.                                                  * 00001900
      * INPUTS:  VFNDRGST - W8_CERT_DT, W8_EXPTN_DT, NRA_TAX_PCT      * 00002000
      *          VTRNFR   - IN FLIGHT (BELOW 400, NOT 140), OR        * 00002100
      *                     RECEIVED AND SETTLED IN THE LAST 90 DAYS  * 00002200
LRM001*                     (VTRNHSTY ONCE ARCHIVED BY CAT726)        * 00001000
      * OUTPUTS: ACATW8RC - RECERTIFICATION QUEUE                     * 00002300
      *                     O = OPEN, C = RECERTIFIED,                * 00002400
      *                     X = TRANSFER REJECTED OR DELETED          * 00002500
      *          W8RCRT   - NEW RECERTIFICATION REQUESTS (FB 100)     * 00002600
      *          VEXCPQ   - WORK-QUEUE ITEM PER NEW REQUEST (CATEXCQ) * 00002700
      *          RPTPI    - RECERTIFIED, NEW AND STILL-OPEN BY BRANCH * 00002800
      * PARM:    OPTIONAL WINDOW IN DAYS (3 DIGITS), DEFAULT 030.     * 00002900
      * AN NRA REGISTRATION IS ONE WITH AN NRA TAX PERCENTAGE OR A    * 00003000
      * W-8 EXPIRATION DATE.  ONE WITH NEITHER DATE IS TREATED AS     * 00003100
      * ALREADY EXPIRED.                                              * 00003200
      *---------------------------------------------------------------* 00003300
           EJECT                                                        00003400
      ***************************************************************** 00003500
       ENVIRONMENT DIVISION.                                            00003600
      ***************************************************************** 00003700
       INPUT-OUTPUT SECTION.                                            00003800
       FILE-CONTROL.                                                    00003900
           SELECT RECERT-FILE          ASSIGN  TO  W8RCRT.              00004000
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00004100
                                                                        00004200
      ***************************************************************** 00004300
       DATA DIVISION.                                                   00004400
      ***************************************************************** 00004500
                                                                        00004600
       FILE SECTION.                                                    00004700
                                                                        00004800
       FD  RECERT-FILE                                                  00004900
           RECORDING MODE F                                             00005000
           BLOCK CONTAINS 0 RECORDS                                     00005100
           LABEL RECORDS ARE STANDARD                                   00005200
           RECORD CONTAINS 100 CHARACTERS.                              00005300
       01  RECERT-RECORD.                                               00005400
           05  RCR-BRANCH              PIC X(03).                       00005500
           05  RCR-ACCT                PIC X(05).                       00005600
           05  RCR-CLIENT              PIC X(04).                       00005700
           05  RCR-ACAT-CNTL           PIC X(14).                       00005800
           05  RCR-ASSET-SEQ           PIC 9(09).                       00005900
           05  RCR-CUST-NM             PIC X(20).                       00006000
           05  RCR-CNTRY-CD            PIC X(02).                       00006100
           05  RCR-W8-CERT-DT          PIC X(10).                       00006200
           05  RCR-W8-EXPTN-DT         PIC X(10).                       00006300
           05  RCR-DAYS-TO-EXPIRE      PIC S9(05).                      00006400
           05  RCR-RQST-DT             PIC X(10).                       00006500
           05  FILLER                  PIC X(08).                       00006600
                                                                        00006700
       FD  REPORT-FILE                                                  00006800
           RECORDING MODE F                                             00006900
           BLOCK CONTAINS 0 RECORDS                                     00007000
           LABEL RECORDS ARE STANDARD                                   00007100
           RECORD CONTAINS 132 CHARACTERS.                              00007200
       01  REPORT-RECORD                PIC  X(132).                    00007300
                                                                        00007400
           EJECT                                                        00007500
      ***************************************************************** 00007600
       WORKING-STORAGE SECTION.                                         00007700
      ***************************************************************** 00007800
                                                                        00007900
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00008000
                                                                        00008100
       01  CALL-MODULES.                                                00008200
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00008300
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00008400
                                                                        00008500
       01  WS-CATEXCQ                   PIC  X(08)  VALUE 'CATEXCQ '.   00008600
           COPY CATEXCQ REPLACING ==:EXCQ:== BY ==WQ==.                 00008700
                                                                        00008800
       01  WS-END-OF-CLR-SW             PIC  X(01)  VALUE 'N'.          00008900
           88  WS-END-OF-CLR                       VALUE 'Y'.           00009000
       01  WS-END-OF-NEW-SW             PIC  X(01)  VALUE 'N'.          00009100
           88  WS-END-OF-NEW                       VALUE 'Y'.           00009200
       01  WS-END-OF-OPN-SW             PIC  X(01)  VALUE 'N'.          00009300
           88  WS-END-OF-OPN                       VALUE 'Y'.           00009400
                                                                        00009500
      *  HOST VARIABLES                                                 00009600
       01  WS-WINDOW-DAYS               PIC S9(04) COMP  VALUE +30.     00009700
       01  WS-W8R-AREA.                                                 00009800
           05  WS-W8R-CLIENT            PIC  X(04).                     00009900
           05  WS-W8R-ACAT-CNTL         PIC  X(14).                     00010000
           05  WS-W8R-ASSET-SEQ         PIC S9(09) COMP.                00010100
           05  WS-W8R-BRANCH            PIC  X(03).                     00010200
           05  WS-W8R-ACCT              PIC  X(05).                     00010300
           05  WS-W8R-CUST-NM           PIC  X(20).                     00010400
           05  WS-W8R-CNTRY-CD          PIC  X(02).                     00010500
           05  WS-W8R-CERT-DT           PIC  X(10).                     00010600
           05  WS-W8R-EXPTN-DT          PIC  X(10).                     00010700
           05  WS-W8R-NEW-CERT-DT       PIC  X(10).                     00010800
           05  WS-W8R-NEW-EXPTN-DT      PIC  X(10).                     00010900
           05  WS-W8R-TRN-STTS-CD       PIC  X(03).                     00011000
           05  WS-W8R-DAYS-LEFT         PIC S9(09) COMP.                00011100
           05  WS-W8R-RQST-DT           PIC  X(10).                     00011200
       01  WS-RUN-DATE                  PIC  X(10).                     00011300
       01  WS-NO-DATE                   PIC  X(10)  VALUE '0001-01-01'. 00011400
                                                                        00011500
       01  WS-PREV-BRANCH               PIC  X(03)  VALUE LOW-VALUES.   00011600
       01  WS-COMMIT-CNT                PIC S9(05) COMP-3  VALUE ZERO.  00011700
                                                                        00011800
       01  WS-CNT-RECERTIFIED           PIC S9(07) COMP-3  VALUE ZERO.  00011900
       01  WS-CNT-ENDED                 PIC S9(07) COMP-3  VALUE ZERO.  00012000
       01  WS-CNT-NEW                   PIC S9(07) COMP-3  VALUE ZERO.  00012100
       01  WS-CNT-EXPIRED               PIC S9(07) COMP-3  VALUE ZERO.  00012200
       01  WS-CNT-EXPIRING              PIC S9(07) COMP-3  VALUE ZERO.  00012300
       01  WS-CNT-WQ-WARN               PIC S9(07) COMP-3  VALUE ZERO.  00012400
                                                                        00012500
       01  WS-ACCEPT-DATE.                                              00012600
           05  WS-ACCEPT-YY             PIC  9(02).                     00012700
           05  WS-ACCEPT-MM             PIC  9(02).                     00012800
           05  WS-ACCEPT-DD             PIC  9(02).                     00012900
                                                                        00013000
       01  WS-DB2-MESSAGE-AREA.                                         00013100
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00013200
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00013300
               INDEXED BY WS-ERROR-INDEX.                               00013400
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00013500
                                                                        00013600
           EJECT                                                        00013700
       01  HDR1-RECORD.                                                 00013800
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00013900
           05  FILLER                   PIC  X(30)  VALUE               00014000
               'CAT787 - W-8BEN EXPIRATION MON'.                        00014100
           05  FILLER                   PIC  X(30)  VALUE               00014200
               'ITORING   WINDOW DAYS:        '.                        00014300
           05  HDR1-WINDOW              PIC  ZZ9.                       00014400
           05  FILLER                   PIC  X(20)  VALUE SPACES.       00014500
           05  FILLER                   PIC  X(06)  VALUE 'DATE: '.     00014600
           05  HDR1-DATE-MM             PIC  X(02).                     00014700
           05  FILLER                   PIC  X(01)  VALUE '/'.          00014800
           05  HDR1-DATE-DD             PIC  X(02).                     00014900
           05  FILLER                   PIC  X(01)  VALUE '/'.          00015000
           05  HDR1-DATE-YY             PIC  X(02).                     00015100
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00015200
                                                                        00015300
       01  HDR2-RECORD.                                                 00015400
           05  HDR2-CC                  PIC  X(01)  VALUE '0'.          00015500
           05  FILLER                   PIC  X(30)  VALUE               00015600
               ' ACCT  CLNT CONTROL NBR     SE'.                        00015700
           05  FILLER                   PIC  X(30)  VALUE               00015800
               'Q CUSTOMER             CN W8 C'.                        00015900
           05  FILLER                   PIC  X(30)  VALUE               00016000
               'ERT    W8 EXPIRES  DAYS REQUES'.                        00016100
           05  FILLER                   PIC  X(30)  VALUE               00016200
               'TED  STATUS                   '.                        00016300
           05  FILLER                   PIC  X(11)  VALUE SPACES.       00016400
                                                                        00016500
       01  SEC1-RECORD.                                                 00016600
           05  SEC1-CC                  PIC  X(01)  VALUE '0'.          00016700
           05  SEC1-TITLE               PIC  X(40).                     00016800
           05  FILLER                   PIC  X(91)  VALUE SPACES.       00016900
                                                                        00017000
       01  BRN1-RECORD.                                                 00017100
           05  BRN1-CC                  PIC  X(01)  VALUE '0'.          00017200
           05  FILLER                   PIC  X(08)  VALUE 'BRANCH: '.   00017300
           05  BRN1-BRANCH              PIC  X(03).                     00017400
           05  FILLER                   PIC  X(120) VALUE SPACES.       00017500
                                                                        00017600
       01  DTL1-RECORD.                                                 00017700
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00017800
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00017900
           05  DTL1-ACCT                PIC  X(05).                     00018000
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00018100
           05  DTL1-CLIENT              PIC  X(04).                     00018200
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00018300
           05  DTL1-ACAT-CNTL           PIC  X(14).                     00018400
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00018500
           05  DTL1-ASSET-SEQ           PIC  ZZZ9.                      00018600
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00018700
           05  DTL1-CUST-NM             PIC  X(20).                     00018800
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00018900
           05  DTL1-CNTRY-CD            PIC  X(02).                     00019000
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00019100
           05  DTL1-CERT-DT             PIC  X(10).                     00019200
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00019300
           05  DTL1-EXPTN-DT            PIC  X(10).                     00019400
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00019500
           05  DTL1-DAYS-LEFT           PIC  ZZZ9-.                     00019600
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00019700
           05  DTL1-RQST-DT             PIC  X(10).                     00019800
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00019900
           05  DTL1-STATUS              PIC  X(30).                     00020000
           05  FILLER                   PIC  X(06)  VALUE SPACES.       00020100
                                                                        00020200
       01  TRL1-RECORD.                                                 00020300
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00020400
           05  TRL1-LABEL               PIC  X(32).                     00020500
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00020600
           05  FILLER                   PIC  X(88)  VALUE SPACES.       00020700
                                                                        00020800
           EJECT                                                        00020900
      *DB2 COMMUNICATION AREA                                           00021000
           EXEC SQL                                                     00021100
              INCLUDE SQLCA                                             00021200
           END-EXEC.                                                    00021300
                                                                        00021400
      *----------------------------------------------------------------*00021500
      *  OPEN QUEUE ITEMS WITH THE REGISTRATION'S CURRENT W-8 DATES    *00021600
      *  AND THE TRANSFER STATUS.                                      *00021700
      *----------------------------------------------------------------*00021800
           EXEC SQL                                                     00021900
              DECLARE CLRCSR CURSOR WITH HOLD FOR                       00022000
                 SELECT Q.CLIENT_NBR                                    00022100
                       ,Q.ACAT_CONTROL_NBR                              00022200
                       ,Q.ASSET_SEQ_NBR                                 00022300
                       ,Q.BRANCH_CD                                     00022400
                       ,Q.ACCT_CD                                       00022500
                       ,Q.CUST_NM                                       00022600
                       ,Q.CNTRY_CD                                      00022700
                       ,CHAR(Q.RQST_DT, ISO)                            00022800
                       ,CHAR(Q.W8_CERT_DT, ISO)                         00022900
                       ,VALUE(CHAR(F.W8_CERT_DT, ISO), '0001-01-01')    00023000
                       ,VALUE(CHAR(F.W8_EXPTN_DT, ISO), '0001-01-01')   00023100
                       ,VALUE(T.STTS_CD, ' ')                           00023200
                 FROM  ACATW8RC Q                                       00023300
                       LEFT OUTER JOIN VFNDRGST F                       00023400
                         ON  F.CLIENT_NBR       = Q.CLIENT_NBR          00023500
                         AND F.ACAT_CONTROL_NBR = Q.ACAT_CONTROL_NBR    00023600
                         AND F.ASSET_SEQ_NBR    = Q.ASSET_SEQ_NBR       00023700
                       LEFT OUTER JOIN VTRNFR T                         00023800
                         ON  T.CLIENT_NBR       = Q.CLIENT_NBR          00023900
                         AND T.ACAT_CONTROL_NBR = Q.ACAT_CONTROL_NBR    00024000
                 WHERE Q.RCRT_STTS_CD = 'O'                             00024100
           END-EXEC.                                                    00024200
                                                                        00024300
      *----------------------------------------------------------------*00024400
      *  NRA REGISTRATIONS EXPIRED OR EXPIRING WITHIN THE WINDOW, ON   *00024500
      *  TRANSFERS IN FLIGHT OR RECEIVED IN THE LAST 90 DAYS, NOT      *00024600
      *  ALREADY QUEUED.                                               *00024700
      *----------------------------------------------------------------*00024800
           EXEC SQL                                                     00024900
              DECLARE NEWCSR CURSOR WITH HOLD FOR                       00025000
                 SELECT F.CLIENT_NBR                                    00025100
                       ,F.ACAT_CONTROL_NBR                              00025200
                       ,F.ASSET_SEQ_NBR                                 00025300
                       ,T.BRANCH_CD                                     00025400
                       ,T.ACCT_CD                                       00025500
                       ,VALUE(F.CUST_NM, ' ')                           00025600
                       ,VALUE(F.CNTRY_ORGN_CD, ' ')                     00025700
                       ,VALUE(CHAR(F.W8_CERT_DT, ISO), '0001-01-01')    00025800
                       ,VALUE(CHAR(F.W8_EXPTN_DT, ISO), '0001-01-01')   00025900
                       ,VALUE(DAYS(F.W8_EXPTN_DT) - DAYS(CURRENT DATE), 00026000
                              0)                                        00026100
                 FROM  VFNDRGST F                                       00026200
LRM001                 INNER JOIN                                       00001000
LRM001                  (SELECT CLIENT_NBR, ACAT_CONTROL_NBR, BRANCH_CD,00001000
LRM001                          ACCT_CD, DSTBN_SIDE_CD, STTS_CD,        00001000
LRM001                          STTLM_DT                                00001000
LRM001                     FROM VTRNFR                                  00001000
LRM001                   UNION ALL                                      00001000
LRM001                   SELECT CLIENT_NBR, ACAT_CONTROL_NBR, BRANCH_CD,00001000
LRM001                          ACCT_CD, DSTBN_SIDE_CD, STTS_CD,        00001000
LRM001                          STTLM_DT                                00001000
LRM001                     FROM VTRNHSTY                                00001000
LRM001                    WHERE DSTBN_SIDE_CD = 'R'                     00001000
LRM001                      AND STTS_CD       = '310'                   00001000
LRM001                      AND STTLM_DT     >=                         00001000
LRM001                          CURRENT DATE - 90 DAYS) T               00001000
                         ON  T.CLIENT_NBR       = F.CLIENT_NBR          00026400
                         AND T.ACAT_CONTROL_NBR = F.ACAT_CONTROL_NBR    00026500
                       LEFT OUTER JOIN ACATW8RC Q                       00026600
                         ON  Q.CLIENT_NBR       = F.CLIENT_NBR          00026700
                         AND Q.ACAT_CONTROL_NBR = F.ACAT_CONTROL_NBR    00026800
                         AND Q.ASSET_SEQ_NBR    = F.ASSET_SEQ_NBR       00026900
                 WHERE ((T.STTS_CD        < '400'                       00027000
                   AND   T.STTS_CD       <> '140'                       00027100
                   AND   T.STTS_CD       <> '310')                      00027200
                    OR  (T.DSTBN_SIDE_CD  = 'R'                         00027300
                   AND   T.STTS_CD        = '310'                       00027400
                   AND   T.STTLM_DT      >= CURRENT DATE - 90 DAYS))    00027500
                   AND (F.NRA_TAX_PCT     > 0                           00027600
                    OR  F.W8_EXPTN_DT    IS NOT NULL)                   00027700
                   AND (F.W8_EXPTN_DT    IS NULL                        00027800
                    OR  F.W8_EXPTN_DT    <=                             00027900
                            CURRENT DATE + :WS-WINDOW-DAYS DAYS)        00028000
                   AND Q.CLIENT_NBR      IS NULL                        00028100
                 ORDER BY T.BRANCH_CD, T.ACCT_CD                        00028200
           END-EXEC.                                                    00028300
                                                                        00028400
      *----------------------------------------------------------------*00028500
      *  EVERYTHING STILL WAITING FOR A NEW W-8, BY BRANCH.            *00028600
      *----------------------------------------------------------------*00028700
           EXEC SQL                                                     00028800
              DECLARE OPNCSR CURSOR FOR                                 00028900
                 SELECT CLIENT_NBR                                      00029000
                       ,ACAT_CONTROL_NBR                                00029100
                       ,ASSET_SEQ_NBR                                   00029200
                       ,BRANCH_CD                                       00029300
                       ,ACCT_CD                                         00029400
                       ,CUST_NM                                         00029500
                       ,CNTRY_CD                                        00029600
                       ,CHAR(W8_CERT_DT, ISO)                           00029700
                       ,CHAR(W8_EXPTN_DT, ISO)                          00029800
                       ,DAYS(W8_EXPTN_DT) - DAYS(CURRENT DATE)          00029900
                       ,CHAR(RQST_DT, ISO)                              00030000
                 FROM  ACATW8RC                                         00030100
                 WHERE RCRT_STTS_CD = 'O'                               00030200
                 ORDER BY BRANCH_CD, W8_EXPTN_DT, ACCT_CD               00030300
                 FOR READ ONLY WITH UR                                  00030400
           END-EXEC.                                                    00030500
                                                                        00030600
           EJECT                                                        00030700
       LINKAGE SECTION.                                                 00030800
       01  PARM-AREA.                                                   00030900
           05  PARM-LENGTH              PIC S9(4) COMP SYNC.            00031000
           05  PARM-WINDOW-DAYS         PIC  9(03).                     00031100
                                                                        00031200
      ***************************************************************** 00031300
       PROCEDURE DIVISION USING PARM-AREA.                              00031400
      ***************************************************************** 00031500
                                                                        00031600
           DISPLAY '*** CAT787 - W-8BEN EXPIRATION MONITORING ***'.     00031700
                                                                        00031800
           IF PARM-LENGTH = +3 AND PARM-WINDOW-DAYS NUMERIC             00031900
              MOVE PARM-WINDOW-DAYS         TO  WS-WINDOW-DAYS          00032000
           END-IF.                                                      00032100
           DISPLAY 'CAT787 - WINDOW DAYS ' PARM-WINDOW-DAYS.            00032200
                                                                        00032300
           PERFORM 1000-INITIAL-RTN.                                    00032400
                                                                        00032500
           MOVE 'RECERTIFIED OR ENDED SINCE LAST RUN     '              00032600
                                            TO  SEC1-TITLE.             00032700
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00032800
           EXEC SQL                                                     00032900
              OPEN CLRCSR                                               00033000
           END-EXEC.                                                    00033100
           IF SQLCODE NOT = +0                                          00033200
              PERFORM 8000-DB2-ERROR-RTN                                00033300
           END-IF.                                                      00033400
                                                                        00033500
           PERFORM 2000-CLEAR-RTN THRU 2000-EXIT                        00033600
              UNTIL WS-END-OF-CLR.                                      00033700
                                                                        00033800
           EXEC SQL                                                     00033900
              CLOSE CLRCSR                                              00034000
           END-EXEC.                                                    00034100
           EXEC SQL                                                     00034200
              COMMIT                                                    00034300
           END-EXEC.                                                    00034400
           MOVE 0                           TO  WS-COMMIT-CNT.          00034500
                                                                        00034600
           MOVE 'NEW RECERTIFICATION REQUESTS            '              00034700
                                            TO  SEC1-TITLE.             00034800
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00034900
           EXEC SQL                                                     00035000
              OPEN NEWCSR                                               00035100
           END-EXEC.                                                    00035200
           IF SQLCODE NOT = +0                                          00035300
              PERFORM 8000-DB2-ERROR-RTN                                00035400
           END-IF.                                                      00035500
                                                                        00035600
           PERFORM 3000-QUEUE-RTN THRU 3000-EXIT                        00035700
              UNTIL WS-END-OF-NEW.                                      00035800
                                                                        00035900
           EXEC SQL                                                     00036000
              CLOSE NEWCSR                                              00036100
           END-EXEC.                                                    00036200
           EXEC SQL                                                     00036300
              COMMIT                                                    00036400
           END-EXEC.                                                    00036500
                                                                        00036600
           MOVE 'AWAITING A NEW W-8 - BY BRANCH          '              00036700
                                            TO  SEC1-TITLE.             00036800
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00036900
           MOVE LOW-VALUES                  TO  WS-PREV-BRANCH.         00037000
           EXEC SQL                                                     00037100
              OPEN OPNCSR                                               00037200
           END-EXEC.                                                    00037300
           IF SQLCODE NOT = +0                                          00037400
              PERFORM 8000-DB2-ERROR-RTN                                00037500
           END-IF.                                                      00037600
                                                                        00037700
           PERFORM 4000-OPEN-ITEMS-RTN THRU 4000-EXIT                   00037800
              UNTIL WS-END-OF-OPN.                                      00037900
                                                                        00038000
           EXEC SQL                                                     00038100
              CLOSE OPNCSR                                              00038200
           END-EXEC.                                                    00038300
                                                                        00038400
           PERFORM 9000-EOJ-RTN.                                        00038500
                                                                        00038600
           GOBACK.                                                      00038700
                                                                        00038800
           EJECT                                                        00038900
      *****************                                                 00039000
       1000-INITIAL-RTN.                                                00039100
      *****************                                                 00039200
                                                                        00039300
           OPEN OUTPUT  RECERT-FILE                                     00039400
                        REPORT-FILE.                                    00039500
                                                                        00039600
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00039700
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00039800
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00039900
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00040000
           MOVE WS-WINDOW-DAYS              TO  HDR1-WINDOW.            00040100
                                                                        00040200
           EXEC SQL                                                     00040300
              SELECT CHAR(CURRENT DATE, ISO)                            00040400
                INTO :WS-RUN-DATE                                       00040500
                FROM SYSIBM.SYSDUMMY1                                   00040600
           END-EXEC.                                                    00040700
           IF SQLCODE NOT = +0                                          00040800
              PERFORM 8000-DB2-ERROR-RTN                                00040900
           END-IF.                                                      00041000
                                                                        00041100
           WRITE REPORT-RECORD            FROM  HDR1-RECORD.            00041200
           WRITE REPORT-RECORD            FROM  HDR2-RECORD.            00041300
                                                                        00041400
           EJECT                                                        00041500
      *---------------------------------------------------------------  00041600
      * 2000-CLEAR-RTN - A CERTIFICATION DATE NEWER THAN THE ONE        00041700
      * QUEUED MEANS THE NEW W-8 ARRIVED; THE ITEM IS CLOSED WITH IT.   00041800
      *---------------------------------------------------------------  00041900
       2000-CLEAR-RTN.                                                  00042000
                                                                        00042100
           EXEC SQL                                                     00042200
              FETCH CLRCSR                                              00042300
                 INTO :WS-W8R-CLIENT                                    00042400
                     ,:WS-W8R-ACAT-CNTL                                 00042500
                     ,:WS-W8R-ASSET-SEQ                                 00042600
                     ,:WS-W8R-BRANCH                                    00042700
                     ,:WS-W8R-ACCT                                      00042800
                     ,:WS-W8R-CUST-NM                                   00042900
                     ,:WS-W8R-CNTRY-CD                                  00043000
                     ,:WS-W8R-RQST-DT                                   00043100
                     ,:WS-W8R-CERT-DT                                   00043200
                     ,:WS-W8R-NEW-CERT-DT                               00043300
                     ,:WS-W8R-NEW-EXPTN-DT                              00043400
                     ,:WS-W8R-TRN-STTS-CD                               00043500
           END-EXEC.                                                    00043600
                                                                        00043700
           EVALUATE SQLCODE                                             00043800
              WHEN +100                                                 00043900
                 SET WS-END-OF-CLR          TO  TRUE                    00044000
                 GO TO 2000-EXIT                                        00044100
              WHEN +0                                                   00044200
                 CONTINUE                                               00044300
              WHEN OTHER                                                00044400
                 PERFORM 8000-DB2-ERROR-RTN                             00044500
           END-EVALUATE.                                                00044600
                                                                        00044700
           EVALUATE TRUE                                                00044800
              WHEN WS-W8R-NEW-CERT-DT > WS-W8R-CERT-DT                  00044900
                 EXEC SQL                                               00045000
                    UPDATE ACATW8RC                                     00045100
                       SET RCRT_STTS_CD     = 'C'                       00045200
                          ,NEW_CERT_DT      = DATE(:WS-W8R-NEW-CERT-DT) 00045300
                          ,NEW_EXPTN_DT     = DATE(:WS-W8R-NEW-EXPTN-DT)00045400
                          ,STTS_DT          = CURRENT DATE              00045500
                          ,UPDT_TMSTP       = CURRENT TIMESTAMP         00045600
                          ,PRGM_NM          = 'CAT787'                  00045700
                     WHERE CLIENT_NBR       = :WS-W8R-CLIENT            00045800
                       AND ACAT_CONTROL_NBR = :WS-W8R-ACAT-CNTL         00045900
                       AND ASSET_SEQ_NBR    = :WS-W8R-ASSET-SEQ         00046000
                 END-EXEC                                               00046100
                 ADD 1                      TO  WS-CNT-RECERTIFIED      00046200
                 MOVE 'RECERTIFIED - CLOSED'                            00046300
                                            TO  DTL1-STATUS             00046400
              WHEN WS-W8R-TRN-STTS-CD = '140' OR '600'                  00046500
                 EXEC SQL                                               00046600
                    UPDATE ACATW8RC                                     00046700
                       SET RCRT_STTS_CD     = 'X'                       00046800
                          ,STTS_DT          = CURRENT DATE              00046900
                          ,UPDT_TMSTP       = CURRENT TIMESTAMP         00047000
                          ,PRGM_NM          = 'CAT787'                  00047100
                     WHERE CLIENT_NBR       = :WS-W8R-CLIENT            00047200
                       AND ACAT_CONTROL_NBR = :WS-W8R-ACAT-CNTL         00047300
                       AND ASSET_SEQ_NBR    = :WS-W8R-ASSET-SEQ         00047400
                 END-EXEC                                               00047500
                 ADD 1                      TO  WS-CNT-ENDED            00047600
                 MOVE 'TRANSFER REJECTED/DELETED'                       00047700
                                            TO  DTL1-STATUS             00047800
              WHEN OTHER                                                00047900
                 GO TO 2000-EXIT                                        00048000
           END-EVALUATE.                                                00048100
           IF SQLCODE NOT = +0                                          00048200
              PERFORM 8000-DB2-ERROR-RTN                                00048300
           END-IF.                                                      00048400
                                                                        00048500
           MOVE WS-W8R-NEW-CERT-DT          TO  WS-W8R-CERT-DT.         00048600
           MOVE WS-W8R-NEW-EXPTN-DT         TO  WS-W8R-EXPTN-DT.        00048700
           MOVE ZERO                        TO  WS-W8R-DAYS-LEFT.       00048800
           PERFORM 6000-WRITE-DETAIL-RTN.                               00048900
                                                                        00049000
           ADD 1                            TO  WS-COMMIT-CNT.          00049100
           IF WS-COMMIT-CNT > 99                                        00049200
              EXEC SQL                                                  00049300
                   COMMIT                                               00049400
              END-EXEC                                                  00049500
              MOVE 0                        TO  WS-COMMIT-CNT           00049600
           END-IF.                                                      00049700
                                                                        00049800
       2000-EXIT.                                                       00049900
           EXIT.                                                        00050000
                                                                        00050100
           EJECT                                                        00050200
      *---------------------------------------------------------------  00050300
      * 3000-QUEUE-RTN - QUEUE THE REGISTRATION, LIST IT FOR THE        00050400
      * BRANCH AND PUT IT ON THE OPS WORK-QUEUE.                        00050500
      *---------------------------------------------------------------  00050600
       3000-QUEUE-RTN.                                                  00050700
                                                                        00050800
           EXEC SQL                                                     00050900
              FETCH NEWCSR                                              00051000
                 INTO :WS-W8R-CLIENT                                    00051100
                     ,:WS-W8R-ACAT-CNTL                                 00051200
                     ,:WS-W8R-ASSET-SEQ                                 00051300
                     ,:WS-W8R-BRANCH                                    00051400
                     ,:WS-W8R-ACCT                                      00051500
                     ,:WS-W8R-CUST-NM                                   00051600
                     ,:WS-W8R-CNTRY-CD                                  00051700
                     ,:WS-W8R-CERT-DT                                   00051800
                     ,:WS-W8R-EXPTN-DT                                  00051900
                     ,:WS-W8R-DAYS-LEFT                                 00052000
           END-EXEC.                                                    00052100
                                                                        00052200
           EVALUATE SQLCODE                                             00052300
              WHEN +100                                                 00052400
                 SET WS-END-OF-NEW          TO  TRUE                    00052500
                 GO TO 3000-EXIT                                        00052600
              WHEN +0                                                   00052700
                 CONTINUE                                               00052800
              WHEN OTHER                                                00052900
                 PERFORM 8000-DB2-ERROR-RTN                             00053000
           END-EVALUATE.                                                00053100
                                                                        00053200
           EXEC SQL                                                     00053300
              INSERT INTO ACATW8RC                                      00053400
                    (CLIENT_NBR                                         00053500
                    ,ACAT_CONTROL_NBR                                   00053600
                    ,ASSET_SEQ_NBR                                      00053700
                    ,BRANCH_CD                                          00053800
                    ,ACCT_CD                                            00053900
                    ,CUST_NM                                            00054000
                    ,CNTRY_CD                                           00054100
                    ,W8_CERT_DT                                         00054200
                    ,W8_EXPTN_DT                                        00054300
                    ,NEW_CERT_DT                                        00054400
                    ,NEW_EXPTN_DT                                       00054500
                    ,RCRT_STTS_CD                                       00054600
                    ,RQST_DT                                            00054700
                    ,STTS_DT                                            00054800
                    ,UPDT_TMSTP                                         00054900
                    ,PRGM_NM)                                           00055000
              VALUES                                                    00055100
                    (:WS-W8R-CLIENT                                     00055200
                    ,:WS-W8R-ACAT-CNTL                                  00055300
                    ,:WS-W8R-ASSET-SEQ                                  00055400
                    ,:WS-W8R-BRANCH                                     00055500
                    ,:WS-W8R-ACCT                                       00055600
                    ,:WS-W8R-CUST-NM                                    00055700
                    ,:WS-W8R-CNTRY-CD                                   00055800
                    ,DATE(:WS-W8R-CERT-DT)                              00055900
                    ,DATE(:WS-W8R-EXPTN-DT)                             00056000
                    ,DATE(:WS-NO-DATE)                                  00056100
                    ,DATE(:WS-NO-DATE)                                  00056200
                    ,'O'                                                00056300
                    ,CURRENT DATE                                       00056400
                    ,CURRENT DATE                                       00056500
                    ,CURRENT TIMESTAMP                                  00056600
                    ,'CAT787')                                          00056700
           END-EXEC.                                                    00056800
           IF SQLCODE NOT = +0                                          00056900
              PERFORM 8000-DB2-ERROR-RTN                                00057000
           END-IF.                                                      00057100
           ADD 1                            TO  WS-CNT-NEW.             00057200
                                                                        00057300
           MOVE SPACES                      TO  RECERT-RECORD.          00057400
           MOVE WS-W8R-BRANCH               TO  RCR-BRANCH.             00057500
           MOVE WS-W8R-ACCT                 TO  RCR-ACCT.               00057600
           MOVE WS-W8R-CLIENT               TO  RCR-CLIENT.             00057700
           MOVE WS-W8R-ACAT-CNTL            TO  RCR-ACAT-CNTL.          00057800
           MOVE WS-W8R-ASSET-SEQ            TO  RCR-ASSET-SEQ.          00057900
           MOVE WS-W8R-CUST-NM              TO  RCR-CUST-NM.            00058000
           MOVE WS-W8R-CNTRY-CD             TO  RCR-CNTRY-CD.           00058100
           MOVE WS-W8R-CERT-DT              TO  RCR-W8-CERT-DT.         00058200
           MOVE WS-W8R-EXPTN-DT             TO  RCR-W8-EXPTN-DT.        00058300
           MOVE WS-W8R-DAYS-LEFT            TO  RCR-DAYS-TO-EXPIRE.     00058400
           MOVE WS-RUN-DATE                 TO  RCR-RQST-DT.            00058500
           WRITE RECERT-RECORD.                                         00058600
                                                                        00058700
           IF WS-W8R-EXPTN-DT = WS-NO-DATE OR WS-W8R-DAYS-LEFT < +0     00058800
              MOVE 'W-8 EXPIRED - RECERTIFY'                            00058900
                                            TO  DTL1-STATUS             00059000
           ELSE                                                         00059100
              MOVE 'W-8 EXPIRING - RECERTIFY'                           00059200
                                            TO  DTL1-STATUS             00059300
           END-IF.                                                      00059400
           MOVE WS-RUN-DATE                 TO  WS-W8R-RQST-DT.         00059500
           PERFORM 6000-WRITE-DETAIL-RTN.                               00059600
                                                                        00059700
           SET  WQ-ADD                      TO  TRUE.                   00059800
           MOVE 'CAT787  '                  TO  WQ-SRCE-PGM.            00059900
           MOVE WS-W8R-CLIENT               TO  WQ-CLIENT.              00060000
           MOVE WS-W8R-ACAT-CNTL            TO  WQ-ACAT-CNTL.           00060100
           MOVE WS-W8R-BRANCH               TO  WQ-BRANCH.              00060200
           MOVE WS-W8R-ACCT                 TO  WQ-ACCOUNT.             00060300
           MOVE DTL1-STATUS                 TO  WQ-EXCP-TXT.            00060400
           CALL WS-CATEXCQ               USING  WQ-PARAMETERS.          00060500
           IF WQ-DB2-WARNING                                            00060600
              ADD 1                         TO  WS-CNT-WQ-WARN          00060700
           END-IF.                                                      00060800
                                                                        00060900
           ADD 1                            TO  WS-COMMIT-CNT.          00061000
           IF WS-COMMIT-CNT > 99                                        00061100
              EXEC SQL                                                  00061200
                   COMMIT                                               00061300
              END-EXEC                                                  00061400
              MOVE 0                        TO  WS-COMMIT-CNT           00061500
           END-IF.                                                      00061600
                                                                        00061700
       3000-EXIT.                                                       00061800
           EXIT.                                                        00061900
                                                                        00062000
           EJECT                                                        00062100
      *****************                                                 00062200
       4000-OPEN-ITEMS-RTN.                                             00062300
      *****************                                                 00062400
                                                                        00062500
           EXEC SQL                                                     00062600
              FETCH OPNCSR                                              00062700
                 INTO :WS-W8R-CLIENT                                    00062800
                     ,:WS-W8R-ACAT-CNTL                                 00062900
                     ,:WS-W8R-ASSET-SEQ                                 00063000
                     ,:WS-W8R-BRANCH                                    00063100
                     ,:WS-W8R-ACCT                                      00063200
                     ,:WS-W8R-CUST-NM                                   00063300
                     ,:WS-W8R-CNTRY-CD                                  00063400
                     ,:WS-W8R-CERT-DT                                   00063500
                     ,:WS-W8R-EXPTN-DT                                  00063600
                     ,:WS-W8R-DAYS-LEFT                                 00063700
                     ,:WS-W8R-RQST-DT                                   00063800
           END-EXEC.                                                    00063900
                                                                        00064000
           EVALUATE SQLCODE                                             00064100
              WHEN +100                                                 00064200
                 SET WS-END-OF-OPN          TO  TRUE                    00064300
                 GO TO 4000-EXIT                                        00064400
              WHEN +0                                                   00064500
                 CONTINUE                                               00064600
              WHEN OTHER                                                00064700
                 PERFORM 8000-DB2-ERROR-RTN                             00064800
           END-EVALUATE.                                                00064900
                                                                        00065000
           IF WS-W8R-BRANCH NOT = WS-PREV-BRANCH                        00065100
              MOVE WS-W8R-BRANCH            TO  BRN1-BRANCH             00065200
                                                WS-PREV-BRANCH          00065300
              WRITE REPORT-RECORD         FROM  BRN1-RECORD             00065400
           END-IF.                                                      00065500
                                                                        00065600
           IF WS-W8R-EXPTN-DT = WS-NO-DATE OR WS-W8R-DAYS-LEFT < +0     00065700
              ADD 1                         TO  WS-CNT-EXPIRED          00065800
              MOVE 'EXPIRED'                TO  DTL1-STATUS             00065900
           ELSE                                                         00066000
              ADD 1                         TO  WS-CNT-EXPIRING         00066100
              MOVE 'EXPIRING'               TO  DTL1-STATUS             00066200
           END-IF.                                                      00066300
           PERFORM 6000-WRITE-DETAIL-RTN.                               00066400
                                                                        00066500
       4000-EXIT.                                                       00066600
           EXIT.                                                        00066700
                                                                        00066800
           EJECT                                                        00066900
      *********************                                             00067000
       6000-WRITE-DETAIL-RTN.                                           00067100
      *********************                                             00067200
                                                                        00067300
           MOVE WS-W8R-ACCT                 TO  DTL1-ACCT.              00067400
           MOVE WS-W8R-CLIENT               TO  DTL1-CLIENT.            00067500
           MOVE WS-W8R-ACAT-CNTL            TO  DTL1-ACAT-CNTL.         00067600
           MOVE WS-W8R-ASSET-SEQ            TO  DTL1-ASSET-SEQ.         00067700
           MOVE WS-W8R-CUST-NM              TO  DTL1-CUST-NM.           00067800
           MOVE WS-W8R-CNTRY-CD             TO  DTL1-CNTRY-CD.          00067900
           MOVE WS-W8R-CERT-DT              TO  DTL1-CERT-DT.           00068000
           MOVE WS-W8R-EXPTN-DT             TO  DTL1-EXPTN-DT.          00068100
           MOVE WS-W8R-DAYS-LEFT            TO  DTL1-DAYS-LEFT.         00068200
           MOVE WS-W8R-RQST-DT              TO  DTL1-RQST-DT.           00068300
           WRITE REPORT-RECORD            FROM  DTL1-RECORD.            00068400
                                                                        00068500
           EJECT                                                        00068600
      ******************                                                00068700
       8000-DB2-ERROR-RTN.                                              00068800
      ******************                                                00068900
                                                                        00069000
           DISPLAY 'CAT787 - DB2 ERROR, SQLCODE = ' SQLCODE.            00069100
           CALL DSNTIAR               USING  SQLCA                      00069200
                                             WS-DB2-MESSAGE-AREA        00069300
                                             WS-ERR-LINE-LEN            00069400
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00069500
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00069600
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00069700
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00069800
                 END-IF                                                 00069900
           END-PERFORM.                                                 00070000
           DISPLAY 'CAT787 ABENDED'.                                    00070100
           CALL ABEND                 USING  ABEND-CODE.                00070200
                                                                        00070300
           EJECT                                                        00070400
      ************                                                      00070500
       9000-EOJ-RTN.                                                    00070600
      ************                                                      00070700
                                                                        00070800
           MOVE 'RECERTIFIED - DROPPED OFF       '  TO  TRL1-LABEL.     00070900
           MOVE WS-CNT-RECERTIFIED          TO  TRL1-COUNT.             00071000
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00071100
                                                                        00071200
           MOVE ' '                         TO  TRL1-CC.                00071300
           MOVE 'ENDED - TRANSFER REJ/DELETED    '  TO  TRL1-LABEL.     00071400
           MOVE WS-CNT-ENDED                TO  TRL1-COUNT.             00071500
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00071600
                                                                        00071700
           MOVE 'NEW RECERTIFICATION REQUESTS    '  TO  TRL1-LABEL.     00071800
           MOVE WS-CNT-NEW                  TO  TRL1-COUNT.             00071900
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00072000
                                                                        00072100
           MOVE 'OPEN - ALREADY EXPIRED          '  TO  TRL1-LABEL.     00072200
           MOVE WS-CNT-EXPIRED              TO  TRL1-COUNT.             00072300
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00072400
                                                                        00072500
           MOVE 'OPEN - EXPIRING IN WINDOW       '  TO  TRL1-LABEL.     00072600
           MOVE WS-CNT-EXPIRING             TO  TRL1-COUNT.             00072700
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00072800
                                                                        00072900
           MOVE 'WORK-QUEUE INSERT WARNINGS      '  TO  TRL1-LABEL.     00073000
           MOVE WS-CNT-WQ-WARN              TO  TRL1-COUNT.             00073100
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00073200
                                                                        00073300
           CLOSE RECERT-FILE                                            00073400
                 REPORT-FILE.                                           00073500
                                                                        00073600
           IF WS-CNT-EXPIRED > ZERO                                     00073700
              MOVE +4                       TO  RETURN-CODE             00073800
           END-IF.                                                      00073900
                                                                        00074000
           DISPLAY ' '                                                  00074100
           DISPLAY 'RECERTIFIED:            ' WS-CNT-RECERTIFIED        00074200
           DISPLAY 'NEW REQUESTS:           ' WS-CNT-NEW                00074300
           DISPLAY 'OPEN - EXPIRED:         ' WS-CNT-EXPIRED            00074400
           DISPLAY 'OPEN - EXPIRING:        ' WS-CNT-EXPIRING           00074500
           DISPLAY ' '                                                  00074600
           DISPLAY '*************************'                          00074700
           DISPLAY '* END OF CAT787 PROGRAM *'                          00074800
           DISPLAY '*************************'                          00074900
           DISPLAY ' '.                                                 00075000
