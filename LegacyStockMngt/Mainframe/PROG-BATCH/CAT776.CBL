000001* PDX    - CAT776   C0369779 10/14/26 16:05:44 TBTIKUO            00000100
000001* CREATED FOR SSR 114451.  DRS (DIRECT REGISTRATION) POSITION     00000200
000001* HANDLING.  A POSITION HELD IN BOOK-ENTRY FORM AT THE ISSUER'S   00000300
000001* TRANSFER AGENT CANNOT SETTLE AT DTC, SO THE TRANSFER EITHER     00000400
000001* REJECTED OR THE ASSET WAS WORKED OFF-SYSTEM THROUGH A DRS       00000500
000001* PROFILE MOVE THAT NOTHING TRACKED.  THIS NIGHTLY STEP (AFTER    00000600
000001* INTAKE) RECOGNIZES EVERY ASSET ON A PENDING TRANSFER WITH THE   00000700
000001* DRS SETTLEMENT LOCATION AND REGISTERS IT ON ACATDRSI WITH THE   00000800
000001* TRANSFER AGENT AND HOLDER ACCOUNT FROM THE DRS REGISTRATION     00000900
000001* FILE.  A DELIVERY WAITS AS P UNTIL CAT713 RELEASES IT TO THE    00001000
000001* DRS-INSTRUCTION FILE IN PLACE OF THE DTC DELIVERY; A RECEIVE    00001100
000001* IS THE CONTRA'S MOVE AND WAITS ON THE AGENT FROM THE START.     00001200
000001* TRANSFER-AGENT CONFIRMATIONS AND REJECTIONS ARE APPLIED PER     00001300
000001* ASSET, AND MOVES OUTSTANDING PAST THE NORMAL TURNAROUND ARE     00001400
000001* AGED ON THE DAILY REPORT.                                       00001500
       IDENTIFICATION DIVISION.                                         00001600
       PROGRAM-ID.  CAT776.                                             00001700
       AUTHOR.      LARRY MUREY.                                        00001800
       DATE-WRITTEN.  OCT 2026.                                         00001900
      *---------------------------------------------------------------* 00002000
      *                         REMARKS                               * 00002100
      * PARM:    DDD = DRS TURNAROUND DAYS (DEFAULT 005)              * 00002200
      * INPUTS:  DRSREG   - DRS REGISTRATIONS, SORTED CLIENT/BRANCH/  * 00002300
      *                     ACCOUNT/CUSIP: TRANSFER AGENT, HOLDER ACCT* 00002400
      *          DRSCONF  - TRANSFER-AGENT CONFIRMATIONS (OPTIONAL)   * 00002500
      *          VTRNFR/VASSET (DB2) - ASSETS ON PENDING TRANSFERS    * 00002600
      *                     (BELOW 300, NOT 140) WITH STTLM_LCTN_CD   * 00002700
      *                     '70' (DRS AT THE TRANSFER AGENT)          * 00002800
      * OUTPUTS: ACATDRSI - DRS STATUS PER ASSET                      * 00002900
      *                     H = NO DRS REGISTRATION ON FILE           * 00003000
      *                     P = DELIVERY AWAITING RELEASE (CAT713)    * 00003100
      *                     I = INSTRUCTED, AWAITING TRANSFER AGENT   * 00003200
      *                     C = CONFIRMED BY THE TRANSFER AGENT       * 00003300
      *                     R = REJECTED BY THE TRANSFER AGENT        * 00003400
      *                     X = TRANSFER REJECTED OR DELETED          * 00003500
      *          RPTPI    - RECOGNITION, CONFIRMATION AND AGING RPT   * 00003600
      * RC 4 WHEN ANY ASSET IS HELD, REJECTED OR AGED.                * 00003700
      *---------------------------------------------------------------* 00003800
           EJECT                                                        00003900
      ***************************************************************** 00004000
       ENVIRONMENT DIVISION.                                            00004100
      ***************************************************************** 00004200
       INPUT-OUTPUT SECTION.                                            00004300
       FILE-CONTROL.                                                    00004400
           SELECT DRSREG-FILE          ASSIGN  TO  DRSREG               00004500
                                       FILE STATUS  IS DRSREG-STAT.     00004600
           SELECT DRSCONF-FILE         ASSIGN  TO  DRSCONF              00004700
                                       FILE STATUS  IS DRSCONF-STAT.    00004800
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00004900
                                                                        00005000
      ***************************************************************** 00005100
       DATA DIVISION.                                                   00005200
      ***************************************************************** 00005300
                                                                        00005400
       FILE SECTION.                                                    00005500
                                                                        00005600
       FD  DRSREG-FILE                                                  00005700
           RECORDING MODE F                                             00005800
           BLOCK CONTAINS 0 RECORDS                                     00005900
           LABEL RECORDS ARE STANDARD                                   00006000
           RECORD CONTAINS 80 CHARACTERS.                               00006100
       01  DRSREG-RECORD.                                               00006200
           05  DRG-KEY.                                                 00006300
               10  DRG-CLIENT          PIC X(04).                       00006400
               10  DRG-BRANCH          PIC X(03).                       00006500
               10  DRG-ACCT            PIC X(05).                       00006600
               10  DRG-CUSIP           PIC X(09).                       00006700
           05  DRG-TA-NBR              PIC X(08).                       00006800
           05  DRG-TA-HLDR-ACCT        PIC X(20).                       00006900
           05  FILLER                  PIC X(31).                       00007000
                                                                        00007100
       FD  DRSCONF-FILE                                                 00007200
           RECORDING MODE F                                             00007300
           BLOCK CONTAINS 0 RECORDS                                     00007400
           LABEL RECORDS ARE STANDARD                                   00007500
           RECORD CONTAINS 80 CHARACTERS.                               00007600
       01  DRSCONF-RECORD.                                              00007700
           05  DCF-CLIENT              PIC X(04).                       00007800
           05  DCF-ACAT-CNTL           PIC X(14).                       00007900
           05  DCF-ASSET-SEQ           PIC 9(09).                       00008000
           05  DCF-RESULT-CD           PIC X(01).                       00008100
               88  DCF-CONFIRMED                  VALUE 'C'.            00008200
               88  DCF-REJECTED                   VALUE 'R'.            00008300
           05  DCF-TA-REF              PIC X(12).                       00008400
           05  DCF-RJCT-RSN            PIC X(20).                       00008500
           05  FILLER                  PIC X(20).                       00008600
                                                                        00008700
       FD  REPORT-FILE                                                  00008800
           RECORDING MODE F                                             00008900
           BLOCK CONTAINS 0 RECORDS                                     00009000
           LABEL RECORDS ARE STANDARD                                   00009100
           RECORD CONTAINS 132 CHARACTERS.                              00009200
       01  REPORT-RECORD                PIC  X(132).                    00009300
                                                                        00009400
           EJECT                                                        00009500
      ***************************************************************** 00009600
       WORKING-STORAGE SECTION.                                         00009700
      ***************************************************************** 00009800
                                                                        00009900
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00010000
                                                                        00010100
       01  CALL-MODULES.                                                00010200
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00010300
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00010400
                                                                        00010500
       01  DRSREG-STAT                  PIC  X(02)  VALUE SPACES.       00010600
           88  DRSREG-OK                           VALUE '00'.          00010700
           88  DRSREG-EOF                          VALUE '10'.          00010800
       01  DRSCONF-STAT                 PIC  X(02)  VALUE SPACES.       00010900
           88  DRSCONF-OK                          VALUE '00'.          00011000
           88  DRSCONF-EOF                         VALUE '10'.          00011100
                                                                        00011200
       01  WS-END-OF-NEW-SW             PIC  X(01)  VALUE 'N'.          00011300
           88  WS-END-OF-NEW                       VALUE 'Y'.           00011400
       01  WS-END-OF-AGE-SW             PIC  X(01)  VALUE 'N'.          00011500
           88  WS-END-OF-AGE                       VALUE 'Y'.           00011600
                                                                        00011700
       01  WS-TURN-DAYS                 PIC S9(03) COMP-3  VALUE +5.    00011800
       01  WS-DRS-LCTN-CD               PIC  X(02)  VALUE '70'.         00011900
                                                                        00012000
      *  DRS REGISTRATIONS BY CLIENT/BRANCH/ACCOUNT/CUSIP.              00012100
       01  WS-REG-TABLE-AREA.                                           00012200
           05  WS-RG-CNT                PIC S9(05) COMP  VALUE +0.      00012300
           05  WS-RG-ENTRY              OCCURS 10000 TIMES.             00012400
               10  WS-RG-KEY            PIC  X(21).                     00012500
               10  WS-RG-TA-NBR         PIC  X(08).                     00012600
               10  WS-RG-TA-HLDR-ACCT   PIC  X(20).                     00012700
       01  WS-REG-WORK.                                                 00012800
           05  WS-RG-SRCH-KEY.                                          00012900
               10  WS-RGK-CLIENT        PIC  X(04).                     00013000
               10  WS-RGK-BRANCH        PIC  X(03).                     00013100
               10  WS-RGK-ACCT          PIC  X(05).                     00013200
               10  WS-RGK-CUSIP         PIC  X(09).                     00013300
           05  WS-RG-LO                 PIC S9(05) COMP  VALUE +0.      00013400
           05  WS-RG-HI                 PIC S9(05) COMP  VALUE +0.      00013500
           05  WS-RG-MID                PIC S9(05) COMP  VALUE +0.      00013600
           05  WS-RG-FOUND-SW           PIC  X(01)  VALUE 'N'.          00013700
               88  WS-RG-FOUND                     VALUE 'Y'.           00013800
                                                                        00013900
      *  HOST VARIABLES - ACATDRSI ROW.                                 00014000
       01  WS-DRS-AREA.                                                 00014100
           05  WS-DRS-CLIENT            PIC  X(04).                     00014200
           05  WS-DRS-ACAT-CNTL         PIC  X(14).                     00014300
           05  WS-DRS-ASSET-SEQ         PIC S9(09) COMP.                00014400
           05  WS-DRS-BRANCH            PIC  X(03).                     00014500
           05  WS-DRS-ACCT              PIC  X(05).                     00014600
           05  WS-DRS-SIDE-CD           PIC  X(01).                     00014700
               88  WS-DRS-DELIVER                  VALUE 'D'.           00014800
           05  WS-DRS-CUSIP             PIC  X(09).                     00014900
           05  WS-DRS-SHR-QTY           PIC S9(12)V9(5) COMP-3.         00015000
           05  WS-DRS-TA-NBR            PIC  X(08).                     00015100
           05  WS-DRS-TA-HLDR-ACCT      PIC  X(20).                     00015200
           05  WS-DRS-OLD-STTS-CD       PIC  X(01).                     00015300
               88  WS-DRS-NOT-REGISTERED           VALUE ' '.           00015400
           05  WS-DRS-STTS-CD           PIC  X(01).                     00015500
               88  WS-DRS-HELD                     VALUE 'H'.           00015600
           05  WS-DRS-DAYS-OUT          PIC S9(09) COMP.                00015700
           05  WS-DRS-TA-REF            PIC  X(12).                     00015800
           05  WS-DRS-RJCT-RSN          PIC  X(20).                     00015900
                                                                        00016000
       01  WS-CNT-REGS                  PIC S9(07) COMP-3  VALUE ZERO.  00016100
       01  WS-CNT-CONF-READ             PIC S9(07) COMP-3  VALUE ZERO.  00016200
       01  WS-CNT-CONFIRMED             PIC S9(07) COMP-3  VALUE ZERO.  00016300
       01  WS-CNT-REJECTED              PIC S9(07) COMP-3  VALUE ZERO.  00016400
       01  WS-CNT-CONF-UNMATCHED        PIC S9(07) COMP-3  VALUE ZERO.  00016500
       01  WS-CNT-RECOGNIZED            PIC S9(07) COMP-3  VALUE ZERO.  00016600
       01  WS-CNT-HELD                  PIC S9(07) COMP-3  VALUE ZERO.  00016700
       01  WS-CNT-ENDED                 PIC S9(07) COMP-3  VALUE ZERO.  00016800
       01  WS-CNT-AGED                  PIC S9(07) COMP-3  VALUE ZERO.  00016900
       01  WS-COMMIT-CNT                PIC S9(05) COMP-3  VALUE ZERO.  00017000
                                                                        00017100
       01  WS-ACCEPT-DATE.                                              00017200
           05  WS-ACCEPT-YY             PIC  9(02).                     00017300
           05  WS-ACCEPT-MM             PIC  9(02).                     00017400
           05  WS-ACCEPT-DD             PIC  9(02).                     00017500
                                                                        00017600
       01  WS-DB2-MESSAGE-AREA.                                         00017700
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00017800
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00017900
               INDEXED BY WS-ERROR-INDEX.                               00018000
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00018100
                                                                        00018200
           EJECT                                                        00018300
       01  HDR1-RECORD.                                                 00018400
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00018500
           05  FILLER                   PIC  X(30)  VALUE               00018600
               'CAT776 - DRS POSITION HANDLING'.                        00018700
           05  FILLER                   PIC  X(30)  VALUE               00018800
               ' AND AGING                    '.                        00018900
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00019000
           05  FILLER                   PIC  X(06)  VALUE 'DATE: '.     00019100
           05  HDR1-DATE-MM             PIC  X(02).                     00019200
           05  FILLER                   PIC  X(01)  VALUE '/'.          00019300
           05  HDR1-DATE-DD             PIC  X(02).                     00019400
           05  FILLER                   PIC  X(01)  VALUE '/'.          00019500
           05  HDR1-DATE-YY             PIC  X(02).                     00019600
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00019700
                                                                        00019800
       01  HDR2-RECORD.                                                 00019900
           05  HDR2-CC                  PIC  X(01)  VALUE '0'.          00020000
           05  FILLER                   PIC  X(30)  VALUE               00020100
               ' CLNT CONTROL NBR       SEQ BR'.                        00020200
           05  FILLER                   PIC  X(30)  VALUE               00020300
               'N ACCT  S CUSIP               '.                        00020400
           05  FILLER                   PIC  X(30)  VALUE               00020500
               ' SHARES TA NBR   TA HOLDER ACC'.                        00020600
           05  FILLER                   PIC  X(30)  VALUE               00020700
               'T       DAYS MESSAGE          '.                        00020800
           05  FILLER                   PIC  X(11)  VALUE SPACES.       00020900
                                                                        00021000
       01  SEC1-RECORD.                                                 00021100
           05  SEC1-CC                  PIC  X(01)  VALUE '0'.          00021200
           05  SEC1-TITLE               PIC  X(40).                     00021300
           05  FILLER                   PIC  X(91)  VALUE SPACES.       00021400
                                                                        00021500
       01  DTL1-RECORD.                                                 00021600
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00021700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00021800
           05  DTL1-CLIENT              PIC  X(04).                     00021900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00022000
           05  DTL1-ACAT-CNTL           PIC  X(14).                     00022100
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00022200
           05  DTL1-ASSET-SEQ           PIC  Z(05)9.                    00022300
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00022400
           05  DTL1-BRANCH              PIC  X(03).                     00022500
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00022600
           05  DTL1-ACCT                PIC  X(05).                     00022700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00022800
           05  DTL1-SIDE-CD             PIC  X(01).                     00022900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00023000
           05  DTL1-CUSIP               PIC  X(09).                     00023100
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00023200
           05  DTL1-SHR-QTY             PIC  ZZZ,ZZZ,ZZ9.99999.         00023300
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00023400
           05  DTL1-TA-NBR              PIC  X(08).                     00023500
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00023600
           05  DTL1-TA-HLDR-ACCT        PIC  X(20).                     00023700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00023800
           05  DTL1-DAYS-OUT            PIC  ZZZ9   BLANK WHEN ZERO.    00023900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00024000
           05  DTL1-MESSAGE             PIC  X(26).                     00024100
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00024200
                                                                        00024300
       01  TRL1-RECORD.                                                 00024400
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00024500
           05  TRL1-LABEL               PIC  X(32).                     00024600
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00024700
           05  FILLER                   PIC  X(88)  VALUE SPACES.       00024800
                                                                        00024900
           EJECT                                                        00025000
      *DB2 COMMUNICATION AREA                                           00025100
           EXEC SQL                                                     00025200
              INCLUDE SQLCA                                             00025300
           END-EXEC.                                                    00025400
                                                                        00025500
      *----------------------------------------------------------------*00025600
      *  DRS ASSETS ON PENDING TRANSFERS NOT YET ON ACATDRSI, OR HELD  *00025700
      *  THERE FOR WANT OF A REGISTRATION.                             *00025800
      *----------------------------------------------------------------*00025900
           EXEC SQL                                                     00026000
              DECLARE NEWCSR CURSOR WITH HOLD FOR                       00026100
                 SELECT A.CLIENT_NBR                                    00026200
                       ,A.ACAT_CONTROL_NBR                              00026300
                       ,A.ASSET_SEQ_NBR                                 00026400
                       ,T.BRANCH_CD                                     00026500
                       ,T.ACCT_CD                                       00026600
                       ,T.DSTBN_SIDE_CD                                 00026700
                       ,A.ISIN_SEC_ISSUE_CD                             00026800
                       ,A.ASSET_QTY                                     00026900
                       ,VALUE(D.DRS_STTS_CD, ' ')                       00027000
                 FROM  VTRNFR T                                         00027100
                       INNER JOIN VASSET A                              00027200
                         ON  A.CLIENT_NBR       = T.CLIENT_NBR          00027300
                         AND A.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR    00027400
                       LEFT OUTER JOIN ACATDRSI D                       00027500
                         ON  D.CLIENT_NBR       = A.CLIENT_NBR          00027600
                         AND D.ACAT_CONTROL_NBR = A.ACAT_CONTROL_NBR    00027700
                         AND D.ASSET_SEQ_NBR    = A.ASSET_SEQ_NBR       00027800
                 WHERE T.STTS_CD          < '300'                       00027900
                   AND T.STTS_CD         <> '140'                       00028000
                   AND A.STTLM_LCTN_CD    = :WS-DRS-LCTN-CD             00028100
                   AND (D.CLIENT_NBR IS NULL                            00028200
                        OR D.DRS_STTS_CD  = 'H')                        00028300
                 ORDER BY A.CLIENT_NBR, A.ACAT_CONTROL_NBR,             00028400
                          A.ASSET_SEQ_NBR                               00028500
           END-EXEC.                                                    00028600
                                                                        00028700
      *----------------------------------------------------------------*00028800
      *  MOVES WITH THE TRANSFER AGENT LONGER THAN THE TURNAROUND.     *00028900
      *----------------------------------------------------------------*00029000
           EXEC SQL                                                     00029100
              DECLARE AGECSR CURSOR FOR                                 00029200
                 SELECT D.CLIENT_NBR                                    00029300
                       ,D.ACAT_CONTROL_NBR                              00029400
                       ,D.ASSET_SEQ_NBR                                 00029500
                       ,D.BRANCH_CD                                     00029600
                       ,D.ACCT_CD                                       00029700
                       ,D.DSTBN_SIDE_CD                                 00029800
                       ,D.ISIN_SEC_ISSUE_CD                             00029900
                       ,D.SHR_QTY                                       00030000
                       ,D.TA_NBR                                        00030100
                       ,D.TA_HLDR_ACCT_NBR                              00030200
                       ,DAYS(CURRENT DATE) - DAYS(D.STTS_DT)            00030300
                 FROM  ACATDRSI D                                       00030400
                 WHERE D.DRS_STTS_CD = 'I'                              00030500
                   AND D.STTS_DT     < CURRENT DATE - :WS-TURN-DAYS DAYS00030600
                 ORDER BY D.TA_NBR, D.STTS_DT, D.CLIENT_NBR,            00030700
                          D.ACAT_CONTROL_NBR, D.ASSET_SEQ_NBR           00030800
                 FOR READ ONLY WITH UR                                  00030900
           END-EXEC.                                                    00031000
                                                                        00031100
           EJECT                                                        00031200
      ***************************************************************   00031300
       LINKAGE SECTION.                                                 00031400
      ***************************************************************   00031500
       01  PARM-AREA.                                                   00031600
           05  PARM-LENGTH              PIC S9(4) COMP SYNC.            00031700
           05  PARM-DAYS                PIC  9(03).                     00031800
                                                                        00031900
           EJECT                                                        00032000
      ***************************************************************** 00032100
       PROCEDURE DIVISION USING PARM-AREA.                              00032200
      ***************************************************************** 00032300
                                                                        00032400
           DISPLAY '*** CAT776 - DRS POSITION HANDLING ***'.            00032500
                                                                        00032600
           IF PARM-LENGTH = +3 AND PARM-DAYS NUMERIC                    00032700
              MOVE PARM-DAYS                TO  WS-TURN-DAYS            00032800
           END-IF.                                                      00032900
           DISPLAY 'DRS TURNAROUND DAYS = ' WS-TURN-DAYS.               00033000
                                                                        00033100
           PERFORM 1000-INITIAL-RTN.                                    00033200
                                                                        00033300
           MOVE 'TRANSFER-AGENT CONFIRMATIONS            '              00033400
                                            TO  SEC1-TITLE.             00033500
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00033600
           IF DRSCONF-OK                                                00033700
              PERFORM 2000-APPLY-CONF-RTN THRU 2000-EXIT                00033800
                 UNTIL DRSCONF-EOF                                      00033900
              CLOSE DRSCONF-FILE                                        00034000
           END-IF.                                                      00034100
                                                                        00034200
           EXEC SQL                                                     00034300
              COMMIT                                                    00034400
           END-EXEC.                                                    00034500
           MOVE 0                           TO  WS-COMMIT-CNT.          00034600
                                                                        00034700
           MOVE 'DRS ASSETS RECOGNIZED AT INTAKE         '              00034800
                                            TO  SEC1-TITLE.             00034900
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00035000
           EXEC SQL                                                     00035100
              OPEN NEWCSR                                               00035200
           END-EXEC.                                                    00035300
           IF SQLCODE NOT = +0                                          00035400
              PERFORM 8000-DB2-ERROR-RTN                                00035500
           END-IF.                                                      00035600
                                                                        00035700
           PERFORM 3000-RECOGNIZE-RTN THRU 3000-EXIT                    00035800
              UNTIL WS-END-OF-NEW.                                      00035900
                                                                        00036000
           EXEC SQL                                                     00036100
              CLOSE NEWCSR                                              00036200
           END-EXEC.                                                    00036300
                                                                        00036400
           PERFORM 4000-END-MOVES-RTN.                                  00036500
                                                                        00036600
           EXEC SQL                                                     00036700
              COMMIT                                                    00036800
           END-EXEC.                                                    00036900
                                                                        00037000
           MOVE 'DRS MOVES PAST TURNAROUND               '              00037100
                                            TO  SEC1-TITLE.             00037200
           WRITE REPORT-RECORD            FROM  SEC1-RECORD.            00037300
           EXEC SQL                                                     00037400
              OPEN AGECSR                                               00037500
           END-EXEC.                                                    00037600
           IF SQLCODE NOT = +0                                          00037700
              PERFORM 8000-DB2-ERROR-RTN                                00037800
           END-IF.                                                      00037900
                                                                        00038000
           PERFORM 5000-AGING-RTN THRU 5000-EXIT                        00038100
              UNTIL WS-END-OF-AGE.                                      00038200
                                                                        00038300
           EXEC SQL                                                     00038400
              CLOSE AGECSR                                              00038500
           END-EXEC.                                                    00038600
                                                                        00038700
           PERFORM 9000-EOJ-RTN.                                        00038800
                                                                        00038900
           GOBACK.                                                      00039000
                                                                        00039100
           EJECT                                                        00039200
      *****************                                                 00039300
       1000-INITIAL-RTN.                                                00039400
      *****************                                                 00039500
                                                                        00039600
           OPEN INPUT   DRSREG-FILE.                                    00039700
           IF NOT DRSREG-OK                                             00039800
              DISPLAY 'CAT776 - OPEN FAILED ON DRSREG, STATUS = '       00039900
                       DRSREG-STAT                                      00040000
              DISPLAY 'CAT776 ABENDED'                                  00040100
              CALL ABEND             USING ABEND-CODE                   00040200
           END-IF.                                                      00040300
           PERFORM 1100-LOAD-REG-RTN THRU 1100-EXIT                     00040400
              UNTIL DRSREG-EOF.                                         00040500
           CLOSE DRSREG-FILE.                                           00040600
                                                                        00040700
           OPEN INPUT   DRSCONF-FILE.                                   00040800
           IF NOT DRSCONF-OK                                            00040900
              DISPLAY 'CAT776 - NO DRSCONF FILE, STATUS = '             00041000
                       DRSCONF-STAT                                     00041100
           END-IF.                                                      00041200
                                                                        00041300
           OPEN OUTPUT  REPORT-FILE.                                    00041400
                                                                        00041500
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00041600
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00041700
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00041800
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00041900
                                                                        00042000
           WRITE REPORT-RECORD            FROM  HDR1-RECORD.            00042100
           WRITE REPORT-RECORD            FROM  HDR2-RECORD.            00042200
                                                                        00042300
      *---------------------------------------------------------------  00042400
      * 1100-LOAD-REG-RTN - THE TABLE IS BINARY-SEARCHED, SO THE        00042500
      * REGISTRATIONS MUST BE IN KEY SEQUENCE.                          00042600
      *---------------------------------------------------------------  00042700
       1100-LOAD-REG-RTN.                                               00042800
                                                                        00042900
           READ DRSREG-FILE                                             00043000
               AT END                                                   00043100
                   SET DRSREG-EOF           TO  TRUE                    00043200
                   GO TO 1100-EXIT                                      00043300
           END-READ.                                                    00043400
                                                                        00043500
           IF WS-RG-CNT > +0                                            00043600
              IF DRG-KEY NOT > WS-RG-KEY (WS-RG-CNT)                    00043700
                 DISPLAY 'CAT776 - DRSREG OUT OF SEQUENCE - ABENDING'   00043800
                 MOVE 1100                  TO  ABEND-CODE              00043900
                 CALL ABEND              USING  ABEND-CODE              00044000
              END-IF                                                    00044100
           END-IF.                                                      00044200
                                                                        00044300
           IF WS-RG-CNT NOT < +10000                                    00044400
              DISPLAY 'CAT776 - DRSREG TABLE FULL - ABENDING'           00044500
              MOVE 1100                     TO  ABEND-CODE              00044600
              CALL ABEND                 USING  ABEND-CODE              00044700
           END-IF.                                                      00044800
                                                                        00044900
           ADD 1                            TO  WS-RG-CNT               00045000
                                                WS-CNT-REGS.            00045100
           MOVE DRG-KEY                     TO  WS-RG-KEY (WS-RG-CNT).  00045200
           MOVE DRG-TA-NBR             TO  WS-RG-TA-NBR (WS-RG-CNT).    00045300
           MOVE DRG-TA-HLDR-ACCT  TO  WS-RG-TA-HLDR-ACCT (WS-RG-CNT).   00045400
                                                                        00045500
       1100-EXIT.                                                       00045600
           EXIT.                                                        00045700
                                                                        00045800
           EJECT                                                        00045900
      *---------------------------------------------------------------  00046000
      * 2000-APPLY-CONF-RTN - ONLY A MOVE WAITING ON THE AGENT (I)      00046100
      * TAKES A CONFIRMATION OR REJECTION.                              00046200
      *---------------------------------------------------------------  00046300
       2000-APPLY-CONF-RTN.                                             00046400
                                                                        00046500
           READ DRSCONF-FILE                                            00046600
               AT END                                                   00046700
                   SET DRSCONF-EOF          TO  TRUE                    00046800
                   GO TO 2000-EXIT                                      00046900
           END-READ.                                                    00047000
           ADD 1                            TO  WS-CNT-CONF-READ.       00047100
                                                                        00047200
           MOVE DCF-CLIENT                  TO  WS-DRS-CLIENT.          00047300
           MOVE DCF-ACAT-CNTL               TO  WS-DRS-ACAT-CNTL.       00047400
           MOVE DCF-ASSET-SEQ               TO  WS-DRS-ASSET-SEQ.       00047500
           MOVE DCF-RESULT-CD               TO  WS-DRS-STTS-CD.         00047600
           MOVE DCF-TA-REF                  TO  WS-DRS-TA-REF.          00047700
           MOVE DCF-RJCT-RSN                TO  WS-DRS-RJCT-RSN.        00047800
           MOVE SPACES                      TO  WS-DRS-BRANCH           00047900
                                                WS-DRS-ACCT             00048000
                                                WS-DRS-SIDE-CD          00048100
                                                WS-DRS-CUSIP            00048200
                                                WS-DRS-TA-NBR           00048300
                                                WS-DRS-TA-HLDR-ACCT.    00048400
           MOVE +0                          TO  WS-DRS-SHR-QTY          00048500
                                                WS-DRS-DAYS-OUT.        00048600
                                                                        00048700
           IF NOT DCF-CONFIRMED AND NOT DCF-REJECTED                    00048800
              ADD 1                         TO  WS-CNT-CONF-UNMATCHED   00048900
              MOVE 'INVALID RESULT CODE       '  TO  DTL1-MESSAGE       00049000
              PERFORM 6000-WRITE-DETAIL-RTN                             00049100
              GO TO 2000-EXIT                                           00049200
           END-IF.                                                      00049300
                                                                        00049400
           EXEC SQL                                                     00049500
              UPDATE ACATDRSI                                           00049600
                 SET DRS_STTS_CD      = :WS-DRS-STTS-CD                 00049700
                    ,TA_CONF_REF      = :WS-DRS-TA-REF                  00049800
                    ,TA_RJCT_RSN_TXT  = :WS-DRS-RJCT-RSN                00049900
                    ,STTS_DT          = CURRENT DATE                    00050000
                    ,UPDT_TMSTP       = CURRENT TIMESTAMP               00050100
                    ,PRGM_NM          = 'CAT776'                        00050200
               WHERE CLIENT_NBR       = :WS-DRS-CLIENT                  00050300
                 AND ACAT_CONTROL_NBR = :WS-DRS-ACAT-CNTL               00050400
                 AND ASSET_SEQ_NBR    = :WS-DRS-ASSET-SEQ               00050500
                 AND DRS_STTS_CD      = 'I'                             00050600
           END-EXEC.                                                    00050700
                                                                        00050800
           EVALUATE SQLCODE                                             00050900
              WHEN +0                                                   00051000
                 IF DCF-CONFIRMED                                       00051100
                    ADD 1                   TO  WS-CNT-CONFIRMED        00051200
                    MOVE 'CONFIRMED BY AGENT        '                   00051300
                                            TO  DTL1-MESSAGE            00051400
                 ELSE                                                   00051500
                    ADD 1                   TO  WS-CNT-REJECTED         00051600
                    MOVE SPACES             TO  DTL1-MESSAGE            00051700
                    STRING 'REJECTED '                                  00051800
                           DCF-RJCT-RSN (1 : 17)                        00051900
                       DELIMITED BY SIZE INTO DTL1-MESSAGE              00052000
                 END-IF                                                 00052100
              WHEN +100                                                 00052200
                 ADD 1                      TO  WS-CNT-CONF-UNMATCHED   00052300
                 MOVE 'NO MOVE AWAITING AGENT    '  TO  DTL1-MESSAGE    00052400
              WHEN OTHER                                                00052500
                 PERFORM 8000-DB2-ERROR-RTN                             00052600
           END-EVALUATE.                                                00052700
           PERFORM 6000-WRITE-DETAIL-RTN.                               00052800
                                                                        00052900
       2000-EXIT.                                                       00053000
           EXIT.                                                        00053100
                                                                        00053200
           EJECT                                                        00053300
      *---------------------------------------------------------------  00053400
      * 3000-RECOGNIZE-RTN - REGISTER ONE DRS ASSET.  A DELIVERY WITH   00053500
      * NO REGISTRATION ON FILE IS HELD (H) AND TRIED AGAIN EACH        00053600
      * NIGHT; A RECEIVE NEEDS NONE - THE CONTRA MOVES IT.              00053700
      *---------------------------------------------------------------  00053800
       3000-RECOGNIZE-RTN.                                              00053900
                                                                        00054000
           EXEC SQL                                                     00054100
              FETCH NEWCSR                                              00054200
                 INTO :WS-DRS-CLIENT                                    00054300
                     ,:WS-DRS-ACAT-CNTL                                 00054400
                     ,:WS-DRS-ASSET-SEQ                                 00054500
                     ,:WS-DRS-BRANCH                                    00054600
                     ,:WS-DRS-ACCT                                      00054700
                     ,:WS-DRS-SIDE-CD                                   00054800
                     ,:WS-DRS-CUSIP                                     00054900
                     ,:WS-DRS-SHR-QTY                                   00055000
                     ,:WS-DRS-OLD-STTS-CD                               00055100
           END-EXEC.                                                    00055200
                                                                        00055300
           EVALUATE SQLCODE                                             00055400
              WHEN +100                                                 00055500
                 SET WS-END-OF-NEW          TO  TRUE                    00055600
                 GO TO 3000-EXIT                                        00055700
              WHEN +0                                                   00055800
                 CONTINUE                                               00055900
              WHEN OTHER                                                00056000
                 PERFORM 8000-DB2-ERROR-RTN                             00056100
           END-EVALUATE.                                                00056200
                                                                        00056300
           MOVE WS-DRS-CLIENT               TO  WS-RGK-CLIENT.          00056400
           MOVE WS-DRS-BRANCH               TO  WS-RGK-BRANCH.          00056500
           MOVE WS-DRS-ACCT                 TO  WS-RGK-ACCT.            00056600
           MOVE WS-DRS-CUSIP                TO  WS-RGK-CUSIP.           00056700
           MOVE 'N'                         TO  WS-RG-FOUND-SW.         00056800
           MOVE +1                          TO  WS-RG-LO.               00056900
           MOVE WS-RG-CNT                   TO  WS-RG-HI.               00057000
           PERFORM 3100-PROBE-REG-RTN                                   00057100
              UNTIL WS-RG-FOUND OR WS-RG-LO > WS-RG-HI.                 00057200
                                                                        00057300
           IF WS-RG-FOUND                                               00057400
              MOVE WS-RG-TA-NBR (WS-RG-MID) TO  WS-DRS-TA-NBR           00057500
              MOVE WS-RG-TA-HLDR-ACCT (WS-RG-MID)                       00057600
                                            TO  WS-DRS-TA-HLDR-ACCT     00057700
           ELSE                                                         00057800
              MOVE SPACES                   TO  WS-DRS-TA-NBR           00057900
                                                WS-DRS-TA-HLDR-ACCT     00058000
           END-IF.                                                      00058100
                                                                        00058200
           EVALUATE TRUE                                                00058300
              WHEN NOT WS-DRS-DELIVER                                   00058400
                 MOVE 'I'                   TO  WS-DRS-STTS-CD          00058500
                 MOVE 'RECEIVE - AWAITING AGENT  '  TO  DTL1-MESSAGE    00058600
              WHEN WS-RG-FOUND                                          00058700
                 MOVE 'P'                   TO  WS-DRS-STTS-CD          00058800
                 MOVE 'DELIVER - ROUTED TO DRS   '  TO  DTL1-MESSAGE    00058900
              WHEN OTHER                                                00059000
                 MOVE 'H'                   TO  WS-DRS-STTS-CD          00059100
                 MOVE 'HELD - NO DRS REGISTRATION'  TO  DTL1-MESSAGE    00059200
           END-EVALUATE.                                                00059300
                                                                        00059400
      *    STILL HELD FROM AN EARLIER NIGHT - ONLY THE REPORT LINE      00059500
           IF WS-DRS-HELD AND NOT WS-DRS-NOT-REGISTERED                 00059600
              ADD 1                         TO  WS-CNT-HELD             00059700
              MOVE +0                       TO  WS-DRS-DAYS-OUT         00059800
              PERFORM 6000-WRITE-DETAIL-RTN                             00059900
              GO TO 3000-EXIT                                           00060000
           END-IF.                                                      00060100
                                                                        00060200
           IF WS-DRS-NOT-REGISTERED                                     00060300
              PERFORM 3200-INSERT-DRS-RTN                               00060400
           ELSE                                                         00060500
              PERFORM 3300-UPDATE-DRS-RTN                               00060600
           END-IF.                                                      00060700
                                                                        00060800
           IF WS-DRS-HELD                                               00060900
              ADD 1                         TO  WS-CNT-HELD             00061000
           ELSE                                                         00061100
              ADD 1                         TO  WS-CNT-RECOGNIZED       00061200
           END-IF.                                                      00061300
           MOVE +0                          TO  WS-DRS-DAYS-OUT.        00061400
           PERFORM 6000-WRITE-DETAIL-RTN.                               00061500
                                                                        00061600
           ADD 1                            TO  WS-COMMIT-CNT.          00061700
           IF WS-COMMIT-CNT > 99                                        00061800
              EXEC SQL                                                  00061900
                   COMMIT                                               00062000
              END-EXEC                                                  00062100
              MOVE 0                        TO  WS-COMMIT-CNT           00062200
           END-IF.                                                      00062300
                                                                        00062400
       3000-EXIT.                                                       00062500
           EXIT.                                                        00062600
                                                                        00062700
       3100-PROBE-REG-RTN.                                              00062800
                                                                        00062900
           COMPUTE WS-RG-MID = (WS-RG-LO + WS-RG-HI) / 2.               00063000
           EVALUATE TRUE                                                00063100
              WHEN WS-RG-KEY (WS-RG-MID) = WS-RG-SRCH-KEY               00063200
                 SET WS-RG-FOUND            TO  TRUE                    00063300
              WHEN WS-RG-KEY (WS-RG-MID) < WS-RG-SRCH-KEY               00063400
                 COMPUTE WS-RG-LO = WS-RG-MID + 1                       00063500
              WHEN OTHER                                                00063600
                 COMPUTE WS-RG-HI = WS-RG-MID - 1                       00063700
           END-EVALUATE.                                                00063800
                                                                        00063900
      *******************                                               00064000
       3200-INSERT-DRS-RTN.                                             00064100
      *******************                                               00064200
                                                                        00064300
           EXEC SQL                                                     00064400
              INSERT INTO ACATDRSI                                      00064500
                    (CLIENT_NBR                                         00064600
                    ,ACAT_CONTROL_NBR                                   00064700
                    ,ASSET_SEQ_NBR                                      00064800
                    ,BRANCH_CD                                          00064900
                    ,ACCT_CD                                            00065000
                    ,DSTBN_SIDE_CD                                      00065100
                    ,ISIN_SEC_ISSUE_CD                                  00065200
                    ,SHR_QTY                                            00065300
                    ,TA_NBR                                             00065400
                    ,TA_HLDR_ACCT_NBR                                   00065500
                    ,DRS_STTS_CD                                        00065600
                    ,STTS_DT                                            00065700
                    ,TA_CONF_REF                                        00065800
                    ,TA_RJCT_RSN_TXT                                    00065900
                    ,UPDT_TMSTP                                         00066000
                    ,PRGM_NM)                                           00066100
              VALUES                                                    00066200
                    (:WS-DRS-CLIENT                                     00066300
                    ,:WS-DRS-ACAT-CNTL                                  00066400
                    ,:WS-DRS-ASSET-SEQ                                  00066500
                    ,:WS-DRS-BRANCH                                     00066600
                    ,:WS-DRS-ACCT                                       00066700
                    ,:WS-DRS-SIDE-CD                                    00066800
                    ,:WS-DRS-CUSIP                                      00066900
                    ,:WS-DRS-SHR-QTY                                    00067000
                    ,:WS-DRS-TA-NBR                                     00067100
                    ,:WS-DRS-TA-HLDR-ACCT                               00067200
                    ,:WS-DRS-STTS-CD                                    00067300
                    ,CURRENT DATE                                       00067400
                    ,' '                                                00067500
                    ,' '                                                00067600
                    ,CURRENT TIMESTAMP                                  00067700
                    ,'CAT776')                                          00067800
           END-EXEC.                                                    00067900
           IF SQLCODE NOT = +0                                          00068000
              PERFORM 8000-DB2-ERROR-RTN                                00068100
           END-IF.                                                      00068200
                                                                        00068300
      *******************                                               00068400
       3300-UPDATE-DRS-RTN.                                             00068500
      *******************                                               00068600
                                                                        00068700
           EXEC SQL                                                     00068800
              UPDATE ACATDRSI                                           00068900
                 SET DRS_STTS_CD      = :WS-DRS-STTS-CD                 00069000
                    ,TA_NBR           = :WS-DRS-TA-NBR                  00069100
                    ,TA_HLDR_ACCT_NBR = :WS-DRS-TA-HLDR-ACCT            00069200
                    ,SHR_QTY          = :WS-DRS-SHR-QTY                 00069300
                    ,STTS_DT          = CURRENT DATE                    00069400
                    ,UPDT_TMSTP       = CURRENT TIMESTAMP               00069500
                    ,PRGM_NM          = 'CAT776'                        00069600
               WHERE CLIENT_NBR       = :WS-DRS-CLIENT                  00069700
                 AND ACAT_CONTROL_NBR = :WS-DRS-ACAT-CNTL               00069800
                 AND ASSET_SEQ_NBR    = :WS-DRS-ASSET-SEQ               00069900
           END-EXEC.                                                    00070000
           IF SQLCODE NOT = +0                                          00070100
              PERFORM 8000-DB2-ERROR-RTN                                00070200
           END-IF.                                                      00070300
                                                                        00070400
           EJECT                                                        00070500
      *---------------------------------------------------------------  00070600
      * 4000-END-MOVES-RTN - A TRANSFER REJECTED (140) OR DELETED (600) 00070700
      * ENDS ITS OPEN DRS MOVES.                                        00070800
      *---------------------------------------------------------------  00070900
       4000-END-MOVES-RTN.                                              00071000
                                                                        00071100
           EXEC SQL                                                     00071200
              UPDATE ACATDRSI D                                         00071300
                 SET DRS_STTS_CD      = 'X'                             00071400
                    ,STTS_DT          = CURRENT DATE                    00071500
                    ,UPDT_TMSTP       = CURRENT TIMESTAMP               00071600
                    ,PRGM_NM          = 'CAT776'                        00071700
               WHERE D.DRS_STTS_CD IN ('H', 'P', 'I')                   00071800
                 AND EXISTS                                             00071900
                     (SELECT 1 FROM VTRNFR T                            00072000
                       WHERE T.CLIENT_NBR       = D.CLIENT_NBR          00072100
                         AND T.ACAT_CONTROL_NBR = D.ACAT_CONTROL_NBR    00072200
                         AND T.STTS_CD IN ('140', '600'))               00072300
           END-EXEC.                                                    00072400
                                                                        00072500
           EVALUATE SQLCODE                                             00072600
              WHEN +0                                                   00072700
                 MOVE SQLERRD (3)           TO  WS-CNT-ENDED            00072800
              WHEN +100                                                 00072900
                 CONTINUE                                               00073000
              WHEN OTHER                                                00073100
                 PERFORM 8000-DB2-ERROR-RTN                             00073200
           END-EVALUATE.                                                00073300
                                                                        00073400
           EJECT                                                        00073500
      *****************                                                 00073600
       5000-AGING-RTN.                                                  00073700
      *****************                                                 00073800
                                                                        00073900
           EXEC SQL                                                     00074000
              FETCH AGECSR                                              00074100
                 INTO :WS-DRS-CLIENT                                    00074200
                     ,:WS-DRS-ACAT-CNTL                                 00074300
                     ,:WS-DRS-ASSET-SEQ                                 00074400
                     ,:WS-DRS-BRANCH                                    00074500
                     ,:WS-DRS-ACCT                                      00074600
                     ,:WS-DRS-SIDE-CD                                   00074700
                     ,:WS-DRS-CUSIP                                     00074800
                     ,:WS-DRS-SHR-QTY                                   00074900
                     ,:WS-DRS-TA-NBR                                    00075000
                     ,:WS-DRS-TA-HLDR-ACCT                              00075100
                     ,:WS-DRS-DAYS-OUT                                  00075200
           END-EXEC.                                                    00075300
                                                                        00075400
           EVALUATE SQLCODE                                             00075500
              WHEN +100                                                 00075600
                 SET WS-END-OF-AGE          TO  TRUE                    00075700
                 GO TO 5000-EXIT                                        00075800
              WHEN +0                                                   00075900
                 CONTINUE                                               00076000
              WHEN OTHER                                                00076100
                 PERFORM 8000-DB2-ERROR-RTN                             00076200
           END-EVALUATE.                                                00076300
                                                                        00076400
           ADD 1                            TO  WS-CNT-AGED.            00076500
           MOVE 'PAST TURNAROUND - CHASE TA'  TO  DTL1-MESSAGE.         00076600
           PERFORM 6000-WRITE-DETAIL-RTN.                               00076700
                                                                        00076800
       5000-EXIT.                                                       00076900
           EXIT.                                                        00077000
                                                                        00077100
           EJECT                                                        00077200
      *********************                                             00077300
       6000-WRITE-DETAIL-RTN.                                           00077400
      *********************                                             00077500
                                                                        00077600
           MOVE WS-DRS-CLIENT               TO  DTL1-CLIENT.            00077700
           MOVE WS-DRS-ACAT-CNTL            TO  DTL1-ACAT-CNTL.         00077800
           MOVE WS-DRS-ASSET-SEQ            TO  DTL1-ASSET-SEQ.         00077900
           MOVE WS-DRS-BRANCH               TO  DTL1-BRANCH.            00078000
           MOVE WS-DRS-ACCT                 TO  DTL1-ACCT.              00078100
           MOVE WS-DRS-SIDE-CD              TO  DTL1-SIDE-CD.           00078200
           MOVE WS-DRS-CUSIP                TO  DTL1-CUSIP.             00078300
           MOVE WS-DRS-SHR-QTY              TO  DTL1-SHR-QTY.           00078400
           MOVE WS-DRS-TA-NBR               TO  DTL1-TA-NBR.            00078500
           MOVE WS-DRS-TA-HLDR-ACCT         TO  DTL1-TA-HLDR-ACCT.      00078600
           MOVE WS-DRS-DAYS-OUT             TO  DTL1-DAYS-OUT.          00078700
           WRITE REPORT-RECORD            FROM  DTL1-RECORD.            00078800
                                                                        00078900
           EJECT                                                        00079000
      ******************                                                00079100
       8000-DB2-ERROR-RTN.                                              00079200
      ******************                                                00079300
                                                                        00079400
           DISPLAY 'CAT776 - DB2 ERROR, SQLCODE = ' SQLCODE.            00079500
           CALL DSNTIAR               USING  SQLCA                      00079600
                                             WS-DB2-MESSAGE-AREA        00079700
                                             WS-ERR-LINE-LEN            00079800
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00079900
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00080000
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00080100
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00080200
                 END-IF                                                 00080300
           END-PERFORM.                                                 00080400
           DISPLAY 'CAT776 ABENDED'.                                    00080500
           CALL ABEND                 USING  ABEND-CODE.                00080600
                                                                        00080700
           EJECT                                                        00080800
      ************                                                      00080900
       9000-EOJ-RTN.                                                    00081000
      ************                                                      00081100
                                                                        00081200
           MOVE 'DRS REGISTRATIONS LOADED        '  TO  TRL1-LABEL.     00081300
           MOVE WS-CNT-REGS                 TO  TRL1-COUNT.             00081400
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00081500
                                                                        00081600
           MOVE ' '                         TO  TRL1-CC.                00081700
           MOVE 'CONFIRMATIONS READ              '  TO  TRL1-LABEL.     00081800
           MOVE WS-CNT-CONF-READ            TO  TRL1-COUNT.             00081900
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00082000
                                                                        00082100
           MOVE 'CONFIRMED BY TRANSFER AGENT     '  TO  TRL1-LABEL.     00082200
           MOVE WS-CNT-CONFIRMED            TO  TRL1-COUNT.             00082300
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00082400
                                                                        00082500
           MOVE 'REJECTED BY TRANSFER AGENT      '  TO  TRL1-LABEL.     00082600
           MOVE WS-CNT-REJECTED             TO  TRL1-COUNT.             00082700
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00082800
                                                                        00082900
           MOVE 'CONFIRMATIONS NOT MATCHED       '  TO  TRL1-LABEL.     00083000
           MOVE WS-CNT-CONF-UNMATCHED       TO  TRL1-COUNT.             00083100
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00083200
                                                                        00083300
           MOVE 'DRS ASSETS RECOGNIZED           '  TO  TRL1-LABEL.     00083400
           MOVE WS-CNT-RECOGNIZED           TO  TRL1-COUNT.             00083500
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00083600
                                                                        00083700
           MOVE 'HELD - NO DRS REGISTRATION      '  TO  TRL1-LABEL.     00083800
           MOVE WS-CNT-HELD                 TO  TRL1-COUNT.             00083900
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00084000
                                                                        00084100
           MOVE 'ENDED - TRANSFER REJ/DELETED    '  TO  TRL1-LABEL.     00084200
           MOVE WS-CNT-ENDED                TO  TRL1-COUNT.             00084300
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00084400
                                                                        00084500
           MOVE 'MOVES PAST TURNAROUND           '  TO  TRL1-LABEL.     00084600
           MOVE WS-CNT-AGED                 TO  TRL1-COUNT.             00084700
           WRITE REPORT-RECORD            FROM  TRL1-RECORD.            00084800
                                                                        00084900
           CLOSE REPORT-FILE.                                           00085000
                                                                        00085100
           IF WS-CNT-HELD     > +0                                      00085200
           OR WS-CNT-REJECTED > +0                                      00085300
           OR WS-CNT-AGED     > +0                                      00085400
              MOVE 4                        TO  RETURN-CODE             00085500
           END-IF.                                                      00085600
                                                                        00085700
           DISPLAY ' '                                                  00085800
           DISPLAY 'CONFIRMED:              ' WS-CNT-CONFIRMED          00085900
           DISPLAY 'REJECTED:               ' WS-CNT-REJECTED           00086000
           DISPLAY 'RECOGNIZED:             ' WS-CNT-RECOGNIZED         00086100
           DISPLAY 'HELD:                   ' WS-CNT-HELD               00086200
           DISPLAY 'PAST TURNAROUND:        ' WS-CNT-AGED               00086300
           DISPLAY ' '                                                  00086400
           DISPLAY '*************************'                          00086500
           DISPLAY '* END OF CAT776 PROGRAM *'                          00086600
           DISPLAY '*************************'                          00086700
           DISPLAY ' '.                                                 00086800
