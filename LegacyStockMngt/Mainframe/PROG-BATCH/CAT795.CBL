000001* PDX    - CAT795   C0369793 10/15/26 00:41:27 TBTIKUO            00000100
000001* CREATED FOR SSR 114464.  CONTRA-FIRM MERGER AND PARTICIPANT-    00000200
000001* NUMBER CHANGE PROCESSING.  WHEN A CONTRA FIRM MERGED OR TOOK A  00000300
000001* NEW NSCC PARTICIPANT NUMBER, OPERATIONS RE-KEYED THE OPEN       00000400
000001* TRANSFERS AND SSIS BY HAND AND THE SCORECARD SPLIT THE FIRM IN  00000500
000001* TWO.  THE OLD-TO-NEW MAPPING IS NOW KEYED ONCE ON PRTMAP WITH   00000600
000001* ITS EFFECTIVE DATE AND KEPT ON ACATPMAP.  ON OR AFTER THE       00000700
000001* EFFECTIVE DATE THIS STEP REMAPS THE OPEN TRANSFERS AND THEIR    00000800
000001* ASSETS, COPIES THE SSIS AND THE PARTICIPANT PROFILE TO THE NEW  00000900
000001* NUMBER, AND LOGS EVERY VALUE CHANGED ON ACATPMAD.  THE LOG      00001000
000001* PRINTS AS THE BEFORE/AFTER AUDIT AND DRIVES THE BACKOUT OF A    00001100
000001* MAPPING KEYED WRONG.  CAT764 AND CAT793 READ THE APPLIED        00001200
000001* MAPPINGS SO HISTORY UNDER THE OLD NUMBER STAYS WITH THE FIRM.   00001300
       IDENTIFICATION DIVISION.                                         00001400
       PROGRAM-ID.  CAT795.                                             00001500
       AUTHOR.      LARRY MUREY.                                        00001600
       DATE-WRITTEN.  OCT 2026.                                         00001700
      *---------------------------------------------------------------* 00001800
      *                         REMARKS                               * 00001900
      * INPUT:  PRTMAP   - MAPPING TRANSACTIONS (OPTIONAL, FB 80)     * 00002000
      *           ACTION(1) OLD PRTCP(4) NEW PRTCP(4)                 * 00002100
      *           EFFECTIVE DATE(10, YYYY-MM-DD) REASON(30)           * 00002200
      *           OPER ID(8)                                          * 00002300
      *           ACTION 'A' = ADD THE MAPPING (PENDING UNTIL THE     * 00002400
      *                        EFFECTIVE DATE)                        * 00002500
      *                  'B' = BACK OUT THE MAPPING - A PENDING ONE   * 00002600
      *                        IS CANCELLED, AN APPLIED ONE HAS       * 00002700
      *                        EVERY LOGGED CHANGE REVERSED           * 00002800
      * OUTPUT: RPTPI    - TRANSACTION LOG AND THE BEFORE/AFTER AUDIT * 00002900
      *                    OF EVERY MAPPING APPLIED OR BACKED OUT     * 00003000
      * TABLES: ACATPMAP - MAPPING, STATUS P PENDING, A APPLIED,      * 00003100
      *                    B BACKED OUT.  CURR_PRTCP_NBR IS THE       * 00003200
      *                    NUMBER THE OLD ONE RESOLVES TO TODAY (A    * 00003300
      *                    LATER CHANGE OF THE NEW NUMBER CARRIES)    * 00003400
      *         ACATPMAD - ONE ROW PER VALUE CHANGED BY A MAPPING     * 00003500
      * REMAPPED: DLVR_NBR, RCV_NBR AND SBMTG_PRTCP_NBR OF VTRNFR     * 00003600
      *           ROWS STILL OPEN (BELOW 310, NOT 140) AND OF THEIR   * 00003700
      *           VASSET ROWS.  ACTIVE ACATSSI ROWS ARE COPIED TO THE * 00003800
      *           NEW NUMBER (UNLESS ALREADY ON FILE THERE) AND THE   * 00003900
      *           OLD ONES INACTIVATED.  THE VPRTCPPF PROFILE IS      * 00004000
      *           COPIED WHEN THE NEW NUMBER HAS NONE; THE OLD ONE IS * 00004100
      *           KEPT FOR THE HISTORY.  SETTLED AND ARCHIVED         * 00004200
      *           TRANSFERS KEEP THE OLD NUMBER.                      * 00004300
      * AN OLD NUMBER MAY HAVE ONLY ONE PENDING OR APPLIED MAPPING,   * 00004400
      * AND A MAPPING CANNOT BE BACKED OUT WHILE ITS NEW NUMBER IS    * 00004500
      * ITSELF MAPPED ON - BACK OUT THE LATER MAPPING FIRST.  A       * 00004600
      * BACKOUT ALSO REVERSES TRANSFERS ARCHIVED SINCE THE MAPPING.   * 00004700
      * RC 4 WHEN A TRANSACTION IS REJECTED OR A LOGGED CHANGE COULD  * 00004800
      * NOT BE REVERSED (THE ROW HAS CHANGED SINCE).                  * 00004900
      *---------------------------------------------------------------* 00005000
           EJECT                                                        00005100
      ***************************************************************** 00005200
       ENVIRONMENT DIVISION.                                            00005300
      ***************************************************************** 00005400
       INPUT-OUTPUT SECTION.                                            00005500
       FILE-CONTROL.                                                    00005600
           SELECT MAP-IN-FILE          ASSIGN  TO  PRTMAP               00005700
                                       FILE STATUS  IS PRTMAP-STAT.     00005800
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00005900
                                                                        00006000
      ***************************************************************** 00006100
       DATA DIVISION.                                                   00006200
      ***************************************************************** 00006300
                                                                        00006400
       FILE SECTION.                                                    00006500
                                                                        00006600
       FD  MAP-IN-FILE                                                  00006700
           RECORDING MODE F                                             00006800
           BLOCK CONTAINS 0 RECORDS                                     00006900
           LABEL RECORDS ARE STANDARD                                   00007000
           RECORD CONTAINS 80 CHARACTERS.                               00007100
       01  MAP-IN-RECORD.                                               00007200
           05  PMP-ACTION-CD           PIC X(01).                       00007300
               88  PMP-ADD                        VALUE 'A'.            00007400
               88  PMP-BACKOUT                    VALUE 'B'.            00007500
           05  PMP-OLD-PRTCP           PIC X(04).                       00007600
           05  PMP-NEW-PRTCP           PIC X(04).                       00007700
           05  PMP-EFCTV-DT            PIC X(10).                       00007800
           05  PMP-RSN-TXT             PIC X(30).                       00007900
           05  PMP-OPER-ID             PIC X(08).                       00008000
           05  FILLER                  PIC X(23).                       00008100
                                                                        00008200
       FD  REPORT-FILE                                                  00008300
           RECORDING MODE F                                             00008400
           BLOCK CONTAINS 0 RECORDS                                     00008500
           LABEL RECORDS ARE STANDARD                                   00008600
           RECORD CONTAINS 132 CHARACTERS.                              00008700
       01  REPORT-RECORD                PIC  X(132).                    00008800
                                                                        00008900
           EJECT                                                        00009000
      ***************************************************************** 00009100
       WORKING-STORAGE SECTION.                                         00009200
      ***************************************************************** 00009300
                                                                        00009400
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00009500
                                                                        00009600
       01  CALL-MODULES.                                                00009700
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00009800
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00009900
                                                                        00010000
       01  PRTMAP-STAT                  PIC  X(02)  VALUE SPACES.       00010100
           88  PRTMAP-OK                           VALUE '00'.          00010200
           88  PRTMAP-EOF                          VALUE '10'.          00010300
                                                                        00010400
       01  WS-END-OF-DUE-SW             PIC  X(01)  VALUE 'N'.          00010500
           88  WS-END-OF-DUE                       VALUE 'Y'.           00010600
       01  WS-END-OF-AUD-SW             PIC  X(01)  VALUE 'N'.          00010700
           88  WS-END-OF-AUD                       VALUE 'Y'.           00010800
       01  WS-AUD-MODE-SW               PIC  X(01)  VALUE 'A'.          00010900
           88  WS-AUD-APPLY                        VALUE 'A'.           00011000
           88  WS-AUD-BACKOUT                      VALUE 'B'.           00011100
                                                                        00011200
      *  HOST VARIABLES - THE MAPPING BEING ADDED, APPLIED OR BACKED    00011300
      *  OUT.                                                           00011400
       01  WS-MAP-AREA.                                                 00011500
           05  WS-MAP-OLD               PIC  X(04).                     00011600
           05  WS-MAP-NEW               PIC  X(04).                     00011700
           05  WS-MAP-EFCTV-DT          PIC  X(10).                     00011800
           05  WS-MAP-RSN               PIC  X(30).                     00011900
           05  WS-MAP-OPER-ID           PIC  X(08).                     00012000
           05  WS-MAP-STTS              PIC  X(01).                     00012100
               88  WS-MAP-PENDING                  VALUE 'P'.           00012200
               88  WS-MAP-APPLIED                  VALUE 'A'.           00012300
               88  WS-MAP-BACKED-OUT               VALUE 'B'.           00012400
       01  WS-CHK-DATE                  PIC  X(10)  VALUE SPACES.       00012500
       01  WS-CHK-CNT                   PIC S9(09) COMP    VALUE +0.    00012600
                                                                        00012700
      *  HOST VARIABLES - ONE LOGGED CHANGE FOR THE AUDIT REPORT.       00012800
       01  WS-AUD-AREA.                                                 00012900
           05  WS-AUD-TBL               PIC  X(08).                     00013000
           05  WS-AUD-CLIENT            PIC  X(04).                     00013100
           05  WS-AUD-KEY               PIC  X(14).                     00013200
           05  WS-AUD-ASSET-SEQ         PIC S9(06) COMP-3.              00013300
           05  WS-AUD-COL               PIC  X(18).                     00013400
           05  WS-AUD-BFR-VAL           PIC  X(04).                     00013500
           05  WS-AUD-AFT-VAL           PIC  X(04).                     00013600
                                                                        00013700
       01  W-SQLERRD-3                  PIC S9(09) COMP    VALUE +0.    00013800
       01  WS-MAP-ROWS                  PIC S9(09) COMP    VALUE +0.    00013900
       01  WS-MAP-LOGGED                PIC S9(09) COMP    VALUE +0.    00014000
                                                                        00014100
       01  WS-CNT-TRAN-READ             PIC S9(07) COMP-3  VALUE ZERO.  00014200
       01  WS-CNT-MAP-ADDED             PIC S9(07) COMP-3  VALUE ZERO.  00014300
       01  WS-CNT-MAP-CANCELLED         PIC S9(07) COMP-3  VALUE ZERO.  00014400
       01  WS-CNT-TRAN-REJ              PIC S9(07) COMP-3  VALUE ZERO.  00014500
       01  WS-CNT-MAP-APPLIED           PIC S9(07) COMP-3  VALUE ZERO.  00014600
       01  WS-CNT-MAP-BACKED-OUT        PIC S9(07) COMP-3  VALUE ZERO.  00014700
       01  WS-CNT-ROWS-CHANGED          PIC S9(07) COMP-3  VALUE ZERO.  00014800
       01  WS-CNT-ROWS-REVERSED         PIC S9(07) COMP-3  VALUE ZERO.  00014900
       01  WS-CNT-NOT-REVERSED          PIC S9(07) COMP-3  VALUE ZERO.  00015000
                                                                        00015100
       01  WS-ACCEPT-DATE.                                              00015200
           05  WS-ACCEPT-YY             PIC  9(02).                     00015300
           05  WS-ACCEPT-MM             PIC  9(02).                     00015400
           05  WS-ACCEPT-DD             PIC  9(02).                     00015500
                                                                        00015600
       01  WS-DB2-MESSAGE-AREA.                                         00015700
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00015800
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00015900
               INDEXED BY WS-ERROR-INDEX.                               00016000
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00016100
                                                                        00016200
           EJECT                                                        00016300
       01  HDR1-RECORD.                                                 00016400
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00016500
           05  FILLER                   PIC  X(30)  VALUE               00016600
               'CAT795 - CONTRA PARTICIPANT NU'.                        00016700
           05  FILLER                   PIC  X(30)  VALUE               00016800
               'MBER CHANGE                   '.                        00016900
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00017000
           05  FILLER                   PIC  X(06)  VALUE               00017100
               'DATE: '.                                                00017200
           05  HDR1-DATE-MM             PIC  X(02).                     00017300
           05  FILLER                   PIC  X(01)  VALUE '/'.          00017400
           05  HDR1-DATE-DD             PIC  X(02).                     00017500
           05  FILLER                   PIC  X(01)  VALUE '/'.          00017600
           05  HDR1-DATE-YY             PIC  X(02).                     00017700
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00017800
                                                                        00017900
       01  DTL2-RECORD.                                                 00018000
           05  DTL2-CC                  PIC  X(01)  VALUE ' '.          00018100
           05  DTL2-KEY                 PIC  X(30).                     00018200
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00018300
           05  DTL2-OPER-ID             PIC  X(08).                     00018400
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00018500
           05  DTL2-MESSAGE             PIC  X(40).                     00018600
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00018700
           05  DTL2-TEXT                PIC  X(30).                     00018800
           05  FILLER                   PIC  X(17)  VALUE SPACES.       00018900
                                                                        00019000
       01  MAP1-RECORD.                                                 00019100
           05  MAP1-CC                  PIC  X(01)  VALUE '-'.          00019200
           05  MAP1-ACTION              PIC  X(12).                     00019300
           05  FILLER                   PIC  X(05)  VALUE ' OLD '.      00019400
           05  MAP1-OLD                 PIC  X(04).                     00019500
           05  FILLER                   PIC  X(06)  VALUE '  NEW '.     00019600
           05  MAP1-NEW                 PIC  X(04).                     00019700
           05  FILLER                   PIC  X(12)  VALUE               00019800
               '  EFFECTIVE '.                                          00019900
           05  MAP1-EFCTV-DT            PIC  X(10).                     00020000
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00020100
           05  MAP1-RSN                 PIC  X(30).                     00020200
           05  FILLER                   PIC  X(07)  VALUE '  OPER '.    00020300
           05  MAP1-OPER-ID             PIC  X(08).                     00020400
           05  FILLER                   PIC  X(31)  VALUE SPACES.       00020500
                                                                        00020600
       01  MAP2-RECORD.                                                 00020700
           05  MAP2-CC                  PIC  X(01)  VALUE ' '.          00020800
           05  FILLER                   PIC  X(30)  VALUE               00020900
               'TABLE    CLNT  KEY            '.                        00021000
           05  FILLER                   PIC  X(30)  VALUE               00021100
               ' ASSET COLUMN             BEFO'.                        00021200
           05  FILLER                   PIC  X(30)  VALUE               00021300
               'RE AFTER                      '.                        00021400
           05  FILLER                   PIC  X(41)  VALUE SPACES.       00021500
                                                                        00021600
       01  AUD1-RECORD.                                                 00021700
           05  AUD1-CC                  PIC  X(01)  VALUE ' '.          00021800
           05  AUD1-TBL                 PIC  X(08).                     00021900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00022000
           05  AUD1-CLIENT              PIC  X(04).                     00022100
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00022200
           05  AUD1-KEY                 PIC  X(14).                     00022300
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00022400
           05  AUD1-ASSET-SEQ           PIC  ZZZZZ9.                    00022500
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00022600
           05  AUD1-COL                 PIC  X(18).                     00022700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00022800
           05  AUD1-BFR-VAL             PIC  X(04).                     00022900
           05  FILLER                   PIC  X(03)  VALUE SPACES.       00023000
           05  AUD1-AFT-VAL             PIC  X(04).                     00023100
           05  FILLER                   PIC  X(64)  VALUE SPACES.       00023200
                                                                        00023300
       01  MAP3-RECORD.                                                 00023400
           05  MAP3-CC                  PIC  X(01)  VALUE ' '.          00023500
           05  MAP3-LABEL               PIC  X(28).                     00023600
           05  MAP3-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00023700
           05  FILLER                   PIC  X(92)  VALUE SPACES.       00023800
                                                                        00023900
       01  TRL1-RECORD.                                                 00024000
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00024100
           05  TRL1-LABEL               PIC  X(28).                     00024200
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00024300
           05  FILLER                   PIC  X(92)  VALUE SPACES.       00024400
                                                                        00024500
       01  TRAC-RECORD.                                                 00024600
           05  TRAC-DETAIL              PIC  X(132).                    00024700
                                                                        00024800
           EJECT                                                        00024900
      *DB2 COMMUNICATION AREA                                           00025000
           EXEC SQL                                                     00025100
              INCLUDE SQLCA                                             00025200
           END-EXEC.                                                    00025300
                                                                        00025400
      *----------------------------------------------------------------*00025500
      *  PENDING MAPPINGS WHOSE EFFECTIVE DATE HAS COME.               *00025600
      *----------------------------------------------------------------*00025700
           EXEC SQL                                                     00025800
              DECLARE DUECSR CURSOR WITH HOLD FOR                       00025900
                 SELECT OLD_PRTCP_NBR                                   00026000
                       ,NEW_PRTCP_NBR                                   00026100
                       ,CHAR(EFCTV_DT, ISO)                             00026200
                       ,RSN_TXT                                         00026300
                       ,CRT_OPER_ID                                     00026400
                 FROM  ACATPMAP                                         00026500
                 WHERE MAP_STTS_CD = 'P'                                00026600
                   AND EFCTV_DT   <= CURRENT DATE                       00026700
                 ORDER BY EFCTV_DT, CRT_TMSTP                           00026800
           END-EXEC.                                                    00026900
                                                                        00027000
      *----------------------------------------------------------------*00027100
      *  THE VALUES LOGGED FOR ONE MAPPING, FOR THE AUDIT REPORT.      *00027200
      *----------------------------------------------------------------*00027300
           EXEC SQL                                                     00027400
              DECLARE AUDCSR CURSOR FOR                                 00027500
                 SELECT TBL_NM                                          00027600
                       ,CLIENT_NBR                                      00027700
                       ,RCD_KEY_TXT                                     00027800
                       ,ASSET_SEQ_NBR                                   00027900
                       ,COL_NM                                          00028000
                       ,BFR_VAL_TXT                                     00028100
                       ,AFT_VAL_TXT                                     00028200
                 FROM  ACATPMAD                                         00028300
                 WHERE OLD_PRTCP_NBR = :WS-MAP-OLD                      00028400
                   AND NEW_PRTCP_NBR = :WS-MAP-NEW                      00028500
                   AND EFCTV_DT      = :WS-MAP-EFCTV-DT                 00028600
                 ORDER BY TBL_NM, CLIENT_NBR, RCD_KEY_TXT,              00028700
                          ASSET_SEQ_NBR, COL_NM                         00028800
                 WITH UR                                                00028900
           END-EXEC.                                                    00029000
                                                                        00029100
           EJECT                                                        00029200
      ***************************************************************** 00029300
       PROCEDURE DIVISION.                                              00029400
      ***************************************************************** 00029500
                                                                        00029600
           DISPLAY '*** CAT795 - CONTRA PARTICIPANT NUMBER CHANGE ***'. 00029700
                                                                        00029800
           PERFORM 1000-INITIAL-RTN.                                    00029900
                                                                        00030000
           EXEC SQL                                                     00030100
              OPEN DUECSR                                               00030200
           END-EXEC.                                                    00030300
           IF SQLCODE NOT = +0                                          00030400
              PERFORM 8000-DB2-ERROR-RTN                                00030500
           END-IF.                                                      00030600
                                                                        00030700
           PERFORM 2000-PROCESS-DUE-RTN THRU 2000-EXIT                  00030800
              UNTIL WS-END-OF-DUE.                                      00030900
                                                                        00031000
           EXEC SQL                                                     00031100
              CLOSE DUECSR                                              00031200
           END-EXEC.                                                    00031300
                                                                        00031400
           EXEC SQL                                                     00031500
              COMMIT                                                    00031600
           END-EXEC.                                                    00031700
                                                                        00031800
           PERFORM 9000-EOJ-RTN.                                        00031900
                                                                        00032000
           GOBACK.                                                      00032100
                                                                        00032200
           EJECT                                                        00032300
      *****************                                                 00032400
       1000-INITIAL-RTN.                                                00032500
      *****************                                                 00032600
                                                                        00032700
           OPEN OUTPUT REPORT-FILE.                                     00032800
                                                                        00032900
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00033000
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00033100
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00033200
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00033300
                                                                        00033400
           MOVE HDR1-RECORD                 TO  TRAC-DETAIL.            00033500
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00033600
                                                                        00033700
           OPEN INPUT   MAP-IN-FILE.                                    00033800
           IF PRTMAP-OK                                                 00033900
               PERFORM 1200-APPLY-TRAN-RTN                              00034000
                   THRU 1200-EXIT                                       00034100
                 UNTIL PRTMAP-EOF                                       00034200
              CLOSE MAP-IN-FILE                                         00034300
              EXEC SQL                                                  00034400
                 COMMIT                                                 00034500
              END-EXEC                                                  00034600
           ELSE                                                         00034700
              DISPLAY 'CAT795 - NO PRTMAP FILE, STATUS = '              00034800
                       PRTMAP-STAT                                      00034900
           END-IF.                                                      00035000
                                                                        00035100
      *---------------------------------------------------------------  00035200
      * 1200-APPLY-TRAN-RTN - ONE MAPPING TRANSACTION.  AN ADD IS       00035300
      * STORED PENDING AND APPLIED BY THE DUE SCAN BELOW, SO A MAPPING  00035400
      * EFFECTIVE TODAY OR EARLIER IS APPLIED IN THIS SAME RUN.         00035500
      *---------------------------------------------------------------  00035600
       1200-APPLY-TRAN-RTN.                                             00035700
                                                                        00035800
           READ MAP-IN-FILE                                             00035900
               AT END                                                   00036000
                   SET PRTMAP-EOF           TO  TRUE                    00036100
                   GO TO 1200-EXIT                                      00036200
           END-READ.                                                    00036300
                                                                        00036400
           ADD 1                            TO  WS-CNT-TRAN-READ.       00036500
           MOVE PMP-OLD-PRTCP               TO  WS-MAP-OLD.             00036600
           MOVE PMP-NEW-PRTCP               TO  WS-MAP-NEW.             00036700
           MOVE PMP-EFCTV-DT                TO  WS-MAP-EFCTV-DT.        00036800
           MOVE PMP-RSN-TXT                 TO  WS-MAP-RSN.             00036900
           MOVE PMP-OPER-ID                 TO  WS-MAP-OPER-ID.         00037000
           MOVE SPACES                      TO  DTL2-KEY.               00037100
           STRING PMP-ACTION-CD ' OLD ' PMP-OLD-PRTCP                   00037200
                  ' NEW ' PMP-NEW-PRTCP ' ' PMP-EFCTV-DT                00037300
              DELIMITED BY SIZE           INTO  DTL2-KEY.               00037400
           MOVE PMP-OPER-ID                 TO  DTL2-OPER-ID.           00037500
           MOVE PMP-RSN-TXT                 TO  DTL2-TEXT.              00037600
                                                                        00037700
           IF (NOT PMP-ADD AND NOT PMP-BACKOUT)                         00037800
           OR PMP-OLD-PRTCP = SPACES OR PMP-NEW-PRTCP = SPACES          00037900
           OR PMP-OLD-PRTCP = PMP-NEW-PRTCP                             00038000
           OR PMP-OPER-ID = SPACES                                      00038100
              ADD 1                         TO  WS-CNT-TRAN-REJ         00038200
              MOVE 'REJECTED - INVALID ACTION, NBRS OR OPER'            00038300
                                            TO  DTL2-MESSAGE            00038400
              PERFORM 1600-WRITE-LOG-RTN                                00038500
              GO TO 1200-EXIT                                           00038600
           END-IF.                                                      00038700
                                                                        00038800
           EXEC SQL                                                     00038900
              SELECT  CHAR(DATE(:WS-MAP-EFCTV-DT), ISO)                 00039000
                INTO :WS-CHK-DATE                                       00039100
                FROM  SYSIBM.SYSDUMMY1                                  00039200
           END-EXEC.                                                    00039300
           EVALUATE SQLCODE                                             00039400
              WHEN +0                                                   00039500
                 CONTINUE                                               00039600
              WHEN -180                                                 00039700
              WHEN -181                                                 00039800
                 ADD 1                      TO  WS-CNT-TRAN-REJ         00039900
                 MOVE 'REJECTED - INVALID EFFECTIVE DATE      '         00040000
                                            TO  DTL2-MESSAGE            00040100
                 PERFORM 1600-WRITE-LOG-RTN                             00040200
                 GO TO 1200-EXIT                                        00040300
              WHEN OTHER                                                00040400
                 PERFORM 8000-DB2-ERROR-RTN                             00040500
           END-EVALUATE.                                                00040600
           MOVE WS-CHK-DATE                 TO  WS-MAP-EFCTV-DT.        00040700
                                                                        00040800
           IF PMP-BACKOUT                                               00040900
              PERFORM 1400-BACKOUT-TRAN-RTN THRU 1400-EXIT              00041000
              GO TO 1200-EXIT                                           00041100
           END-IF.                                                      00041200
                                                                        00041300
      *    ONE LIVE MAPPING PER OLD NUMBER, AND THE NEW NUMBER MUST     00041400
      *    NOT BE ONE THAT IS ITSELF BEING RETIRED.                     00041500
           EXEC SQL                                                     00041600
              SELECT COUNT(*)                                           00041700
                INTO :WS-CHK-CNT                                        00041800
                FROM ACATPMAP                                           00041900
               WHERE OLD_PRTCP_NBR IN (:WS-MAP-OLD, :WS-MAP-NEW)        00042000
                 AND MAP_STTS_CD   IN ('P', 'A')                        00042100
           END-EXEC.                                                    00042200
           IF SQLCODE NOT = +0                                          00042300
              PERFORM 8000-DB2-ERROR-RTN                                00042400
           END-IF.                                                      00042500
           IF WS-CHK-CNT > +0                                           00042600
              ADD 1                         TO  WS-CNT-TRAN-REJ         00042700
              MOVE 'REJECTED - OLD OR NEW NBR ALREADY MAPPED'           00042800
                                            TO  DTL2-MESSAGE            00042900
              PERFORM 1600-WRITE-LOG-RTN                                00043000
              GO TO 1200-EXIT                                           00043100
           END-IF.                                                      00043200
                                                                        00043300
           EXEC SQL                                                     00043400
              INSERT INTO ACATPMAP                                      00043500
                    (OLD_PRTCP_NBR                                      00043600
                    ,NEW_PRTCP_NBR                                      00043700
                    ,EFCTV_DT                                           00043800
                    ,CURR_PRTCP_NBR                                     00043900
                    ,MAP_STTS_CD                                        00044000
                    ,RSN_TXT                                            00044100
                    ,CRT_OPER_ID                                        00044200
                    ,CRT_TMSTP                                          00044300
                    ,APPLY_TMSTP                                        00044400
                    ,BKOUT_OPER_ID                                      00044500
                    ,BKOUT_TMSTP                                        00044600
                    ,PRGM_NM)                                           00044700
              VALUES                                                    00044800
                    (:WS-MAP-OLD                                        00044900
                    ,:WS-MAP-NEW                                        00045000
                    ,:WS-MAP-EFCTV-DT                                   00045100
                    ,:WS-MAP-NEW                                        00045200
                    ,'P'                                                00045300
                    ,:WS-MAP-RSN                                        00045400
                    ,:WS-MAP-OPER-ID                                    00045500
                    ,CURRENT TIMESTAMP                                  00045600
                    ,NULL                                               00045700
                    ,' '                                                00045800
                    ,NULL                                               00045900
                    ,'CAT795')                                          00046000
           END-EXEC.                                                    00046100
                                                                        00046200
           EVALUATE SQLCODE                                             00046300
              WHEN +0                                                   00046400
                 ADD 1                      TO  WS-CNT-MAP-ADDED        00046500
                 MOVE 'MAPPING ADDED - PENDING EFFECTIVE DATE '         00046600
                                            TO  DTL2-MESSAGE            00046700
              WHEN -803                                                 00046800
                 ADD 1                      TO  WS-CNT-TRAN-REJ         00046900
                 MOVE 'REJECTED - MAPPING ALREADY ON FILE     '         00047000
                                            TO  DTL2-MESSAGE            00047100
              WHEN OTHER                                                00047200
                 PERFORM 8000-DB2-ERROR-RTN                             00047300
           END-EVALUATE.                                                00047400
                                                                        00047500
           PERFORM 1600-WRITE-LOG-RTN.                                  00047600
                                                                        00047700
       1200-EXIT.                                                       00047800
           EXIT.                                                        00047900
                                                                        00048000
      *---------------------------------------------------------------  00048100
      * 1400-BACKOUT-TRAN-RTN - A PENDING MAPPING IS SIMPLY CANCELLED.  00048200
      * AN APPLIED ONE IS REVERSED FROM ITS ACATPMAD LOG, BUT ONLY      00048300
      * WHEN NO LATER MAPPING HAS TAKEN ITS NEW NUMBER ON.              00048400
      *---------------------------------------------------------------  00048500
       1400-BACKOUT-TRAN-RTN.                                           00048600
                                                                        00048700
           EXEC SQL                                                     00048800
              SELECT MAP_STTS_CD                                        00048900
                    ,RSN_TXT                                            00049000
                INTO :WS-MAP-STTS                                       00049100
                    ,:WS-MAP-RSN                                        00049200
                FROM ACATPMAP                                           00049300
               WHERE OLD_PRTCP_NBR = :WS-MAP-OLD                        00049400
                 AND NEW_PRTCP_NBR = :WS-MAP-NEW                        00049500
                 AND EFCTV_DT      = :WS-MAP-EFCTV-DT                   00049600
           END-EXEC.                                                    00049700
                                                                        00049800
           EVALUATE SQLCODE                                             00049900
              WHEN +0                                                   00050000
                 CONTINUE                                               00050100
              WHEN +100                                                 00050200
                 ADD 1                      TO  WS-CNT-TRAN-REJ         00050300
                 MOVE 'BACKOUT REJECTED - MAPPING NOT FOUND   '         00050400
                                            TO  DTL2-MESSAGE            00050500
                 PERFORM 1600-WRITE-LOG-RTN                             00050600
                 GO TO 1400-EXIT                                        00050700
              WHEN OTHER                                                00050800
                 PERFORM 8000-DB2-ERROR-RTN                             00050900
           END-EVALUATE.                                                00051000
                                                                        00051100
           IF WS-MAP-BACKED-OUT                                         00051200
              ADD 1                         TO  WS-CNT-TRAN-REJ         00051300
              MOVE 'BACKOUT REJECTED - ALREADY BACKED OUT  '            00051400
                                            TO  DTL2-MESSAGE            00051500
              PERFORM 1600-WRITE-LOG-RTN                                00051600
              GO TO 1400-EXIT                                           00051700
           END-IF.                                                      00051800
                                                                        00051900
           IF WS-MAP-PENDING                                            00052000
              PERFORM 4600-CLOSE-MAP-RTN                                00052100
              ADD 1                         TO  WS-CNT-MAP-CANCELLED    00052200
              MOVE 'PENDING MAPPING CANCELLED              '            00052300
                                            TO  DTL2-MESSAGE            00052400
              PERFORM 1600-WRITE-LOG-RTN                                00052500
              GO TO 1400-EXIT                                           00052600
           END-IF.                                                      00052700
                                                                        00052800
           EXEC SQL                                                     00052900
              SELECT COUNT(*)                                           00053000
                INTO :WS-CHK-CNT                                        00053100
                FROM ACATPMAP                                           00053200
               WHERE OLD_PRTCP_NBR = :WS-MAP-NEW                        00053300
                 AND MAP_STTS_CD   IN ('P', 'A')                        00053400
           END-EXEC.                                                    00053500
           IF SQLCODE NOT = +0                                          00053600
              PERFORM 8000-DB2-ERROR-RTN                                00053700
           END-IF.                                                      00053800
           IF WS-CHK-CNT > +0                                           00053900
              ADD 1                         TO  WS-CNT-TRAN-REJ         00054000
              MOVE 'BACKOUT REJECTED - NEW NBR MAPPED ON   '            00054100
                                            TO  DTL2-MESSAGE            00054200
              PERFORM 1600-WRITE-LOG-RTN                                00054300
              GO TO 1400-EXIT                                           00054400
           END-IF.                                                      00054500
                                                                        00054600
           MOVE 'MAPPING BACKED OUT - SEE AUDIT BELOW   '               00054700
                                            TO  DTL2-MESSAGE.           00054800
           PERFORM 1600-WRITE-LOG-RTN.                                  00054900
           PERFORM 4000-BACKOUT-MAP-RTN.                                00055000
                                                                        00055100
       1400-EXIT.                                                       00055200
           EXIT.                                                        00055300
                                                                        00055400
       1600-WRITE-LOG-RTN.                                              00055500
                                                                        00055600
           MOVE DTL2-RECORD                 TO  TRAC-DETAIL.            00055700
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00055800
                                                                        00055900
           EJECT                                                        00056000
      ********************                                              00056100
       2000-PROCESS-DUE-RTN.                                            00056200
      ********************                                              00056300
                                                                        00056400
           EXEC SQL                                                     00056500
              FETCH DUECSR                                              00056600
                 INTO :WS-MAP-OLD                                       00056700
                     ,:WS-MAP-NEW                                       00056800
                     ,:WS-MAP-EFCTV-DT                                  00056900
                     ,:WS-MAP-RSN                                       00057000
                     ,:WS-MAP-OPER-ID                                   00057100
           END-EXEC.                                                    00057200
                                                                        00057300
           EVALUATE SQLCODE                                             00057400
              WHEN +100                                                 00057500
                 SET WS-END-OF-DUE          TO  TRUE                    00057600
                 GO TO 2000-EXIT                                        00057700
              WHEN +0                                                   00057800
                 CONTINUE                                               00057900
              WHEN OTHER                                                00058000
                 PERFORM 8000-DB2-ERROR-RTN                             00058100
           END-EVALUATE.                                                00058200
                                                                        00058300
           PERFORM 3000-APPLY-MAP-RTN.                                  00058400
                                                                        00058500
       2000-EXIT.                                                       00058600
           EXIT.                                                        00058700
                                                                        00058800
           EJECT                                                        00058900
      *---------------------------------------------------------------  00059000
      * 3000-APPLY-MAP-RTN - EACH CHANGE IS LOGGED TO ACATPMAD BEFORE   00059100
      * IT IS MADE, FROM THE SAME PREDICATE, SO THE LOG HOLDS EXACTLY   00059200
      * THE ROWS CHANGED.  ONE MAPPING IS ONE UNIT OF WORK.             00059300
      *---------------------------------------------------------------  00059400
       3000-APPLY-MAP-RTN.                                              00059500
                                                                        00059600
           MOVE +0                          TO  WS-MAP-ROWS.            00059700
                                                                        00059800
           PERFORM 3100-REMAP-TFR-RTN.                                  00059900
           PERFORM 3200-REMAP-ASSET-RTN.                                00060000
           PERFORM 3300-REMAP-SSI-RTN.                                  00060100
           PERFORM 3400-COPY-PROFILE-RTN.                               00060200
           PERFORM 3500-CARRY-MAP-RTN.                                  00060300
                                                                        00060400
           EXEC SQL                                                     00060500
              UPDATE ACATPMAP                                           00060600
                 SET MAP_STTS_CD    = 'A'                               00060700
                    ,CURR_PRTCP_NBR = :WS-MAP-NEW                       00060800
                    ,APPLY_TMSTP    = CURRENT TIMESTAMP                 00060900
                    ,PRGM_NM        = 'CAT795'                          00061000
               WHERE OLD_PRTCP_NBR = :WS-MAP-OLD                        00061100
                 AND NEW_PRTCP_NBR = :WS-MAP-NEW                        00061200
                 AND EFCTV_DT      = :WS-MAP-EFCTV-DT                   00061300
                 AND MAP_STTS_CD   = 'P'                                00061400
           END-EXEC.                                                    00061500
           IF SQLCODE NOT = +0                                          00061600
              PERFORM 8000-DB2-ERROR-RTN                                00061700
           END-IF.                                                      00061800
                                                                        00061900
           ADD 1                            TO  WS-CNT-MAP-APPLIED.     00062000
           ADD WS-MAP-ROWS                  TO  WS-CNT-ROWS-CHANGED.    00062100
                                                                        00062200
           SET WS-AUD-APPLY                 TO  TRUE.                   00062300
           MOVE 'APPLIED     '              TO  MAP1-ACTION.            00062400
           PERFORM 5000-AUDIT-RPT-RTN.                                  00062500
                                                                        00062600
           MOVE 'ROWS CHANGED                '  TO  MAP3-LABEL.         00062700
           MOVE WS-MAP-ROWS                 TO  MAP3-COUNT.             00062800
           MOVE MAP3-RECORD                 TO  TRAC-DETAIL.            00062900
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00063000
                                                                        00063100
           EXEC SQL                                                     00063200
              COMMIT                                                    00063300
           END-EXEC.                                                    00063400
                                                                        00063500
      *---------------------------------------------------------------  00063600
      * 3100-REMAP-TFR-RTN - THE THREE PARTICIPANT NUMBERS ON THE       00063700
      * OPEN TRANSFERS.                                                 00063800
      *---------------------------------------------------------------  00063900
       3100-REMAP-TFR-RTN.                                              00064000
                                                                        00064100
           EXEC SQL                                                     00064200
              INSERT INTO ACATPMAD                                      00064300
                    (OLD_PRTCP_NBR, NEW_PRTCP_NBR, EFCTV_DT, TBL_NM     00064400
                    ,CLIENT_NBR, RCD_KEY_TXT, ASSET_SEQ_NBR, COL_NM     00064500
                    ,BFR_VAL_TXT, AFT_VAL_TXT, CRT_TMSTP                00064600
                    ,BKOUT_TMSTP, PRGM_NM)                              00064700
              SELECT :WS-MAP-OLD, :WS-MAP-NEW, :WS-MAP-EFCTV-DT         00064800
                    ,'VTRNFR', T.CLIENT_NBR, T.ACAT_CONTROL_NBR, 0      00064900
                    ,'DLVR_NBR', T.DLVR_NBR, :WS-MAP-NEW                00065000
                    ,CURRENT TIMESTAMP, NULL, 'CAT795'                  00065100
                FROM VTRNFR T                                           00065200
               WHERE T.DLVR_NBR  = :WS-MAP-OLD                          00065300
                 AND T.STTS_CD   < '310'                                00065400
                 AND T.STTS_CD  <> '140'                                00065500
           END-EXEC.                                                    00065600
           PERFORM 8100-CHECK-SQL-RTN.                                  00065700
                                                                        00065800
           EXEC SQL                                                     00065900
              UPDATE VTRNFR                                             00066000
                 SET DLVR_NBR    = :WS-MAP-NEW                          00066100
               WHERE DLVR_NBR    = :WS-MAP-OLD                          00066200
                 AND STTS_CD     < '310'                                00066300
                 AND STTS_CD    <> '140'                                00066400
           END-EXEC.                                                    00066500
           PERFORM 8100-CHECK-SQL-RTN.                                  00066600
           ADD W-SQLERRD-3                  TO  WS-MAP-ROWS.            00066700
                                                                        00066800
           EXEC SQL                                                     00066900
              INSERT INTO ACATPMAD                                      00067000
                    (OLD_PRTCP_NBR, NEW_PRTCP_NBR, EFCTV_DT, TBL_NM     00067100
                    ,CLIENT_NBR, RCD_KEY_TXT, ASSET_SEQ_NBR, COL_NM     00067200
                    ,BFR_VAL_TXT, AFT_VAL_TXT, CRT_TMSTP                00067300
                    ,BKOUT_TMSTP, PRGM_NM)                              00067400
              SELECT :WS-MAP-OLD, :WS-MAP-NEW, :WS-MAP-EFCTV-DT         00067500
                    ,'VTRNFR', T.CLIENT_NBR, T.ACAT_CONTROL_NBR, 0      00067600
                    ,'RCV_NBR', T.RCV_NBR, :WS-MAP-NEW                  00067700
                    ,CURRENT TIMESTAMP, NULL, 'CAT795'                  00067800
                FROM VTRNFR T                                           00067900
               WHERE T.RCV_NBR   = :WS-MAP-OLD                          00068000
                 AND T.STTS_CD   < '310'                                00068100
                 AND T.STTS_CD  <> '140'                                00068200
           END-EXEC.                                                    00068300
           PERFORM 8100-CHECK-SQL-RTN.                                  00068400
                                                                        00068500
           EXEC SQL                                                     00068600
              UPDATE VTRNFR                                             00068700
                 SET RCV_NBR     = :WS-MAP-NEW                          00068800
               WHERE RCV_NBR     = :WS-MAP-OLD                          00068900
                 AND STTS_CD     < '310'                                00069000
                 AND STTS_CD    <> '140'                                00069100
           END-EXEC.                                                    00069200
           PERFORM 8100-CHECK-SQL-RTN.                                  00069300
           ADD W-SQLERRD-3                  TO  WS-MAP-ROWS.            00069400
                                                                        00069500
           EXEC SQL                                                     00069600
              INSERT INTO ACATPMAD                                      00069700
                    (OLD_PRTCP_NBR, NEW_PRTCP_NBR, EFCTV_DT, TBL_NM     00069800
                    ,CLIENT_NBR, RCD_KEY_TXT, ASSET_SEQ_NBR, COL_NM     00069900
                    ,BFR_VAL_TXT, AFT_VAL_TXT, CRT_TMSTP                00070000
                    ,BKOUT_TMSTP, PRGM_NM)                              00070100
              SELECT :WS-MAP-OLD, :WS-MAP-NEW, :WS-MAP-EFCTV-DT         00070200
                    ,'VTRNFR', T.CLIENT_NBR, T.ACAT_CONTROL_NBR, 0      00070300
                    ,'SBMTG_PRTCP_NBR', T.SBMTG_PRTCP_NBR               00070400
                    ,:WS-MAP-NEW                                        00070500
                    ,CURRENT TIMESTAMP, NULL, 'CAT795'                  00070600
                FROM VTRNFR T                                           00070700
               WHERE T.SBMTG_PRTCP_NBR = :WS-MAP-OLD                    00070800
                 AND T.STTS_CD   < '310'                                00070900
                 AND T.STTS_CD  <> '140'                                00071000
           END-EXEC.                                                    00071100
           PERFORM 8100-CHECK-SQL-RTN.                                  00071200
                                                                        00071300
           EXEC SQL                                                     00071400
              UPDATE VTRNFR                                             00071500
                 SET SBMTG_PRTCP_NBR = :WS-MAP-NEW                      00071600
               WHERE SBMTG_PRTCP_NBR = :WS-MAP-OLD                      00071700
                 AND STTS_CD     < '310'                                00071800
                 AND STTS_CD    <> '140'                                00071900
           END-EXEC.                                                    00072000
           PERFORM 8100-CHECK-SQL-RTN.                                  00072100
           ADD W-SQLERRD-3                  TO  WS-MAP-ROWS.            00072200
                                                                        00072300
      *---------------------------------------------------------------  00072400
      * 3200-REMAP-ASSET-RTN - THE SAME NUMBERS ON THE ASSET ROWS OF    00072500
      * TRANSFERS STILL OPEN.                                           00072600
      *---------------------------------------------------------------  00072700
       3200-REMAP-ASSET-RTN.                                            00072800
                                                                        00072900
           EXEC SQL                                                     00073000
              INSERT INTO ACATPMAD                                      00073100
                    (OLD_PRTCP_NBR, NEW_PRTCP_NBR, EFCTV_DT, TBL_NM     00073200
                    ,CLIENT_NBR, RCD_KEY_TXT, ASSET_SEQ_NBR, COL_NM     00073300
                    ,BFR_VAL_TXT, AFT_VAL_TXT, CRT_TMSTP                00073400
                    ,BKOUT_TMSTP, PRGM_NM)                              00073500
              SELECT :WS-MAP-OLD, :WS-MAP-NEW, :WS-MAP-EFCTV-DT         00073600
                    ,'VASSET', A.CLIENT_NBR, A.ACAT_CONTROL_NBR         00073700
                    ,A.ASSET_SEQ_NBR                                    00073800
                    ,'DLVR_NBR', A.DLVR_NBR, :WS-MAP-NEW                00073900
                    ,CURRENT TIMESTAMP, NULL, 'CAT795'                  00074000
                FROM VASSET A                                           00074100
               WHERE A.DLVR_NBR  = :WS-MAP-OLD                          00074200
                 AND EXISTS                                             00074300
                    (SELECT 1 FROM VTRNFR T                             00074400
                      WHERE T.CLIENT_NBR       = A.CLIENT_NBR           00074500
                        AND T.ACAT_CONTROL_NBR = A.ACAT_CONTROL_NBR     00074600
                        AND T.STTS_CD          < '310'                  00074700
                        AND T.STTS_CD         <> '140')                 00074800
           END-EXEC.                                                    00074900
           PERFORM 8100-CHECK-SQL-RTN.                                  00075000
                                                                        00075100
           EXEC SQL                                                     00075200
              UPDATE VASSET A                                           00075300
                 SET DLVR_NBR    = :WS-MAP-NEW                          00075400
               WHERE A.DLVR_NBR  = :WS-MAP-OLD                          00075500
                 AND EXISTS                                             00075600
                    (SELECT 1 FROM VTRNFR T                             00075700
                      WHERE T.CLIENT_NBR       = A.CLIENT_NBR           00075800
                        AND T.ACAT_CONTROL_NBR = A.ACAT_CONTROL_NBR     00075900
                        AND T.STTS_CD          < '310'                  00076000
                        AND T.STTS_CD         <> '140')                 00076100
           END-EXEC.                                                    00076200
           PERFORM 8100-CHECK-SQL-RTN.                                  00076300
           ADD W-SQLERRD-3                  TO  WS-MAP-ROWS.            00076400
                                                                        00076500
           EXEC SQL                                                     00076600
              INSERT INTO ACATPMAD                                      00076700
                    (OLD_PRTCP_NBR, NEW_PRTCP_NBR, EFCTV_DT, TBL_NM     00076800
                    ,CLIENT_NBR, RCD_KEY_TXT, ASSET_SEQ_NBR, COL_NM     00076900
                    ,BFR_VAL_TXT, AFT_VAL_TXT, CRT_TMSTP                00077000
                    ,BKOUT_TMSTP, PRGM_NM)                              00077100
              SELECT :WS-MAP-OLD, :WS-MAP-NEW, :WS-MAP-EFCTV-DT         00077200
                    ,'VASSET', A.CLIENT_NBR, A.ACAT_CONTROL_NBR         00077300
                    ,A.ASSET_SEQ_NBR                                    00077400
                    ,'RCV_NBR', A.RCV_NBR, :WS-MAP-NEW                  00077500
                    ,CURRENT TIMESTAMP, NULL, 'CAT795'                  00077600
                FROM VASSET A                                           00077700
               WHERE A.RCV_NBR   = :WS-MAP-OLD                          00077800
                 AND EXISTS                                             00077900
                    (SELECT 1 FROM VTRNFR T                             00078000
                      WHERE T.CLIENT_NBR       = A.CLIENT_NBR           00078100
                        AND T.ACAT_CONTROL_NBR = A.ACAT_CONTROL_NBR     00078200
                        AND T.STTS_CD          < '310'                  00078300
                        AND T.STTS_CD         <> '140')                 00078400
           END-EXEC.                                                    00078500
           PERFORM 8100-CHECK-SQL-RTN.                                  00078600
                                                                        00078700
           EXEC SQL                                                     00078800
              UPDATE VASSET A                                           00078900
                 SET RCV_NBR     = :WS-MAP-NEW                          00079000
               WHERE A.RCV_NBR   = :WS-MAP-OLD                          00079100
                 AND EXISTS                                             00079200
                    (SELECT 1 FROM VTRNFR T                             00079300
                      WHERE T.CLIENT_NBR       = A.CLIENT_NBR           00079400
                        AND T.ACAT_CONTROL_NBR = A.ACAT_CONTROL_NBR     00079500
                        AND T.STTS_CD          < '310'                  00079600
                        AND T.STTS_CD         <> '140')                 00079700
           END-EXEC.                                                    00079800
           PERFORM 8100-CHECK-SQL-RTN.                                  00079900
           ADD W-SQLERRD-3                  TO  WS-MAP-ROWS.            00080000
                                                                        00080100
           EXEC SQL                                                     00080200
              INSERT INTO ACATPMAD                                      00080300
                    (OLD_PRTCP_NBR, NEW_PRTCP_NBR, EFCTV_DT, TBL_NM     00080400
                    ,CLIENT_NBR, RCD_KEY_TXT, ASSET_SEQ_NBR, COL_NM     00080500
                    ,BFR_VAL_TXT, AFT_VAL_TXT, CRT_TMSTP                00080600
                    ,BKOUT_TMSTP, PRGM_NM)                              00080700
              SELECT :WS-MAP-OLD, :WS-MAP-NEW, :WS-MAP-EFCTV-DT         00080800
                    ,'VASSET', A.CLIENT_NBR, A.ACAT_CONTROL_NBR         00080900
                    ,A.ASSET_SEQ_NBR                                    00081000
                    ,'SBMTG_PRTCP_NBR', A.SBMTG_PRTCP_NBR               00081100
                    ,:WS-MAP-NEW                                        00081200
                    ,CURRENT TIMESTAMP, NULL, 'CAT795'                  00081300
                FROM VASSET A                                           00081400
               WHERE A.SBMTG_PRTCP_NBR = :WS-MAP-OLD                    00081500
                 AND EXISTS                                             00081600
                    (SELECT 1 FROM VTRNFR T                             00081700
                      WHERE T.CLIENT_NBR       = A.CLIENT_NBR           00081800
                        AND T.ACAT_CONTROL_NBR = A.ACAT_CONTROL_NBR     00081900
                        AND T.STTS_CD          < '310'                  00082000
                        AND T.STTS_CD         <> '140')                 00082100
           END-EXEC.                                                    00082200
           PERFORM 8100-CHECK-SQL-RTN.                                  00082300
                                                                        00082400
           EXEC SQL                                                     00082500
              UPDATE VASSET A                                           00082600
                 SET SBMTG_PRTCP_NBR   = :WS-MAP-NEW                    00082700
               WHERE A.SBMTG_PRTCP_NBR = :WS-MAP-OLD                    00082800
                 AND EXISTS                                             00082900
                    (SELECT 1 FROM VTRNFR T                             00083000
                      WHERE T.CLIENT_NBR       = A.CLIENT_NBR           00083100
                        AND T.ACAT_CONTROL_NBR = A.ACAT_CONTROL_NBR     00083200
                        AND T.STTS_CD          < '310'                  00083300
                        AND T.STTS_CD         <> '140')                 00083400
           END-EXEC.                                                    00083500
           PERFORM 8100-CHECK-SQL-RTN.                                  00083600
           ADD W-SQLERRD-3                  TO  WS-MAP-ROWS.            00083700
                                                                        00083800
      *---------------------------------------------------------------  00083900
      * 3300-REMAP-SSI-RTN - ACTIVE SSIS ARE COPIED TO THE NEW NUMBER   00084000
      * WHERE IT HAS NONE FOR THE CLIENT AND BRANCH (ONE THAT DOES IS   00084100
      * LOGGED AS KEPT), THEN THE OLD ONES ARE INACTIVATED.             00084200
      *---------------------------------------------------------------  00084300
       3300-REMAP-SSI-RTN.                                              00084400
                                                                        00084500
           EXEC SQL                                                     00084600
              INSERT INTO ACATPMAD                                      00084700
                    (OLD_PRTCP_NBR, NEW_PRTCP_NBR, EFCTV_DT, TBL_NM     00084800
                    ,CLIENT_NBR, RCD_KEY_TXT, ASSET_SEQ_NBR, COL_NM     00084900
                    ,BFR_VAL_TXT, AFT_VAL_TXT, CRT_TMSTP                00085000
                    ,BKOUT_TMSTP, PRGM_NM)                              00085100
              SELECT :WS-MAP-OLD, :WS-MAP-NEW, :WS-MAP-EFCTV-DT         00085200
                    ,'ACATSSI', S.CLIENT_NBR, S.BRANCH_CD, 0            00085300
                    ,CASE WHEN N.PRTCP_NBR IS NULL                      00085400
                          THEN 'PRTCP_NBR'                              00085500
                          ELSE 'NEW SSI KEPT'                           00085600
                     END                                                00085700
                    ,S.PRTCP_NBR, :WS-MAP-NEW                           00085800
                    ,CURRENT TIMESTAMP, NULL, 'CAT795'                  00085900
                FROM ACATSSI S                                          00086000
                     LEFT OUTER JOIN ACATSSI N                          00086100
                       ON  N.PRTCP_NBR  = :WS-MAP-NEW                   00086200
                       AND N.CLIENT_NBR = S.CLIENT_NBR                  00086300
                       AND N.BRANCH_CD  = S.BRANCH_CD                   00086400
               WHERE S.PRTCP_NBR = :WS-MAP-OLD                          00086500
                 AND S.ACTV_IND  = 'Y'                                  00086600
           END-EXEC.                                                    00086700
           PERFORM 8100-CHECK-SQL-RTN.                                  00086800
                                                                        00086900
           EXEC SQL                                                     00087000
              INSERT INTO ACATSSI                                       00087100
                     (PRTCP_NBR                                         00087200
                     ,CLIENT_NBR                                        00087300
                     ,BRANCH_CD                                         00087400
                     ,AGENT_BANK_CD                                     00087500
                     ,AGENT_ACCT_NBR                                    00087600
                     ,SPCL_HNDL_CD                                      00087700
                     ,ACTV_IND                                          00087800
                     ,CRT_OPER_ID                                       00087900
                     ,CRT_TMSTP                                         00088000
                     ,UPDT_OPER_ID                                      00088100
                     ,UPDT_TMSTP                                        00088200
                     ,PRGM_NM)                                          00088300
              SELECT :WS-MAP-NEW                                        00088400
                    ,S.CLIENT_NBR                                       00088500
                    ,S.BRANCH_CD                                        00088600
                    ,S.AGENT_BANK_CD                                    00088700
                    ,S.AGENT_ACCT_NBR                                   00088800
                    ,S.SPCL_HNDL_CD                                     00088900
                    ,'Y'                                                00089000
                    ,:WS-MAP-OPER-ID                                    00089100
                    ,CURRENT TIMESTAMP                                  00089200
                    ,:WS-MAP-OPER-ID                                    00089300
                    ,CURRENT TIMESTAMP                                  00089400
                    ,'CAT795'                                           00089500
                FROM ACATSSI S                                          00089600
               WHERE S.PRTCP_NBR = :WS-MAP-OLD                          00089700
                 AND S.ACTV_IND  = 'Y'                                  00089800
                 AND NOT EXISTS                                         00089900
                    (SELECT 1 FROM ACATSSI N                            00090000
                      WHERE N.PRTCP_NBR  = :WS-MAP-NEW                  00090100
                        AND N.CLIENT_NBR = S.CLIENT_NBR                 00090200
                        AND N.BRANCH_CD  = S.BRANCH_CD)                 00090300
           END-EXEC.                                                    00090400
           PERFORM 8100-CHECK-SQL-RTN.                                  00090500
           ADD W-SQLERRD-3                  TO  WS-MAP-ROWS.            00090600
                                                                        00090700
           EXEC SQL                                                     00090800
              INSERT INTO ACATPMAD                                      00090900
                    (OLD_PRTCP_NBR, NEW_PRTCP_NBR, EFCTV_DT, TBL_NM     00091000
                    ,CLIENT_NBR, RCD_KEY_TXT, ASSET_SEQ_NBR, COL_NM     00091100
                    ,BFR_VAL_TXT, AFT_VAL_TXT, CRT_TMSTP                00091200
                    ,BKOUT_TMSTP, PRGM_NM)                              00091300
              SELECT :WS-MAP-OLD, :WS-MAP-NEW, :WS-MAP-EFCTV-DT         00091400
                    ,'ACATSSI', S.CLIENT_NBR, S.BRANCH_CD, 0            00091500
                    ,'ACTV_IND', S.ACTV_IND, 'N'                        00091600
                    ,CURRENT TIMESTAMP, NULL, 'CAT795'                  00091700
                FROM ACATSSI S                                          00091800
               WHERE S.PRTCP_NBR = :WS-MAP-OLD                          00091900
                 AND S.ACTV_IND  = 'Y'                                  00092000
           END-EXEC.                                                    00092100
           PERFORM 8100-CHECK-SQL-RTN.                                  00092200
                                                                        00092300
           EXEC SQL                                                     00092400
              UPDATE ACATSSI                                            00092500
                 SET ACTV_IND     = 'N'                                 00092600
                    ,UPDT_OPER_ID = :WS-MAP-OPER-ID                     00092700
                    ,UPDT_TMSTP   = CURRENT TIMESTAMP                   00092800
                    ,PRGM_NM      = 'CAT795'                            00092900
               WHERE PRTCP_NBR = :WS-MAP-OLD                            00093000
                 AND ACTV_IND  = 'Y'                                    00093100
           END-EXEC.                                                    00093200
           PERFORM 8100-CHECK-SQL-RTN.                                  00093300
           ADD W-SQLERRD-3                  TO  WS-MAP-ROWS.            00093400
                                                                        00093500
      *---------------------------------------------------------------  00093600
      * 3400-COPY-PROFILE-RTN - THE NEW NUMBER TAKES THE OLD ONE'S      00093700
      * PROFILE WHEN IT HAS NONE OF ITS OWN.  THE OLD PROFILE STAYS SO  00093800
      * HISTORY UNDER THE OLD NUMBER STILL FINDS ITS NAME.              00093900
      *---------------------------------------------------------------  00094000
       3400-COPY-PROFILE-RTN.                                           00094100
                                                                        00094200
           EXEC SQL                                                     00094300
              INSERT INTO ACATPMAD                                      00094400
                    (OLD_PRTCP_NBR, NEW_PRTCP_NBR, EFCTV_DT, TBL_NM     00094500
                    ,CLIENT_NBR, RCD_KEY_TXT, ASSET_SEQ_NBR, COL_NM     00094600
                    ,BFR_VAL_TXT, AFT_VAL_TXT, CRT_TMSTP                00094700
                    ,BKOUT_TMSTP, PRGM_NM)                              00094800
              SELECT :WS-MAP-OLD, :WS-MAP-NEW, :WS-MAP-EFCTV-DT         00094900
                    ,'VPRTCPPF', ' ', P.PRTCP_NBR, 0                    00095000
                    ,'PRTCP_NBR', P.PRTCP_NBR, :WS-MAP-NEW              00095100
                    ,CURRENT TIMESTAMP, NULL, 'CAT795'                  00095200
                FROM VPRTCPPF P                                         00095300
               WHERE P.PRTCP_NBR = :WS-MAP-OLD                          00095400
                 AND NOT EXISTS                                         00095500
                    (SELECT 1 FROM VPRTCPPF N                           00095600
                      WHERE N.PRTCP_NBR = :WS-MAP-NEW)                  00095700
           END-EXEC.                                                    00095800
           PERFORM 8100-CHECK-SQL-RTN.                                  00095900
                                                                        00096000
           EXEC SQL                                                     00096100
              INSERT INTO VPRTCPPF                                      00096200
                    (PRTCP_NBR                                          00096300
                    ,PRTCP_NM                                           00096400
                    ,BRKR_TIF_IND                                       00096500
                    ,PRTCP_TYPE_CD                                      00096600
                    ,FUND_SRV_ELGBL_IND)                                00096700
              SELECT :WS-MAP-NEW                                        00096800
                    ,P.PRTCP_NM                                         00096900
                    ,P.BRKR_TIF_IND                                     00097000
                    ,P.PRTCP_TYPE_CD                                    00097100
                    ,P.FUND_SRV_ELGBL_IND                               00097200
                FROM VPRTCPPF P                                         00097300
               WHERE P.PRTCP_NBR = :WS-MAP-OLD                          00097400
                 AND NOT EXISTS                                         00097500
                    (SELECT 1 FROM VPRTCPPF N                           00097600
                      WHERE N.PRTCP_NBR = :WS-MAP-NEW)                  00097700
           END-EXEC.                                                    00097800
           PERFORM 8100-CHECK-SQL-RTN.                                  00097900
           ADD W-SQLERRD-3                  TO  WS-MAP-ROWS.            00098000
                                                                        00098100
      *---------------------------------------------------------------  00098200
      * 3500-CARRY-MAP-RTN - EARLIER MAPPINGS THAT NOW RESOLVE TO THE   00098300
      * OLD NUMBER ARE CARRIED ON TO THE NEW ONE, SO REPORTING NEEDS    00098400
      * ONLY ONE LOOKUP WHATEVER THE CHAIN OF CHANGES.                  00098500
      *---------------------------------------------------------------  00098600
       3500-CARRY-MAP-RTN.                                              00098700
                                                                        00098800
           EXEC SQL                                                     00098900
              INSERT INTO ACATPMAD                                      00099000
                    (OLD_PRTCP_NBR, NEW_PRTCP_NBR, EFCTV_DT, TBL_NM     00099100
                    ,CLIENT_NBR, RCD_KEY_TXT, ASSET_SEQ_NBR, COL_NM     00099200
                    ,BFR_VAL_TXT, AFT_VAL_TXT, CRT_TMSTP                00099300
                    ,BKOUT_TMSTP, PRGM_NM)                              00099400
              SELECT :WS-MAP-OLD, :WS-MAP-NEW, :WS-MAP-EFCTV-DT         00099500
                    ,'ACATPMAP', ' ', M.OLD_PRTCP_NBR, 0                00099600
                    ,'CURR_PRTCP_NBR', M.CURR_PRTCP_NBR, :WS-MAP-NEW    00099700
                    ,CURRENT TIMESTAMP, NULL, 'CAT795'                  00099800
                FROM ACATPMAP M                                         00099900
               WHERE M.CURR_PRTCP_NBR = :WS-MAP-OLD                     00100000
                 AND M.MAP_STTS_CD    = 'A'                             00100100
           END-EXEC.                                                    00100200
           PERFORM 8100-CHECK-SQL-RTN.                                  00100300
                                                                        00100400
           EXEC SQL                                                     00100500
              UPDATE ACATPMAP                                           00100600
                 SET CURR_PRTCP_NBR = :WS-MAP-NEW                       00100700
                    ,PRGM_NM        = 'CAT795'                          00100800
               WHERE CURR_PRTCP_NBR = :WS-MAP-OLD                       00100900
                 AND MAP_STTS_CD    = 'A'                               00101000
           END-EXEC.                                                    00101100
           PERFORM 8100-CHECK-SQL-RTN.                                  00101200
           ADD W-SQLERRD-3                  TO  WS-MAP-ROWS.            00101300
                                                                        00101400
           EJECT                                                        00101500
      *---------------------------------------------------------------  00101600
      * 4000-BACKOUT-MAP-RTN - EVERY ROW LOGGED FOR THE MAPPING THAT    00101700
      * STILL CARRIES THE VALUE THE MAPPING SET IS PUT BACK.  A LOGGED  00101800
      * TRANSFER ARCHIVED SINCE IS PUT BACK ON THE HISTORY TABLES.      00101900
      *---------------------------------------------------------------  00102000
       4000-BACKOUT-MAP-RTN.                                            00102100
                                                                        00102200
           MOVE +0                          TO  WS-MAP-ROWS.            00102300
                                                                        00102400
           EXEC SQL                                                     00102500
              SELECT COUNT(*)                                           00102600
                INTO :WS-MAP-LOGGED                                     00102700
                FROM ACATPMAD                                           00102800
               WHERE OLD_PRTCP_NBR = :WS-MAP-OLD                        00102900
                 AND NEW_PRTCP_NBR = :WS-MAP-NEW                        00103000
                 AND EFCTV_DT      = :WS-MAP-EFCTV-DT                   00103100
                 AND COL_NM       <> 'NEW SSI KEPT'                     00103200
           END-EXEC.                                                    00103300
           IF SQLCODE NOT = +0                                          00103400
              PERFORM 8000-DB2-ERROR-RTN                                00103500
           END-IF.                                                      00103600
                                                                        00103700
           PERFORM 4100-REVERSE-TFR-RTN.                                00103800
           PERFORM 4200-REVERSE-ASSET-RTN.                              00103900
           PERFORM 4300-REVERSE-SSI-RTN.                                00104000
           PERFORM 4400-REVERSE-PROFILE-RTN.                            00104100
           PERFORM 4500-REVERSE-CARRY-RTN.                              00104200
           PERFORM 4600-CLOSE-MAP-RTN.                                  00104300
                                                                        00104400
           EXEC SQL                                                     00104500
              UPDATE ACATPMAD                                           00104600
                 SET BKOUT_TMSTP   = CURRENT TIMESTAMP                  00104700
               WHERE OLD_PRTCP_NBR = :WS-MAP-OLD                        00104800
                 AND NEW_PRTCP_NBR = :WS-MAP-NEW                        00104900
                 AND EFCTV_DT      = :WS-MAP-EFCTV-DT                   00105000
           END-EXEC.                                                    00105100
           PERFORM 8100-CHECK-SQL-RTN.                                  00105200
                                                                        00105300
           ADD 1                            TO  WS-CNT-MAP-BACKED-OUT.  00105400
           ADD WS-MAP-ROWS                  TO  WS-CNT-ROWS-REVERSED.   00105500
                                                                        00105600
           SET WS-AUD-BACKOUT               TO  TRUE.                   00105700
           MOVE 'BACKED OUT  '              TO  MAP1-ACTION.            00105800
           PERFORM 5000-AUDIT-RPT-RTN.                                  00105900
                                                                        00106000
           MOVE 'ROWS REVERSED               '  TO  MAP3-LABEL.         00106100
           MOVE WS-MAP-ROWS                 TO  MAP3-COUNT.             00106200
           MOVE MAP3-RECORD                 TO  TRAC-DETAIL.            00106300
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00106400
                                                                        00106500
           IF WS-MAP-LOGGED > WS-MAP-ROWS                               00106600
              COMPUTE WS-MAP-LOGGED = WS-MAP-LOGGED - WS-MAP-ROWS       00106700
              ADD WS-MAP-LOGGED             TO  WS-CNT-NOT-REVERSED     00106800
              MOVE 'NOT REVERSED - CHANGED SINCE'  TO  MAP3-LABEL       00106900
              MOVE WS-MAP-LOGGED            TO  MAP3-COUNT              00107000
              MOVE MAP3-RECORD              TO  TRAC-DETAIL             00107100
              WRITE REPORT-RECORD         FROM  TRAC-RECORD             00107200
           END-IF.                                                      00107300
                                                                        00107400
           EXEC SQL                                                     00107500
              COMMIT                                                    00107600
           END-EXEC.                                                    00107700
                                                                        00107800
       4100-REVERSE-TFR-RTN.                                            00107900
                                                                        00108000
           EXEC SQL                                                     00108100
              UPDATE VTRNFR T                                           00108200
                 SET DLVR_NBR    = :WS-MAP-OLD                          00108300
               WHERE T.DLVR_NBR  = :WS-MAP-NEW                          00108400
                 AND EXISTS                                             00108500
                    (SELECT 1 FROM ACATPMAD D                           00108600
                      WHERE D.OLD_PRTCP_NBR = :WS-MAP-OLD               00108700
                        AND D.NEW_PRTCP_NBR = :WS-MAP-NEW               00108800
                        AND D.EFCTV_DT      = :WS-MAP-EFCTV-DT          00108900
                        AND D.TBL_NM        = 'VTRNFR'                  00109000
                        AND D.COL_NM        = 'DLVR_NBR'                00109100
                        AND D.CLIENT_NBR    = T.CLIENT_NBR              00109200
                        AND D.RCD_KEY_TXT   = T.ACAT_CONTROL_NBR)       00109300
           END-EXEC.                                                    00109400
           PERFORM 8100-CHECK-SQL-RTN.                                  00109500
           ADD W-SQLERRD-3                  TO  WS-MAP-ROWS.            00109600
                                                                        00109700
           EXEC SQL                                                     00109800
              UPDATE VTRNHSTY T                                         00109900
                 SET DLVR_NBR    = :WS-MAP-OLD                          00110000
               WHERE T.DLVR_NBR  = :WS-MAP-NEW                          00110100
                 AND EXISTS                                             00110200
                    (SELECT 1 FROM ACATPMAD D                           00110300
                      WHERE D.OLD_PRTCP_NBR = :WS-MAP-OLD               00110400
                        AND D.NEW_PRTCP_NBR = :WS-MAP-NEW               00110500
                        AND D.EFCTV_DT      = :WS-MAP-EFCTV-DT          00110600
                        AND D.TBL_NM        = 'VTRNFR'                  00110700
                        AND D.COL_NM        = 'DLVR_NBR'                00110800
                        AND D.CLIENT_NBR    = T.CLIENT_NBR              00110900
                        AND D.RCD_KEY_TXT   = T.ACAT_CONTROL_NBR)       00111000
           END-EXEC.                                                    00111100
           PERFORM 8100-CHECK-SQL-RTN.                                  00111200
           ADD W-SQLERRD-3                  TO  WS-MAP-ROWS.            00111300
                                                                        00111400
           EXEC SQL                                                     00111500
              UPDATE VTRNFR T                                           00111600
                 SET RCV_NBR     = :WS-MAP-OLD                          00111700
               WHERE T.RCV_NBR   = :WS-MAP-NEW                          00111800
                 AND EXISTS                                             00111900
                    (SELECT 1 FROM ACATPMAD D                           00112000
                      WHERE D.OLD_PRTCP_NBR = :WS-MAP-OLD               00112100
                        AND D.NEW_PRTCP_NBR = :WS-MAP-NEW               00112200
                        AND D.EFCTV_DT      = :WS-MAP-EFCTV-DT          00112300
                        AND D.TBL_NM        = 'VTRNFR'                  00112400
                        AND D.COL_NM        = 'RCV_NBR'                 00112500
                        AND D.CLIENT_NBR    = T.CLIENT_NBR              00112600
                        AND D.RCD_KEY_TXT   = T.ACAT_CONTROL_NBR)       00112700
           END-EXEC.                                                    00112800
           PERFORM 8100-CHECK-SQL-RTN.                                  00112900
           ADD W-SQLERRD-3                  TO  WS-MAP-ROWS.            00113000
                                                                        00113100
           EXEC SQL                                                     00113200
              UPDATE VTRNHSTY T                                         00113300
                 SET RCV_NBR     = :WS-MAP-OLD                          00113400
               WHERE T.RCV_NBR   = :WS-MAP-NEW                          00113500
                 AND EXISTS                                             00113600
                    (SELECT 1 FROM ACATPMAD D                           00113700
                      WHERE D.OLD_PRTCP_NBR = :WS-MAP-OLD               00113800
                        AND D.NEW_PRTCP_NBR = :WS-MAP-NEW               00113900
                        AND D.EFCTV_DT      = :WS-MAP-EFCTV-DT          00114000
                        AND D.TBL_NM        = 'VTRNFR'                  00114100
                        AND D.COL_NM        = 'RCV_NBR'                 00114200
                        AND D.CLIENT_NBR    = T.CLIENT_NBR              00114300
                        AND D.RCD_KEY_TXT   = T.ACAT_CONTROL_NBR)       00114400
           END-EXEC.                                                    00114500
           PERFORM 8100-CHECK-SQL-RTN.                                  00114600
           ADD W-SQLERRD-3                  TO  WS-MAP-ROWS.            00114700
                                                                        00114800
           EXEC SQL                                                     00114900
              UPDATE VTRNFR T                                           00115000
                 SET SBMTG_PRTCP_NBR   = :WS-MAP-OLD                    00115100
               WHERE T.SBMTG_PRTCP_NBR = :WS-MAP-NEW                    00115200
                 AND EXISTS                                             00115300
                    (SELECT 1 FROM ACATPMAD D                           00115400
                      WHERE D.OLD_PRTCP_NBR = :WS-MAP-OLD               00115500
                        AND D.NEW_PRTCP_NBR = :WS-MAP-NEW               00115600
                        AND D.EFCTV_DT      = :WS-MAP-EFCTV-DT          00115700
                        AND D.TBL_NM        = 'VTRNFR'                  00115800
                        AND D.COL_NM        = 'SBMTG_PRTCP_NBR'         00115900
                        AND D.CLIENT_NBR    = T.CLIENT_NBR              00116000
                        AND D.RCD_KEY_TXT   = T.ACAT_CONTROL_NBR)       00116100
           END-EXEC.                                                    00116200
           PERFORM 8100-CHECK-SQL-RTN.                                  00116300
           ADD W-SQLERRD-3                  TO  WS-MAP-ROWS.            00116400
                                                                        00116500
           EXEC SQL                                                     00116600
              UPDATE VTRNHSTY T                                         00116700
                 SET SBMTG_PRTCP_NBR   = :WS-MAP-OLD                    00116800
               WHERE T.SBMTG_PRTCP_NBR = :WS-MAP-NEW                    00116900
                 AND EXISTS                                             00117000
                    (SELECT 1 FROM ACATPMAD D                           00117100
                      WHERE D.OLD_PRTCP_NBR = :WS-MAP-OLD               00117200
                        AND D.NEW_PRTCP_NBR = :WS-MAP-NEW               00117300
                        AND D.EFCTV_DT      = :WS-MAP-EFCTV-DT          00117400
                        AND D.TBL_NM        = 'VTRNFR'                  00117500
                        AND D.COL_NM        = 'SBMTG_PRTCP_NBR'         00117600
                        AND D.CLIENT_NBR    = T.CLIENT_NBR              00117700
                        AND D.RCD_KEY_TXT   = T.ACAT_CONTROL_NBR)       00117800
           END-EXEC.                                                    00117900
           PERFORM 8100-CHECK-SQL-RTN.                                  00118000
           ADD W-SQLERRD-3                  TO  WS-MAP-ROWS.            00118100
                                                                        00118200
       4200-REVERSE-ASSET-RTN.                                          00118300
                                                                        00118400
           EXEC SQL                                                     00118500
              UPDATE VASSET A                                           00118600
                 SET DLVR_NBR    = :WS-MAP-OLD                          00118700
               WHERE A.DLVR_NBR  = :WS-MAP-NEW                          00118800
                 AND EXISTS                                             00118900
                    (SELECT 1 FROM ACATPMAD D                           00119000
                      WHERE D.OLD_PRTCP_NBR = :WS-MAP-OLD               00119100
                        AND D.NEW_PRTCP_NBR = :WS-MAP-NEW               00119200
                        AND D.EFCTV_DT      = :WS-MAP-EFCTV-DT          00119300
                        AND D.TBL_NM        = 'VASSET'                  00119400
                        AND D.COL_NM        = 'DLVR_NBR'                00119500
                        AND D.CLIENT_NBR    = A.CLIENT_NBR              00119600
                        AND D.RCD_KEY_TXT   = A.ACAT_CONTROL_NBR        00119700
                        AND D.ASSET_SEQ_NBR = A.ASSET_SEQ_NBR)          00119800
           END-EXEC.                                                    00119900
           PERFORM 8100-CHECK-SQL-RTN.                                  00120000
           ADD W-SQLERRD-3                  TO  WS-MAP-ROWS.            00120100
                                                                        00120200
           EXEC SQL                                                     00120300
              UPDATE VASTHSTY A                                         00120400
                 SET DLVR_NBR    = :WS-MAP-OLD                          00120500
               WHERE A.DLVR_NBR  = :WS-MAP-NEW                          00120600
                 AND EXISTS                                             00120700
                    (SELECT 1 FROM ACATPMAD D                           00120800
                      WHERE D.OLD_PRTCP_NBR = :WS-MAP-OLD               00120900
                        AND D.NEW_PRTCP_NBR = :WS-MAP-NEW               00121000
                        AND D.EFCTV_DT      = :WS-MAP-EFCTV-DT          00121100
                        AND D.TBL_NM        = 'VASSET'                  00121200
                        AND D.COL_NM        = 'DLVR_NBR'                00121300
                        AND D.CLIENT_NBR    = A.CLIENT_NBR              00121400
                        AND D.RCD_KEY_TXT   = A.ACAT_CONTROL_NBR        00121500
                        AND D.ASSET_SEQ_NBR = A.ASSET_SEQ_NBR)          00121600
           END-EXEC.                                                    00121700
           PERFORM 8100-CHECK-SQL-RTN.                                  00121800
           ADD W-SQLERRD-3                  TO  WS-MAP-ROWS.            00121900
                                                                        00122000
           EXEC SQL                                                     00122100
              UPDATE VASSET A                                           00122200
                 SET RCV_NBR     = :WS-MAP-OLD                          00122300
               WHERE A.RCV_NBR   = :WS-MAP-NEW                          00122400
                 AND EXISTS                                             00122500
                    (SELECT 1 FROM ACATPMAD D                           00122600
                      WHERE D.OLD_PRTCP_NBR = :WS-MAP-OLD               00122700
                        AND D.NEW_PRTCP_NBR = :WS-MAP-NEW               00122800
                        AND D.EFCTV_DT      = :WS-MAP-EFCTV-DT          00122900
                        AND D.TBL_NM        = 'VASSET'                  00123000
                        AND D.COL_NM        = 'RCV_NBR'                 00123100
                        AND D.CLIENT_NBR    = A.CLIENT_NBR              00123200
                        AND D.RCD_KEY_TXT   = A.ACAT_CONTROL_NBR        00123300
                        AND D.ASSET_SEQ_NBR = A.ASSET_SEQ_NBR)          00123400
           END-EXEC.                                                    00123500
           PERFORM 8100-CHECK-SQL-RTN.                                  00123600
           ADD W-SQLERRD-3                  TO  WS-MAP-ROWS.            00123700
                                                                        00123800
           EXEC SQL                                                     00123900
              UPDATE VASTHSTY A                                         00124000
                 SET RCV_NBR     = :WS-MAP-OLD                          00124100
               WHERE A.RCV_NBR   = :WS-MAP-NEW                          00124200
                 AND EXISTS                                             00124300
                    (SELECT 1 FROM ACATPMAD D                           00124400
                      WHERE D.OLD_PRTCP_NBR = :WS-MAP-OLD               00124500
                        AND D.NEW_PRTCP_NBR = :WS-MAP-NEW               00124600
                        AND D.EFCTV_DT      = :WS-MAP-EFCTV-DT          00124700
                        AND D.TBL_NM        = 'VASSET'                  00124800
                        AND D.COL_NM        = 'RCV_NBR'                 00124900
                        AND D.CLIENT_NBR    = A.CLIENT_NBR              00125000
                        AND D.RCD_KEY_TXT   = A.ACAT_CONTROL_NBR        00125100
                        AND D.ASSET_SEQ_NBR = A.ASSET_SEQ_NBR)          00125200
           END-EXEC.                                                    00125300
           PERFORM 8100-CHECK-SQL-RTN.                                  00125400
           ADD W-SQLERRD-3                  TO  WS-MAP-ROWS.            00125500
                                                                        00125600
           EXEC SQL                                                     00125700
              UPDATE VASSET A                                           00125800
                 SET SBMTG_PRTCP_NBR   = :WS-MAP-OLD                    00125900
               WHERE A.SBMTG_PRTCP_NBR = :WS-MAP-NEW                    00126000
                 AND EXISTS                                             00126100
                    (SELECT 1 FROM ACATPMAD D                           00126200
                      WHERE D.OLD_PRTCP_NBR = :WS-MAP-OLD               00126300
                        AND D.NEW_PRTCP_NBR = :WS-MAP-NEW               00126400
                        AND D.EFCTV_DT      = :WS-MAP-EFCTV-DT          00126500
                        AND D.TBL_NM        = 'VASSET'                  00126600
                        AND D.COL_NM        = 'SBMTG_PRTCP_NBR'         00126700
                        AND D.CLIENT_NBR    = A.CLIENT_NBR              00126800
                        AND D.RCD_KEY_TXT   = A.ACAT_CONTROL_NBR        00126900
                        AND D.ASSET_SEQ_NBR = A.ASSET_SEQ_NBR)          00127000
           END-EXEC.                                                    00127100
           PERFORM 8100-CHECK-SQL-RTN.                                  00127200
           ADD W-SQLERRD-3                  TO  WS-MAP-ROWS.            00127300
                                                                        00127400
           EXEC SQL                                                     00127500
              UPDATE VASTHSTY A                                         00127600
                 SET SBMTG_PRTCP_NBR   = :WS-MAP-OLD                    00127700
               WHERE A.SBMTG_PRTCP_NBR = :WS-MAP-NEW                    00127800
                 AND EXISTS                                             00127900
                    (SELECT 1 FROM ACATPMAD D                           00128000
                      WHERE D.OLD_PRTCP_NBR = :WS-MAP-OLD               00128100
                        AND D.NEW_PRTCP_NBR = :WS-MAP-NEW               00128200
                        AND D.EFCTV_DT      = :WS-MAP-EFCTV-DT          00128300
                        AND D.TBL_NM        = 'VASSET'                  00128400
                        AND D.COL_NM        = 'SBMTG_PRTCP_NBR'         00128500
                        AND D.CLIENT_NBR    = A.CLIENT_NBR              00128600
                        AND D.RCD_KEY_TXT   = A.ACAT_CONTROL_NBR        00128700
                        AND D.ASSET_SEQ_NBR = A.ASSET_SEQ_NBR)          00128800
           END-EXEC.                                                    00128900
           PERFORM 8100-CHECK-SQL-RTN.                                  00129000
           ADD W-SQLERRD-3                  TO  WS-MAP-ROWS.            00129100
                                                                        00129200
      *    THE COPIES MADE UNDER THE NEW NUMBER ARE REMOVED AND THE     00129300
      *    OLD SSIS THE MAPPING INACTIVATED ARE ACTIVE AGAIN.           00129400
       4300-REVERSE-SSI-RTN.                                            00129500
                                                                        00129600
           EXEC SQL                                                     00129700
              DELETE FROM ACATSSI S                                     00129800
               WHERE S.PRTCP_NBR = :WS-MAP-NEW                          00129900
                 AND EXISTS                                             00130000
                    (SELECT 1 FROM ACATPMAD D                           00130100
                      WHERE D.OLD_PRTCP_NBR = :WS-MAP-OLD               00130200
                        AND D.NEW_PRTCP_NBR = :WS-MAP-NEW               00130300
                        AND D.EFCTV_DT      = :WS-MAP-EFCTV-DT          00130400
                        AND D.TBL_NM        = 'ACATSSI'                 00130500
                        AND D.COL_NM        = 'PRTCP_NBR'               00130600
                        AND D.CLIENT_NBR    = S.CLIENT_NBR              00130700
                        AND D.RCD_KEY_TXT   = S.BRANCH_CD)              00130800
           END-EXEC.                                                    00130900
           PERFORM 8100-CHECK-SQL-RTN.                                  00131000
           ADD W-SQLERRD-3                  TO  WS-MAP-ROWS.            00131100
                                                                        00131200
           EXEC SQL                                                     00131300
              UPDATE ACATSSI S                                          00131400
                 SET ACTV_IND     = 'Y'                                 00131500
                    ,UPDT_OPER_ID = :WS-MAP-OPER-ID                     00131600
                    ,UPDT_TMSTP   = CURRENT TIMESTAMP                   00131700
                    ,PRGM_NM      = 'CAT795'                            00131800
               WHERE S.PRTCP_NBR = :WS-MAP-OLD                          00131900
                 AND S.ACTV_IND  = 'N'                                  00132000
                 AND EXISTS                                             00132100
                    (SELECT 1 FROM ACATPMAD D                           00132200
                      WHERE D.OLD_PRTCP_NBR = :WS-MAP-OLD               00132300
                        AND D.NEW_PRTCP_NBR = :WS-MAP-NEW               00132400
                        AND D.EFCTV_DT      = :WS-MAP-EFCTV-DT          00132500
                        AND D.TBL_NM        = 'ACATSSI'                 00132600
                        AND D.COL_NM        = 'ACTV_IND'                00132700
                        AND D.CLIENT_NBR    = S.CLIENT_NBR              00132800
                        AND D.RCD_KEY_TXT   = S.BRANCH_CD)              00132900
           END-EXEC.                                                    00133000
           PERFORM 8100-CHECK-SQL-RTN.                                  00133100
           ADD W-SQLERRD-3                  TO  WS-MAP-ROWS.            00133200
                                                                        00133300
       4400-REVERSE-PROFILE-RTN.                                        00133400
                                                                        00133500
           EXEC SQL                                                     00133600
              DELETE FROM VPRTCPPF P                                    00133700
               WHERE P.PRTCP_NBR = :WS-MAP-NEW                          00133800
                 AND EXISTS                                             00133900
                    (SELECT 1 FROM ACATPMAD D                           00134000
                      WHERE D.OLD_PRTCP_NBR = :WS-MAP-OLD               00134100
                        AND D.NEW_PRTCP_NBR = :WS-MAP-NEW               00134200
                        AND D.EFCTV_DT      = :WS-MAP-EFCTV-DT          00134300
                        AND D.TBL_NM        = 'VPRTCPPF')               00134400
           END-EXEC.                                                    00134500
           PERFORM 8100-CHECK-SQL-RTN.                                  00134600
           ADD W-SQLERRD-3                  TO  WS-MAP-ROWS.            00134700
                                                                        00134800
       4500-REVERSE-CARRY-RTN.                                          00134900
                                                                        00135000
           EXEC SQL                                                     00135100
              UPDATE ACATPMAP M                                         00135200
                 SET CURR_PRTCP_NBR   = :WS-MAP-OLD                     00135300
                    ,PRGM_NM          = 'CAT795'                        00135400
               WHERE M.CURR_PRTCP_NBR = :WS-MAP-NEW                     00135500
                 AND M.MAP_STTS_CD    = 'A'                             00135600
                 AND EXISTS                                             00135700
                    (SELECT 1 FROM ACATPMAD D                           00135800
                      WHERE D.OLD_PRTCP_NBR = :WS-MAP-OLD               00135900
                        AND D.NEW_PRTCP_NBR = :WS-MAP-NEW               00136000
                        AND D.EFCTV_DT      = :WS-MAP-EFCTV-DT          00136100
                        AND D.TBL_NM        = 'ACATPMAP'                00136200
                        AND D.RCD_KEY_TXT   = M.OLD_PRTCP_NBR)          00136300
           END-EXEC.                                                    00136400
           PERFORM 8100-CHECK-SQL-RTN.                                  00136500
           ADD W-SQLERRD-3                  TO  WS-MAP-ROWS.            00136600
                                                                        00136700
      *    THE MAPPING ITSELF - BACKED OUT, OR CANCELLED WHEN PENDING.  00136800
       4600-CLOSE-MAP-RTN.                                              00136900
                                                                        00137000
           EXEC SQL                                                     00137100
              UPDATE ACATPMAP                                           00137200
                 SET MAP_STTS_CD    = 'B'                               00137300
                    ,CURR_PRTCP_NBR = OLD_PRTCP_NBR                     00137400
                    ,BKOUT_OPER_ID  = :WS-MAP-OPER-ID                   00137500
                    ,BKOUT_TMSTP    = CURRENT TIMESTAMP                 00137600
                    ,PRGM_NM        = 'CAT795'                          00137700
               WHERE OLD_PRTCP_NBR = :WS-MAP-OLD                        00137800
                 AND NEW_PRTCP_NBR = :WS-MAP-NEW                        00137900
                 AND EFCTV_DT      = :WS-MAP-EFCTV-DT                   00138000
           END-EXEC.                                                    00138100
           IF SQLCODE NOT = +0                                          00138200
              PERFORM 8000-DB2-ERROR-RTN                                00138300
           END-IF.                                                      00138400
                                                                        00138500
           EJECT                                                        00138600
      *---------------------------------------------------------------  00138700
      * 5000-AUDIT-RPT-RTN - THE BEFORE/AFTER OF EVERY VALUE LOGGED FOR 00138800
      * THE MAPPING.  ON A BACKOUT THE VALUES ARE SHOWN THE WAY THEY    00138900
      * ARE BEING PUT BACK.                                             00139000
      *---------------------------------------------------------------  00139100
       5000-AUDIT-RPT-RTN.                                              00139200
                                                                        00139300
           MOVE WS-MAP-OLD                  TO  MAP1-OLD.               00139400
           MOVE WS-MAP-NEW                  TO  MAP1-NEW.               00139500
           MOVE WS-MAP-EFCTV-DT             TO  MAP1-EFCTV-DT.          00139600
           MOVE WS-MAP-RSN                  TO  MAP1-RSN.               00139700
           MOVE WS-MAP-OPER-ID              TO  MAP1-OPER-ID.           00139800
           MOVE MAP1-RECORD                 TO  TRAC-DETAIL.            00139900
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00140000
           MOVE MAP2-RECORD                 TO  TRAC-DETAIL.            00140100
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00140200
                                                                        00140300
           EXEC SQL                                                     00140400
              OPEN AUDCSR                                               00140500
           END-EXEC.                                                    00140600
           IF SQLCODE NOT = +0                                          00140700
              PERFORM 8000-DB2-ERROR-RTN                                00140800
           END-IF.                                                      00140900
                                                                        00141000
           MOVE 'N'                         TO  WS-END-OF-AUD-SW.       00141100
           PERFORM 5100-PRINT-AUD-RTN THRU 5100-EXIT                    00141200
              UNTIL WS-END-OF-AUD.                                      00141300
                                                                        00141400
           EXEC SQL                                                     00141500
              CLOSE AUDCSR                                              00141600
           END-EXEC.                                                    00141700
                                                                        00141800
       5100-PRINT-AUD-RTN.                                              00141900
                                                                        00142000
           EXEC SQL                                                     00142100
              FETCH AUDCSR                                              00142200
                 INTO :WS-AUD-TBL                                       00142300
                     ,:WS-AUD-CLIENT                                    00142400
                     ,:WS-AUD-KEY                                       00142500
                     ,:WS-AUD-ASSET-SEQ                                 00142600
                     ,:WS-AUD-COL                                       00142700
                     ,:WS-AUD-BFR-VAL                                   00142800
                     ,:WS-AUD-AFT-VAL                                   00142900
           END-EXEC.                                                    00143000
                                                                        00143100
           EVALUATE SQLCODE                                             00143200
              WHEN +100                                                 00143300
                 SET WS-END-OF-AUD          TO  TRUE                    00143400
                 GO TO 5100-EXIT                                        00143500
              WHEN +0                                                   00143600
                 CONTINUE                                               00143700
              WHEN OTHER                                                00143800
                 PERFORM 8000-DB2-ERROR-RTN                             00143900
           END-EVALUATE.                                                00144000
                                                                        00144100
           MOVE WS-AUD-TBL                  TO  AUD1-TBL.               00144200
           MOVE WS-AUD-CLIENT               TO  AUD1-CLIENT.            00144300
           MOVE WS-AUD-KEY                  TO  AUD1-KEY.               00144400
           MOVE WS-AUD-ASSET-SEQ            TO  AUD1-ASSET-SEQ.         00144500
           MOVE WS-AUD-COL                  TO  AUD1-COL.               00144600
           IF WS-AUD-BACKOUT                                            00144700
              MOVE WS-AUD-AFT-VAL           TO  AUD1-BFR-VAL            00144800
              MOVE WS-AUD-BFR-VAL           TO  AUD1-AFT-VAL            00144900
           ELSE                                                         00145000
              MOVE WS-AUD-BFR-VAL           TO  AUD1-BFR-VAL            00145100
              MOVE WS-AUD-AFT-VAL           TO  AUD1-AFT-VAL            00145200
           END-IF.                                                      00145300
           MOVE AUD1-RECORD                 TO  TRAC-DETAIL.            00145400
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00145500
                                                                        00145600
       5100-EXIT.                                                       00145700
           EXIT.                                                        00145800
                                                                        00145900
           EJECT                                                        00146000
      ******************                                                00146100
       8000-DB2-ERROR-RTN.                                              00146200
      ******************                                                00146300
                                                                        00146400
           DISPLAY 'CAT795 - DB2 ERROR, SQLCODE = ' SQLCODE.            00146500
           DISPLAY 'CAT795 - MAPPING OLD ' WS-MAP-OLD                   00146600
                   ' NEW ' WS-MAP-NEW ' ' WS-MAP-EFCTV-DT.              00146700
           CALL DSNTIAR               USING  SQLCA                      00146800
                                             WS-DB2-MESSAGE-AREA        00146900
                                             WS-ERR-LINE-LEN            00147000
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00147100
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00147200
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00147300
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00147400
                 END-IF                                                 00147500
           END-PERFORM.                                                 00147600
           DISPLAY 'CAT795 ABENDED'.                                    00147700
           CALL ABEND                 USING  ABEND-CODE.                00147800
                                                                        00147900
      *    A SEARCHED CHANGE THAT FINDS NO ROWS IS NOT AN ERROR HERE.   00148000
       8100-CHECK-SQL-RTN.                                              00148100
                                                                        00148200
           EVALUATE SQLCODE                                             00148300
              WHEN +0                                                   00148400
                 MOVE SQLERRD (3)           TO  W-SQLERRD-3             00148500
              WHEN +100                                                 00148600
                 MOVE +0                    TO  W-SQLERRD-3             00148700
              WHEN OTHER                                                00148800
                 PERFORM 8000-DB2-ERROR-RTN                             00148900
           END-EVALUATE.                                                00149000
                                                                        00149100
           EJECT                                                        00149200
      ************                                                      00149300
       9000-EOJ-RTN.                                                    00149400
      ************                                                      00149500
                                                                        00149600
           MOVE 'MAPPINGS APPLIED            '  TO  TRL1-LABEL.         00149700
           MOVE WS-CNT-MAP-APPLIED          TO  TRL1-COUNT.             00149800
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00149900
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00150000
                                                                        00150100
           MOVE ' '                         TO  TRL1-CC.                00150200
           MOVE 'ROWS CHANGED                '  TO  TRL1-LABEL.         00150300
           MOVE WS-CNT-ROWS-CHANGED         TO  TRL1-COUNT.             00150400
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00150500
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00150600
                                                                        00150700
           MOVE 'MAPPING TRANSACTIONS READ   '  TO  TRL1-LABEL.         00150800
           MOVE WS-CNT-TRAN-READ            TO  TRL1-COUNT.             00150900
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00151000
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00151100
                                                                        00151200
           MOVE 'MAPPINGS ADDED              '  TO  TRL1-LABEL.         00151300
           MOVE WS-CNT-MAP-ADDED            TO  TRL1-COUNT.             00151400
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00151500
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00151600
                                                                        00151700
           MOVE 'PENDING MAPPINGS CANCELLED  '  TO  TRL1-LABEL.         00151800
           MOVE WS-CNT-MAP-CANCELLED        TO  TRL1-COUNT.             00151900
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00152000
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00152100
                                                                        00152200
           MOVE 'MAPPINGS BACKED OUT         '  TO  TRL1-LABEL.         00152300
           MOVE WS-CNT-MAP-BACKED-OUT       TO  TRL1-COUNT.             00152400
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00152500
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00152600
                                                                        00152700
           MOVE 'ROWS REVERSED               '  TO  TRL1-LABEL.         00152800
           MOVE WS-CNT-ROWS-REVERSED        TO  TRL1-COUNT.             00152900
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00153000
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00153100
                                                                        00153200
           MOVE 'ROWS NOT REVERSED           '  TO  TRL1-LABEL.         00153300
           MOVE WS-CNT-NOT-REVERSED         TO  TRL1-COUNT.             00153400
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00153500
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00153600
                                                                        00153700
           MOVE 'TRANSACTIONS REJECTED       '  TO  TRL1-LABEL.         00153800
           MOVE WS-CNT-TRAN-REJ             TO  TRL1-COUNT.             00153900
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00154000
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00154100
                                                                        00154200
           CLOSE REPORT-FILE.                                           00154300
                                                                        00154400
           IF WS-CNT-TRAN-REJ > ZERO                                    00154500
           OR WS-CNT-NOT-REVERSED > ZERO                                00154600
              MOVE +4                       TO  RETURN-CODE             00154700
           END-IF.                                                      00154800
                                                                        00154900
           DISPLAY ' '                                                  00155000
           DISPLAY 'MAPPINGS APPLIED:       ' WS-CNT-MAP-APPLIED        00155100
           DISPLAY 'MAPPINGS BACKED OUT:    ' WS-CNT-MAP-BACKED-OUT     00155200
           DISPLAY 'ROWS CHANGED:           ' WS-CNT-ROWS-CHANGED       00155300
           DISPLAY 'ROWS REVERSED:          ' WS-CNT-ROWS-REVERSED      00155400
           DISPLAY 'TRANSACTIONS REJECTED:  ' WS-CNT-TRAN-REJ           00155500
           DISPLAY ' '                                                  00155600
           DISPLAY '*************************'                          00155700
           DISPLAY '* END OF CAT795 PROGRAM *'                          00155800
           DISPLAY '*************************'                          00155900
           DISPLAY ' '.                                                 00156000
