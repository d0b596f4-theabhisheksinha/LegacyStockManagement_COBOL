000001* PDX    - CAT752   C0369760 10/01/26 08:12:40 TBTIKUO            00000100
000001* CREATED FOR SSR 114436.  ACCOUNT-TAKEOVER RISK SCORING ON       00000200
000001* OUTGOING TRANSFERS.  THE VNAHSTY NAME/ADDRESS CHANGE ROWS       00000300
000001* WERE ONLY EVER READ FOR THE AOM LOOKUP (ACAT00DL), SO THE       00000400
000001* CLASSIC TAKEOVER - AN ADDRESS OR NAME CHANGE FOLLOWED A FEW     00000500
000001* DAYS LATER BY A FULL DELIVERY TO A CONTRA ACCOUNT WE HAVE       00000600
000001* NEVER SEEN - WENT OUT WITHOUT ANYONE LOOKING.  THIS NIGHTLY     00000700
000001* STEP SCORES EACH NEW DELIVER-SIDE VTRNFR ROW ON A RECENT        00000800
000001* VNAHSTY CHANGE, A FIRST-TIME CONTRA PARTICIPANT/ACCOUNT         00000900
000001* PAIRING, THE TRANSFER VALUE, A RECENTLY OPENED ACCOUNT AND A    00001000
000001* FULL-ACCOUNT TYPE.  A SCORE AT OR OVER THE THRESHOLD PUTS       00001100
000001* THE TRANSFER IN FRAUD-REVIEW HOLD ON ACATFRHD WITH THE          00001200
000001* CONTRIBUTING REASONS, WHICH CAT713 SUSPENDS AT DELIVERY         00001300
000001* UNTIL THE DESK CLEARS IT THROUGH THE FRDDISP TRANSACTIONS.      00001400
       IDENTIFICATION DIVISION.                                         00001500
       PROGRAM-ID.  CAT752.                                             00001600
       AUTHOR.      LARRY MUREY.                                        00001700
       DATE-WRITTEN.  OCT 2026.                                         00001800
      *---------------------------------------------------------------* 00001900
      *                         REMARKS                               * 00002000
      * PARM:   NNN = HOLD SCORE THRESHOLD (DEFAULT 060)              * 00002100
      * INPUT:  FRDDISP - DESK DISPOSITIONS (OPTIONAL, FB 80)         * 00002200
      *           CLIENT(4) CONTROL NBR(14) DISP(1) OPER ID(8)        * 00002300
      *           DISP 'C' = CLEARED (RELEASED TO DELIVER)            * 00002400
      *                'F' = CONFIRMED FRAUD (STAYS SUSPENDED)        * 00002500
      * OUTPUT: RPTPI   - FRAUD-REVIEW HOLD REPORT                    * 00002600
      * SCORED:  DELIVER-SIDE (DSTBN_SIDE_CD 'D') VTRNFR ROWS         * 00002700
      *          PROCESSED TODAY, IN FLIGHT, NOT ALREADY ON ACATFRHD. * 00002800
      * WEIGHTS: NAME/ADDRESS CHANGE WITHIN 30 DAYS  (NACHG)   35     * 00002900
      *          CONTRA PRTCP/ACCOUNT NEVER DELIVERED TO (NEWCTRA) 30 * 00003000
      *          VALUE 1,000,000 AND OVER (HIVAL)              25     * 00003100
      *          VALUE 250,000 AND OVER (MDVAL)                15     * 00003200
      *          NO N&A HISTORY OLDER THAN 90 DAYS (NEWACCT)   20     * 00003300
      *          FULL TRANSFER (FUL)                           10     * 00003400
      * DISPOSITIONS ARE APPLIED BEFORE SCORING SO A CLEARED HOLD     * 00003500
      * IS RELEASED IN THE SAME NIGHT'S DELIVERY BUILD.               * 00003600
      * COMMITS EVERY 10 HOLDS, THE CAT612 PATTERN.                   * 00003700
      *---------------------------------------------------------------* 00003800
           EJECT                                                        00003900
      ***************************************************************** 00004000
       ENVIRONMENT DIVISION.                                            00004100
      ***************************************************************** 00004200
       INPUT-OUTPUT SECTION.                                            00004300
       FILE-CONTROL.                                                    00004400
           SELECT DISP-IN-FILE         ASSIGN  TO  FRDDISP              00004500
                                       FILE STATUS  IS FRDDISP-STAT.    00004600
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00004700
                                                                        00004800
      ***************************************************************** 00004900
       DATA DIVISION.                                                   00005000
      ***************************************************************** 00005100
                                                                        00005200
       FILE SECTION.                                                    00005300
                                                                        00005400
       FD  DISP-IN-FILE                                                 00005500
           RECORDING MODE F                                             00005600
           BLOCK CONTAINS 0 RECORDS                                     00005700
           LABEL RECORDS ARE STANDARD                                   00005800
           RECORD CONTAINS 80 CHARACTERS.                               00005900
       01  DISP-IN-RECORD.                                              00006000
           05  DSP-CLIENT              PIC X(04).                       00006100
           05  DSP-ACAT-CNTL           PIC X(14).                       00006200
           05  DSP-DISP-CD             PIC X(01).                       00006300
               88  DSP-CLEARED                    VALUE 'C'.            00006400
               88  DSP-FRAUD                      VALUE 'F'.            00006500
           05  DSP-OPER-ID             PIC X(08).                       00006600
           05  FILLER                  PIC X(53).                       00006700
                                                                        00006800
       FD  REPORT-FILE                                                  00006900
           RECORDING MODE F                                             00007000
           BLOCK CONTAINS 0 RECORDS                                     00007100
           LABEL RECORDS ARE STANDARD                                   00007200
           RECORD CONTAINS 132 CHARACTERS.                              00007300
       01  REPORT-RECORD                PIC  X(132).                    00007400
                                                                        00007500
           EJECT                                                        00007600
      ***************************************************************** 00007700
       WORKING-STORAGE SECTION.                                         00007800
      ***************************************************************** 00007900
                                                                        00008000
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00008100
                                                                        00008200
       01  CALL-MODULES.                                                00008300
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00008400
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00008500
                                                                        00008600
       01  FRDDISP-STAT                 PIC  X(02)  VALUE SPACES.       00008700
           88  FRDDISP-OK                          VALUE '00'.          00008800
           88  FRDDISP-EOF                         VALUE '10'.          00008900
                                                                        00009000
       01  WS-END-OF-DLV-SW             PIC  X(01)  VALUE 'N'.          00009100
           88  WS-END-OF-DLV                       VALUE 'Y'.           00009200
                                                                        00009300
      *  SCORING CONTROLS.                                              00009400
       01  WS-SCORE-THRESH              PIC S9(03) COMP-3  VALUE +60.   00009500
       01  WS-NA-CHG-DAYS               PIC S9(04) COMP    VALUE +30.   00009600
       01  WS-NEW-ACCT-DAYS             PIC S9(04) COMP    VALUE +90.   00009700
       01  WS-HIGH-VALUE-AMT            PIC S9(15)V99 COMP-3            00009800
                                                 VALUE +1000000.        00009900
       01  WS-MID-VALUE-AMT             PIC S9(15)V99 COMP-3            00010000
                                                 VALUE +250000.         00010100
                                                                        00010200
      *  HOST VARIABLES - TODAY'S NEW DELIVERIES.                       00010300
       01  WS-DLV-AREA.                                                 00010400
           05  WS-DLV-CLIENT            PIC  X(04).                     00010500
           05  WS-DLV-ACAT-CNTL         PIC  X(14).                     00010600
           05  WS-DLV-BRANCH            PIC  X(03).                     00010700
           05  WS-DLV-ACCT              PIC  X(05).                     00010800
           05  WS-DLV-TFR-TYPE          PIC  X(03).                     00010900
           05  WS-DLV-RCV-NBR           PIC  X(04).                     00011000
           05  WS-DLV-ACCT-RCV          PIC  X(20).                     00011100
       01  WS-DLV-VALUE                 PIC S9(15)V99 COMP-3 VALUE +0.  00011200
       01  WS-ROW-CNT                   PIC S9(09) COMP    VALUE +0.    00011300
       01  WS-OLD-CNT                   PIC S9(09) COMP    VALUE +0.    00011400
                                                                        00011500
       01  WS-SCORE-WORK.                                               00011600
           05  WS-SCORE                 PIC S9(03) COMP-3  VALUE +0.    00011700
           05  WS-RSN-TXT               PIC  X(40)  VALUE SPACES.       00011800
           05  WS-RSN-PTR               PIC S9(04) COMP    VALUE +1.    00011900
                                                                        00012000
       01  WS-CNT-SCORED                PIC S9(07) COMP-3  VALUE ZERO.  00012100
       01  WS-CNT-HELD                  PIC S9(07) COMP-3  VALUE ZERO.  00012200
       01  WS-CNT-DISP-READ             PIC S9(07) COMP-3  VALUE ZERO.  00012300
       01  WS-CNT-CLEARED               PIC S9(07) COMP-3  VALUE ZERO.  00012400
       01  WS-CNT-CONFIRMED             PIC S9(07) COMP-3  VALUE ZERO.  00012500
       01  WS-CNT-DISP-REJ              PIC S9(07) COMP-3  VALUE ZERO.  00012600
       01  WS-COMMIT-CNT                PIC S9(05) COMP-3  VALUE ZERO.  00012700
                                                                        00012800
       01  WS-ACCEPT-DATE.                                              00012900
           05  WS-ACCEPT-YY             PIC  9(02).                     00013000
           05  WS-ACCEPT-MM             PIC  9(02).                     00013100
           05  WS-ACCEPT-DD             PIC  9(02).                     00013200
                                                                        00013300
       01  WS-DB2-MESSAGE-AREA.                                         00013400
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00013500
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00013600
               INDEXED BY WS-ERROR-INDEX.                               00013700
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00013800
                                                                        00013900
           EJECT                                                        00014000
       01  HDR1-RECORD.                                                 00014100
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00014200
           05  FILLER                   PIC  X(30)  VALUE               00014300
               'CAT752 - ACCOUNT-TAKEOVER     '.                        00014400
           05  FILLER                   PIC  X(30)  VALUE               00014500
               'FRAUD-REVIEW HOLDS            '.                        00014600
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00014700
           05  FILLER                   PIC  X(06)  VALUE               00014800
               'DATE: '.                                                00014900
           05  HDR1-DATE-MM             PIC  X(02).                     00015000
           05  FILLER                   PIC  X(01)  VALUE '/'.          00015100
           05  HDR1-DATE-DD             PIC  X(02).                     00015200
           05  FILLER                   PIC  X(01)  VALUE '/'.          00015300
           05  HDR1-DATE-YY             PIC  X(02).                     00015400
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00015500
                                                                        00015600
       01  HDR2-RECORD.                                                 00015700
           05  HDR2-CC                  PIC  X(01)  VALUE '0'.          00015800
           05  FILLER                   PIC  X(08)  VALUE 'CLIENT  '.   00015900
           05  FILLER                   PIC  X(10)  VALUE 'BR/ACCT   '. 00016000
           05  FILLER                   PIC  X(16)  VALUE               00016100
               'CONTROL NBR     '.                                      00016200
           05  FILLER                   PIC  X(06)  VALUE 'CNTRA '.     00016300
           05  FILLER                   PIC  X(22)  VALUE               00016400
               'CONTRA ACCOUNT        '.                                00016500
           05  FILLER                   PIC  X(19)  VALUE               00016600
               '         VALUE     '.                                   00016700
           05  FILLER                   PIC  X(07)  VALUE 'SCORE  '.    00016800
           05  FILLER                   PIC  X(43)  VALUE               00016900
               'REASONS'.                                               00017000
                                                                        00017100
       01  DTL1-RECORD.                                                 00017200
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00017300
           05  DTL1-CLIENT              PIC  X(04).                     00017400
           05  FILLER                   PIC  X(04)  VALUE SPACES.       00017500
           05  DTL1-BRANCH              PIC  X(03).                     00017600
           05  FILLER                   PIC  X(01)  VALUE '/'.          00017700
           05  DTL1-ACCT                PIC  X(05).                     00017800
           05  FILLER                   PIC  X(01)  VALUE SPACE.        00017900
           05  DTL1-ACAT-CNTL           PIC  X(14).                     00018000
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00018100
           05  DTL1-CONTRA              PIC  X(04).                     00018200
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00018300
           05  DTL1-CONTRA-ACCT         PIC  X(20).                     00018400
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00018500
           05  DTL1-VALUE               PIC  ZZZ,ZZZ,ZZ9.99-.           00018600
           05  FILLER                   PIC  X(03)  VALUE SPACES.       00018700
           05  DTL1-SCORE               PIC  ZZ9.                       00018800
           05  FILLER                   PIC  X(04)  VALUE SPACES.       00018900
           05  DTL1-REASONS             PIC  X(40).                     00019000
           05  FILLER                   PIC  X(03)  VALUE SPACES.       00019100
                                                                        00019200
       01  DTL2-RECORD.                                                 00019300
           05  DTL2-CC                  PIC  X(01)  VALUE ' '.          00019400
           05  DTL2-CLIENT              PIC  X(04).                     00019500
           05  FILLER                   PIC  X(04)  VALUE SPACES.       00019600
           05  DTL2-ACAT-CNTL           PIC  X(14).                     00019700
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00019800
           05  DTL2-OPER-ID             PIC  X(08).                     00019900
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00020000
           05  DTL2-MESSAGE             PIC  X(40).                     00020100
           05  FILLER                   PIC  X(57)  VALUE SPACES.       00020200
                                                                        00020300
       01  TRL1-RECORD.                                                 00020400
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00020500
           05  TRL1-LABEL               PIC  X(28).                     00020600
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00020700
           05  FILLER                   PIC  X(92)  VALUE SPACES.       00020800
                                                                        00020900
       01  TRAC-RECORD.                                                 00021000
           05  TRAC-DETAIL              PIC  X(132).                    00021100
                                                                        00021200
           EJECT                                                        00021300
      *DB2 COMMUNICATION AREA                                           00021400
           EXEC SQL                                                     00021500
              INCLUDE SQLCA                                             00021600
           END-EXEC.                                                    00021700
                                                                        00021800
      *----------------------------------------------------------------*00021900
      *  TODAY'S NEW IN-FLIGHT DELIVERIES NOT ALREADY SCORED.          *00022000
      *----------------------------------------------------------------*00022100
           EXEC SQL                                                     00022200
              DECLARE DLVCSR CURSOR WITH HOLD FOR                       00022300
                 SELECT T.CLIENT_NBR                                    00022400
                       ,T.ACAT_CONTROL_NBR                              00022500
                       ,T.BRANCH_CD                                     00022600
                       ,T.ACCT_CD                                       00022700
                       ,T.TRNFR_TYPE_CD                                 00022800
                       ,T.RCV_NBR                                       00022900
                       ,T.ACCT_RCV_NBR                                  00023000
                 FROM  VTRNFR T                                         00023100
                 WHERE T.DSTBN_SIDE_CD = 'D'                            00023200
                   AND T.PRCS_DT       = CURRENT DATE                   00023300
                   AND T.STTS_CD NOT IN ('140', '600', '310')           00023400
                   AND NOT EXISTS                                       00023500
                       (SELECT 1 FROM ACATFRHD F                        00023600
                         WHERE F.CLIENT_NBR       = T.CLIENT_NBR        00023700
                           AND F.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR) 00023800
                 ORDER BY T.CLIENT_NBR, T.ACAT_CONTROL_NBR              00023900
           END-EXEC.                                                    00024000
                                                                        00024100
           EJECT                                                        00024200
      ***************************************************************** 00024300
       LINKAGE SECTION.                                                 00024400
      ***************************************************************** 00024500
       01  PARM-AREA.                                                   00024600
           05  PARM-LENGTH              PIC S9(4) COMP SYNC.            00024700
           05  PARM-SCORE               PIC  9(03).                     00024800
                                                                        00024900
           EJECT                                                        00025000
      ***************************************************************** 00025100
       PROCEDURE DIVISION USING PARM-AREA.                              00025200
      ***************************************************************** 00025300
                                                                        00025400
           DISPLAY '*** CAT752 - ACCOUNT-TAKEOVER RISK SCORING ***'.    00025500
                                                                        00025600
           IF PARM-LENGTH = +3 AND PARM-SCORE NUMERIC                   00025700
              MOVE PARM-SCORE               TO  WS-SCORE-THRESH         00025800
           END-IF.                                                      00025900
           DISPLAY 'HOLD SCORE THRESHOLD = ' WS-SCORE-THRESH.           00026000
                                                                        00026100
           PERFORM 1000-INITIAL-RTN.                                    00026200
                                                                        00026300
           EXEC SQL                                                     00026400
              OPEN DLVCSR                                               00026500
           END-EXEC.                                                    00026600
           IF SQLCODE NOT = +0                                          00026700
              PERFORM 8000-DB2-ERROR-RTN                                00026800
           END-IF.                                                      00026900
                                                                        00027000
           PERFORM 2000-PROCESS-DLV-RTN THRU 2000-EXIT                  00027100
              UNTIL WS-END-OF-DLV.                                      00027200
                                                                        00027300
           EXEC SQL                                                     00027400
              CLOSE DLVCSR                                              00027500
           END-EXEC.                                                    00027600
                                                                        00027700
           EXEC SQL                                                     00027800
              COMMIT                                                    00027900
           END-EXEC.                                                    00028000
                                                                        00028100
           PERFORM 9000-EOJ-RTN.                                        00028200
                                                                        00028300
           GOBACK.                                                      00028400
                                                                        00028500
           EJECT                                                        00028600
      *****************                                                 00028700
       1000-INITIAL-RTN.                                                00028800
      *****************                                                 00028900
                                                                        00029000
           OPEN OUTPUT REPORT-FILE.                                     00029100
                                                                        00029200
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00029300
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00029400
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00029500
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00029600
                                                                        00029700
           MOVE HDR1-RECORD                 TO  TRAC-DETAIL.            00029800
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00029900
                                                                        00030000
           OPEN INPUT   DISP-IN-FILE.                                   00030100
           IF FRDDISP-OK                                                00030200
               PERFORM 1500-APPLY-DISP-RTN                              00030300
                   THRU 1500-EXIT                                       00030400
                 UNTIL FRDDISP-EOF                                      00030500
              CLOSE DISP-IN-FILE                                        00030600
              EXEC SQL                                                  00030700
                 COMMIT                                                 00030800
              END-EXEC                                                  00030900
           ELSE                                                         00031000
              DISPLAY 'CAT752 - NO FRDDISP FILE, STATUS = '             00031100
                       FRDDISP-STAT                                     00031200
           END-IF.                                                      00031300
                                                                        00031400
           MOVE HDR2-RECORD                 TO  TRAC-DETAIL.            00031500
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00031600
                                                                        00031700
      *---------------------------------------------------------------  00031800
      * 1500-APPLY-DISP-RTN - THE DESK'S DECISION ON AN OPEN HOLD.      00031900
      * ONLY AN OPEN ('O') HOLD CAN BE DISPOSITIONED; ANYTHING ELSE     00032000
      * IS LISTED AS REJECTED WITH THE OPERATOR WHO SENT IT.            00032100
      *---------------------------------------------------------------  00032200
       1500-APPLY-DISP-RTN.                                             00032300
                                                                        00032400
           READ DISP-IN-FILE                                            00032500
               AT END                                                   00032600
                   SET FRDDISP-EOF          TO  TRUE                    00032700
                   GO TO 1500-EXIT                                      00032800
           END-READ.                                                    00032900
                                                                        00033000
           ADD 1                            TO  WS-CNT-DISP-READ.       00033100
           MOVE DSP-CLIENT                  TO  DTL2-CLIENT.            00033200
           MOVE DSP-ACAT-CNTL               TO  DTL2-ACAT-CNTL.         00033300
           MOVE DSP-OPER-ID                 TO  DTL2-OPER-ID.           00033400
                                                                        00033500
           IF NOT DSP-CLEARED AND NOT DSP-FRAUD                         00033600
              ADD 1                         TO  WS-CNT-DISP-REJ         00033700
              MOVE 'DISPOSITION REJECTED - INVALID CODE    '            00033800
                                            TO  DTL2-MESSAGE            00033900
              PERFORM 1600-WRITE-DISP-RTN                               00034000
              GO TO 1500-EXIT                                           00034100
           END-IF.                                                      00034200
                                                                        00034300
           EXEC SQL                                                     00034400
              UPDATE ACATFRHD                                           00034500
                 SET HOLD_STTS_CD  = :DSP-DISP-CD                       00034600
                    ,DSPSN_OPER_ID = :DSP-OPER-ID                       00034700
                    ,UPDT_TMSTP    = CURRENT TIMESTAMP                  00034800
                    ,PRGM_NM       = 'CAT752'                           00034900
               WHERE CLIENT_NBR       = :DSP-CLIENT                     00035000
                 AND ACAT_CONTROL_NBR = :DSP-ACAT-CNTL                  00035100
                 AND HOLD_STTS_CD     = 'O'                             00035200
           END-EXEC.                                                    00035300
                                                                        00035400
           EVALUATE SQLCODE                                             00035500
              WHEN +0                                                   00035600
                 IF DSP-CLEARED                                         00035700
                    ADD 1                   TO  WS-CNT-CLEARED          00035800
                    MOVE 'HOLD CLEARED - RELEASED TO DELIVER     '      00035900
                                            TO  DTL2-MESSAGE            00036000
                 ELSE                                                   00036100
                    ADD 1                   TO  WS-CNT-CONFIRMED        00036200
                    MOVE 'CONFIRMED FRAUD - DELIVERY STAYS HELD  '      00036300
                                            TO  DTL2-MESSAGE            00036400
                 END-IF                                                 00036500
              WHEN +100                                                 00036600
                 ADD 1                      TO  WS-CNT-DISP-REJ         00036700
                 MOVE 'DISPOSITION REJECTED - NO OPEN HOLD    '         00036800
                                            TO  DTL2-MESSAGE            00036900
              WHEN OTHER                                                00037000
                 PERFORM 8000-DB2-ERROR-RTN                             00037100
           END-EVALUATE.                                                00037200
                                                                        00037300
           PERFORM 1600-WRITE-DISP-RTN.                                 00037400
                                                                        00037500
       1500-EXIT.                                                       00037600
           EXIT.                                                        00037700
                                                                        00037800
       1600-WRITE-DISP-RTN.                                             00037900
                                                                        00038000
           MOVE DTL2-RECORD                 TO  TRAC-DETAIL.            00038100
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00038200
                                                                        00038300
           EJECT                                                        00038400
      ********************                                              00038500
       2000-PROCESS-DLV-RTN.                                            00038600
      ********************                                              00038700
                                                                        00038800
           EXEC SQL                                                     00038900
              FETCH DLVCSR                                              00039000
                 INTO :WS-DLV-CLIENT                                    00039100
                     ,:WS-DLV-ACAT-CNTL                                 00039200
                     ,:WS-DLV-BRANCH                                    00039300
                     ,:WS-DLV-ACCT                                      00039400
                     ,:WS-DLV-TFR-TYPE                                  00039500
                     ,:WS-DLV-RCV-NBR                                   00039600
                     ,:WS-DLV-ACCT-RCV                                  00039700
           END-EXEC.                                                    00039800
                                                                        00039900
           EVALUATE SQLCODE                                             00040000
              WHEN +100                                                 00040100
                 SET WS-END-OF-DLV          TO  TRUE                    00040200
                 GO TO 2000-EXIT                                        00040300
              WHEN +0                                                   00040400
                 ADD 1                      TO  WS-CNT-SCORED           00040500
              WHEN OTHER                                                00040600
                 PERFORM 8000-DB2-ERROR-RTN                             00040700
           END-EVALUATE.                                                00040800
                                                                        00040900
           MOVE +0                          TO  WS-SCORE.               00041000
           MOVE SPACES                      TO  WS-RSN-TXT.             00041100
           MOVE +1                          TO  WS-RSN-PTR.             00041200
                                                                        00041300
           PERFORM 2100-NA-CHANGE-RTN.                                  00041400
           PERFORM 2200-CONTRA-PAIR-RTN.                                00041500
           PERFORM 2300-VALUE-RTN.                                      00041600
           PERFORM 2400-NEW-ACCT-RTN.                                   00041700
           IF WS-DLV-TFR-TYPE = 'FUL'                                   00041800
              ADD +10                       TO  WS-SCORE                00041900
              STRING 'FUL ' DELIMITED BY SIZE                           00042000
                INTO WS-RSN-TXT WITH POINTER WS-RSN-PTR                 00042100
           END-IF.                                                      00042200
                                                                        00042300
           IF WS-SCORE NOT < WS-SCORE-THRESH                            00042400
              PERFORM 3000-HOLD-RTN                                     00042500
           END-IF.                                                      00042600
                                                                        00042700
       2000-EXIT.                                                       00042800
           EXIT.                                                        00042900
                                                                        00043000
           EJECT                                                        00043100
      *------------------------------------------------------------     00043200
      * 2100-NA-CHANGE-RTN - NAME OR ADDRESS CHANGED RECENTLY.          00043300
      *------------------------------------------------------------     00043400
       2100-NA-CHANGE-RTN.                                              00043500
                                                                        00043600
           MOVE +0                          TO  WS-ROW-CNT.             00043700
           EXEC SQL                                                     00043800
              SELECT COUNT(*)                                           00043900
                INTO :WS-ROW-CNT                                        00044000
                FROM VNAHSTY                                            00044100
               WHERE CLIENT_NBR  = :WS-DLV-CLIENT                       00044200
                 AND BRANCH_CD   = :WS-DLV-BRANCH                       00044300
                 AND ACCT_CD     = :WS-DLV-ACCT                         00044400
                 AND CHANGE_DATE >= CURRENT DATE - :WS-NA-CHG-DAYS DAYS 00044500
               WITH UR                                                  00044600
           END-EXEC.                                                    00044700
           IF SQLCODE NOT = +0                                          00044800
              PERFORM 8000-DB2-ERROR-RTN                                00044900
           END-IF.                                                      00045000
                                                                        00045100
           IF WS-ROW-CNT > +0                                           00045200
              ADD +35                       TO  WS-SCORE                00045300
              STRING 'NACHG ' DELIMITED BY SIZE                         00045400
                INTO WS-RSN-TXT WITH POINTER WS-RSN-PTR                 00045500
           END-IF.                                                      00045600
                                                                        00045700
      *------------------------------------------------------------     00045800
      * 2200-CONTRA-PAIR-RTN - HAS THE FIRM EVER DELIVERED TO THIS      00045900
      * CONTRA PARTICIPANT/ACCOUNT BEFORE, OPEN OR HISTORY?             00046000
      *------------------------------------------------------------     00046100
       2200-CONTRA-PAIR-RTN.                                            00046200
                                                                        00046300
           MOVE +0                          TO  WS-ROW-CNT.             00046400
           EXEC SQL                                                     00046500
              SELECT COUNT(*)                                           00046600
                INTO :WS-ROW-CNT                                        00046700
                FROM VTRNHSTY                                           00046800
               WHERE CLIENT_NBR    = :WS-DLV-CLIENT                     00046900
                 AND DSTBN_SIDE_CD = 'D'                                00047000
                 AND RCV_NBR       = :WS-DLV-RCV-NBR                    00047100
                 AND ACCT_RCV_NBR  = :WS-DLV-ACCT-RCV                   00047200
               WITH UR                                                  00047300
           END-EXEC.                                                    00047400
           IF SQLCODE NOT = +0                                          00047500
              PERFORM 8000-DB2-ERROR-RTN                                00047600
           END-IF.                                                      00047700
                                                                        00047800
           IF WS-ROW-CNT = +0                                           00047900
              EXEC SQL                                                  00048000
                 SELECT COUNT(*)                                        00048100
                   INTO :WS-ROW-CNT                                     00048200
                   FROM VTRNFR                                          00048300
                  WHERE CLIENT_NBR       = :WS-DLV-CLIENT               00048400
                    AND DSTBN_SIDE_CD    = 'D'                          00048500
                    AND RCV_NBR          = :WS-DLV-RCV-NBR              00048600
                    AND ACCT_RCV_NBR     = :WS-DLV-ACCT-RCV             00048700
                    AND ACAT_CONTROL_NBR NOT = :WS-DLV-ACAT-CNTL        00048800
                  WITH UR                                               00048900
              END-EXEC                                                  00049000
              IF SQLCODE NOT = +0                                       00049100
                 PERFORM 8000-DB2-ERROR-RTN                             00049200
              END-IF                                                    00049300
           END-IF.                                                      00049400
                                                                        00049500
           IF WS-ROW-CNT = +0                                           00049600
              ADD +30                       TO  WS-SCORE                00049700
              STRING 'NEWCTRA ' DELIMITED BY SIZE                       00049800
                INTO WS-RSN-TXT WITH POINTER WS-RSN-PTR                 00049900
           END-IF.                                                      00050000
                                                                        00050100
      *------------------------------------------------------------     00050200
      * 2300-VALUE-RTN - TOTAL ASSET VALUE ON THE TRANSFER.             00050300
      *------------------------------------------------------------     00050400
       2300-VALUE-RTN.                                                  00050500
                                                                        00050600
           MOVE +0                          TO  WS-DLV-VALUE.           00050700
           EXEC SQL                                                     00050800
              SELECT VALUE(SUM(ASSET_AMT), 0)                           00050900
                INTO :WS-DLV-VALUE                                      00051000
                FROM VASSET                                             00051100
               WHERE CLIENT_NBR       = :WS-DLV-CLIENT                  00051200
                 AND ACAT_CONTROL_NBR = :WS-DLV-ACAT-CNTL               00051300
               WITH UR                                                  00051400
           END-EXEC.                                                    00051500
           IF SQLCODE NOT = +0                                          00051600
              PERFORM 8000-DB2-ERROR-RTN                                00051700
           END-IF.                                                      00051800
                                                                        00051900
           IF WS-DLV-VALUE NOT < WS-HIGH-VALUE-AMT                      00052000
              ADD +25                       TO  WS-SCORE                00052100
              STRING 'HIVAL ' DELIMITED BY SIZE                         00052200
                INTO WS-RSN-TXT WITH POINTER WS-RSN-PTR                 00052300
           ELSE                                                         00052400
              IF WS-DLV-VALUE NOT < WS-MID-VALUE-AMT                    00052500
                 ADD +15                    TO  WS-SCORE                00052600
                 STRING 'MDVAL ' DELIMITED BY SIZE                      00052700
                   INTO WS-RSN-TXT WITH POINTER WS-RSN-PTR              00052800
              END-IF                                                    00052900
           END-IF.                                                      00053000
                                                                        00053100
      *------------------------------------------------------------     00053200
      * 2400-NEW-ACCT-RTN - THE ACCOUNT'S NAME-AND-ADDRESS HISTORY      00053300
      * STARTS WITH ITS SET-UP ROW, SO AN ACCOUNT WITH HISTORY BUT      00053400
      * NOTHING OLDER THAN THE NEW-ACCOUNT WINDOW WAS OPENED INSIDE     00053500
      * IT.                                                             00053600
      *------------------------------------------------------------     00053700
       2400-NEW-ACCT-RTN.                                               00053800
                                                                        00053900
           MOVE +0                          TO  WS-ROW-CNT              00054000
                                                WS-OLD-CNT.             00054100
           EXEC SQL                                                     00054200
              SELECT COUNT(*)                                           00054300
                    ,VALUE(SUM(CASE WHEN CHANGE_DATE <                  00054400
                          CURRENT DATE - :WS-NEW-ACCT-DAYS DAYS         00054500
                          THEN 1 ELSE 0 END), 0)                        00054600
                INTO :WS-ROW-CNT                                        00054700
                    ,:WS-OLD-CNT                                        00054800
                FROM VNAHSTY                                            00054900
               WHERE CLIENT_NBR  = :WS-DLV-CLIENT                       00055000
                 AND BRANCH_CD   = :WS-DLV-BRANCH                       00055100
                 AND ACCT_CD     = :WS-DLV-ACCT                         00055200
               WITH UR                                                  00055300
           END-EXEC.                                                    00055400
           IF SQLCODE NOT = +0                                          00055500
              PERFORM 8000-DB2-ERROR-RTN                                00055600
           END-IF.                                                      00055700
                                                                        00055800
           IF WS-ROW-CNT > +0 AND WS-OLD-CNT = +0                       00055900
              ADD +20                       TO  WS-SCORE                00056000
              STRING 'NEWACCT ' DELIMITED BY SIZE                       00056100
                INTO WS-RSN-TXT WITH POINTER WS-RSN-PTR                 00056200
           END-IF.                                                      00056300
                                                                        00056400
           EJECT                                                        00056500
      *************                                                     00056600
       3000-HOLD-RTN.                                                   00056700
      *************                                                     00056800
                                                                        00056900
           EXEC SQL                                                     00057000
              INSERT INTO ACATFRHD                                      00057100
                    (CLIENT_NBR                                         00057200
                    ,ACAT_CONTROL_NBR                                   00057300
                    ,BRANCH_CD                                          00057400
                    ,ACCT_CD                                            00057500
                    ,RCV_NBR                                            00057600
                    ,ACCT_RCV_NBR                                       00057700
                    ,TRNFR_AMT                                          00057800
                    ,RISK_SCORE_QTY                                     00057900
                    ,HOLD_RSN_TXT                                       00058000
                    ,HOLD_STTS_CD                                       00058100
                    ,DSPSN_OPER_ID                                      00058200
                    ,CRT_TMSTP                                          00058300
                    ,UPDT_TMSTP                                         00058400
                    ,PRGM_NM)                                           00058500
              VALUES                                                    00058600
                    (:WS-DLV-CLIENT                                     00058700
                    ,:WS-DLV-ACAT-CNTL                                  00058800
                    ,:WS-DLV-BRANCH                                     00058900
                    ,:WS-DLV-ACCT                                       00059000
                    ,:WS-DLV-RCV-NBR                                    00059100
                    ,:WS-DLV-ACCT-RCV                                   00059200
                    ,:WS-DLV-VALUE                                      00059300
                    ,:WS-SCORE                                          00059400
                    ,:WS-RSN-TXT                                        00059500
                    ,'O'                                                00059600
                    ,' '                                                00059700
                    ,CURRENT TIMESTAMP                                  00059800
                    ,CURRENT TIMESTAMP                                  00059900
                    ,'CAT752')                                          00060000
           END-EXEC.                                                    00060100
           IF SQLCODE NOT = +0                                          00060200
              PERFORM 8000-DB2-ERROR-RTN                                00060300
           END-IF.                                                      00060400
                                                                        00060500
           ADD 1                            TO  WS-CNT-HELD             00060600
                                                WS-COMMIT-CNT.          00060700
           IF WS-COMMIT-CNT > 9                                         00060800
              EXEC SQL                                                  00060900
                   COMMIT                                               00061000
              END-EXEC                                                  00061100
              MOVE 0                        TO  WS-COMMIT-CNT           00061200
           END-IF.                                                      00061300
                                                                        00061400
           MOVE WS-DLV-CLIENT               TO  DTL1-CLIENT.            00061500
           MOVE WS-DLV-BRANCH               TO  DTL1-BRANCH.            00061600
           MOVE WS-DLV-ACCT                 TO  DTL1-ACCT.              00061700
           MOVE WS-DLV-ACAT-CNTL            TO  DTL1-ACAT-CNTL.         00061800
           MOVE WS-DLV-RCV-NBR              TO  DTL1-CONTRA.            00061900
           MOVE WS-DLV-ACCT-RCV             TO  DTL1-CONTRA-ACCT.       00062000
           MOVE WS-DLV-VALUE                TO  DTL1-VALUE.             00062100
           MOVE WS-SCORE                    TO  DTL1-SCORE.             00062200
           MOVE WS-RSN-TXT                  TO  DTL1-REASONS.           00062300
           MOVE DTL1-RECORD                 TO  TRAC-DETAIL.            00062400
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00062500
                                                                        00062600
           EJECT                                                        00062700
      ******************                                                00062800
       8000-DB2-ERROR-RTN.                                              00062900
      ******************                                                00063000
                                                                        00063100
           DISPLAY 'CAT752 - DB2 ERROR, SQLCODE = ' SQLCODE.            00063200
           CALL DSNTIAR               USING  SQLCA                      00063300
                                             WS-DB2-MESSAGE-AREA        00063400
                                             WS-ERR-LINE-LEN            00063500
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00063600
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00063700
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00063800
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00063900
                 END-IF                                                 00064000
           END-PERFORM.                                                 00064100
           DISPLAY 'CAT752 ABENDED'.                                    00064200
           CALL ABEND                 USING  ABEND-CODE.                00064300
                                                                        00064400
           EJECT                                                        00064500
      ************                                                      00064600
       9000-EOJ-RTN.                                                    00064700
      ************                                                      00064800
                                                                        00064900
           MOVE 'DELIVERIES SCORED           '  TO  TRL1-LABEL.         00065000
           MOVE WS-CNT-SCORED               TO  TRL1-COUNT.             00065100
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00065200
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00065300
                                                                        00065400
           MOVE ' '                         TO  TRL1-CC.                00065500
           MOVE 'PLACED IN FRAUD-REVIEW HOLD '  TO  TRL1-LABEL.         00065600
           MOVE WS-CNT-HELD                 TO  TRL1-COUNT.             00065700
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00065800
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00065900
                                                                        00066000
           MOVE 'DISPOSITIONS READ           '  TO  TRL1-LABEL.         00066100
           MOVE WS-CNT-DISP-READ            TO  TRL1-COUNT.             00066200
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00066300
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00066400
                                                                        00066500
           MOVE 'HOLDS CLEARED               '  TO  TRL1-LABEL.         00066600
           MOVE WS-CNT-CLEARED              TO  TRL1-COUNT.             00066700
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00066800
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00066900
                                                                        00067000
           MOVE 'CONFIRMED FRAUD             '  TO  TRL1-LABEL.         00067100
           MOVE WS-CNT-CONFIRMED            TO  TRL1-COUNT.             00067200
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00067300
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00067400
                                                                        00067500
           MOVE 'DISPOSITIONS REJECTED       '  TO  TRL1-LABEL.         00067600
           MOVE WS-CNT-DISP-REJ             TO  TRL1-COUNT.             00067700
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00067800
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00067900
                                                                        00068000
           CLOSE REPORT-FILE.                                           00068100
                                                                        00068200
           DISPLAY ' '                                                  00068300
           DISPLAY 'DELIVERIES SCORED:      ' WS-CNT-SCORED             00068400
           DISPLAY 'FRAUD-REVIEW HOLDS:     ' WS-CNT-HELD               00068500
           DISPLAY 'HOLDS CLEARED:          ' WS-CNT-CLEARED            00068600
           DISPLAY ' '                                                  00068700
           DISPLAY '*************************'                          00068800
           DISPLAY '* END OF CAT752 PROGRAM *'                          00068900
           DISPLAY '*************************'                          00069000
           DISPLAY ' '.                                                 00069100
