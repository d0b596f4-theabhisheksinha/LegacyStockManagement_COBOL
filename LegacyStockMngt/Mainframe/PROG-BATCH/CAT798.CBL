000001* PDX    - CAT798   C0369796 10/15/26 04:31:07 TBTIKUO            00000100
000001* CREATED FOR SSR 114467.  NIGHTLY REFERENCE-DATA CHANGE REPORT.  00000200
000001* THE REFERENCE-TABLE MAINTENANCE MODULES AND THE CAT750 PROFILE  00000300
000001* LOADER NOW WRITE EVERY ADD, CHANGE, INACTIVATE AND DELETE TO    00000400
000001* ACATRFAU (THROUGH THE ACATRFAU MODULE) WITH THE BEFORE AND      00000500
000001* AFTER VALUES.  THIS STEP RUNS AHEAD OF THE NIGHTLY CYCLE AND    00000600
000001* LISTS EVERY CHANGE MADE SINCE THE PREVIOUS RUN, SO WHEN A       00000700
000001* CUTOFF OR FEE BEHAVES ODDLY OVERNIGHT THE TABLE CHANGE THAT     00000800
000001* CAUSED IT IS ON PAPER.                                          00000900
       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID.  CAT798.                                             00001100
       AUTHOR.      LARRY MUREY.                                        00001200
       DATE-WRITTEN.  OCT 2026.                                         00001300
      *---------------------------------------------------------------* 00001400
      *                         REMARKS                               * 00001500
      * PARM:   YYYY-MM-DD - LIST CHANGES FROM THE START OF THIS DATE * 00001600
      *                      (RERUN).  DEFAULT IS EVERYTHING SINCE    * 00001700
      *                      THE PREVIOUS RUN, FROM CAT798CI.         * 00001800
      * OUTPUT: RPTRF    - ONE LINE PER CHANGE BY TABLE AND TIME,     * 00001900
      *                    WITH THE BEFORE AND AFTER VALUES UNDER IT  * 00002000
      *         CAT798CO - HIGH-WATER RECORD FOR THE NEXT RUN         * 00002100
      * TABLES: ACATRFAU - REFERENCE-DATA CHANGE AUDIT                * 00002200
      * THE PRIOR RUN'S CUT POINT RIDES A CATCKPT HIGH-WATER RECORD   * 00002300
      * (CAT798CI IN, CAT798CO OUT) AS IN CAT747.  THE FIRST RUN (NO  * 00002400
      * CAT798CI RECORD) LISTS THE LAST 24 HOURS.                     * 00002500
      *---------------------------------------------------------------* 00002600
           EJECT                                                        00002700
      ***************************************************************** 00002800
       ENVIRONMENT DIVISION.                                            00002900
      ***************************************************************** 00003000
       INPUT-OUTPUT SECTION.                                            00003100
       FILE-CONTROL.                                                    00003200
                                                                        00003300
           SELECT CKPT-IN-FILE         ASSIGN  TO  CAT798CI             00003400
                                       FILE STATUS  IS CKPTI-STAT.      00003500
           SELECT CKPT-OUT-FILE        ASSIGN  TO  CAT798CO.            00003600
                                                                        00003700
           SELECT REPORT-FILE          ASSIGN  TO  RPTRF.               00003800
                                                                        00003900
      ***************************************************************** 00004000
       DATA DIVISION.                                                   00004100
      ***************************************************************** 00004200
                                                                        00004300
       FILE SECTION.                                                    00004400
                                                                        00004500
       FD  CKPT-IN-FILE                                                 00004600
           RECORDING MODE F                                             00004700
           BLOCK CONTAINS 0 RECORDS                                     00004800
           LABEL RECORDS ARE STANDARD                                   00004900
           RECORD CONTAINS 200 CHARACTERS.                              00005000
       COPY CATCKPT REPLACING ==:CKPT:== BY ==CKI==.                    00005100
                                                                        00005200
       FD  CKPT-OUT-FILE                                                00005300
           RECORDING MODE F                                             00005400
           BLOCK CONTAINS 0 RECORDS                                     00005500
           LABEL RECORDS ARE STANDARD                                   00005600
           RECORD CONTAINS 200 CHARACTERS.                              00005700
       COPY CATCKPT REPLACING ==:CKPT:== BY ==CKO==.                    00005800
                                                                        00005900
       FD  REPORT-FILE                                                  00006000
           RECORDING MODE F                                             00006100
           BLOCK CONTAINS 0 RECORDS                                     00006200
           LABEL RECORDS ARE STANDARD                                   00006300
           RECORD CONTAINS 132 CHARACTERS.                              00006400
       01  REPORT-RECORD                PIC  X(132).                    00006500
                                                                        00006600
           EJECT                                                        00006700
      ***************************************************************** 00006800
       WORKING-STORAGE SECTION.                                         00006900
      ***************************************************************** 00007000
                                                                        00007100
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00007200
                                                                        00007300
       01  CALL-MODULES.                                                00007400
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00007500
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00007600
                                                                        00007700
       01  FILE-STATUS-AREA.                                            00007800
           05  CKPTI-STAT               PIC  X(02) VALUE SPACES.        00007900
               88  CKPTI-OK                        VALUE '00'.          00008000
                                                                        00008100
       01  WS-END-OF-AUD-SW             PIC  X(01)  VALUE 'N'.          00008200
           88  WS-END-OF-AUD                       VALUE 'Y'.           00008300
                                                                        00008400
       01  WS-PARM-DATE                 PIC  X(10)  VALUE SPACES.       00008500
       01  WS-LOW-TMSTP                 PIC  X(26)  VALUE SPACES.       00008600
       01  WS-HIGH-TMSTP                PIC  X(26)  VALUE SPACES.       00008700
                                                                        00008800
      *  HOST VARIABLES - ONE REFERENCE-DATA CHANGE.                    00008900
       01  WS-AUD-AREA.                                                 00009000
           05  WS-AUD-TABLE-NM          PIC  X(08).                     00009100
           05  WS-AUD-ACTION-CD         PIC  X(01).                     00009200
               88  WS-AUD-ADD                      VALUE 'A'.           00009300
               88  WS-AUD-CHANGE                   VALUE 'C'.           00009400
               88  WS-AUD-INACTIVATE               VALUE 'I'.           00009500
               88  WS-AUD-DELETE                   VALUE 'D'.           00009600
           05  WS-AUD-KEY-TXT           PIC  X(40).                     00009700
           05  WS-AUD-BEFORE-TXT        PIC  X(200).                    00009800
           05  WS-AUD-BEFORE-R          REDEFINES WS-AUD-BEFORE-TXT.    00009900
               10  WS-AUD-BEFORE-1      PIC  X(100).                    00010000
               10  WS-AUD-BEFORE-2      PIC  X(100).                    00010100
           05  WS-AUD-AFTER-TXT         PIC  X(200).                    00010200
           05  WS-AUD-AFTER-R           REDEFINES WS-AUD-AFTER-TXT.     00010300
               10  WS-AUD-AFTER-1       PIC  X(100).                    00010400
               10  WS-AUD-AFTER-2       PIC  X(100).                    00010500
           05  WS-AUD-USER-ID           PIC  X(08).                     00010600
           05  WS-AUD-PRGM-NM           PIC  X(08).                     00010700
           05  WS-AUD-TMSTP             PIC  X(26).                     00010800
                                                                        00010900
       01  WS-CNT-ADD                   PIC S9(07) COMP-3  VALUE ZERO.  00011000
       01  WS-CNT-CHANGE                PIC S9(07) COMP-3  VALUE ZERO.  00011100
       01  WS-CNT-INACTIVATE            PIC S9(07) COMP-3  VALUE ZERO.  00011200
       01  WS-CNT-DELETE                PIC S9(07) COMP-3  VALUE ZERO.  00011300
       01  WS-CNT-TOTAL                 PIC S9(07) COMP-3  VALUE ZERO.  00011400
                                                                        00011500
       01  WS-ACCEPT-DATE.                                              00011600
           05  WS-ACCEPT-YY             PIC  9(02).                     00011700
           05  WS-ACCEPT-MM             PIC  9(02).                     00011800
           05  WS-ACCEPT-DD             PIC  9(02).                     00011900
                                                                        00012000
       01  WS-DB2-MESSAGE-AREA.                                         00012100
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00012200
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00012300
               INDEXED BY WS-ERROR-INDEX.                               00012400
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00012500
                                                                        00012600
           EJECT                                                        00012700
       01  HDR1-RECORD.                                                 00012800
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00012900
           05  FILLER                   PIC  X(30)  VALUE               00013000
               'CAT798 - REFERENCE DATA CHANGE'.                        00013100
           05  FILLER                   PIC  X(30)  VALUE               00013200
               ' REPORT                       '.                        00013300
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00013400
           05  FILLER                   PIC  X(06)  VALUE               00013500
               'DATE: '.                                                00013600
           05  HDR1-DATE-MM             PIC  X(02).                     00013700
           05  FILLER                   PIC  X(01)  VALUE '/'.          00013800
           05  HDR1-DATE-DD             PIC  X(02).                     00013900
           05  FILLER                   PIC  X(01)  VALUE '/'.          00014000
           05  HDR1-DATE-YY             PIC  X(02).                     00014100
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00014200
                                                                        00014300
       01  SEC1-RECORD.                                                 00014400
           05  SEC1-CC                  PIC  X(01)  VALUE '-'.          00014500
           05  FILLER                   PIC  X(14)  VALUE               00014600
               'CHANGES AFTER '.                                        00014700
           05  SEC1-LOW-TMSTP           PIC  X(26).                     00014800
           05  FILLER                   PIC  X(09)  VALUE               00014900
               ' THROUGH '.                                             00015000
           05  SEC1-HIGH-TMSTP          PIC  X(26).                     00015100
           05  FILLER                   PIC  X(56)  VALUE SPACES.       00015200
                                                                        00015300
       01  COL1-RECORD.                                                 00015400
           05  COL1-CC                  PIC  X(01)  VALUE '0'.          00015500
           05  FILLER                   PIC  X(30)  VALUE               00015600
               'TABLE     ACTION      KEY     '.                        00015700
           05  FILLER                   PIC  X(30)  VALUE               00015800
               '                              '.                        00015900
           05  FILLER                   PIC  X(30)  VALUE               00016000
               '    USER      PROGRAM   CHANGE'.                        00016100
           05  FILLER                   PIC  X(30)  VALUE               00016200
               'D AT                          '.                        00016300
           05  FILLER                   PIC  X(11)  VALUE SPACES.       00016400
                                                                        00016500
       01  DTL1-RECORD.                                                 00016600
           05  DTL1-CC                  PIC  X(01)  VALUE '0'.          00016700
           05  DTL1-TABLE-NM            PIC  X(08).                     00016800
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00016900
           05  DTL1-ACTION              PIC  X(10).                     00017000
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00017100
           05  DTL1-KEY-TXT             PIC  X(40).                     00017200
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00017300
           05  DTL1-USER-ID             PIC  X(08).                     00017400
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00017500
           05  DTL1-PRGM-NM             PIC  X(08).                     00017600
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00017700
           05  DTL1-TMSTP               PIC  X(26).                     00017800
           05  FILLER                   PIC  X(21)  VALUE SPACES.       00017900
                                                                        00018000
       01  DTL2-RECORD.                                                 00018100
           05  DTL2-CC                  PIC  X(01)  VALUE ' '.          00018200
           05  FILLER                   PIC  X(10)  VALUE SPACES.       00018300
           05  DTL2-LABEL               PIC  X(08).                     00018400
           05  DTL2-TEXT                PIC  X(100).                    00018500
           05  FILLER                   PIC  X(13)  VALUE SPACES.       00018600
                                                                        00018700
       01  NONE-RECORD.                                                 00018800
           05  NONE-CC                  PIC  X(01)  VALUE '0'.          00018900
           05  FILLER                   PIC  X(30)  VALUE               00019000
               '*** NONE ***                  '.                        00019100
           05  FILLER                   PIC  X(101) VALUE SPACES.       00019200
                                                                        00019300
       01  TRL1-RECORD.                                                 00019400
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00019500
           05  TRL1-LABEL               PIC  X(28).                     00019600
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00019700
           05  FILLER                   PIC  X(92)  VALUE SPACES.       00019800
                                                                        00019900
       01  TRAC-RECORD.                                                 00020000
           05  TRAC-DETAIL              PIC  X(132).                    00020100
                                                                        00020200
           EJECT                                                        00020300
      *DB2 COMMUNICATION AREA                                           00020400
           EXEC SQL                                                     00020500
              INCLUDE SQLCA                                             00020600
           END-EXEC.                                                    00020700
                                                                        00020800
      *----------------------------------------------------------------*00020900
      *  CHANGES SINCE THE LAST RUN, BY TABLE IN THE ORDER MADE.       *00021000
      *----------------------------------------------------------------*00021100
           EXEC SQL                                                     00021200
              DECLARE AUDCSR CURSOR FOR                                 00021300
                 SELECT TABLE_NM                                        00021400
                       ,ACTION_CD                                       00021500
                       ,KEY_TXT                                         00021600
                       ,VALUE(BEFORE_TXT, ' ')                          00021700
                       ,VALUE(AFTER_TXT, ' ')                           00021800
                       ,USER_ID                                         00021900
                       ,PRGM_NM                                         00022000
                       ,CHAR(AUDT_TMSTP)                                00022100
                 FROM  ACATRFAU                                         00022200
                 WHERE AUDT_TMSTP >  TIMESTAMP(:WS-LOW-TMSTP)           00022300
                   AND AUDT_TMSTP <= TIMESTAMP(:WS-HIGH-TMSTP)          00022400
                 ORDER BY TABLE_NM, AUDT_TMSTP                          00022500
                 WITH UR                                                00022600
           END-EXEC.                                                    00022700
                                                                        00022800
           EJECT                                                        00022900
      ***************************************************************** 00023000
       LINKAGE SECTION.                                                 00023100
      ***************************************************************** 00023200
       01  PARM-AREA.                                                   00023300
           05  PARM-LENGTH              PIC S9(4) COMP SYNC.            00023400
           05  PARM-RPT-DATE            PIC  X(10).                     00023500
                                                                        00023600
           EJECT                                                        00023700
      ***************************************************************** 00023800
       PROCEDURE DIVISION USING PARM-AREA.                              00023900
      ***************************************************************** 00024000
                                                                        00024100
           DISPLAY '*** CAT798 - REFERENCE DATA CHANGE REPORT ***'.     00024200
                                                                        00024300
           PERFORM 1000-INITIAL-RTN.                                    00024400
                                                                        00024500
           PERFORM 2000-CHANGES-RTN.                                    00024600
                                                                        00024700
           PERFORM 3000-HIGH-WATER-RTN.                                 00024800
                                                                        00024900
           PERFORM 9000-EOJ-RTN.                                        00025000
                                                                        00025100
           GOBACK.                                                      00025200
                                                                        00025300
           EJECT                                                        00025400
      *****************                                                 00025500
       1000-INITIAL-RTN.                                                00025600
      *****************                                                 00025700
                                                                        00025800
           OPEN OUTPUT REPORT-FILE.                                     00025900
                                                                        00026000
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00026100
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00026200
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00026300
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00026400
                                                                        00026500
           MOVE HDR1-RECORD                 TO  TRAC-DETAIL.            00026600
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00026700
                                                                        00026800
      *    THE HIGH MARK IS TAKEN NOW SO A CHANGE MADE WHILE THIS STEP  00026900
      *    RUNS IS PICKED UP BY THE NEXT RUN, NOT LOST BETWEEN THEM.    00027000
           EXEC SQL                                                     00027100
              SELECT  CHAR(CURRENT TIMESTAMP)                           00027200
                INTO :WS-HIGH-TMSTP                                     00027300
                FROM  SYSIBM.SYSDUMMY1                                  00027400
           END-EXEC.                                                    00027500
           IF SQLCODE NOT = +0                                          00027600
              PERFORM 8000-DB2-ERROR-RTN                                00027700
           END-IF.                                                      00027800
                                                                        00027900
           PERFORM 1100-READ-CKPT-RTN THRU 1100-EXIT.                   00028000
                                                                        00028100
           IF PARM-LENGTH = +10                                         00028200
              MOVE PARM-RPT-DATE            TO  WS-PARM-DATE            00028300
              EXEC SQL                                                  00028400
                 SELECT  CHAR(TIMESTAMP(DATE(:WS-PARM-DATE),            00028500
                                        '00.00.00') - 1 MICROSECOND)    00028600
                   INTO :WS-LOW-TMSTP                                   00028700
                   FROM  SYSIBM.SYSDUMMY1                               00028800
              END-EXEC                                                  00028900
              EVALUATE SQLCODE                                          00029000
                 WHEN +0                                                00029100
                    DISPLAY 'CAT798 - RERUN FROM PARM DATE '            00029200
                            PARM-RPT-DATE                               00029300
                 WHEN -180                                              00029400
                 WHEN -181                                              00029500
                    DISPLAY 'CAT798 - INVALID PARM DATE ' PARM-RPT-DATE 00029600
                            ', PREVIOUS RUN USED'                       00029700
                 WHEN OTHER                                             00029800
                    PERFORM 8000-DB2-ERROR-RTN                          00029900
              END-EVALUATE                                              00030000
           END-IF.                                                      00030100
                                                                        00030200
           IF WS-LOW-TMSTP = SPACES                                     00030300
              EXEC SQL                                                  00030400
                 SELECT  CHAR(TIMESTAMP(:WS-HIGH-TMSTP) - 1 DAY)        00030500
                   INTO :WS-LOW-TMSTP                                   00030600
                   FROM  SYSIBM.SYSDUMMY1                               00030700
              END-EXEC                                                  00030800
              IF SQLCODE NOT = +0                                       00030900
                 PERFORM 8000-DB2-ERROR-RTN                             00031000
              END-IF                                                    00031100
           END-IF.                                                      00031200
                                                                        00031300
           DISPLAY 'CAT798 - CHANGES AFTER ' WS-LOW-TMSTP.              00031400
           DISPLAY 'CAT798 -        THROUGH ' WS-HIGH-TMSTP.            00031500
                                                                        00031600
      *---------------------------------------------------------------* 00031700
      * 1100-READ-CKPT-RTN - PRIOR RUN'S HIGH-WATER TIMESTAMP.  NO    * 00031800
      * RECORD LEAVES THE LOW MARK BLANK FOR THE 24-HOUR DEFAULT.     * 00031900
      *---------------------------------------------------------------* 00032000
       1100-READ-CKPT-RTN.                                              00032100
                                                                        00032200
           OPEN INPUT CKPT-IN-FILE.                                     00032300
           IF NOT CKPTI-OK                                              00032400
              DISPLAY 'CAT798 - NO PRIOR HIGH-WATER - LAST 24 HOURS'    00032500
              GO TO 1100-EXIT                                           00032600
           END-IF.                                                      00032700
                                                                        00032800
           READ CKPT-IN-FILE                                            00032900
               AT END                                                   00033000
                   DISPLAY 'CAT798 - NO PRIOR HIGH-WATER - LAST 24 '    00033100
                           'HOURS'                                      00033200
                   CLOSE CKPT-IN-FILE                                   00033300
                   GO TO 1100-EXIT                                      00033400
           END-READ.                                                    00033500
                                                                        00033600
           IF CKI-KEY = 'CAT798  '                                      00033700
           AND CKI-TIMESTAMP NOT = SPACES                               00033800
              MOVE CKI-TIMESTAMP            TO  WS-LOW-TMSTP            00033900
           END-IF.                                                      00034000
           CLOSE CKPT-IN-FILE.                                          00034100
                                                                        00034200
       1100-EXIT.                                                       00034300
           EXIT.                                                        00034400
                                                                        00034500
           EJECT                                                        00034600
      *---------------------------------------------------------------  00034700
      * 2000-CHANGES-RTN - EVERY REFERENCE-DATA CHANGE IN THE WINDOW.   00034800
      *---------------------------------------------------------------  00034900
       2000-CHANGES-RTN.                                                00035000
                                                                        00035100
           MOVE WS-LOW-TMSTP                TO  SEC1-LOW-TMSTP.         00035200
           MOVE WS-HIGH-TMSTP               TO  SEC1-HIGH-TMSTP.        00035300
           MOVE SEC1-RECORD                 TO  TRAC-DETAIL.            00035400
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00035500
           MOVE COL1-RECORD                 TO  TRAC-DETAIL.            00035600
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00035700
                                                                        00035800
           EXEC SQL                                                     00035900
              OPEN AUDCSR                                               00036000
           END-EXEC.                                                    00036100
           IF SQLCODE NOT = +0                                          00036200
              PERFORM 8000-DB2-ERROR-RTN                                00036300
           END-IF.                                                      00036400
                                                                        00036500
           PERFORM 2100-FETCH-AUD-RTN THRU 2100-EXIT                    00036600
              UNTIL WS-END-OF-AUD.                                      00036700
                                                                        00036800
           EXEC SQL                                                     00036900
              CLOSE AUDCSR                                              00037000
           END-EXEC.                                                    00037100
                                                                        00037200
           IF WS-CNT-TOTAL = ZERO                                       00037300
              MOVE NONE-RECORD              TO  TRAC-DETAIL             00037400
              WRITE REPORT-RECORD         FROM  TRAC-RECORD             00037500
           END-IF.                                                      00037600
                                                                        00037700
      *******************                                               00037800
       2100-FETCH-AUD-RTN.                                              00037900
      *******************                                               00038000
                                                                        00038100
           EXEC SQL                                                     00038200
              FETCH AUDCSR                                              00038300
                 INTO :WS-AUD-TABLE-NM                                  00038400
                     ,:WS-AUD-ACTION-CD                                 00038500
                     ,:WS-AUD-KEY-TXT                                   00038600
                     ,:WS-AUD-BEFORE-TXT                                00038700
                     ,:WS-AUD-AFTER-TXT                                 00038800
                     ,:WS-AUD-USER-ID                                   00038900
                     ,:WS-AUD-PRGM-NM                                   00039000
                     ,:WS-AUD-TMSTP                                     00039100
           END-EXEC.                                                    00039200
                                                                        00039300
           EVALUATE SQLCODE                                             00039400
              WHEN +100                                                 00039500
                 SET WS-END-OF-AUD          TO  TRUE                    00039600
                 GO TO 2100-EXIT                                        00039700
              WHEN +0                                                   00039800
                 CONTINUE                                               00039900
              WHEN OTHER                                                00040000
                 PERFORM 8000-DB2-ERROR-RTN                             00040100
           END-EVALUATE.                                                00040200
                                                                        00040300
           ADD 1                            TO  WS-CNT-TOTAL.           00040400
           EVALUATE TRUE                                                00040500
              WHEN WS-AUD-ADD                                           00040600
                 ADD 1                      TO  WS-CNT-ADD              00040700
                 MOVE 'ADD       '          TO  DTL1-ACTION             00040800
              WHEN WS-AUD-CHANGE                                        00040900
                 ADD 1                      TO  WS-CNT-CHANGE           00041000
                 MOVE 'CHANGE    '          TO  DTL1-ACTION             00041100
              WHEN WS-AUD-INACTIVATE                                    00041200
                 ADD 1                      TO  WS-CNT-INACTIVATE       00041300
                 MOVE 'INACTIVATE'          TO  DTL1-ACTION             00041400
              WHEN OTHER                                                00041500
                 ADD 1                      TO  WS-CNT-DELETE           00041600
                 MOVE 'DELETE    '          TO  DTL1-ACTION             00041700
           END-EVALUATE.                                                00041800
                                                                        00041900
           MOVE WS-AUD-TABLE-NM             TO  DTL1-TABLE-NM.          00042000
           MOVE WS-AUD-KEY-TXT              TO  DTL1-KEY-TXT.           00042100
           MOVE WS-AUD-USER-ID              TO  DTL1-USER-ID.           00042200
           MOVE WS-AUD-PRGM-NM              TO  DTL1-PRGM-NM.           00042300
           MOVE WS-AUD-TMSTP                TO  DTL1-TMSTP.             00042400
           MOVE DTL1-RECORD                 TO  TRAC-DETAIL.            00042500
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00042600
                                                                        00042700
           IF WS-AUD-BEFORE-TXT > SPACES                                00042800
              MOVE 'BEFORE: '               TO  DTL2-LABEL              00042900
              MOVE WS-AUD-BEFORE-1          TO  DTL2-TEXT               00043000
              PERFORM 2200-WRITE-IMAGE-RTN                              00043100
              IF WS-AUD-BEFORE-2 > SPACES                               00043200
                 MOVE SPACES                TO  DTL2-LABEL              00043300
                 MOVE WS-AUD-BEFORE-2       TO  DTL2-TEXT               00043400
                 PERFORM 2200-WRITE-IMAGE-RTN                           00043500
              END-IF                                                    00043600
           END-IF.                                                      00043700
                                                                        00043800
           IF WS-AUD-AFTER-TXT > SPACES                                 00043900
              MOVE 'AFTER:  '               TO  DTL2-LABEL              00044000
              MOVE WS-AUD-AFTER-1           TO  DTL2-TEXT               00044100
              PERFORM 2200-WRITE-IMAGE-RTN                              00044200
              IF WS-AUD-AFTER-2 > SPACES                                00044300
                 MOVE SPACES                TO  DTL2-LABEL              00044400
                 MOVE WS-AUD-AFTER-2        TO  DTL2-TEXT               00044500
                 PERFORM 2200-WRITE-IMAGE-RTN                           00044600
              END-IF                                                    00044700
           END-IF.                                                      00044800
                                                                        00044900
       2100-EXIT.                                                       00045000
           EXIT.                                                        00045100
                                                                        00045200
      *    ONE LINE OF A BEFORE OR AFTER IMAGE.                         00045300
       2200-WRITE-IMAGE-RTN.                                            00045400
                                                                        00045500
           MOVE DTL2-RECORD                 TO  TRAC-DETAIL.            00045600
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00045700
                                                                        00045800
           EJECT                                                        00045900
      *---------------------------------------------------------------  00046000
      * 3000-HIGH-WATER-RTN - ROLL THE HIGH-WATER MARK FORWARD.  THE    00046100
      * NEXT RUN STARTS FROM THIS RUN'S HIGH MARK.                      00046200
      *---------------------------------------------------------------  00046300
       3000-HIGH-WATER-RTN.                                             00046400
                                                                        00046500
           OPEN OUTPUT CKPT-OUT-FILE.                                   00046600
           MOVE SPACES                      TO  CKO-RECORD.             00046700
           MOVE 'CAT798  '                  TO  CKO-KEY.                00046800
           MOVE WS-CNT-TOTAL                TO  CKO-IP-COUNT.           00046900
           MOVE ZEROES                      TO  CKO-OP1-COUNT           00047000
                                                CKO-OP2-COUNT.          00047100
           MOVE WS-HIGH-TMSTP               TO  CKO-TIMESTAMP.          00047200
           WRITE CKO-RECORD.                                            00047300
           CLOSE CKPT-OUT-FILE.                                         00047400
                                                                        00047500
           EJECT                                                        00047600
      ******************                                                00047700
       8000-DB2-ERROR-RTN.                                              00047800
      ******************                                                00047900
                                                                        00048000
           DISPLAY 'CAT798 - DB2 ERROR, SQLCODE = ' SQLCODE.            00048100
           CALL DSNTIAR               USING  SQLCA                      00048200
                                             WS-DB2-MESSAGE-AREA        00048300
                                             WS-ERR-LINE-LEN            00048400
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00048500
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00048600
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00048700
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00048800
                 END-IF                                                 00048900
           END-PERFORM.                                                 00049000
           DISPLAY 'CAT798 ABENDED'.                                    00049100
           CALL ABEND                 USING  ABEND-CODE.                00049200
                                                                        00049300
           EJECT                                                        00049400
      ************                                                      00049500
       9000-EOJ-RTN.                                                    00049600
      ************                                                      00049700
                                                                        00049800
           MOVE 'TABLE ROWS ADDED            '  TO  TRL1-LABEL.         00049900
           MOVE WS-CNT-ADD                  TO  TRL1-COUNT.             00050000
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00050100
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00050200
                                                                        00050300
           MOVE ' '                         TO  TRL1-CC.                00050400
           MOVE 'TABLE ROWS CHANGED          '  TO  TRL1-LABEL.         00050500
           MOVE WS-CNT-CHANGE               TO  TRL1-COUNT.             00050600
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00050700
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00050800
                                                                        00050900
           MOVE 'TABLE ROWS INACTIVATED      '  TO  TRL1-LABEL.         00051000
           MOVE WS-CNT-INACTIVATE           TO  TRL1-COUNT.             00051100
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00051200
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00051300
                                                                        00051400
           MOVE 'TABLE ROWS DELETED          '  TO  TRL1-LABEL.         00051500
           MOVE WS-CNT-DELETE               TO  TRL1-COUNT.             00051600
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00051700
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00051800
                                                                        00051900
           MOVE 'TOTAL REFERENCE CHANGES     '  TO  TRL1-LABEL.         00052000
           MOVE WS-CNT-TOTAL                TO  TRL1-COUNT.             00052100
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00052200
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00052300
                                                                        00052400
           CLOSE REPORT-FILE.                                           00052500
                                                                        00052600
           DISPLAY ' '                                                  00052700
           DISPLAY 'REFERENCE CHANGES:      ' WS-CNT-TOTAL              00052800
           DISPLAY ' '                                                  00052900
           DISPLAY '*************************'                          00053000
           DISPLAY '* END OF CAT798 PROGRAM *'                          00053100
           DISPLAY '*************************'                          00053200
           DISPLAY ' '.                                                 00053300
