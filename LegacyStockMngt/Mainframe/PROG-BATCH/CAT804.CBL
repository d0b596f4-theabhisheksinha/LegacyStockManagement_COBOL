000001* PDX    - CAT804   C0369802 10/15/26 10:46:52 TBTIKUO            00000100
000001* CREATED FOR SSR 114473.  OUTBOUND NSCC SUBMISSION ALARMS.       00000200
000001* THE CATOSUB REGISTER KNOWS EVERY FILE WE SENT NSCC, ITS         00000300
000001* TARGET CYCLE AND THAT CYCLE'S CUTOFF, AND CAT803 MATCHES THE    00000400
000001* ACKNOWLEDGMENTS BACK.  THIS STEP RUNS AFTER EACH CYCLE'S        00000500
000001* ACKNOWLEDGMENT MATCH AND FLAGS (1) EVERY SUBMISSION PAST ITS    00000600
000001* CUTOFF THAT IS NOT FULLY ACKNOWLEDGED - NEVER CLOSED BY ITS     00000700
000001* GENERATOR, NO ACKNOWLEDGMENT AT ALL, OR ONLY PARTLY             00000800
000001* ACKNOWLEDGED - AND (2) EVERY RECORD NSCC REJECTED ON FORMAT     00000900
000001* NOT YET ALARMED.  A FORMAT REJECT IS ALARMED ONCE               00001000
000001* (VOSUBR ALRT_IND); A LATE SUBMISSION KEEPS APPEARING UNTIL      00001100
000001* IT IS ACKNOWLEDGED OR AGES PAST THE LOOKBACK WINDOW.            00001200
000001* RETURN CODE 8 WHEN ANYTHING IS FLAGGED.                         00001300
       IDENTIFICATION DIVISION.                                         00001400
       PROGRAM-ID.  CAT804.                                             00001500
       AUTHOR.      LARRY MUREY.                                        00001600
       DATE-WRITTEN.  OCT 2026.                                         00001700
      *---------------------------------------------------------------* 00001800
      *                         REMARKS                               * 00001900
      * PARM:   'NNN' - LOOKBACK IN CALENDAR DAYS ON THE TARGET CYCLE * 00002000
      *         DATE FOR LATE SUBMISSIONS (DEFAULT 5)                 * 00002100
      * INPUT:  VOSUBM / VOSUBR - CATOSUB SUBMISSION REGISTER         * 00002200
      * OUTPUT: RPTPI   - SECTION 1 UNACKNOWLEDGED AT CUTOFF          * 00002300
      *                   SECTION 2 RECORDS REJECTED ON FORMAT        * 00002400
      *---------------------------------------------------------------* 00002500
           EJECT                                                        00002600
      ***************************************************************** 00002700
       ENVIRONMENT DIVISION.                                            00002800
      ***************************************************************** 00002900
       INPUT-OUTPUT SECTION.                                            00003000
       FILE-CONTROL.                                                    00003100
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00003200
                                                                        00003300
      ***************************************************************** 00003400
       DATA DIVISION.                                                   00003500
      ***************************************************************** 00003600
                                                                        00003700
       FILE SECTION.                                                    00003800
                                                                        00003900
       FD  REPORT-FILE                                                  00004000
           RECORDING MODE F                                             00004100
           BLOCK CONTAINS 0 RECORDS                                     00004200
           LABEL RECORDS ARE STANDARD                                   00004300
           RECORD CONTAINS 132 CHARACTERS.                              00004400
                                                                        00004500
       01  REPORT-RECORD                PIC  X(132).                    00004600
                                                                        00004700
           EJECT                                                        00004800
      ***************************************************************** 00004900
       WORKING-STORAGE SECTION.                                         00005000
      ***************************************************************** 00005100
                                                                        00005200
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00005300
                                                                        00005400
       01  CALL-MODULES.                                                00005500
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00005600
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00005700
                                                                        00005800
       01  WS-END-OF-LATE-SW            PIC  X(01)  VALUE 'N'.          00005900
           88  WS-END-OF-LATE                      VALUE 'Y'.           00006000
       01  WS-END-OF-FMT-SW             PIC  X(01)  VALUE 'N'.          00006100
           88  WS-END-OF-FMT                       VALUE 'Y'.           00006200
                                                                        00006300
       01  WS-SECTION-SW                PIC  X(01)  VALUE '1'.          00006400
           88  WS-SECTION-LATE                     VALUE '1'.           00006500
           88  WS-SECTION-FMT                      VALUE '2'.           00006600
                                                                        00006700
       77  WS-LOOKBACK-DAYS             PIC S9(04) COMP  VALUE +5.      00006800
                                                                        00006900
       01  WS-LATE-AREA.                                                00007000
           05  WS-LT-SUBM-ID            PIC S9(09) COMP.                00007100
           05  WS-LT-SUBM-TYPE          PIC  X(02).                     00007200
           05  WS-LT-SRCE-PGM           PIC  X(08).                     00007300
           05  WS-LT-DD-NM              PIC  X(08).                     00007400
           05  WS-LT-CYCLE-DT           PIC  X(10).                     00007500
           05  WS-LT-CYCLE-NBR          PIC S9(04) COMP.                00007600
           05  WS-LT-CUTOFF             PIC  X(26).                     00007700
           05  WS-LT-STTS               PIC  X(01).                     00007800
               88  WS-LT-OPEN                        VALUE 'O'.         00007900
               88  WS-LT-TRANSMITTED                 VALUE 'T'.         00008000
               88  WS-LT-PARTIAL                     VALUE 'P'.         00008100
           05  WS-LT-REC-CNT            PIC S9(09) COMP.                00008200
           05  WS-LT-ACPT-CNT           PIC S9(09) COMP.                00008300
           05  WS-LT-RJCT-CNT           PIC S9(09) COMP.                00008400
       01  WS-LT-PENDING                PIC S9(09) COMP  VALUE +0.      00008500
                                                                        00008600
       01  WS-FMT-AREA.                                                 00008700
           05  WS-FM-SUBM-ID            PIC S9(09) COMP.                00008800
           05  WS-FM-REC-SEQ            PIC S9(09) COMP.                00008900
           05  WS-FM-SUBM-TYPE          PIC  X(02).                     00009000
           05  WS-FM-REC-KEY            PIC  X(40).                     00009100
           05  WS-FM-RSN-CD             PIC  X(04).                     00009200
           05  WS-FM-RSN-TXT            PIC  X(40).                     00009300
           05  WS-FM-SRCE-PGM           PIC  X(08).                     00009400
                                                                        00009500
       01  WS-CNT-LATE                  PIC S9(07) COMP-3  VALUE ZERO.  00009600
       01  WS-CNT-NEVER-CLOSED          PIC S9(07) COMP-3  VALUE ZERO.  00009700
       01  WS-CNT-NO-ACK                PIC S9(07) COMP-3  VALUE ZERO.  00009800
       01  WS-CNT-PARTIAL               PIC S9(07) COMP-3  VALUE ZERO.  00009900
       01  WS-CNT-FMT-RJCT              PIC S9(07) COMP-3  VALUE ZERO.  00010000
                                                                        00010100
       01  WS-ACCEPT-DATE.                                              00010200
           05  WS-ACCEPT-YY             PIC  9(02).                     00010300
           05  WS-ACCEPT-MM             PIC  9(02).                     00010400
           05  WS-ACCEPT-DD             PIC  9(02).                     00010500
                                                                        00010600
       01  LINE-CNTR                    PIC  9(02)  VALUE ZEROES.       00010700
       01  PAGE-CNTR                    PIC  9(05)  VALUE ZEROES.       00010800
                                                                        00010900
       01  WS-DB2-MESSAGE-AREA.                                         00011000
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00011100
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00011200
               INDEXED BY WS-ERROR-INDEX.                               00011300
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00011400
                                                                        00011500
           EJECT                                                        00011600
       01  HDR1-RECORD.                                                 00011700
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00011800
           05  FILLER                   PIC  X(30)  VALUE               00011900
               'CAT804 - NSCC SUBMISSION      '.                        00012000
           05  FILLER                   PIC  X(30)  VALUE               00012100
               'DEADLINE AND REJECT ALARMS    '.                        00012200
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00012300
           05  FILLER                   PIC  X(06)  VALUE               00012400
               'DATE: '.                                                00012500
           05  HDR1-DATE-MM             PIC  X(02).                     00012600
           05  FILLER                   PIC  X(01)  VALUE '/'.          00012700
           05  HDR1-DATE-DD             PIC  X(02).                     00012800
           05  FILLER                   PIC  X(01)  VALUE '/'.          00012900
           05  HDR1-DATE-YY             PIC  X(02).                     00013000
           05  FILLER                   PIC  X(06)  VALUE SPACES.       00013100
           05  FILLER                   PIC  X(06)  VALUE               00013200
               'PAGE: '.                                                00013300
           05  HDR1-PAGE-NBR            PIC  ZZZZ9.                     00013400
           05  FILLER                   PIC  X(12)  VALUE SPACES.       00013500
                                                                        00013600
       01  HDR2-LATE-RECORD.                                            00013700
           05  HDR2L-CC                 PIC  X(01)  VALUE '0'.          00013800
           05  FILLER                   PIC  X(50)  VALUE               00013900
               'SECTION 1 - SUBMISSIONS NOT ACKNOWLEDGED BY CUTOFF'.    00014000
           05  FILLER                   PIC  X(81)  VALUE SPACES.       00014100
                                                                        00014200
       01  HDR3-LATE-RECORD.                                            00014300
           05  HDR3L-CC                 PIC  X(01)  VALUE ' '.          00014400
           05  FILLER                   PIC  X(09)  VALUE               00014500
               '  SUBM ID'.                                             00014600
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00014700
           05  FILLER                   PIC  X(02)  VALUE 'TP'.         00014800
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00014900
           05  FILLER                   PIC  X(08)  VALUE 'PROGRAM '.   00015000
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00015100
           05  FILLER                   PIC  X(08)  VALUE 'DD NAME '.   00015200
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00015300
           05  FILLER                   PIC  X(10)  VALUE               00015400
               'CYCLE DATE'.                                            00015500
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00015600
           05  FILLER                   PIC  X(04)  VALUE ' CYC'.       00015700
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00015800
           05  FILLER                   PIC  X(19)  VALUE               00015900
               'CUTOFF'.                                                00016000
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00016100
           05  FILLER                   PIC  X(07)  VALUE               00016200
               'RECORDS'.                                               00016300
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00016400
           05  FILLER                   PIC  X(07)  VALUE               00016500
               'PENDING'.                                               00016600
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00016700
           05  FILLER                   PIC  X(40)  VALUE               00016800
               'ALARM'.                                                 00016900
                                                                        00017000
       01  HDR2-FMT-RECORD.                                             00017100
           05  HDR2F-CC                 PIC  X(01)  VALUE '0'.          00017200
           05  FILLER                   PIC  X(50)  VALUE               00017300
               'SECTION 2 - RECORDS NSCC REJECTED ON FORMAT       '.    00017400
           05  FILLER                   PIC  X(81)  VALUE SPACES.       00017500
                                                                        00017600
       01  HDR3-FMT-RECORD.                                             00017700
           05  HDR3F-CC                 PIC  X(01)  VALUE ' '.          00017800
           05  FILLER                   PIC  X(09)  VALUE               00017900
               '  SUBM ID'.                                             00018000
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00018100
           05  FILLER                   PIC  X(02)  VALUE 'TP'.         00018200
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00018300
           05  FILLER                   PIC  X(08)  VALUE 'PROGRAM '.   00018400
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00018500
           05  FILLER                   PIC  X(40)  VALUE               00018600
               'RECORD KEY'.                                            00018700
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00018800
           05  FILLER                   PIC  X(04)  VALUE 'RSN '.       00018900
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00019000
           05  FILLER                   PIC  X(40)  VALUE               00019100
               'NSCC REASON'.                                           00019200
           05  FILLER                   PIC  X(18)  VALUE SPACES.       00019300
                                                                        00019400
       01  HDR4-RECORD.                                                 00019500
           05  HDR4-CC                  PIC  X(01)  VALUE ' '.          00019600
           05  FILLER                   PIC  X(131) VALUE ALL '-'.      00019700
                                                                        00019800
       01  DTL1-RECORD.                                                 00019900
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00020000
           05  DTL1-SUBM-ID             PIC  ZZZZZZZZ9.                 00020100
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00020200
           05  DTL1-SUBM-TYPE           PIC  X(02).                     00020300
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00020400
           05  DTL1-SRCE-PGM            PIC  X(08).                     00020500
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00020600
           05  DTL1-DD-NM               PIC  X(08).                     00020700
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00020800
           05  DTL1-CYCLE-DT            PIC  X(10).                     00020900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00021000
           05  DTL1-CYCLE-NBR           PIC  ZZZ9.                      00021100
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00021200
           05  DTL1-CUTOFF              PIC  X(19).                     00021300
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00021400
           05  DTL1-REC-CNT             PIC  ZZZ,ZZ9.                   00021500
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00021600
           05  DTL1-PENDING             PIC  ZZZ,ZZ9.                   00021700
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00021800
           05  DTL1-MESSAGE             PIC  X(40).                     00021900
                                                                        00022000
       01  DTL2-RECORD.                                                 00022100
           05  DTL2-CC                  PIC  X(01)  VALUE ' '.          00022200
           05  DTL2-SUBM-ID             PIC  ZZZZZZZZ9.                 00022300
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00022400
           05  DTL2-SUBM-TYPE           PIC  X(02).                     00022500
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00022600
           05  DTL2-SRCE-PGM            PIC  X(08).                     00022700
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00022800
           05  DTL2-REC-KEY             PIC  X(40).                     00022900
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00023000
           05  DTL2-RSN                 PIC  X(04).                     00023100
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00023200
           05  DTL2-RSN-TXT             PIC  X(40).                     00023300
           05  FILLER                   PIC  X(18)  VALUE SPACES.       00023400
                                                                        00023500
       01  TRL1-RECORD.                                                 00023600
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00023700
           05  TRL1-LABEL               PIC  X(32).                     00023800
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00023900
           05  FILLER                   PIC  X(88)  VALUE SPACES.       00024000
                                                                        00024100
       01  TRAC-RECORD.                                                 00024200
           05  TRAC-DETAIL              PIC  X(132).                    00024300
                                                                        00024400
           EJECT                                                        00024500
      *DB2 COMMUNICATION AREA                                           00024600
           EXEC SQL                                                     00024700
              INCLUDE SQLCA                                             00024800
           END-EXEC.                                                    00024900
                                                                        00025000
      *----------------------------------------------------------------*00025100
      * SUBMISSIONS PAST THEIR CYCLE CUTOFF AND NOT FULLY ACKNOWLEDGED *00025200
      *----------------------------------------------------------------*00025300
           EXEC SQL                                                     00025400
              DECLARE LATECSR CURSOR FOR                                00025500
                 SELECT SUBM_ID                                         00025600
                       ,SUBM_TYPE_CD                                    00025700
                       ,SRCE_PGM_NM                                     00025800
                       ,DD_NM                                           00025900
                       ,CHAR(CYCLE_DT, ISO)                             00026000
                       ,CYCLE_NBR                                       00026100
                       ,CHAR(CUTOFF_TMSTP)                              00026200
                       ,STTS_CD                                         00026300
                       ,REC_CNT                                         00026400
                       ,ACPT_CNT                                        00026500
                       ,RJCT_CNT                                        00026600
                   FROM VOSUBM                                          00026700
                  WHERE STTS_CD IN ('O', 'T', 'P')                      00026800
                    AND CUTOFF_TMSTP < CURRENT TIMESTAMP                00026900
                    AND CYCLE_DT    >= CURRENT DATE                     00027000
                                     - :WS-LOOKBACK-DAYS DAYS           00027100
                  ORDER BY CUTOFF_TMSTP, SUBM_ID                        00027200
           END-EXEC.                                                    00027300
                                                                        00027400
      *----------------------------------------------------------------*00027500
      * FORMAT REJECTS NOT YET ALARMED                                 *00027600
      *----------------------------------------------------------------*00027700
           EXEC SQL                                                     00027800
              DECLARE FMTCSR CURSOR WITH HOLD FOR                       00027900
                 SELECT R.SUBM_ID                                       00028000
                       ,R.REC_SEQ_NBR                                   00028100
                       ,R.SUBM_TYPE_CD                                  00028200
                       ,R.REC_KEY_TXT                                   00028300
                       ,R.RJCT_RSN_CD                                   00028400
                       ,R.RJCT_RSN_TXT                                  00028500
                       ,M.SRCE_PGM_NM                                   00028600
                   FROM VOSUBR R                                        00028700
                       ,VOSUBM M                                        00028800
                  WHERE R.SUBM_ID      = M.SUBM_ID                      00028900
                    AND R.STTS_CD      = 'R'                            00029000
                    AND R.RJCT_CTGY_CD = 'F'                            00029100
                    AND R.ALRT_IND     = 'N'                            00029200
                  ORDER BY R.SUBM_ID, R.REC_SEQ_NBR                     00029300
           END-EXEC.                                                    00029400
                                                                        00029500
           EJECT                                                        00029600
       LINKAGE SECTION.                                                 00029700
      ***************************************************************   00029800
       01  PARM-AREA.                                                   00029900
           05  PARM-LENGTH              PIC S9(4) COMP SYNC.            00030000
           05  PARM-LOOKBACK            PIC  9(03).                     00030100
                                                                        00030200
           EJECT                                                        00030300
      ***************************************************************** 00030400
       PROCEDURE DIVISION USING PARM-AREA.                              00030500
      ***************************************************************** 00030600
                                                                        00030700
           DISPLAY '*** CAT804 - NSCC SUBMISSION ALARMS ***'.           00030800
                                                                        00030900
           IF PARM-LENGTH = +3                                          00031000
           AND PARM-LOOKBACK NUMERIC                                    00031100
           AND PARM-LOOKBACK > 0                                        00031200
              MOVE PARM-LOOKBACK            TO  WS-LOOKBACK-DAYS        00031300
           END-IF.                                                      00031400
           DISPLAY 'CAT804 - LOOKBACK DAYS = ' WS-LOOKBACK-DAYS.        00031500
                                                                        00031600
           PERFORM 1000-INITIAL-RTN.                                    00031700
                                                                        00031800
           EXEC SQL                                                     00031900
              OPEN LATECSR                                              00032000
           END-EXEC.                                                    00032100
           IF SQLCODE NOT = +0                                          00032200
              PERFORM 8000-DB2-ERROR-RTN                                00032300
           END-IF.                                                      00032400
                                                                        00032500
           PERFORM 2000-LATE-SUBM-RTN THRU 2000-EXIT                    00032600
              UNTIL WS-END-OF-LATE.                                     00032700
                                                                        00032800
           EXEC SQL                                                     00032900
              CLOSE LATECSR                                             00033000
           END-EXEC.                                                    00033100
                                                                        00033200
           SET WS-SECTION-FMT               TO  TRUE.                   00033300
           PERFORM 1200-WRITE-SECTION-RTN.                              00033400
                                                                        00033500
           EXEC SQL                                                     00033600
              OPEN FMTCSR                                               00033700
           END-EXEC.                                                    00033800
           IF SQLCODE NOT = +0                                          00033900
              PERFORM 8000-DB2-ERROR-RTN                                00034000
           END-IF.                                                      00034100
                                                                        00034200
           PERFORM 3000-FORMAT-RJCT-RTN THRU 3000-EXIT                  00034300
              UNTIL WS-END-OF-FMT.                                      00034400
                                                                        00034500
           EXEC SQL                                                     00034600
              CLOSE FMTCSR                                              00034700
           END-EXEC.                                                    00034800
                                                                        00034900
           EXEC SQL                                                     00035000
              COMMIT                                                    00035100
           END-EXEC.                                                    00035200
                                                                        00035300
           PERFORM 9000-EOJ-RTN.                                        00035400
                                                                        00035500
           IF WS-CNT-LATE > +0                                          00035600
           OR WS-CNT-FMT-RJCT > +0                                      00035700
              MOVE 8                        TO  RETURN-CODE             00035800
           END-IF.                                                      00035900
                                                                        00036000
           GOBACK.                                                      00036100
                                                                        00036200
           EJECT                                                        00036300
      *****************                                                 00036400
       1000-INITIAL-RTN.                                                00036500
      *****************                                                 00036600
                                                                        00036700
           OPEN OUTPUT REPORT-FILE.                                     00036800
                                                                        00036900
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00037000
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00037100
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00037200
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00037300
                                                                        00037400
           MOVE 0                           TO  PAGE-CNTR.              00037500
           SET WS-SECTION-LATE              TO  TRUE.                   00037600
           PERFORM 1100-WRITE-HEADER-RTN.                               00037700
                                                                        00037800
      **********************                                            00037900
       1100-WRITE-HEADER-RTN.                                           00038000
      **********************                                            00038100
                                                                        00038200
           ADD 1                            TO  PAGE-CNTR.              00038300
           MOVE PAGE-CNTR                   TO  HDR1-PAGE-NBR.          00038400
                                                                        00038500
           MOVE HDR1-RECORD                 TO  TRAC-DETAIL.            00038600
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00038700
           MOVE 1                           TO  LINE-CNTR.              00038800
                                                                        00038900
           PERFORM 1200-WRITE-SECTION-RTN.                              00039000
                                                                        00039100
      ***********************                                           00039200
       1200-WRITE-SECTION-RTN.                                          00039300
      ***********************                                           00039400
                                                                        00039500
           IF WS-SECTION-LATE                                           00039600
              MOVE HDR2-LATE-RECORD         TO  TRAC-DETAIL             00039700
              WRITE REPORT-RECORD         FROM  TRAC-RECORD             00039800
              MOVE HDR3-LATE-RECORD         TO  TRAC-DETAIL             00039900
              WRITE REPORT-RECORD         FROM  TRAC-RECORD             00040000
           ELSE                                                         00040100
              MOVE HDR2-FMT-RECORD          TO  TRAC-DETAIL             00040200
              WRITE REPORT-RECORD         FROM  TRAC-RECORD             00040300
              MOVE HDR3-FMT-RECORD          TO  TRAC-DETAIL             00040400
              WRITE REPORT-RECORD         FROM  TRAC-RECORD             00040500
           END-IF.                                                      00040600
                                                                        00040700
           MOVE HDR4-RECORD                 TO  TRAC-DETAIL.            00040800
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00040900
           ADD 4                            TO  LINE-CNTR.              00041000
                                                                        00041100
           EJECT                                                        00041200
      *--------------------------------------------------------------*  00041300
      *  2000-LATE-SUBM-RTN: ONE SUBMISSION PAST ITS CUTOFF.         *  00041400
      *--------------------------------------------------------------*  00041500
      ******************                                                00041600
       2000-LATE-SUBM-RTN.                                              00041700
      ******************                                                00041800
                                                                        00041900
           EXEC SQL                                                     00042000
              FETCH LATECSR                                             00042100
                 INTO :WS-LT-SUBM-ID                                    00042200
                     ,:WS-LT-SUBM-TYPE                                  00042300
                     ,:WS-LT-SRCE-PGM                                   00042400
                     ,:WS-LT-DD-NM                                      00042500
                     ,:WS-LT-CYCLE-DT                                   00042600
                     ,:WS-LT-CYCLE-NBR                                  00042700
                     ,:WS-LT-CUTOFF                                     00042800
                     ,:WS-LT-STTS                                       00042900
                     ,:WS-LT-REC-CNT                                    00043000
                     ,:WS-LT-ACPT-CNT                                   00043100
                     ,:WS-LT-RJCT-CNT                                   00043200
           END-EXEC.                                                    00043300
                                                                        00043400
           EVALUATE SQLCODE                                             00043500
              WHEN +100                                                 00043600
                 SET WS-END-OF-LATE         TO  TRUE                    00043700
                 GO TO 2000-EXIT                                        00043800
              WHEN +0                                                   00043900
                 ADD 1                      TO  WS-CNT-LATE             00044000
              WHEN OTHER                                                00044100
                 PERFORM 8000-DB2-ERROR-RTN                             00044200
           END-EVALUATE.                                                00044300
                                                                        00044400
           COMPUTE WS-LT-PENDING = WS-LT-REC-CNT                        00044500
                                 - WS-LT-ACPT-CNT                       00044600
                                 - WS-LT-RJCT-CNT.                      00044700
                                                                        00044800
           EVALUATE TRUE                                                00044900
              WHEN WS-LT-OPEN                                           00045000
                 ADD 1                      TO  WS-CNT-NEVER-CLOSED     00045100
                 MOVE 'NEVER CLOSED - GENERATOR DID NOT FINISH '        00045200
                                            TO  DTL1-MESSAGE            00045300
              WHEN WS-LT-TRANSMITTED                                    00045400
                 ADD 1                      TO  WS-CNT-NO-ACK           00045500
                 MOVE 'NO ACKNOWLEDGMENT BY CYCLE CUTOFF       '        00045600
                                            TO  DTL1-MESSAGE            00045700
              WHEN OTHER                                                00045800
                 ADD 1                      TO  WS-CNT-PARTIAL          00045900
                 MOVE 'PARTLY ACKNOWLEDGED - RECORDS OUTSTANDING'       00046000
                                            TO  DTL1-MESSAGE            00046100
           END-EVALUATE.                                                00046200
                                                                        00046300
           IF LINE-CNTR > 56                                            00046400
              PERFORM 1100-WRITE-HEADER-RTN                             00046500
           END-IF.                                                      00046600
                                                                        00046700
           MOVE WS-LT-SUBM-ID               TO  DTL1-SUBM-ID.           00046800
           MOVE WS-LT-SUBM-TYPE             TO  DTL1-SUBM-TYPE.         00046900
           MOVE WS-LT-SRCE-PGM              TO  DTL1-SRCE-PGM.          00047000
           MOVE WS-LT-DD-NM                 TO  DTL1-DD-NM.             00047100
           MOVE WS-LT-CYCLE-DT              TO  DTL1-CYCLE-DT.          00047200
           MOVE WS-LT-CYCLE-NBR             TO  DTL1-CYCLE-NBR.         00047300
           MOVE WS-LT-CUTOFF (1 : 19)       TO  DTL1-CUTOFF.            00047400
           MOVE WS-LT-REC-CNT               TO  DTL1-REC-CNT.           00047500
           MOVE WS-LT-PENDING               TO  DTL1-PENDING.           00047600
                                                                        00047700
           MOVE DTL1-RECORD                 TO  TRAC-DETAIL.            00047800
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00047900
           ADD 1                            TO  LINE-CNTR.              00048000
                                                                        00048100
       2000-EXIT.                                                       00048200
           EXIT.                                                        00048300
                                                                        00048400
           EJECT                                                        00048500
      *--------------------------------------------------------------*  00048600
      *  3000-FORMAT-RJCT-RTN: ONE FORMAT REJECT, LISTED THEN MARKED *  00048700
      *  ALARMED SO TOMORROW'S RUN DOES NOT REPEAT IT.               *  00048800
      *--------------------------------------------------------------*  00048900
      ********************                                              00049000
       3000-FORMAT-RJCT-RTN.                                            00049100
      ********************                                              00049200
                                                                        00049300
           EXEC SQL                                                     00049400
              FETCH FMTCSR                                              00049500
                 INTO :WS-FM-SUBM-ID                                    00049600
                     ,:WS-FM-REC-SEQ                                    00049700
                     ,:WS-FM-SUBM-TYPE                                  00049800
                     ,:WS-FM-REC-KEY                                    00049900
                     ,:WS-FM-RSN-CD                                     00050000
                     ,:WS-FM-RSN-TXT                                    00050100
                     ,:WS-FM-SRCE-PGM                                   00050200
           END-EXEC.                                                    00050300
                                                                        00050400
           EVALUATE SQLCODE                                             00050500
              WHEN +100                                                 00050600
                 SET WS-END-OF-FMT          TO  TRUE                    00050700
                 GO TO 3000-EXIT                                        00050800
              WHEN +0                                                   00050900
                 ADD 1                      TO  WS-CNT-FMT-RJCT         00051000
              WHEN OTHER                                                00051100
                 PERFORM 8000-DB2-ERROR-RTN                             00051200
           END-EVALUATE.                                                00051300
                                                                        00051400
           IF LINE-CNTR > 56                                            00051500
              PERFORM 1100-WRITE-HEADER-RTN                             00051600
           END-IF.                                                      00051700
                                                                        00051800
           MOVE WS-FM-SUBM-ID               TO  DTL2-SUBM-ID.           00051900
           MOVE WS-FM-SUBM-TYPE             TO  DTL2-SUBM-TYPE.         00052000
           MOVE WS-FM-SRCE-PGM              TO  DTL2-SRCE-PGM.          00052100
           MOVE WS-FM-REC-KEY               TO  DTL2-REC-KEY.           00052200
           MOVE WS-FM-RSN-CD                TO  DTL2-RSN.               00052300
           MOVE WS-FM-RSN-TXT               TO  DTL2-RSN-TXT.           00052400
                                                                        00052500
           MOVE DTL2-RECORD                 TO  TRAC-DETAIL.            00052600
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00052700
           ADD 1                            TO  LINE-CNTR.              00052800
                                                                        00052900
           EXEC SQL                                                     00053000
              UPDATE VOSUBR                                             00053100
                 SET ALRT_IND    = 'Y'                                  00053200
                    ,UPDT_TMSTP  = CURRENT TIMESTAMP                    00053300
                    ,PRGM_NM     = 'CAT804  '                           00053400
               WHERE SUBM_ID     = :WS-FM-SUBM-ID                       00053500
                 AND REC_SEQ_NBR = :WS-FM-REC-SEQ                       00053600
           END-EXEC.                                                    00053700
           IF SQLCODE NOT = +0                                          00053800
              PERFORM 8000-DB2-ERROR-RTN                                00053900
           END-IF.                                                      00054000
                                                                        00054100
       3000-EXIT.                                                       00054200
           EXIT.                                                        00054300
                                                                        00054400
           EJECT                                                        00054500
      ******************                                                00054600
       8000-DB2-ERROR-RTN.                                              00054700
      ******************                                                00054800
                                                                        00054900
           DISPLAY 'CAT804 - DB2 ERROR, SQLCODE = ' SQLCODE.            00055000
           CALL DSNTIAR               USING  SQLCA                      00055100
                                             WS-DB2-MESSAGE-AREA        00055200
                                             WS-ERR-LINE-LEN            00055300
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00055400
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00055500
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00055600
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00055700
                 END-IF                                                 00055800
           END-PERFORM.                                                 00055900
           DISPLAY 'CAT804 ABENDED'.                                    00056000
           EXEC SQL  ROLLBACK  END-EXEC.                                00056100
           CALL ABEND                 USING  ABEND-CODE.                00056200
                                                                        00056300
           EJECT                                                        00056400
      ************                                                      00056500
       9000-EOJ-RTN.                                                    00056600
      ************                                                      00056700
                                                                        00056800
           MOVE 'LATE SUBMISSIONS                '  TO  TRL1-LABEL.     00056900
           MOVE WS-CNT-LATE                 TO  TRL1-COUNT.             00057000
           PERFORM 9100-WRITE-TRL-RTN.                                  00057100
                                                                        00057200
           MOVE ' '                         TO  TRL1-CC.                00057300
           MOVE '  NEVER CLOSED                  '  TO  TRL1-LABEL.     00057400
           MOVE WS-CNT-NEVER-CLOSED         TO  TRL1-COUNT.             00057500
           PERFORM 9100-WRITE-TRL-RTN.                                  00057600
                                                                        00057700
           MOVE '  NO ACKNOWLEDGMENT             '  TO  TRL1-LABEL.     00057800
           MOVE WS-CNT-NO-ACK               TO  TRL1-COUNT.             00057900
           PERFORM 9100-WRITE-TRL-RTN.                                  00058000
                                                                        00058100
           MOVE '  PARTLY ACKNOWLEDGED           '  TO  TRL1-LABEL.     00058200
           MOVE WS-CNT-PARTIAL              TO  TRL1-COUNT.             00058300
           PERFORM 9100-WRITE-TRL-RTN.                                  00058400
                                                                        00058500
           MOVE 'FORMAT REJECTS                  '  TO  TRL1-LABEL.     00058600
           MOVE WS-CNT-FMT-RJCT             TO  TRL1-COUNT.             00058700
           PERFORM 9100-WRITE-TRL-RTN.                                  00058800
                                                                        00058900
           CLOSE REPORT-FILE.                                           00059000
                                                                        00059100
           DISPLAY ' '                                                  00059200
           DISPLAY 'LATE SUBMISSIONS:       ' WS-CNT-LATE               00059300
           DISPLAY '  NEVER CLOSED:         ' WS-CNT-NEVER-CLOSED       00059400
           DISPLAY '  NO ACKNOWLEDGMENT:    ' WS-CNT-NO-ACK             00059500
           DISPLAY '  PARTLY ACKNOWLEDGED:  ' WS-CNT-PARTIAL            00059600
           DISPLAY 'FORMAT REJECTS:         ' WS-CNT-FMT-RJCT           00059700
           DISPLAY ' '                                                  00059800
           DISPLAY '*************************'                          00059900
           DISPLAY '* END OF CAT804 PROGRAM *'                          00060000
           DISPLAY '*************************'                          00060100
           DISPLAY ' '.                                                 00060200
                                                                        00060300
      ******************                                                00060400
       9100-WRITE-TRL-RTN.                                              00060500
      ******************                                                00060600
                                                                        00060700
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00060800
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00060900
