000001* PDX    - CAT756   C0369765 10/06/26 06:55:32 TBTIKUO            00000100
000001* CREATED FOR SSR 114439.  DECEASED-CUSTOMER SCREENING OF         00000200
000001* IN-FLIGHT TRANSFERS.  WE ONLY LEARNED THAT A CUSTOMER ON AN     00000300
000001* OPEN TRANSFER HAD DIED WHEN THE ESTATE'S ATTORNEY CALLED,       00000400
000001* BY WHICH TIME THE ASSETS HAD SOMETIMES MOVED ON THE             00000500
000001* DECEASED'S INSTRUCTIONS.  THIS WEEKLY STEP MATCHES THE          00000600
000001* DEATH-NOTIFICATION FILE BY SSN AGAINST THE PRIMARY AND          00000700
000001* SECONDARY SSN OF EVERY OPEN VTRNFR TRANSFER AND THE SSN/TIN     00000800
000001* OF EVERY PENDING FUND/SERV REGISTRATION (VFNDRGST), GRADING     00000900
000001* EACH HIT BY WHETHER THE SURNAME ALSO APPEARS ON THE             00001000
000001* REGISTRATION.  A NEW PROBABLE MATCH HOLDS THE TRANSFER'S        00001100
000001* NSCC ACTIVITY (ACTITRF 'H', AS CAT706 DOES), IS RECORDED ON     00001200
000001* ACATDCSD AND STOPS THE DELIVERY AT CAT713.  THE ESTATE TEAM     00001300
000001* DISPOSITIONS EACH MATCH ON DTHDISP AS CONFIRMED DECEASED OR     00001400
000001* FALSE POSITIVE; A FALSE POSITIVE NEVER ALERTS AGAIN.            00001500
       IDENTIFICATION DIVISION.                                         00001600
       PROGRAM-ID.  CAT756.                                             00001700
       AUTHOR.      LARRY MUREY.                                        00001800
       DATE-WRITTEN.  OCT 2026.                                         00001900
      *---------------------------------------------------------------* 00002000
      *                         REMARKS                               * 00002100
      * INPUT:  DTHNOTE - WEEKLY DEATH-NOTIFICATION FILE (FB 100),    * 00002200
      *                   SORTED BY SSN IN THE PRECEDING SORT STEP.   * 00002300
      *                   CHANGE TYPE 'D' (DELETED) RECORDS IGNORED.  * 00002400
      *         DTHDISP - ESTATE-TEAM DISPOSITIONS (OPTIONAL, FB 80)  * 00002500
      *           CLIENT(4) CONTROL NBR(14) SSN(9) DISP(1) OPER(8)    * 00002600
      *           DISP 'D' = CONFIRMED DECEASED (STAYS HELD)          * 00002700
      *                'F' = FALSE POSITIVE (NEVER ALERTS AGAIN;      * 00002800
      *                      RELEASE THE ACTIVITY HOLD ON ACAT22DB)   * 00002900
      * OUTPUT: RPTPI   - ESTATE-PROCESSING MATCH REPORT              * 00003000
      * MATCH SOURCE:  P = VTRNFR RCV_SS_PRIM_NBR                     * 00003100
      *                S = VTRNFR RCV_SS_SCNDY_NBR                    * 00003200
      *                F = VFNDRGST SS_TIN_NBR (PENDING REGISTRATION) * 00003300
      * MATCH LEVEL:   A = SSN AND SURNAME, B = SSN ONLY              * 00003400
      * ACATDCSD DSPSN_CD: P = PENDING REVIEW, D = CONFIRMED DECEASED * 00003500
      *                    F = FALSE POSITIVE                         * 00003600
      *---------------------------------------------------------------* 00003700
           EJECT                                                        00003800
      ***************************************************************** 00003900
       ENVIRONMENT DIVISION.                                            00004000
      ***************************************************************** 00004100
       INPUT-OUTPUT SECTION.                                            00004200
       FILE-CONTROL.                                                    00004300
           SELECT DEATH-FILE           ASSIGN  TO  DTHNOTE              00004400
                                       FILE STATUS  IS DTHNOTE-STAT.    00004500
           SELECT DISP-IN-FILE         ASSIGN  TO  DTHDISP              00004600
                                       FILE STATUS  IS DTHDISP-STAT.    00004700
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00004800
                                                                        00004900
      ***************************************************************** 00005000
       DATA DIVISION.                                                   00005100
      ***************************************************************** 00005200
                                                                        00005300
       FILE SECTION.                                                    00005400
                                                                        00005500
       FD  DEATH-FILE                                                   00005600
           RECORDING MODE F                                             00005700
           BLOCK CONTAINS 0 RECORDS                                     00005800
           LABEL RECORDS ARE STANDARD                                   00005900
           RECORD CONTAINS 100 CHARACTERS.                              00006000
       01  DEATH-RECORD.                                                00006100
           05  DTH-CHG-TYPE            PIC X(01).                       00006200
               88  DTH-DELETED                    VALUE 'D'.            00006300
           05  DTH-SSN                 PIC X(09).                       00006400
           05  DTH-LAST-NM             PIC X(20).                       00006500
           05  DTH-NM-SFX              PIC X(04).                       00006600
           05  DTH-FIRST-NM            PIC X(15).                       00006700
           05  DTH-MIDDLE-NM           PIC X(15).                       00006800
           05  DTH-VERIFY-CD           PIC X(01).                       00006900
           05  DTH-DEATH-DT.                                            00007000
               10  DTH-DEATH-MM        PIC X(02).                       00007100
               10  DTH-DEATH-DD        PIC X(02).                       00007200
               10  DTH-DEATH-CCYY      PIC X(04).                       00007300
           05  DTH-BIRTH-DT            PIC X(08).                       00007400
           05  FILLER                  PIC X(19).                       00007500
                                                                        00007600
       FD  DISP-IN-FILE                                                 00007700
           RECORDING MODE F                                             00007800
           BLOCK CONTAINS 0 RECORDS                                     00007900
           LABEL RECORDS ARE STANDARD                                   00008000
           RECORD CONTAINS 80 CHARACTERS.                               00008100
       01  DISP-IN-RECORD.                                              00008200
           05  DSP-CLIENT              PIC X(04).                       00008300
           05  DSP-ACAT-CNTL           PIC X(14).                       00008400
           05  DSP-SSN                 PIC X(09).                       00008500
           05  DSP-DISP-CD             PIC X(01).                       00008600
               88  DSP-DECEASED                   VALUE 'D'.            00008700
               88  DSP-FALSE-POS                  VALUE 'F'.            00008800
           05  DSP-OPER-ID             PIC X(08).                       00008900
           05  FILLER                  PIC X(44).                       00009000
                                                                        00009100
       FD  REPORT-FILE                                                  00009200
           RECORDING MODE F                                             00009300
           BLOCK CONTAINS 0 RECORDS                                     00009400
           LABEL RECORDS ARE STANDARD                                   00009500
           RECORD CONTAINS 132 CHARACTERS.                              00009600
       01  REPORT-RECORD                PIC  X(132).                    00009700
                                                                        00009800
           EJECT                                                        00009900
      ***************************************************************** 00010000
       WORKING-STORAGE SECTION.                                         00010100
      ***************************************************************** 00010200
                                                                        00010300
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00010400
                                                                        00010500
       01  CALL-MODULES.                                                00010600
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00010700
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00010800
                                                                        00010900
       01  DTHNOTE-STAT                 PIC  X(02)  VALUE SPACES.       00011000
           88  DTHNOTE-OK                          VALUE '00'.          00011100
           88  DTHNOTE-EOF                         VALUE '10'.          00011200
       01  DTHDISP-STAT                 PIC  X(02)  VALUE SPACES.       00011300
           88  DTHDISP-OK                          VALUE '00'.          00011400
           88  DTHDISP-EOF                         VALUE '10'.          00011500
                                                                        00011600
       01  WS-END-OF-TFR-SW             PIC  X(01)  VALUE 'N'.          00011700
           88  WS-END-OF-TFR                       VALUE 'Y'.           00011800
       01  WS-END-OF-REG-SW             PIC  X(01)  VALUE 'N'.          00011900
           88  WS-END-OF-REG                       VALUE 'Y'.           00012000
                                                                        00012100
      *  DEATH-NOTIFICATION TABLE, IN SSN ORDER FOR THE BINARY SEARCH.  00012200
       01  WS-DTH-MAX-ENTRIES           PIC S9(09) COMP  VALUE +50000.  00012300
       01  WS-DTH-CNT                   PIC S9(09) COMP  VALUE +0.      00012400
       01  WS-DTH-LO                    PIC S9(09) COMP  VALUE +0.      00012500
       01  WS-DTH-HI                    PIC S9(09) COMP  VALUE +0.      00012600
       01  WS-DTH-MID                   PIC S9(09) COMP  VALUE +0.      00012700
       01  WS-DTH-PREV-SSN              PIC  X(09)  VALUE LOW-VALUES.   00012800
       01  WS-DTH-FOUND-SW              PIC  X(01)  VALUE 'N'.          00012900
           88  WS-DTH-FOUND                        VALUE 'Y'.           00013000
       01  WS-DTH-TABLE.                                                00013100
           05  WS-DTH-ENTRY OCCURS 1 TO 50000 TIMES                     00013200
                   DEPENDING ON WS-DTH-CNT.                             00013300
               10  WS-DTH-SSN           PIC  X(09).                     00013400
               10  WS-DTH-LAST-NM       PIC  X(20).                     00013500
               10  WS-DTH-FIRST-NM      PIC  X(15).                     00013600
               10  WS-DTH-DEATH-DT      PIC  X(10).                     00013700
                                                                        00013800
      *  HOST VARIABLES - OPEN TRANSFERS.                               00013900
       01  WS-TFR-AREA.                                                 00014000
           05  WS-TFR-CLIENT            PIC  X(04).                     00014100
           05  WS-TFR-ACAT-CNTL         PIC  X(14).                     00014200
           05  WS-TFR-BRANCH            PIC  X(03).                     00014300
           05  WS-TFR-ACCT              PIC  X(05).                     00014400
           05  WS-TFR-SIDE              PIC  X(01).                     00014500
           05  WS-TFR-CUST-NM           PIC  X(60).                     00014600
           05  WS-TFR-SSN-PRIM          PIC  X(09).                     00014700
           05  WS-TFR-SSN-SCNDY         PIC  X(09).                     00014800
                                                                        00014900
      *  HOST VARIABLES - PENDING FUND/SERV REGISTRATIONS.              00015000
       01  WS-REG-AREA.                                                 00015100
           05  WS-REG-CLIENT            PIC  X(04).                     00015200
           05  WS-REG-ACAT-CNTL         PIC  X(14).                     00015300
           05  WS-REG-CUST-NM           PIC  X(20).                     00015400
           05  WS-REG-SSN               PIC  X(09).                     00015500
           05  WS-REG-BRANCH            PIC  X(03).                     00015600
           05  WS-REG-ACCT              PIC  X(05).                     00015700
           05  WS-REG-SIDE              PIC  X(01).                     00015800
                                                                        00015900
      *  THE MATCH BEING RECORDED.                                      00016000
       01  WS-MCH-AREA.                                                 00016100
           05  WS-MCH-CLIENT            PIC  X(04).                     00016200
           05  WS-MCH-ACAT-CNTL         PIC  X(14).                     00016300
           05  WS-MCH-BRANCH            PIC  X(03).                     00016400
           05  WS-MCH-ACCT              PIC  X(05).                     00016500
           05  WS-MCH-SIDE              PIC  X(01).                     00016600
           05  WS-MCH-SSN               PIC  X(09).                     00016700
           05  WS-MCH-SRC               PIC  X(01).                     00016800
           05  WS-MCH-LVL               PIC  X(01).                     00016900
           05  WS-MCH-CUST-NM           PIC  X(60).                     00017000
           05  WS-MCH-DCSD-NM           PIC  X(36).                     00017100
           05  WS-MCH-DEATH-DT          PIC  X(10).                     00017200
       01  WS-MCH-DSPSN                 PIC  X(01).                     00017300
           88  WS-MCH-PENDING                      VALUE 'P'.           00017400
           88  WS-MCH-DECEASED                     VALUE 'D'.           00017500
           88  WS-MCH-FALSE-POS                    VALUE 'F'.           00017600
       01  WS-NM-LEN                    PIC S9(04) COMP    VALUE +0.    00017700
       01  WS-NM-HITS                   PIC S9(04) COMP    VALUE +0.    00017800
                                                                        00017900
       01  WS-CNT-DTH-LOADED            PIC S9(07) COMP-3  VALUE ZERO.  00018000
       01  WS-CNT-TFR-READ              PIC S9(07) COMP-3  VALUE ZERO.  00018100
       01  WS-CNT-REG-READ              PIC S9(07) COMP-3  VALUE ZERO.  00018200
       01  WS-CNT-NEW-MATCH             PIC S9(07) COMP-3  VALUE ZERO.  00018300
       01  WS-CNT-OPEN-MATCH            PIC S9(07) COMP-3  VALUE ZERO.  00018400
       01  WS-CNT-SUPPRESSED            PIC S9(07) COMP-3  VALUE ZERO.  00018500
       01  WS-CNT-DISP-READ             PIC S9(07) COMP-3  VALUE ZERO.  00018600
       01  WS-CNT-CONFIRMED             PIC S9(07) COMP-3  VALUE ZERO.  00018700
       01  WS-CNT-FALSE-POS             PIC S9(07) COMP-3  VALUE ZERO.  00018800
       01  WS-CNT-DISP-REJ              PIC S9(07) COMP-3  VALUE ZERO.  00018900
       01  WS-COMMIT-CNT                PIC S9(05) COMP-3  VALUE ZERO.  00019000
                                                                        00019100
       01  WS-ACCEPT-DATE.                                              00019200
           05  WS-ACCEPT-YY             PIC  9(02).                     00019300
           05  WS-ACCEPT-MM             PIC  9(02).                     00019400
           05  WS-ACCEPT-DD             PIC  9(02).                     00019500
                                                                        00019600
       01  WS-DB2-MESSAGE-AREA.                                         00019700
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00019800
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00019900
               INDEXED BY WS-ERROR-INDEX.                               00020000
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00020100
                                                                        00020200
           EJECT                                                        00020300
       01  HDR1-RECORD.                                                 00020400
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00020500
           05  FILLER                   PIC  X(30)  VALUE               00020600
               'CAT756 - DECEASED-CUSTOMER    '.                        00020700
           05  FILLER                   PIC  X(30)  VALUE               00020800
               'SCREENING - ESTATE PROCESSING '.                        00020900
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00021000
           05  FILLER                   PIC  X(06)  VALUE               00021100
               'DATE: '.                                                00021200
           05  HDR1-DATE-MM             PIC  X(02).                     00021300
           05  FILLER                   PIC  X(01)  VALUE '/'.          00021400
           05  HDR1-DATE-DD             PIC  X(02).                     00021500
           05  FILLER                   PIC  X(01)  VALUE '/'.          00021600
           05  HDR1-DATE-YY             PIC  X(02).                     00021700
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00021800
                                                                        00021900
       01  HDR2-RECORD.                                                 00022000
           05  HDR2-CC                  PIC  X(01)  VALUE '0'.          00022100
           05  FILLER                   PIC  X(06)  VALUE 'CLNT  '.     00022200
           05  FILLER                   PIC  X(16)  VALUE               00022300
               'CONTROL NBR     '.                                      00022400
           05  FILLER                   PIC  X(10)  VALUE 'BR/ACCT   '. 00022500
           05  FILLER                   PIC  X(02)  VALUE 'S '.         00022600
           05  FILLER                   PIC  X(11)  VALUE 'SSN        '.00022700
           05  FILLER                   PIC  X(04)  VALUE 'SR L'.       00022800
           05  FILLER                   PIC  X(01)  VALUE SPACE.        00022900
           05  FILLER                   PIC  X(26)  VALUE               00023000
               'REGISTRATION NAME         '.                            00023100
           05  FILLER                   PIC  X(22)  VALUE               00023200
               'DECEASED              '.                                00023300
           05  FILLER                   PIC  X(11)  VALUE 'DIED       '.00023400
           05  FILLER                   PIC  X(22)  VALUE               00023500
               'STATUS'.                                                00023600
                                                                        00023700
       01  DTL1-RECORD.                                                 00023800
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00023900
           05  DTL1-CLIENT              PIC  X(04).                     00024000
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00024100
           05  DTL1-ACAT-CNTL           PIC  X(14).                     00024200
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00024300
           05  DTL1-BRANCH              PIC  X(03).                     00024400
           05  FILLER                   PIC  X(01)  VALUE '/'.          00024500
           05  DTL1-ACCT                PIC  X(05).                     00024600
           05  FILLER                   PIC  X(01)  VALUE SPACE.        00024700
           05  DTL1-SIDE                PIC  X(01).                     00024800
           05  FILLER                   PIC  X(01)  VALUE SPACE.        00024900
           05  DTL1-SSN                 PIC  X(09).                     00025000
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00025100
           05  DTL1-SRC                 PIC  X(01).                     00025200
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00025300
           05  DTL1-LVL                 PIC  X(01).                     00025400
           05  FILLER                   PIC  X(01)  VALUE SPACE.        00025500
           05  DTL1-CUST-NM             PIC  X(25).                     00025600
           05  FILLER                   PIC  X(01)  VALUE SPACE.        00025700
           05  DTL1-DCSD-NM             PIC  X(21).                     00025800
           05  FILLER                   PIC  X(01)  VALUE SPACE.        00025900
           05  DTL1-DEATH-DT            PIC  X(10).                     00026000
           05  FILLER                   PIC  X(01)  VALUE SPACE.        00026100
           05  DTL1-STATUS              PIC  X(22).                     00026200
                                                                        00026300
       01  DTL2-RECORD.                                                 00026400
           05  DTL2-CC                  PIC  X(01)  VALUE ' '.          00026500
           05  DTL2-CLIENT              PIC  X(04).                     00026600
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00026700
           05  DTL2-ACAT-CNTL           PIC  X(14).                     00026800
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00026900
           05  DTL2-SSN                 PIC  X(09).                     00027000
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00027100
           05  DTL2-OPER-ID             PIC  X(08).                     00027200
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00027300
           05  DTL2-MESSAGE             PIC  X(40).                     00027400
           05  FILLER                   PIC  X(48)  VALUE SPACES.       00027500
                                                                        00027600
       01  TRL1-RECORD.                                                 00027700
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00027800
           05  TRL1-LABEL               PIC  X(28).                     00027900
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00028000
           05  FILLER                   PIC  X(92)  VALUE SPACES.       00028100
                                                                        00028200
       01  TRAC-RECORD.                                                 00028300
           05  TRAC-DETAIL              PIC  X(132).                    00028400
                                                                        00028500
           EJECT                                                        00028600
      *DB2 COMMUNICATION AREA                                           00028700
           EXEC SQL                                                     00028800
              INCLUDE SQLCA                                             00028900
           END-EXEC.                                                    00029000
                                                                        00029100
      *----------------------------------------------------------------*00029200
      *  EVERY OPEN TRANSFER, EITHER SIDE.                             *00029300
      *----------------------------------------------------------------*00029400
           EXEC SQL                                                     00029500
              DECLARE TFRCSR CURSOR WITH HOLD FOR                       00029600
                 SELECT CLIENT_NBR                                      00029700
                       ,ACAT_CONTROL_NBR                                00029800
                       ,BRANCH_CD                                       00029900
                       ,ACCT_CD                                         00030000
                       ,DSTBN_SIDE_CD                                   00030100
                       ,RCV_CUST_NM                                     00030200
                       ,RCV_SS_PRIM_NBR                                 00030300
                       ,RCV_SS_SCNDY_NBR                                00030400
                 FROM  VTRNFR                                           00030500
                 WHERE STTS_CD NOT IN ('140', '600', '310')             00030600
                 ORDER BY CLIENT_NBR, ACAT_CONTROL_NBR                  00030700
                 WITH UR                                                00030800
           END-EXEC.                                                    00030900
                                                                        00031000
      *----------------------------------------------------------------*00031100
      *  FUND/SERV REGISTRATIONS STILL AWAITING THE NSCC RESPONSE.     *00031200
      *----------------------------------------------------------------*00031300
           EXEC SQL                                                     00031400
              DECLARE REGCSR CURSOR WITH HOLD FOR                       00031500
                 SELECT DISTINCT                                        00031600
                        R.CLIENT_NBR                                    00031700
                       ,R.ACAT_CONTROL_NBR                              00031800
                       ,R.CUST_NM                                       00031900
                       ,R.SS_TIN_NBR                                    00032000
                       ,T.BRANCH_CD                                     00032100
                       ,T.ACCT_CD                                       00032200
                       ,T.DSTBN_SIDE_CD                                 00032300
                 FROM  VFNDRGST R                                       00032400
                       ,VTRNFR  T                                       00032500
                 WHERE R.NSCC_RESP_IND    = ' '                         00032600
                   AND T.CLIENT_NBR       = R.CLIENT_NBR                00032700
                   AND T.ACAT_CONTROL_NBR = R.ACAT_CONTROL_NBR          00032800
                 ORDER BY 1, 2                                          00032900
                 WITH UR                                                00033000
           END-EXEC.                                                    00033100
                                                                        00033200
           EJECT                                                        00033300
      ***************************************************************** 00033400
       PROCEDURE DIVISION.                                              00033500
      ***************************************************************** 00033600
                                                                        00033700
           DISPLAY '*** CAT756 - DECEASED-CUSTOMER SCREENING ***'.      00033800
                                                                        00033900
           PERFORM 1000-INITIAL-RTN.                                    00034000
                                                                        00034100
           IF WS-DTH-CNT = +0                                           00034200
              DISPLAY 'CAT756 - NO DEATH NOTIFICATIONS, NOTHING TO '    00034300
                      'SCREEN'                                          00034400
           ELSE                                                         00034500
              PERFORM 2000-SCREEN-TFR-RTN                               00034600
              PERFORM 3000-SCREEN-REG-RTN                               00034700
           END-IF.                                                      00034800
                                                                        00034900
           EXEC SQL                                                     00035000
              COMMIT                                                    00035100
           END-EXEC.                                                    00035200
                                                                        00035300
           PERFORM 9000-EOJ-RTN.                                        00035400
                                                                        00035500
           GOBACK.                                                      00035600
                                                                        00035700
           EJECT                                                        00035800
      *****************                                                 00035900
       1000-INITIAL-RTN.                                                00036000
      *****************                                                 00036100
                                                                        00036200
           OPEN OUTPUT REPORT-FILE.                                     00036300
                                                                        00036400
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00036500
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00036600
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00036700
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00036800
                                                                        00036900
           MOVE HDR1-RECORD                 TO  TRAC-DETAIL.            00037000
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00037100
                                                                        00037200
           OPEN INPUT   DISP-IN-FILE.                                   00037300
           IF DTHDISP-OK                                                00037400
               PERFORM 1500-APPLY-DISP-RTN                              00037500
                   THRU 1500-EXIT                                       00037600
                 UNTIL DTHDISP-EOF                                      00037700
              CLOSE DISP-IN-FILE                                        00037800
              EXEC SQL                                                  00037900
                 COMMIT                                                 00038000
              END-EXEC                                                  00038100
           ELSE                                                         00038200
              DISPLAY 'CAT756 - NO DTHDISP FILE, STATUS = '             00038300
                       DTHDISP-STAT                                     00038400
           END-IF.                                                      00038500
                                                                        00038600
           OPEN INPUT   DEATH-FILE.                                     00038700
           IF NOT DTHNOTE-OK                                            00038800
              DISPLAY 'CAT756 - OPEN FAILED ON DTHNOTE, STATUS = '      00038900
                       DTHNOTE-STAT                                     00039000
              CALL  ABEND              USING  ABEND-CODE                00039100
           END-IF.                                                      00039200
           PERFORM 1200-LOAD-DEATH-RTN THRU 1200-EXIT                   00039300
              UNTIL DTHNOTE-EOF.                                        00039400
           CLOSE DEATH-FILE.                                            00039500
                                                                        00039600
           MOVE HDR2-RECORD                 TO  TRAC-DETAIL.            00039700
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00039800
                                                                        00039900
      *---------------------------------------------------------------  00040000
      * 1200-LOAD-DEATH-RTN - THE FILE ARRIVES SORTED BY SSN; AN        00040100
      * OUT-OF-SEQUENCE RECORD MEANS THE SORT STEP WAS SKIPPED AND      00040200
      * THE BINARY SEARCH WOULD MISS MATCHES, SO THE RUN STOPS.         00040300
      *---------------------------------------------------------------  00040400
       1200-LOAD-DEATH-RTN.                                             00040500
                                                                        00040600
           READ DEATH-FILE                                              00040700
               AT END                                                   00040800
                   SET DTHNOTE-EOF          TO  TRUE                    00040900
                   GO TO 1200-EXIT                                      00041000
           END-READ.                                                    00041100
                                                                        00041200
           IF DTH-DELETED OR DTH-SSN = SPACES                           00041300
              GO TO 1200-EXIT                                           00041400
           END-IF.                                                      00041500
                                                                        00041600
           IF DTH-SSN < WS-DTH-PREV-SSN                                 00041700
              DISPLAY 'CAT756 - DTHNOTE OUT OF SSN SEQUENCE AT '        00041800
                      DTH-SSN                                           00041900
              CALL  ABEND              USING  ABEND-CODE                00042000
           END-IF.                                                      00042100
           IF DTH-SSN = WS-DTH-PREV-SSN                                 00042200
              GO TO 1200-EXIT                                           00042300
           END-IF.                                                      00042400
           MOVE DTH-SSN                     TO  WS-DTH-PREV-SSN.        00042500
                                                                        00042600
           IF WS-DTH-CNT NOT < WS-DTH-MAX-ENTRIES                       00042700
              DISPLAY 'CAT756 - DEATH NOTIFICATIONS EXCEED TABLE '      00042800
                      'SIZE OF ' WS-DTH-MAX-ENTRIES                     00042900
              CALL  ABEND              USING  ABEND-CODE                00043000
           END-IF.                                                      00043100
                                                                        00043200
           ADD +1                           TO  WS-DTH-CNT.             00043300
           ADD 1                            TO  WS-CNT-DTH-LOADED.      00043400
           MOVE DTH-SSN                     TO  WS-DTH-SSN (WS-DTH-CNT).00043500
           MOVE DTH-LAST-NM                 TO                          00043600
                WS-DTH-LAST-NM (WS-DTH-CNT).                            00043700
           MOVE DTH-FIRST-NM                TO                          00043800
                WS-DTH-FIRST-NM (WS-DTH-CNT).                           00043900
           MOVE SPACES                      TO                          00044000
                WS-DTH-DEATH-DT (WS-DTH-CNT).                           00044100
           STRING DTH-DEATH-CCYY '-' DTH-DEATH-MM '-' DTH-DEATH-DD      00044200
                  DELIMITED BY SIZE       INTO                          00044300
                  WS-DTH-DEATH-DT (WS-DTH-CNT).                         00044400
                                                                        00044500
       1200-EXIT.                                                       00044600
           EXIT.                                                        00044700
                                                                        00044800
      *---------------------------------------------------------------  00044900
      * 1500-APPLY-DISP-RTN - THE ESTATE TEAM'S DECISION ON A MATCH.    00045000
      * A PENDING MATCH MAY BE CONFIRMED OR CLEARED; A CONFIRMED ONE    00045100
      * MAY STILL BE CLEARED IF THE NOTICE TURNS OUT TO BE WRONG.       00045200
      *---------------------------------------------------------------  00045300
       1500-APPLY-DISP-RTN.                                             00045400
                                                                        00045500
           READ DISP-IN-FILE                                            00045600
               AT END                                                   00045700
                   SET DTHDISP-EOF          TO  TRUE                    00045800
                   GO TO 1500-EXIT                                      00045900
           END-READ.                                                    00046000
                                                                        00046100
           ADD 1                            TO  WS-CNT-DISP-READ.       00046200
           MOVE DSP-CLIENT                  TO  DTL2-CLIENT.            00046300
           MOVE DSP-ACAT-CNTL               TO  DTL2-ACAT-CNTL.         00046400
           MOVE DSP-SSN                     TO  DTL2-SSN.               00046500
           MOVE DSP-OPER-ID                 TO  DTL2-OPER-ID.           00046600
                                                                        00046700
           IF NOT DSP-DECEASED AND NOT DSP-FALSE-POS                    00046800
              ADD 1                         TO  WS-CNT-DISP-REJ         00046900
              MOVE 'DISPOSITION REJECTED - INVALID CODE    '            00047000
                                            TO  DTL2-MESSAGE            00047100
              PERFORM 1600-WRITE-DISP-RTN                               00047200
              GO TO 1500-EXIT                                           00047300
           END-IF.                                                      00047400
                                                                        00047500
           EXEC SQL                                                     00047600
              UPDATE ACATDCSD                                           00047700
                 SET DSPSN_CD      = :DSP-DISP-CD                       00047800
                    ,DSPSN_OPER_ID = :DSP-OPER-ID                       00047900
                    ,UPDT_TMSTP    = CURRENT TIMESTAMP                  00048000
                    ,PRGM_NM       = 'CAT756'                           00048100
               WHERE CLIENT_NBR       = :DSP-CLIENT                     00048200
                 AND ACAT_CONTROL_NBR = :DSP-ACAT-CNTL                  00048300
                 AND SSN_NBR          = :DSP-SSN                        00048400
                 AND DSPSN_CD        IN ('P', 'D')                      00048500
           END-EXEC.                                                    00048600
                                                                        00048700
           EVALUATE SQLCODE                                             00048800
              WHEN +0                                                   00048900
                 IF DSP-DECEASED                                        00049000
                    ADD 1                   TO  WS-CNT-CONFIRMED        00049100
                    MOVE 'CONFIRMED DECEASED - TRANSFER HELD     '      00049200
                                            TO  DTL2-MESSAGE            00049300
                 ELSE                                                   00049400
                    ADD 1                   TO  WS-CNT-FALSE-POS        00049500
                    MOVE 'FALSE POSITIVE - RELEASE ON ACAT22DB   '      00049600
                                            TO  DTL2-MESSAGE            00049700
                 END-IF                                                 00049800
              WHEN +100                                                 00049900
                 ADD 1                      TO  WS-CNT-DISP-REJ         00050000
                 MOVE 'DISPOSITION REJECTED - NO OPEN MATCH   '         00050100
                                            TO  DTL2-MESSAGE            00050200
              WHEN OTHER                                                00050300
                 PERFORM 8000-DB2-ERROR-RTN                             00050400
           END-EVALUATE.                                                00050500
                                                                        00050600
           PERFORM 1600-WRITE-DISP-RTN.                                 00050700
                                                                        00050800
       1500-EXIT.                                                       00050900
           EXIT.                                                        00051000
                                                                        00051100
       1600-WRITE-DISP-RTN.                                             00051200
                                                                        00051300
           MOVE DTL2-RECORD                 TO  TRAC-DETAIL.            00051400
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00051500
                                                                        00051600
           EJECT                                                        00051700
      *********************                                             00051800
       2000-SCREEN-TFR-RTN.                                             00051900
      *********************                                             00052000
                                                                        00052100
           EXEC SQL                                                     00052200
              OPEN TFRCSR                                               00052300
           END-EXEC.                                                    00052400
           IF SQLCODE NOT = +0                                          00052500
              PERFORM 8000-DB2-ERROR-RTN                                00052600
           END-IF.                                                      00052700
                                                                        00052800
           PERFORM 2100-FETCH-TFR-RTN THRU 2100-EXIT                    00052900
              UNTIL WS-END-OF-TFR.                                      00053000
                                                                        00053100
           EXEC SQL                                                     00053200
              CLOSE TFRCSR                                              00053300
           END-EXEC.                                                    00053400
                                                                        00053500
       2100-FETCH-TFR-RTN.                                              00053600
                                                                        00053700
           EXEC SQL                                                     00053800
              FETCH TFRCSR                                              00053900
                 INTO :WS-TFR-CLIENT                                    00054000
                     ,:WS-TFR-ACAT-CNTL                                 00054100
                     ,:WS-TFR-BRANCH                                    00054200
                     ,:WS-TFR-ACCT                                      00054300
                     ,:WS-TFR-SIDE                                      00054400
                     ,:WS-TFR-CUST-NM                                   00054500
                     ,:WS-TFR-SSN-PRIM                                  00054600
                     ,:WS-TFR-SSN-SCNDY                                 00054700
           END-EXEC.                                                    00054800
                                                                        00054900
           EVALUATE SQLCODE                                             00055000
              WHEN +100                                                 00055100
                 SET WS-END-OF-TFR          TO  TRUE                    00055200
                 GO TO 2100-EXIT                                        00055300
              WHEN +0                                                   00055400
                 ADD 1                      TO  WS-CNT-TFR-READ         00055500
              WHEN OTHER                                                00055600
                 PERFORM 8000-DB2-ERROR-RTN                             00055700
           END-EVALUATE.                                                00055800
                                                                        00055900
           MOVE WS-TFR-CLIENT               TO  WS-MCH-CLIENT.          00056000
           MOVE WS-TFR-ACAT-CNTL            TO  WS-MCH-ACAT-CNTL.       00056100
           MOVE WS-TFR-BRANCH               TO  WS-MCH-BRANCH.          00056200
           MOVE WS-TFR-ACCT                 TO  WS-MCH-ACCT.            00056300
           MOVE WS-TFR-SIDE                 TO  WS-MCH-SIDE.            00056400
           MOVE WS-TFR-CUST-NM              TO  WS-MCH-CUST-NM.         00056500
                                                                        00056600
           MOVE WS-TFR-SSN-PRIM             TO  WS-MCH-SSN.             00056700
           MOVE 'P'                         TO  WS-MCH-SRC.             00056800
           PERFORM 4000-MATCH-SSN-RTN THRU 4000-EXIT.                   00056900
                                                                        00057000
           IF WS-TFR-SSN-SCNDY NOT = WS-TFR-SSN-PRIM                    00057100
              MOVE WS-TFR-SSN-SCNDY         TO  WS-MCH-SSN              00057200
              MOVE 'S'                      TO  WS-MCH-SRC              00057300
              PERFORM 4000-MATCH-SSN-RTN THRU 4000-EXIT                 00057400
           END-IF.                                                      00057500
                                                                        00057600
       2100-EXIT.                                                       00057700
           EXIT.                                                        00057800
                                                                        00057900
           EJECT                                                        00058000
      *********************                                             00058100
       3000-SCREEN-REG-RTN.                                             00058200
      *********************                                             00058300
                                                                        00058400
           EXEC SQL                                                     00058500
              OPEN REGCSR                                               00058600
           END-EXEC.                                                    00058700
           IF SQLCODE NOT = +0                                          00058800
              PERFORM 8000-DB2-ERROR-RTN                                00058900
           END-IF.                                                      00059000
                                                                        00059100
           PERFORM 3100-FETCH-REG-RTN THRU 3100-EXIT                    00059200
              UNTIL WS-END-OF-REG.                                      00059300
                                                                        00059400
           EXEC SQL                                                     00059500
              CLOSE REGCSR                                              00059600
           END-EXEC.                                                    00059700
                                                                        00059800
       3100-FETCH-REG-RTN.                                              00059900
                                                                        00060000
           EXEC SQL                                                     00060100
              FETCH REGCSR                                              00060200
                 INTO :WS-REG-CLIENT                                    00060300
                     ,:WS-REG-ACAT-CNTL                                 00060400
                     ,:WS-REG-CUST-NM                                   00060500
                     ,:WS-REG-SSN                                       00060600
                     ,:WS-REG-BRANCH                                    00060700
                     ,:WS-REG-ACCT                                      00060800
                     ,:WS-REG-SIDE                                      00060900
           END-EXEC.                                                    00061000
                                                                        00061100
           EVALUATE SQLCODE                                             00061200
              WHEN +100                                                 00061300
                 SET WS-END-OF-REG          TO  TRUE                    00061400
                 GO TO 3100-EXIT                                        00061500
              WHEN +0                                                   00061600
                 ADD 1                      TO  WS-CNT-REG-READ         00061700
              WHEN OTHER                                                00061800
                 PERFORM 8000-DB2-ERROR-RTN                             00061900
           END-EVALUATE.                                                00062000
                                                                        00062100
           MOVE WS-REG-CLIENT               TO  WS-MCH-CLIENT.          00062200
           MOVE WS-REG-ACAT-CNTL            TO  WS-MCH-ACAT-CNTL.       00062300
           MOVE WS-REG-BRANCH               TO  WS-MCH-BRANCH.          00062400
           MOVE WS-REG-ACCT                 TO  WS-MCH-ACCT.            00062500
           MOVE WS-REG-SIDE                 TO  WS-MCH-SIDE.            00062600
           MOVE WS-REG-CUST-NM              TO  WS-MCH-CUST-NM.         00062700
           MOVE WS-REG-SSN                  TO  WS-MCH-SSN.             00062800
           MOVE 'F'                         TO  WS-MCH-SRC.             00062900
           PERFORM 4000-MATCH-SSN-RTN THRU 4000-EXIT.                   00063000
                                                                        00063100
       3100-EXIT.                                                       00063200
           EXIT.                                                        00063300
                                                                        00063400
           EJECT                                                        00063500
      *------------------------------------------------------------     00063600
      * 4000-MATCH-SSN-RTN - LOOK THE SSN UP IN THE DEATH TABLE.  A     00063700
      * HIT IS GRADED 'A' WHEN THE DECEASED'S SURNAME ALSO APPEARS      00063800
      * IN THE REGISTRATION NAME, OTHERWISE 'B'.                        00063900
      *------------------------------------------------------------     00064000
       4000-MATCH-SSN-RTN.                                              00064100
                                                                        00064200
           IF WS-MCH-SSN = SPACES OR WS-MCH-SSN = ZEROES                00064300
              GO TO 4000-EXIT                                           00064400
           END-IF.                                                      00064500
                                                                        00064600
           MOVE 'N'                         TO  WS-DTH-FOUND-SW.        00064700
           MOVE +1                          TO  WS-DTH-LO.              00064800
           MOVE WS-DTH-CNT                  TO  WS-DTH-HI.              00064900
           PERFORM 4100-PROBE-RTN                                       00065000
              UNTIL WS-DTH-FOUND OR WS-DTH-LO > WS-DTH-HI.              00065100
                                                                        00065200
           IF NOT WS-DTH-FOUND                                          00065300
              GO TO 4000-EXIT                                           00065400
           END-IF.                                                      00065500
                                                                        00065600
           MOVE SPACES                      TO  WS-MCH-DCSD-NM.         00065700
           STRING WS-DTH-LAST-NM (WS-DTH-MID) DELIMITED BY '  '         00065800
                  ', '                        DELIMITED BY SIZE         00065900
                  WS-DTH-FIRST-NM (WS-DTH-MID) DELIMITED BY '  '        00066000
                                          INTO  WS-MCH-DCSD-NM.         00066100
           MOVE WS-DTH-DEATH-DT (WS-DTH-MID) TO  WS-MCH-DEATH-DT.       00066200
                                                                        00066300
           MOVE 'B'                         TO  WS-MCH-LVL.             00066400
           MOVE +0                          TO  WS-NM-LEN               00066500
                                                WS-NM-HITS.             00066600
           INSPECT WS-DTH-LAST-NM (WS-DTH-MID)                          00066700
                   TALLYING WS-NM-LEN FOR CHARACTERS                    00066800
                   BEFORE INITIAL SPACE.                                00066900
           IF WS-NM-LEN > +1                                            00067000
              INSPECT WS-MCH-CUST-NM TALLYING WS-NM-HITS                00067100
                      FOR ALL WS-DTH-LAST-NM (WS-DTH-MID) (1:WS-NM-LEN) 00067200
              IF WS-NM-HITS > +0                                        00067300
                 MOVE 'A'                   TO  WS-MCH-LVL              00067400
              END-IF                                                    00067500
           END-IF.                                                      00067600
                                                                        00067700
           PERFORM 5000-RECORD-MATCH-RTN THRU 5000-EXIT.                00067800
                                                                        00067900
       4000-EXIT.                                                       00068000
           EXIT.                                                        00068100
                                                                        00068200
       4100-PROBE-RTN.                                                  00068300
                                                                        00068400
           COMPUTE WS-DTH-MID = (WS-DTH-LO + WS-DTH-HI) / 2.            00068500
           EVALUATE TRUE                                                00068600
              WHEN WS-DTH-SSN (WS-DTH-MID) = WS-MCH-SSN                 00068700
                 SET WS-DTH-FOUND           TO  TRUE                    00068800
              WHEN WS-DTH-SSN (WS-DTH-MID) < WS-MCH-SSN                 00068900
                 COMPUTE WS-DTH-LO = WS-DTH-MID + 1                     00069000
              WHEN OTHER                                                00069100
                 COMPUTE WS-DTH-HI = WS-DTH-MID - 1                     00069200
           END-EVALUATE.                                                00069300
                                                                        00069400
           EJECT                                                        00069500
      *------------------------------------------------------------     00069600
      * 5000-RECORD-MATCH-RTN - A MATCH ALREADY ON ACATDCSD KEEPS ITS   00069700
      * DISPOSITION: A FALSE POSITIVE IS SUPPRESSED, ANYTHING ELSE IS   00069800
      * LISTED AGAIN SO THE ESTATE TEAM SEES WHAT IS STILL HELD.  A     00069900
      * NEW MATCH IS RECORDED PENDING AND THE ACTIVITY IS HELD.         00070000
      *------------------------------------------------------------     00070100
       5000-RECORD-MATCH-RTN.                                           00070200
                                                                        00070300
           EXEC SQL                                                     00070400
              SELECT DSPSN_CD                                           00070500
                INTO :WS-MCH-DSPSN                                      00070600
                FROM ACATDCSD                                           00070700
               WHERE CLIENT_NBR       = :WS-MCH-CLIENT                  00070800
                 AND ACAT_CONTROL_NBR = :WS-MCH-ACAT-CNTL               00070900
                 AND SSN_NBR          = :WS-MCH-SSN                     00071000
           END-EXEC.                                                    00071100
                                                                        00071200
           EVALUATE SQLCODE                                             00071300
              WHEN +0                                                   00071400
                 IF WS-MCH-FALSE-POS                                    00071500
                    ADD 1                   TO  WS-CNT-SUPPRESSED       00071600
                    GO TO 5000-EXIT                                     00071700
                 END-IF                                                 00071800
                 ADD 1                      TO  WS-CNT-OPEN-MATCH       00071900
                 IF WS-MCH-DECEASED                                     00072000
                    MOVE 'CONFIRMED - HELD'  TO  DTL1-STATUS            00072100
                 ELSE                                                   00072200
                    MOVE 'AWAITING DISPOSITION' TO  DTL1-STATUS         00072300
                 END-IF                                                 00072400
                 PERFORM 5200-WRITE-MATCH-RTN                           00072500
                 GO TO 5000-EXIT                                        00072600
              WHEN +100                                                 00072700
                 CONTINUE                                               00072800
              WHEN OTHER                                                00072900
                 PERFORM 8000-DB2-ERROR-RTN                             00073000
           END-EVALUATE.                                                00073100
                                                                        00073200
           EXEC SQL                                                     00073300
              INSERT INTO ACATDCSD                                      00073400
                    (CLIENT_NBR                                         00073500
                    ,ACAT_CONTROL_NBR                                   00073600
                    ,SSN_NBR                                            00073700
                    ,BRANCH_CD                                          00073800
                    ,ACCT_CD                                            00073900
                    ,DSTBN_SIDE_CD                                      00074000
                    ,MATCH_SRC_CD                                       00074100
                    ,MATCH_LVL_CD                                       00074200
                    ,CUST_NM                                            00074300
                    ,DCSD_NM                                            00074400
                    ,DEATH_DT_TXT                                       00074500
                    ,DSPSN_CD                                           00074600
                    ,DSPSN_OPER_ID                                      00074700
                    ,CRT_TMSTP                                          00074800
                    ,UPDT_TMSTP                                         00074900
                    ,PRGM_NM)                                           00075000
              VALUES                                                    00075100
                    (:WS-MCH-CLIENT                                     00075200
                    ,:WS-MCH-ACAT-CNTL                                  00075300
                    ,:WS-MCH-SSN                                        00075400
                    ,:WS-MCH-BRANCH                                     00075500
                    ,:WS-MCH-ACCT                                       00075600
                    ,:WS-MCH-SIDE                                       00075700
                    ,:WS-MCH-SRC                                        00075800
                    ,:WS-MCH-LVL                                        00075900
                    ,:WS-MCH-CUST-NM                                    00076000
                    ,:WS-MCH-DCSD-NM                                    00076100
                    ,:WS-MCH-DEATH-DT                                   00076200
                    ,'P'                                                00076300
                    ,' '                                                00076400
                    ,CURRENT TIMESTAMP                                  00076500
                    ,CURRENT TIMESTAMP                                  00076600
                    ,'CAT756')                                          00076700
           END-EXEC.                                                    00076800
           IF SQLCODE NOT = +0                                          00076900
              PERFORM 8000-DB2-ERROR-RTN                                00077000
           END-IF.                                                      00077100
                                                                        00077200
           PERFORM 5100-HOLD-ACTIVITY-RTN.                              00077300
                                                                        00077400
           ADD 1                            TO  WS-CNT-NEW-MATCH        00077500
                                                WS-COMMIT-CNT.          00077600
           IF WS-COMMIT-CNT > 9                                         00077700
              EXEC SQL                                                  00077800
                   COMMIT                                               00077900
              END-EXEC                                                  00078000
              MOVE 0                        TO  WS-COMMIT-CNT           00078100
           END-IF.                                                      00078200
                                                                        00078300
           MOVE 'NEW MATCH - HELD'          TO  DTL1-STATUS.            00078400
           PERFORM 5200-WRITE-MATCH-RTN.                                00078500
                                                                        00078600
       5000-EXIT.                                                       00078700
           EXIT.                                                        00078800
                                                                        00078900
      *------------------------------------------------------------     00079000
      * 5100-HOLD-ACTIVITY-RTN - THE SAME NSCC ACTIVITY HOLD THE        00079100
      * CAT706 ARRIVAL GATES USE; RELEASED ON ACAT22DB.                 00079200
      *------------------------------------------------------------     00079300
       5100-HOLD-ACTIVITY-RTN.                                          00079400
                                                                        00079500
           EXEC SQL                                                     00079600
              UPDATE ACTITRF                                            00079700
                 SET NSCC_PEND_CD = 'H'                                 00079800
                    ,PRGM_NM      = 'CAT756'                            00079900
               WHERE CLIENT_NBR       = :WS-MCH-CLIENT                  00080000
                 AND ACAT_CONTROL_NBR = :WS-MCH-ACAT-CNTL               00080100
           END-EXEC.                                                    00080200
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100                   00080300
              PERFORM 8000-DB2-ERROR-RTN                                00080400
           END-IF.                                                      00080500
                                                                        00080600
       5200-WRITE-MATCH-RTN.                                            00080700
                                                                        00080800
           MOVE WS-MCH-CLIENT               TO  DTL1-CLIENT.            00080900
           MOVE WS-MCH-ACAT-CNTL            TO  DTL1-ACAT-CNTL.         00081000
           MOVE WS-MCH-BRANCH               TO  DTL1-BRANCH.            00081100
           MOVE WS-MCH-ACCT                 TO  DTL1-ACCT.              00081200
           MOVE WS-MCH-SIDE                 TO  DTL1-SIDE.              00081300
           MOVE WS-MCH-SSN                  TO  DTL1-SSN.               00081400
           MOVE WS-MCH-SRC                  TO  DTL1-SRC.               00081500
           MOVE WS-MCH-LVL                  TO  DTL1-LVL.               00081600
           MOVE WS-MCH-CUST-NM              TO  DTL1-CUST-NM.           00081700
           MOVE WS-MCH-DCSD-NM              TO  DTL1-DCSD-NM.           00081800
           MOVE WS-MCH-DEATH-DT             TO  DTL1-DEATH-DT.          00081900
           MOVE DTL1-RECORD                 TO  TRAC-DETAIL.            00082000
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00082100
                                                                        00082200
           EJECT                                                        00082300
      ******************                                                00082400
       8000-DB2-ERROR-RTN.                                              00082500
      ******************                                                00082600
                                                                        00082700
           DISPLAY 'CAT756 - DB2 ERROR, SQLCODE = ' SQLCODE.            00082800
           CALL DSNTIAR               USING  SQLCA                      00082900
                                             WS-DB2-MESSAGE-AREA        00083000
                                             WS-ERR-LINE-LEN            00083100
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00083200
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00083300
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00083400
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00083500
                 END-IF                                                 00083600
           END-PERFORM.                                                 00083700
           DISPLAY 'CAT756 ABENDED'.                                    00083800
           CALL ABEND                 USING  ABEND-CODE.                00083900
                                                                        00084000
           EJECT                                                        00084100
      ************                                                      00084200
       9000-EOJ-RTN.                                                    00084300
      ************                                                      00084400
                                                                        00084500
           MOVE 'DEATH NOTIFICATIONS LOADED  '  TO  TRL1-LABEL.         00084600
           MOVE WS-CNT-DTH-LOADED           TO  TRL1-COUNT.             00084700
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00084800
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00084900
                                                                        00085000
           MOVE ' '                         TO  TRL1-CC.                00085100
           MOVE 'OPEN TRANSFERS SCREENED     '  TO  TRL1-LABEL.         00085200
           MOVE WS-CNT-TFR-READ             TO  TRL1-COUNT.             00085300
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00085400
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00085500
                                                                        00085600
           MOVE 'PENDING REGISTRATIONS       '  TO  TRL1-LABEL.         00085700
           MOVE WS-CNT-REG-READ             TO  TRL1-COUNT.             00085800
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00085900
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00086000
                                                                        00086100
           MOVE 'NEW MATCHES HELD            '  TO  TRL1-LABEL.         00086200
           MOVE WS-CNT-NEW-MATCH            TO  TRL1-COUNT.             00086300
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00086400
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00086500
                                                                        00086600
           MOVE 'PRIOR MATCHES STILL HELD    '  TO  TRL1-LABEL.         00086700
           MOVE WS-CNT-OPEN-MATCH           TO  TRL1-COUNT.             00086800
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00086900
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00087000
                                                                        00087100
           MOVE 'CLEARED MATCHES SUPPRESSED  '  TO  TRL1-LABEL.         00087200
           MOVE WS-CNT-SUPPRESSED           TO  TRL1-COUNT.             00087300
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00087400
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00087500
                                                                        00087600
           MOVE 'DISPOSITIONS READ           '  TO  TRL1-LABEL.         00087700
           MOVE WS-CNT-DISP-READ            TO  TRL1-COUNT.             00087800
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00087900
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00088000
                                                                        00088100
           MOVE 'CONFIRMED DECEASED          '  TO  TRL1-LABEL.         00088200
           MOVE WS-CNT-CONFIRMED            TO  TRL1-COUNT.             00088300
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00088400
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00088500
                                                                        00088600
           MOVE 'FALSE POSITIVES CLEARED     '  TO  TRL1-LABEL.         00088700
           MOVE WS-CNT-FALSE-POS            TO  TRL1-COUNT.             00088800
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00088900
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00089000
                                                                        00089100
           MOVE 'DISPOSITIONS REJECTED       '  TO  TRL1-LABEL.         00089200
           MOVE WS-CNT-DISP-REJ             TO  TRL1-COUNT.             00089300
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00089400
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00089500
                                                                        00089600
           CLOSE REPORT-FILE.                                           00089700
                                                                        00089800
           DISPLAY ' '                                                  00089900
           DISPLAY 'TRANSFERS SCREENED:     ' WS-CNT-TFR-READ           00090000
           DISPLAY 'NEW MATCHES HELD:       ' WS-CNT-NEW-MATCH          00090100
           DISPLAY 'CLEARED, SUPPRESSED:    ' WS-CNT-SUPPRESSED         00090200
           DISPLAY ' '                                                  00090300
           DISPLAY '*************************'                          00090400
           DISPLAY '* END OF CAT756 PROGRAM *'                          00090500
           DISPLAY '*************************'                          00090600
           DISPLAY ' '.                                                 00090700
