000001* PDX    - CAT754   C0369764 10/05/26 07:48:15 TBTIKUO            00000100
000001* CREATED FOR SSR 114438.  AML TRANSFER-PATTERN MONITORING.       00000200
000001* THE OFAC SCREENING (CATOFAC, CAT737) ONLY LOOKS AT NAMES;       00000300
000001* NOTHING LOOKED AT HOW ACCOUNTS BEHAVE.  THIS WEEKLY STEP        00000400
000001* READS THE WEEK'S OPEN AND HISTORY TRANSFERS (VTRNFR AND         00000500
000001* VTRNHSTY) FOR THREE PATTERNS - ASSETS RECEIVED AND THEN         00000600
000001* DELIVERED OUT AGAIN WITHIN N DAYS (ROUND-TRIPPING), SEVERAL     00000700
000001* OF OUR ACCOUNTS DELIVERING TO THE SAME CONTRA ACCOUNT, AND      00000800
000001* UNUSUALLY MANY TRANSFERS IN OR OUT ON ONE SSN.  EACH ALERT      00000900
000001* OPENS (OR ADDS TO) A CASE ON ACATAMLC WITH ITS CONTRIBUTING     00001000
000001* CONTROL NUMBERS ON ACATAMLD.  COMPLIANCE WORKS THE OPEN-CASE    00001100
000001* LIST AT THE END OF THE REPORT AND SENDS BACK DISPOSITIONS ON    00001200
000001* AMLDISP, THE SAME WAY OFACDISP FEEDS CAT736.                    00001300
       IDENTIFICATION DIVISION.                                         00001400
       PROGRAM-ID.  CAT754.                                             00001500
       AUTHOR.      LARRY MUREY.                                        00001600
       DATE-WRITTEN.  OCT 2026.                                         00001700
      *---------------------------------------------------------------* 00001800
      *                         REMARKS                               * 00001900
      * PARM:   DDAASS (OPTIONAL)                                     * 00002000
      *           DD = ROUND-TRIP DAYS, RECEIPT SETTLED TO DELIVERY   * 00002100
      *                PROCESSED (DEFAULT 30)                         * 00002200
      *           AA = OUR ACCOUNTS DELIVERING TO ONE CONTRA ACCOUNT  * 00002300
      *                IN THE WEEK (DEFAULT 03)                       * 00002400
      *           SS = TRANSFERS ON ONE SSN IN THE LAST 30 DAYS       * 00002500
      *                (DEFAULT 05)                                   * 00002600
      * INPUT:  AMLDISP - COMPLIANCE DISPOSITIONS (OPTIONAL, FB 80)   * 00002700
      *           CLIENT(4) CASE NBR(9) DISP(1) OPER ID(8)            * 00002800
      *           DISP 'C' = CLEARED, NO SUSPICIOUS ACTIVITY          * 00002900
      *                'E' = ESCALATED FOR SAR REVIEW                 * 00003000
      * OUTPUT: RPTPI   - AML ALERTS AND OPEN-CASE LIST               * 00003100
      * ALERT TYPES ON ACATAMLC (ALERT_TYPE_CD / ALERT_KEY_TXT):      * 00003200
      *   RTRP  BRANCH/ACCOUNT  RECEIVED THEN DELIVERED OUT           * 00003300
      *   FANI  CONTRA PRTCP/ACCOUNT  SEVERAL ACCOUNTS DELIVER TO IT  * 00003400
      *   SSNV  SSN  TRANSFER VELOCITY ON ONE TAX ID                  * 00003500
      * A CONTROL NUMBER ALREADY ON A CASE FOR THE SAME ALERT TYPE    * 00003600
      * AND KEY IS NOT ATTACHED AGAIN, SO A RERUN OR THE NEXT WEEK'S  * 00003700
      * RUN ONLY ADDS NEW ACTIVITY.  NEW ACTIVITY ON A KEY WITH AN    * 00003800
      * OPEN CASE IS ADDED TO THAT CASE; OTHERWISE A NEW CASE OPENS.  * 00003900
      * DISPOSITIONS ARE APPLIED BEFORE THE SCAN.                     * 00004000
      *---------------------------------------------------------------* 00004100
           EJECT                                                        00004200
      ***************************************************************** 00004300
       ENVIRONMENT DIVISION.                                            00004400
      ***************************************************************** 00004500
       INPUT-OUTPUT SECTION.                                            00004600
       FILE-CONTROL.                                                    00004700
           SELECT DISP-IN-FILE         ASSIGN  TO  AMLDISP              00004800
                                       FILE STATUS  IS AMLDISP-STAT.    00004900
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00005000
                                                                        00005100
      ***************************************************************** 00005200
       DATA DIVISION.                                                   00005300
      ***************************************************************** 00005400
                                                                        00005500
       FILE SECTION.                                                    00005600
                                                                        00005700
       FD  DISP-IN-FILE                                                 00005800
           RECORDING MODE F                                             00005900
           BLOCK CONTAINS 0 RECORDS                                     00006000
           LABEL RECORDS ARE STANDARD                                   00006100
           RECORD CONTAINS 80 CHARACTERS.                               00006200
       01  DISP-IN-RECORD.                                              00006300
           05  DSP-CLIENT              PIC X(04).                       00006400
           05  DSP-CASE-NBR            PIC 9(09).                       00006500
           05  DSP-DISP-CD             PIC X(01).                       00006600
               88  DSP-CLEARED                    VALUE 'C'.            00006700
               88  DSP-ESCALATED                  VALUE 'E'.            00006800
           05  DSP-OPER-ID             PIC X(08).                       00006900
           05  FILLER                  PIC X(58).                       00007000
                                                                        00007100
       FD  REPORT-FILE                                                  00007200
           RECORDING MODE F                                             00007300
           BLOCK CONTAINS 0 RECORDS                                     00007400
           LABEL RECORDS ARE STANDARD                                   00007500
           RECORD CONTAINS 132 CHARACTERS.                              00007600
       01  REPORT-RECORD                PIC  X(132).                    00007700
                                                                        00007800
           EJECT                                                        00007900
      ***************************************************************** 00008000
       WORKING-STORAGE SECTION.                                         00008100
      ***************************************************************** 00008200
                                                                        00008300
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00008400
                                                                        00008500
       01  CALL-MODULES.                                                00008600
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00008700
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00008800
                                                                        00008900
       01  AMLDISP-STAT                 PIC  X(02)  VALUE SPACES.       00009000
           88  AMLDISP-OK                          VALUE '00'.          00009100
           88  AMLDISP-EOF                         VALUE '10'.          00009200
                                                                        00009300
       01  WS-END-OF-TFR-SW             PIC  X(01)  VALUE 'N'.          00009400
           88  WS-END-OF-TFR                       VALUE 'Y'.           00009500
       01  WS-END-OF-RCP-SW             PIC  X(01)  VALUE 'N'.          00009600
           88  WS-END-OF-RCP                       VALUE 'Y'.           00009700
       01  WS-END-OF-CASE-SW            PIC  X(01)  VALUE 'N'.          00009800
           88  WS-END-OF-CASE                      VALUE 'Y'.           00009900
                                                                        00010000
      *  SURVEILLANCE CONTROLS.                                         00010100
       01  WS-WINDOW-DAYS               PIC S9(04) COMP    VALUE +7.    00010200
       01  WS-RTRP-DAYS                 PIC S9(04) COMP    VALUE +30.   00010300
       01  WS-FANI-ACCTS                PIC S9(09) COMP    VALUE +3.    00010400
       01  WS-SSN-DAYS                  PIC S9(04) COMP    VALUE +30.   00010500
       01  WS-SSN-TFRS                  PIC S9(09) COMP    VALUE +5.    00010600
                                                                        00010700
      *  HOST VARIABLES - THE WEEK'S TRANSFERS, OPEN AND HISTORY.       00010800
       01  WS-TFR-AREA.                                                 00010900
           05  WS-TFR-CLIENT            PIC  X(04).                     00011000
           05  WS-TFR-ACAT-CNTL         PIC  X(14).                     00011100
           05  WS-TFR-SIDE              PIC  X(01).                     00011200
               88  WS-TFR-DELIVER                  VALUE 'D'.           00011300
           05  WS-TFR-BRANCH            PIC  X(03).                     00011400
           05  WS-TFR-ACCT              PIC  X(05).                     00011500
           05  WS-TFR-RCV-NBR           PIC  X(04).                     00011600
           05  WS-TFR-ACCT-RCV          PIC  X(20).                     00011700
           05  WS-TFR-SSN               PIC  X(09).                     00011800
           05  WS-TFR-PRCS-DT           PIC  X(10).                     00011900
                                                                        00012000
      *  HOST VARIABLES - RECEIPTS INTO THE DELIVERING ACCOUNT.         00012100
       01  WS-RCP-AREA.                                                 00012200
           05  WS-RCP-ACAT-CNTL         PIC  X(14).                     00012300
           05  WS-RCP-PRCS-DT           PIC  X(10).                     00012400
                                                                        00012500
      *  THE ALERT BEING ATTACHED AND THE CONTROL NUMBER BEHIND IT.     00012600
       01  WS-ALR-AREA.                                                 00012700
           05  WS-ALR-TYPE              PIC  X(04).                     00012800
           05  WS-ALR-KEY               PIC  X(30).                     00012900
           05  WS-ALR-BRANCH            PIC  X(03).                     00013000
           05  WS-ALR-ACCT              PIC  X(05).                     00013100
           05  WS-ALR-TEXT              PIC  X(40).                     00013200
           05  WS-ATT-ACAT-CNTL         PIC  X(14).                     00013300
           05  WS-ATT-SIDE              PIC  X(01).                     00013400
           05  WS-ATT-BRANCH            PIC  X(03).                     00013500
           05  WS-ATT-ACCT              PIC  X(05).                     00013600
           05  WS-ATT-PRCS-DT           PIC  X(10).                     00013700
       01  WS-RTRP-DAYS-ED              PIC  Z9.                        00013800
       01  WS-CASE-NBR                  PIC S9(09) COMP-3  VALUE +0.    00013900
       01  WS-NEXT-CASE-NBR             PIC S9(09) COMP-3  VALUE +0.    00014000
       01  WS-ROW-CNT                   PIC S9(09) COMP    VALUE +0.    00014100
                                                                        00014200
      *  HOST VARIABLES - OPEN-CASE LIST.                               00014300
       01  WS-CAS-AREA.                                                 00014400
           05  WS-CAS-CLIENT            PIC  X(04).                     00014500
           05  WS-CAS-NBR               PIC S9(09) COMP-3.              00014600
           05  WS-CAS-TYPE              PIC  X(04).                     00014700
           05  WS-CAS-KEY               PIC  X(30).                     00014800
           05  WS-CAS-CNTRL-CNT         PIC S9(05) COMP-3.              00014900
           05  WS-CAS-OPEN-DT           PIC  X(10).                     00015000
           05  WS-CAS-AGE               PIC S9(05) COMP-3.              00015100
           05  WS-CAS-TEXT              PIC  X(40).                     00015200
                                                                        00015300
       01  WS-CNT-TFR-READ              PIC S9(07) COMP-3  VALUE ZERO.  00015400
       01  WS-CNT-RTRP                  PIC S9(07) COMP-3  VALUE ZERO.  00015500
       01  WS-CNT-FANI                  PIC S9(07) COMP-3  VALUE ZERO.  00015600
       01  WS-CNT-SSNV                  PIC S9(07) COMP-3  VALUE ZERO.  00015700
       01  WS-CNT-CASE-OPEN             PIC S9(07) COMP-3  VALUE ZERO.  00015800
       01  WS-CNT-ATTACHED              PIC S9(07) COMP-3  VALUE ZERO.  00015900
       01  WS-CNT-OPEN-LIST             PIC S9(07) COMP-3  VALUE ZERO.  00016000
       01  WS-CNT-DISP-READ             PIC S9(07) COMP-3  VALUE ZERO.  00016100
       01  WS-CNT-CLEARED               PIC S9(07) COMP-3  VALUE ZERO.  00016200
       01  WS-CNT-ESCALATED             PIC S9(07) COMP-3  VALUE ZERO.  00016300
       01  WS-CNT-DISP-REJ              PIC S9(07) COMP-3  VALUE ZERO.  00016400
       01  WS-COMMIT-CNT                PIC S9(05) COMP-3  VALUE ZERO.  00016500
                                                                        00016600
       01  WS-ACCEPT-DATE.                                              00016700
           05  WS-ACCEPT-YY             PIC  9(02).                     00016800
           05  WS-ACCEPT-MM             PIC  9(02).                     00016900
           05  WS-ACCEPT-DD             PIC  9(02).                     00017000
                                                                        00017100
       01  WS-DB2-MESSAGE-AREA.                                         00017200
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00017300
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00017400
               INDEXED BY WS-ERROR-INDEX.                               00017500
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00017600
                                                                        00017700
           EJECT                                                        00017800
       01  HDR1-RECORD.                                                 00017900
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00018000
           05  FILLER                   PIC  X(30)  VALUE               00018100
               'CAT754 - AML TRANSFER-PATTERN '.                        00018200
           05  FILLER                   PIC  X(30)  VALUE               00018300
               'MONITORING                    '.                        00018400
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00018500
           05  FILLER                   PIC  X(06)  VALUE               00018600
               'DATE: '.                                                00018700
           05  HDR1-DATE-MM             PIC  X(02).                     00018800
           05  FILLER                   PIC  X(01)  VALUE '/'.          00018900
           05  HDR1-DATE-DD             PIC  X(02).                     00019000
           05  FILLER                   PIC  X(01)  VALUE '/'.          00019100
           05  HDR1-DATE-YY             PIC  X(02).                     00019200
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00019300
                                                                        00019400
       01  HDR2-RECORD.                                                 00019500
           05  HDR2-CC                  PIC  X(01)  VALUE '0'.          00019600
           05  FILLER                   PIC  X(11)  VALUE 'CASE NBR   '.00019700
           05  FILLER                   PIC  X(06)  VALUE 'CLNT  '.     00019800
           05  FILLER                   PIC  X(06)  VALUE 'TYPE  '.     00019900
           05  FILLER                   PIC  X(32)  VALUE               00020000
               'ALERT KEY                       '.                      00020100
           05  FILLER                   PIC  X(16)  VALUE               00020200
               'CONTROL NBR     '.                                      00020300
           05  FILLER                   PIC  X(03)  VALUE 'S  '.        00020400
           05  FILLER                   PIC  X(10)  VALUE 'BR/ACCT   '. 00020500
           05  FILLER                   PIC  X(12)  VALUE               00020600
               'PROCESSED   '.                                          00020700
           05  FILLER                   PIC  X(35)  VALUE               00020800
               'ALERT'.                                                 00020900
                                                                        00021000
       01  HDR3-RECORD.                                                 00021100
           05  HDR3-CC                  PIC  X(01)  VALUE '-'.          00021200
           05  FILLER                   PIC  X(30)  VALUE               00021300
               'OPEN AML CASES - COMPLIANCE   '.                        00021400
           05  FILLER                   PIC  X(30)  VALUE               00021500
               'WORK LIST                     '.                        00021600
           05  FILLER                   PIC  X(71)  VALUE SPACES.       00021700
                                                                        00021800
       01  HDR4-RECORD.                                                 00021900
           05  HDR4-CC                  PIC  X(01)  VALUE '0'.          00022000
           05  FILLER                   PIC  X(11)  VALUE 'CASE NBR   '.00022100
           05  FILLER                   PIC  X(06)  VALUE 'CLNT  '.     00022200
           05  FILLER                   PIC  X(06)  VALUE 'TYPE  '.     00022300
           05  FILLER                   PIC  X(32)  VALUE               00022400
               'ALERT KEY                       '.                      00022500
           05  FILLER                   PIC  X(08)  VALUE 'CNTLS   '.   00022600
           05  FILLER                   PIC  X(12)  VALUE               00022700
               'OPENED      '.                                          00022800
           05  FILLER                   PIC  X(06)  VALUE 'DAYS  '.     00022900
           05  FILLER                   PIC  X(50)  VALUE               00023000
               'ALERT'.                                                 00023100
                                                                        00023200
       01  DTL1-RECORD.                                                 00023300
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00023400
           05  DTL1-CASE-NBR            PIC  9(09).                     00023500
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00023600
           05  DTL1-CLIENT              PIC  X(04).                     00023700
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00023800
           05  DTL1-TYPE                PIC  X(04).                     00023900
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00024000
           05  DTL1-KEY                 PIC  X(30).                     00024100
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00024200
           05  DTL1-ACAT-CNTL           PIC  X(14).                     00024300
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00024400
           05  DTL1-SIDE                PIC  X(01).                     00024500
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00024600
           05  DTL1-BRANCH              PIC  X(03).                     00024700
           05  FILLER                   PIC  X(01)  VALUE '/'.          00024800
           05  DTL1-ACCT                PIC  X(05).                     00024900
           05  FILLER                   PIC  X(01)  VALUE SPACE.        00025000
           05  DTL1-PRCS-DT             PIC  X(10).                     00025100
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00025200
           05  DTL1-TEXT                PIC  X(35).                     00025300
                                                                        00025400
       01  DTL2-RECORD.                                                 00025500
           05  DTL2-CC                  PIC  X(01)  VALUE ' '.          00025600
           05  DTL2-CLIENT              PIC  X(04).                     00025700
           05  FILLER                   PIC  X(04)  VALUE SPACES.       00025800
           05  DTL2-CASE-NBR            PIC  X(09).                     00025900
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00026000
           05  DTL2-OPER-ID             PIC  X(08).                     00026100
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00026200
           05  DTL2-MESSAGE             PIC  X(40).                     00026300
           05  FILLER                   PIC  X(62)  VALUE SPACES.       00026400
                                                                        00026500
       01  DTL3-RECORD.                                                 00026600
           05  DTL3-CC                  PIC  X(01)  VALUE ' '.          00026700
           05  DTL3-CASE-NBR            PIC  9(09).                     00026800
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00026900
           05  DTL3-CLIENT              PIC  X(04).                     00027000
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00027100
           05  DTL3-TYPE                PIC  X(04).                     00027200
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00027300
           05  DTL3-KEY                 PIC  X(30).                     00027400
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00027500
           05  DTL3-CNTRL-CNT           PIC  ZZZZ9.                     00027600
           05  FILLER                   PIC  X(03)  VALUE SPACES.       00027700
           05  DTL3-OPEN-DT             PIC  X(10).                     00027800
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00027900
           05  DTL3-AGE                 PIC  ZZZZ9.                     00028000
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00028100
           05  DTL3-TEXT                PIC  X(40).                     00028200
           05  FILLER                   PIC  X(10)  VALUE SPACES.       00028300
                                                                        00028400
       01  TRL1-RECORD.                                                 00028500
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00028600
           05  TRL1-LABEL               PIC  X(28).                     00028700
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00028800
           05  FILLER                   PIC  X(92)  VALUE SPACES.       00028900
                                                                        00029000
       01  TRAC-RECORD.                                                 00029100
           05  TRAC-DETAIL              PIC  X(132).                    00029200
                                                                        00029300
           EJECT                                                        00029400
      *DB2 COMMUNICATION AREA                                           00029500
           EXEC SQL                                                     00029600
              INCLUDE SQLCA                                             00029700
           END-EXEC.                                                    00029800
                                                                        00029900
      *----------------------------------------------------------------*00030000
      *  THE WEEK'S TRANSFERS, BOTH SIDES, OPEN AND HISTORY.           *00030100
      *----------------------------------------------------------------*00030200
           EXEC SQL                                                     00030300
              DECLARE TFRCSR CURSOR WITH HOLD FOR                       00030400
                 SELECT CLIENT_NBR                                      00030500
                       ,ACAT_CONTROL_NBR                                00030600
                       ,DSTBN_SIDE_CD                                   00030700
                       ,BRANCH_CD                                       00030800
                       ,ACCT_CD                                         00030900
                       ,RCV_NBR                                         00031000
                       ,ACCT_RCV_NBR                                    00031100
                       ,RCV_SS_PRIM_NBR                                 00031200
                       ,CHAR(PRCS_DT, ISO)                              00031300
                 FROM  VTRNFR                                           00031400
                 WHERE PRCS_DT >= CURRENT DATE - :WS-WINDOW-DAYS DAYS   00031500
                 UNION ALL                                              00031600
                 SELECT CLIENT_NBR                                      00031700
                       ,ACAT_CONTROL_NBR                                00031800
                       ,DSTBN_SIDE_CD                                   00031900
                       ,BRANCH_CD                                       00032000
                       ,ACCT_CD                                         00032100
                       ,RCV_NBR                                         00032200
                       ,ACCT_RCV_NBR                                    00032300
                       ,RCV_SS_PRIM_NBR                                 00032400
                       ,CHAR(PRCS_DT, ISO)                              00032500
                 FROM  VTRNHSTY                                         00032600
                 WHERE PRCS_DT >= CURRENT DATE - :WS-WINDOW-DAYS DAYS   00032700
                 ORDER BY 1, 2                                          00032800
                 WITH UR                                                00032900
           END-EXEC.                                                    00033000
                                                                        00033100
      *----------------------------------------------------------------*00033200
      *  RECEIPTS INTO THE DELIVERING ACCOUNT THAT SETTLED WITHIN THE  *00033300
      *  ROUND-TRIP WINDOW BEFORE THE DELIVERY WAS PROCESSED.          *00033400
      *----------------------------------------------------------------*00033500
           EXEC SQL                                                     00033600
              DECLARE RCPCSR CURSOR WITH HOLD FOR                       00033700
                 SELECT ACAT_CONTROL_NBR                                00033800
                       ,CHAR(PRCS_DT, ISO)                              00033900
                 FROM  VTRNFR                                           00034000
                 WHERE CLIENT_NBR    = :WS-TFR-CLIENT                   00034100
                   AND BRANCH_CD     = :WS-TFR-BRANCH                   00034200
                   AND ACCT_CD       = :WS-TFR-ACCT                     00034300
                   AND DSTBN_SIDE_CD = 'R'                              00034400
                   AND STTLM_DT BETWEEN                                 00034500
                       DATE(:WS-TFR-PRCS-DT) - :WS-RTRP-DAYS DAYS       00034600
                   AND DATE(:WS-TFR-PRCS-DT)                            00034700
                 UNION ALL                                              00034800
                 SELECT ACAT_CONTROL_NBR                                00034900
                       ,CHAR(PRCS_DT, ISO)                              00035000
                 FROM  VTRNHSTY                                         00035100
                 WHERE CLIENT_NBR    = :WS-TFR-CLIENT                   00035200
                   AND BRANCH_CD     = :WS-TFR-BRANCH                   00035300
                   AND ACCT_CD       = :WS-TFR-ACCT                     00035400
                   AND DSTBN_SIDE_CD = 'R'                              00035500
                   AND STTLM_DT BETWEEN                                 00035600
                       DATE(:WS-TFR-PRCS-DT) - :WS-RTRP-DAYS DAYS       00035700
                   AND DATE(:WS-TFR-PRCS-DT)                            00035800
                 ORDER BY 1                                             00035900
                 WITH UR                                                00036000
           END-EXEC.                                                    00036100
                                                                        00036200
      *----------------------------------------------------------------*00036300
      *  OPEN CASES, OLDEST FIRST, FOR THE COMPLIANCE WORK LIST.       *00036400
      *----------------------------------------------------------------*00036500
           EXEC SQL                                                     00036600
              DECLARE CASCSR CURSOR FOR                                 00036700
                 SELECT CLIENT_NBR                                      00036800
                       ,AML_CASE_NBR                                    00036900
                       ,ALERT_TYPE_CD                                   00037000
                       ,ALERT_KEY_TXT                                   00037100
                       ,CNTRL_CNT                                       00037200
                       ,CHAR(DATE(CRT_TMSTP), ISO)                      00037300
                       ,DAYS(CURRENT DATE) - DAYS(DATE(CRT_TMSTP))      00037400
                       ,ALERT_TXT                                       00037500
                 FROM  ACATAMLC                                         00037600
                 WHERE CASE_STTS_CD = 'O'                               00037700
                 ORDER BY CRT_TMSTP, AML_CASE_NBR                       00037800
                 WITH UR                                                00037900
           END-EXEC.                                                    00038000
                                                                        00038100
           EJECT                                                        00038200
      ***************************************************************** 00038300
       LINKAGE SECTION.                                                 00038400
      ***************************************************************** 00038500
       01  PARM-AREA.                                                   00038600
           05  PARM-LENGTH              PIC S9(4) COMP SYNC.            00038700
           05  PARM-RTRP-DAYS           PIC  9(02).                     00038800
           05  PARM-FANI-ACCTS          PIC  9(02).                     00038900
           05  PARM-SSN-TFRS            PIC  9(02).                     00039000
                                                                        00039100
           EJECT                                                        00039200
      ***************************************************************** 00039300
       PROCEDURE DIVISION USING PARM-AREA.                              00039400
      ***************************************************************** 00039500
                                                                        00039600
           DISPLAY '*** CAT754 - AML TRANSFER-PATTERN MONITORING ***'.  00039700
                                                                        00039800
           IF PARM-LENGTH = +6                                          00039900
              IF PARM-RTRP-DAYS NUMERIC AND PARM-RTRP-DAYS > 0          00040000
                 MOVE PARM-RTRP-DAYS        TO  WS-RTRP-DAYS            00040100
              END-IF                                                    00040200
              IF PARM-FANI-ACCTS NUMERIC AND PARM-FANI-ACCTS > 1        00040300
                 MOVE PARM-FANI-ACCTS       TO  WS-FANI-ACCTS           00040400
              END-IF                                                    00040500
              IF PARM-SSN-TFRS NUMERIC AND PARM-SSN-TFRS > 1            00040600
                 MOVE PARM-SSN-TFRS         TO  WS-SSN-TFRS             00040700
              END-IF                                                    00040800
           END-IF.                                                      00040900
           DISPLAY 'ROUND-TRIP DAYS          = ' WS-RTRP-DAYS.          00041000
           DISPLAY 'ACCOUNTS PER CONTRA ACCT = ' WS-FANI-ACCTS.         00041100
           DISPLAY 'TRANSFERS PER SSN        = ' WS-SSN-TFRS.           00041200
                                                                        00041300
           PERFORM 1000-INITIAL-RTN.                                    00041400
                                                                        00041500
           EXEC SQL                                                     00041600
              OPEN TFRCSR                                               00041700
           END-EXEC.                                                    00041800
           IF SQLCODE NOT = +0                                          00041900
              PERFORM 8000-DB2-ERROR-RTN                                00042000
           END-IF.                                                      00042100
                                                                        00042200
           PERFORM 2000-PROCESS-TFR-RTN THRU 2000-EXIT                  00042300
              UNTIL WS-END-OF-TFR.                                      00042400
                                                                        00042500
           EXEC SQL                                                     00042600
              CLOSE TFRCSR                                              00042700
           END-EXEC.                                                    00042800
                                                                        00042900
           EXEC SQL                                                     00043000
              COMMIT                                                    00043100
           END-EXEC.                                                    00043200
                                                                        00043300
           PERFORM 5000-CASE-LIST-RTN THRU 5000-EXIT.                   00043400
                                                                        00043500
           PERFORM 9000-EOJ-RTN.                                        00043600
                                                                        00043700
           GOBACK.                                                      00043800
                                                                        00043900
           EJECT                                                        00044000
      *****************                                                 00044100
       1000-INITIAL-RTN.                                                00044200
      *****************                                                 00044300
                                                                        00044400
           OPEN OUTPUT REPORT-FILE.                                     00044500
                                                                        00044600
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00044700
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00044800
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00044900
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00045000
                                                                        00045100
           MOVE HDR1-RECORD                 TO  TRAC-DETAIL.            00045200
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00045300
                                                                        00045400
           OPEN INPUT   DISP-IN-FILE.                                   00045500
           IF AMLDISP-OK                                                00045600
               PERFORM 1500-APPLY-DISP-RTN                              00045700
                   THRU 1500-EXIT                                       00045800
                 UNTIL AMLDISP-EOF                                      00045900
              CLOSE DISP-IN-FILE                                        00046000
              EXEC SQL                                                  00046100
                 COMMIT                                                 00046200
              END-EXEC                                                  00046300
           ELSE                                                         00046400
              DISPLAY 'CAT754 - NO AMLDISP FILE, STATUS = '             00046500
                       AMLDISP-STAT                                     00046600
           END-IF.                                                      00046700
                                                                        00046800
           EXEC SQL                                                     00046900
              SELECT VALUE(MAX(AML_CASE_NBR), 0)                        00047000
                INTO :WS-NEXT-CASE-NBR                                  00047100
                FROM ACATAMLC                                           00047200
           END-EXEC.                                                    00047300
           IF SQLCODE NOT = +0                                          00047400
              PERFORM 8000-DB2-ERROR-RTN                                00047500
           END-IF.                                                      00047600
                                                                        00047700
           MOVE HDR2-RECORD                 TO  TRAC-DETAIL.            00047800
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00047900
                                                                        00048000
      *---------------------------------------------------------------  00048100
      * 1500-APPLY-DISP-RTN - COMPLIANCE'S DECISION ON AN OPEN CASE.    00048200
      * ONLY AN OPEN ('O') CASE CAN BE DISPOSITIONED; ANYTHING ELSE     00048300
      * IS LISTED AS REJECTED WITH THE OPERATOR WHO SENT IT.            00048400
      *---------------------------------------------------------------  00048500
       1500-APPLY-DISP-RTN.                                             00048600
                                                                        00048700
           READ DISP-IN-FILE                                            00048800
               AT END                                                   00048900
                   SET AMLDISP-EOF          TO  TRUE                    00049000
                   GO TO 1500-EXIT                                      00049100
           END-READ.                                                    00049200
                                                                        00049300
           ADD 1                            TO  WS-CNT-DISP-READ.       00049400
           MOVE DSP-CLIENT                  TO  DTL2-CLIENT.            00049500
           MOVE DSP-CASE-NBR                TO  DTL2-CASE-NBR.          00049600
           MOVE DSP-OPER-ID                 TO  DTL2-OPER-ID.           00049700
                                                                        00049800
           IF DSP-CASE-NBR NOT NUMERIC                                  00049900
              ADD 1                         TO  WS-CNT-DISP-REJ         00050000
              MOVE 'DISPOSITION REJECTED - BAD CASE NUMBER '            00050100
                                            TO  DTL2-MESSAGE            00050200
              PERFORM 1600-WRITE-DISP-RTN                               00050300
              GO TO 1500-EXIT                                           00050400
           END-IF.                                                      00050500
                                                                        00050600
           IF NOT DSP-CLEARED AND NOT DSP-ESCALATED                     00050700
              ADD 1                         TO  WS-CNT-DISP-REJ         00050800
              MOVE 'DISPOSITION REJECTED - INVALID CODE    '            00050900
                                            TO  DTL2-MESSAGE            00051000
              PERFORM 1600-WRITE-DISP-RTN                               00051100
              GO TO 1500-EXIT                                           00051200
           END-IF.                                                      00051300
                                                                        00051400
           MOVE DSP-CASE-NBR                TO  WS-CASE-NBR.            00051500
           EXEC SQL                                                     00051600
              UPDATE ACATAMLC                                           00051700
                 SET CASE_STTS_CD  = :DSP-DISP-CD                       00051800
                    ,DSPSN_OPER_ID = :DSP-OPER-ID                       00051900
                    ,UPDT_TMSTP    = CURRENT TIMESTAMP                  00052000
                    ,PRGM_NM       = 'CAT754'                           00052100
               WHERE CLIENT_NBR    = :DSP-CLIENT                        00052200
                 AND AML_CASE_NBR  = :WS-CASE-NBR                       00052300
                 AND CASE_STTS_CD  = 'O'                                00052400
           END-EXEC.                                                    00052500
                                                                        00052600
           EVALUATE SQLCODE                                             00052700
              WHEN +0                                                   00052800
                 IF DSP-CLEARED                                         00052900
                    ADD 1                   TO  WS-CNT-CLEARED          00053000
                    MOVE 'CASE CLEARED - NO SUSPICIOUS ACTIVITY  '      00053100
                                            TO  DTL2-MESSAGE            00053200
                 ELSE                                                   00053300
                    ADD 1                   TO  WS-CNT-ESCALATED        00053400
                    MOVE 'CASE ESCALATED FOR SAR REVIEW          '      00053500
                                            TO  DTL2-MESSAGE            00053600
                 END-IF                                                 00053700
              WHEN +100                                                 00053800
                 ADD 1                      TO  WS-CNT-DISP-REJ         00053900
                 MOVE 'DISPOSITION REJECTED - NO OPEN CASE    '         00054000
                                            TO  DTL2-MESSAGE            00054100
              WHEN OTHER                                                00054200
                 PERFORM 8000-DB2-ERROR-RTN                             00054300
           END-EVALUATE.                                                00054400
                                                                        00054500
           PERFORM 1600-WRITE-DISP-RTN.                                 00054600
                                                                        00054700
       1500-EXIT.                                                       00054800
           EXIT.                                                        00054900
                                                                        00055000
       1600-WRITE-DISP-RTN.                                             00055100
                                                                        00055200
           MOVE DTL2-RECORD                 TO  TRAC-DETAIL.            00055300
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00055400
                                                                        00055500
           EJECT                                                        00055600
      ********************                                              00055700
       2000-PROCESS-TFR-RTN.                                            00055800
      ********************                                              00055900
                                                                        00056000
           EXEC SQL                                                     00056100
              FETCH TFRCSR                                              00056200
                 INTO :WS-TFR-CLIENT                                    00056300
                     ,:WS-TFR-ACAT-CNTL                                 00056400
                     ,:WS-TFR-SIDE                                      00056500
                     ,:WS-TFR-BRANCH                                    00056600
                     ,:WS-TFR-ACCT                                      00056700
                     ,:WS-TFR-RCV-NBR                                   00056800
                     ,:WS-TFR-ACCT-RCV                                  00056900
                     ,:WS-TFR-SSN                                       00057000
                     ,:WS-TFR-PRCS-DT                                   00057100
           END-EXEC.                                                    00057200
                                                                        00057300
           EVALUATE SQLCODE                                             00057400
              WHEN +100                                                 00057500
                 SET WS-END-OF-TFR          TO  TRUE                    00057600
                 GO TO 2000-EXIT                                        00057700
              WHEN +0                                                   00057800
                 ADD 1                      TO  WS-CNT-TFR-READ         00057900
              WHEN OTHER                                                00058000
                 PERFORM 8000-DB2-ERROR-RTN                             00058100
           END-EVALUATE.                                                00058200
                                                                        00058300
           IF WS-TFR-DELIVER                                            00058400
              PERFORM 2100-ROUND-TRIP-RTN THRU 2100-EXIT                00058500
              PERFORM 2200-FAN-IN-RTN     THRU 2200-EXIT                00058600
           END-IF.                                                      00058700
           PERFORM 2300-SSN-VELOCITY-RTN  THRU 2300-EXIT.               00058800
                                                                        00058900
       2000-EXIT.                                                       00059000
           EXIT.                                                        00059100
                                                                        00059200
           EJECT                                                        00059300
      *------------------------------------------------------------     00059400
      * 2100-ROUND-TRIP-RTN - THE DELIVERING ACCOUNT TOOK ASSETS IN     00059500
      * AND IS SENDING THEM OUT AGAIN WITHIN THE ROUND-TRIP WINDOW.     00059600
      * THE DELIVERY AND EVERY RECEIPT IN THE WINDOW GO ON THE CASE.    00059700
      *------------------------------------------------------------     00059800
       2100-ROUND-TRIP-RTN.                                             00059900
                                                                        00060000
           MOVE 'N'                         TO  WS-END-OF-RCP-SW.       00060100
           EXEC SQL                                                     00060200
              OPEN RCPCSR                                               00060300
           END-EXEC.                                                    00060400
           IF SQLCODE NOT = +0                                          00060500
              PERFORM 8000-DB2-ERROR-RTN                                00060600
           END-IF.                                                      00060700
                                                                        00060800
           PERFORM 2150-FETCH-RCP-RTN THRU 2150-EXIT.                   00060900
           IF WS-END-OF-RCP                                             00061000
              GO TO 2100-CLOSE                                          00061100
           END-IF.                                                      00061200
                                                                        00061300
           ADD 1                            TO  WS-CNT-RTRP.            00061400
           MOVE 'RTRP'                      TO  WS-ALR-TYPE.            00061500
           MOVE SPACES                      TO  WS-ALR-KEY.             00061600
           STRING WS-TFR-BRANCH '/' WS-TFR-ACCT                         00061700
                  DELIMITED BY SIZE       INTO  WS-ALR-KEY.             00061800
           MOVE WS-TFR-BRANCH               TO  WS-ALR-BRANCH.          00061900
           MOVE WS-TFR-ACCT                 TO  WS-ALR-ACCT.            00062000
           MOVE WS-RTRP-DAYS                TO  WS-RTRP-DAYS-ED.        00062100
           MOVE SPACES                      TO  WS-ALR-TEXT.            00062200
           STRING 'RECEIVED AND DELIVERED OUT IN '                      00062300
                  WS-RTRP-DAYS-ED ' DAYS'                               00062400
                  DELIMITED BY SIZE       INTO  WS-ALR-TEXT.            00062500
                                                                        00062600
           MOVE WS-TFR-ACAT-CNTL            TO  WS-ATT-ACAT-CNTL.       00062700
           MOVE 'D'                         TO  WS-ATT-SIDE.            00062800
           MOVE WS-TFR-BRANCH               TO  WS-ATT-BRANCH.          00062900
           MOVE WS-TFR-ACCT                 TO  WS-ATT-ACCT.            00063000
           MOVE WS-TFR-PRCS-DT              TO  WS-ATT-PRCS-DT.         00063100
           PERFORM 4000-ATTACH-RTN THRU 4000-EXIT.                      00063200
                                                                        00063300
           PERFORM 2160-ATTACH-RCP-RTN THRU 2160-EXIT                   00063400
              UNTIL WS-END-OF-RCP.                                      00063500
                                                                        00063600
       2100-CLOSE.                                                      00063700
           EXEC SQL                                                     00063800
              CLOSE RCPCSR                                              00063900
           END-EXEC.                                                    00064000
                                                                        00064100
       2100-EXIT.                                                       00064200
           EXIT.                                                        00064300
                                                                        00064400
       2150-FETCH-RCP-RTN.                                              00064500
                                                                        00064600
           EXEC SQL                                                     00064700
              FETCH RCPCSR                                              00064800
                 INTO :WS-RCP-ACAT-CNTL                                 00064900
                     ,:WS-RCP-PRCS-DT                                   00065000
           END-EXEC.                                                    00065100
                                                                        00065200
           EVALUATE SQLCODE                                             00065300
              WHEN +100                                                 00065400
                 SET WS-END-OF-RCP          TO  TRUE                    00065500
              WHEN +0                                                   00065600
                 CONTINUE                                               00065700
              WHEN OTHER                                                00065800
                 PERFORM 8000-DB2-ERROR-RTN                             00065900
           END-EVALUATE.                                                00066000
                                                                        00066100
       2150-EXIT.                                                       00066200
           EXIT.                                                        00066300
                                                                        00066400
       2160-ATTACH-RCP-RTN.                                             00066500
                                                                        00066600
           MOVE WS-RCP-ACAT-CNTL            TO  WS-ATT-ACAT-CNTL.       00066700
           MOVE 'R'                         TO  WS-ATT-SIDE.            00066800
           MOVE WS-TFR-BRANCH               TO  WS-ATT-BRANCH.          00066900
           MOVE WS-TFR-ACCT                 TO  WS-ATT-ACCT.            00067000
           MOVE WS-RCP-PRCS-DT              TO  WS-ATT-PRCS-DT.         00067100
           PERFORM 4000-ATTACH-RTN THRU 4000-EXIT.                      00067200
                                                                        00067300
           PERFORM 2150-FETCH-RCP-RTN THRU 2150-EXIT.                   00067400
                                                                        00067500
       2160-EXIT.                                                       00067600
           EXIT.                                                        00067700
                                                                        00067800
      *------------------------------------------------------------     00067900
      * 2200-FAN-IN-RTN - HOW MANY OF OUR ACCOUNTS DELIVERED TO THIS    00068000
      * CONTRA PARTICIPANT/ACCOUNT IN THE WEEK.  THE UNION DROPS THE    00068100
      * DUPLICATE ACCOUNTS SO THE COUNT IS OF DISTINCT ACCOUNTS.        00068200
      * EVERY DELIVERY IN THE GROUP COMES THROUGH THE CURSOR, SO        00068300
      * EACH ONE ATTACHES ITSELF TO THE CASE.                           00068400
      *------------------------------------------------------------     00068500
       2200-FAN-IN-RTN.                                                 00068600
                                                                        00068700
           IF WS-TFR-ACCT-RCV = SPACES                                  00068800
              GO TO 2200-EXIT                                           00068900
           END-IF.                                                      00069000
                                                                        00069100
           MOVE +0                          TO  WS-ROW-CNT.             00069200
           EXEC SQL                                                     00069300
              SELECT COUNT(*)                                           00069400
                INTO :WS-ROW-CNT                                        00069500
                FROM (SELECT BRANCH_CD, ACCT_CD                         00069600
                        FROM VTRNFR                                     00069700
                       WHERE CLIENT_NBR    = :WS-TFR-CLIENT             00069800
                         AND DSTBN_SIDE_CD = 'D'                        00069900
                         AND RCV_NBR       = :WS-TFR-RCV-NBR            00070000
                         AND ACCT_RCV_NBR  = :WS-TFR-ACCT-RCV           00070100
                         AND PRCS_DT >=                                 00070200
                             CURRENT DATE - :WS-WINDOW-DAYS DAYS        00070300
                      UNION                                             00070400
                      SELECT BRANCH_CD, ACCT_CD                         00070500
                        FROM VTRNHSTY                                   00070600
                       WHERE CLIENT_NBR    = :WS-TFR-CLIENT             00070700
                         AND DSTBN_SIDE_CD = 'D'                        00070800
                         AND RCV_NBR       = :WS-TFR-RCV-NBR            00070900
                         AND ACCT_RCV_NBR  = :WS-TFR-ACCT-RCV           00071000
                         AND PRCS_DT >=                                 00071100
                             CURRENT DATE - :WS-WINDOW-DAYS DAYS        00071200
                     ) AS FANI                                          00071300
               WITH UR                                                  00071400
           END-EXEC.                                                    00071500
           IF SQLCODE NOT = +0                                          00071600
              PERFORM 8000-DB2-ERROR-RTN                                00071700
           END-IF.                                                      00071800
                                                                        00071900
           IF WS-ROW-CNT < WS-FANI-ACCTS                                00072000
              GO TO 2200-EXIT                                           00072100
           END-IF.                                                      00072200
                                                                        00072300
           ADD 1                            TO  WS-CNT-FANI.            00072400
           MOVE 'FANI'                      TO  WS-ALR-TYPE.            00072500
           MOVE SPACES                      TO  WS-ALR-KEY.             00072600
           STRING WS-TFR-RCV-NBR '/' WS-TFR-ACCT-RCV                    00072700
                  DELIMITED BY SIZE       INTO  WS-ALR-KEY.             00072800
           MOVE SPACES                      TO  WS-ALR-BRANCH           00072900
                                                WS-ALR-ACCT.            00073000
           MOVE 'SEVERAL ACCOUNTS DELIVERING TO ONE CONTRA'             00073100
                                            TO  WS-ALR-TEXT.            00073200
                                                                        00073300
           MOVE WS-TFR-ACAT-CNTL            TO  WS-ATT-ACAT-CNTL.       00073400
           MOVE 'D'                         TO  WS-ATT-SIDE.            00073500
           MOVE WS-TFR-BRANCH               TO  WS-ATT-BRANCH.          00073600
           MOVE WS-TFR-ACCT                 TO  WS-ATT-ACCT.            00073700
           MOVE WS-TFR-PRCS-DT              TO  WS-ATT-PRCS-DT.         00073800
           PERFORM 4000-ATTACH-RTN THRU 4000-EXIT.                      00073900
                                                                        00074000
       2200-EXIT.                                                       00074100
           EXIT.                                                        00074200
                                                                        00074300
      *------------------------------------------------------------     00074400
      * 2300-SSN-VELOCITY-RTN - TRANSFERS IN OR OUT ON THE SAME SSN     00074500
      * OVER THE VELOCITY WINDOW, OPEN AND HISTORY.                     00074600
      *------------------------------------------------------------     00074700
       2300-SSN-VELOCITY-RTN.                                           00074800
                                                                        00074900
           IF WS-TFR-SSN = SPACES OR WS-TFR-SSN = ZEROES                00075000
              GO TO 2300-EXIT                                           00075100
           END-IF.                                                      00075200
                                                                        00075300
           MOVE +0                          TO  WS-ROW-CNT.             00075400
           EXEC SQL                                                     00075500
              SELECT COUNT(*)                                           00075600
                INTO :WS-ROW-CNT                                        00075700
                FROM (SELECT ACAT_CONTROL_NBR                           00075800
                        FROM VTRNFR                                     00075900
                       WHERE CLIENT_NBR      = :WS-TFR-CLIENT           00076000
                         AND RCV_SS_PRIM_NBR = :WS-TFR-SSN              00076100
                         AND PRCS_DT >=                                 00076200
                             CURRENT DATE - :WS-SSN-DAYS DAYS           00076300
                      UNION                                             00076400
                      SELECT ACAT_CONTROL_NBR                           00076500
                        FROM VTRNHSTY                                   00076600
                       WHERE CLIENT_NBR      = :WS-TFR-CLIENT           00076700
                         AND RCV_SS_PRIM_NBR = :WS-TFR-SSN              00076800
                         AND PRCS_DT >=                                 00076900
                             CURRENT DATE - :WS-SSN-DAYS DAYS           00077000
                     ) AS SSNV                                          00077100
               WITH UR                                                  00077200
           END-EXEC.                                                    00077300
           IF SQLCODE NOT = +0                                          00077400
              PERFORM 8000-DB2-ERROR-RTN                                00077500
           END-IF.                                                      00077600
                                                                        00077700
           IF WS-ROW-CNT < WS-SSN-TFRS                                  00077800
              GO TO 2300-EXIT                                           00077900
           END-IF.                                                      00078000
                                                                        00078100
           ADD 1                            TO  WS-CNT-SSNV.            00078200
           MOVE 'SSNV'                      TO  WS-ALR-TYPE.            00078300
           MOVE WS-TFR-SSN                  TO  WS-ALR-KEY.             00078400
           MOVE SPACES                      TO  WS-ALR-BRANCH           00078500
                                                WS-ALR-ACCT.            00078600
           MOVE 'HIGH TRANSFER COUNT ON ONE SSN IN 30 DAYS'             00078700
                                            TO  WS-ALR-TEXT.            00078800
                                                                        00078900
           MOVE WS-TFR-ACAT-CNTL            TO  WS-ATT-ACAT-CNTL.       00079000
           MOVE WS-TFR-SIDE                 TO  WS-ATT-SIDE.            00079100
           MOVE WS-TFR-BRANCH               TO  WS-ATT-BRANCH.          00079200
           MOVE WS-TFR-ACCT                 TO  WS-ATT-ACCT.            00079300
           MOVE WS-TFR-PRCS-DT              TO  WS-ATT-PRCS-DT.         00079400
           PERFORM 4000-ATTACH-RTN THRU 4000-EXIT.                      00079500
                                                                        00079600
       2300-EXIT.                                                       00079700
           EXIT.                                                        00079800
                                                                        00079900
           EJECT                                                        00080000
      *------------------------------------------------------------     00080100
      * 4000-ATTACH-RTN - PUT ONE CONTRIBUTING CONTROL NUMBER ON THE    00080200
      * CASE FOR THIS ALERT TYPE AND KEY.  A CONTROL ALREADY ON ANY     00080300
      * CASE FOR THE SAME TYPE AND KEY IS SKIPPED.  THE OPEN CASE IS    00080400
      * USED IF THERE IS ONE; OTHERWISE A NEW CASE IS OPENED.           00080500
      *------------------------------------------------------------     00080600
       4000-ATTACH-RTN.                                                 00080700
                                                                        00080800
           MOVE +0                          TO  WS-ROW-CNT.             00080900
           EXEC SQL                                                     00081000
              SELECT COUNT(*)                                           00081100
                INTO :WS-ROW-CNT                                        00081200
                FROM ACATAMLD                                           00081300
               WHERE CLIENT_NBR       = :WS-TFR-CLIENT                  00081400
                 AND ALERT_TYPE_CD    = :WS-ALR-TYPE                    00081500
                 AND ALERT_KEY_TXT    = :WS-ALR-KEY                     00081600
                 AND ACAT_CONTROL_NBR = :WS-ATT-ACAT-CNTL               00081700
           END-EXEC.                                                    00081800
           IF SQLCODE NOT = +0                                          00081900
              PERFORM 8000-DB2-ERROR-RTN                                00082000
           END-IF.                                                      00082100
                                                                        00082200
           IF WS-ROW-CNT > +0                                           00082300
              GO TO 4000-EXIT                                           00082400
           END-IF.                                                      00082500
                                                                        00082600
           MOVE 'ADDED TO OPEN CASE'        TO  DTL1-TEXT.              00082700
           EXEC SQL                                                     00082800
              SELECT AML_CASE_NBR                                       00082900
                INTO :WS-CASE-NBR                                       00083000
                FROM ACATAMLC                                           00083100
               WHERE CLIENT_NBR    = :WS-TFR-CLIENT                     00083200
                 AND ALERT_TYPE_CD = :WS-ALR-TYPE                       00083300
                 AND ALERT_KEY_TXT = :WS-ALR-KEY                        00083400
                 AND CASE_STTS_CD  = 'O'                                00083500
               FETCH FIRST 1 ROW ONLY                                   00083600
           END-EXEC.                                                    00083700
                                                                        00083800
           EVALUATE SQLCODE                                             00083900
              WHEN +0                                                   00084000
                 CONTINUE                                               00084100
              WHEN +100                                                 00084200
                 PERFORM 4100-OPEN-CASE-RTN                             00084300
              WHEN OTHER                                                00084400
                 PERFORM 8000-DB2-ERROR-RTN                             00084500
           END-EVALUATE.                                                00084600
                                                                        00084700
           EXEC SQL                                                     00084800
              INSERT INTO ACATAMLD                                      00084900
                    (CLIENT_NBR                                         00085000
                    ,AML_CASE_NBR                                       00085100
                    ,ALERT_TYPE_CD                                      00085200
                    ,ALERT_KEY_TXT                                      00085300
                    ,ACAT_CONTROL_NBR                                   00085400
                    ,DSTBN_SIDE_CD                                      00085500
                    ,BRANCH_CD                                          00085600
                    ,ACCT_CD                                            00085700
                    ,PRCS_DT                                            00085800
                    ,CRT_TMSTP                                          00085900
                    ,PRGM_NM)                                           00086000
              VALUES                                                    00086100
                    (:WS-TFR-CLIENT                                     00086200
                    ,:WS-CASE-NBR                                       00086300
                    ,:WS-ALR-TYPE                                       00086400
                    ,:WS-ALR-KEY                                        00086500
                    ,:WS-ATT-ACAT-CNTL                                  00086600
                    ,:WS-ATT-SIDE                                       00086700
                    ,:WS-ATT-BRANCH                                     00086800
                    ,:WS-ATT-ACCT                                       00086900
                    ,DATE(:WS-ATT-PRCS-DT)                              00087000
                    ,CURRENT TIMESTAMP                                  00087100
                    ,'CAT754')                                          00087200
           END-EXEC.                                                    00087300
           IF SQLCODE NOT = +0                                          00087400
              PERFORM 8000-DB2-ERROR-RTN                                00087500
           END-IF.                                                      00087600
                                                                        00087700
           EXEC SQL                                                     00087800
              UPDATE ACATAMLC                                           00087900
                 SET CNTRL_CNT     = CNTRL_CNT + 1                      00088000
                    ,UPDT_TMSTP    = CURRENT TIMESTAMP                  00088100
                    ,PRGM_NM       = 'CAT754'                           00088200
               WHERE CLIENT_NBR    = :WS-TFR-CLIENT                     00088300
                 AND AML_CASE_NBR  = :WS-CASE-NBR                       00088400
           END-EXEC.                                                    00088500
           IF SQLCODE NOT = +0                                          00088600
              PERFORM 8000-DB2-ERROR-RTN                                00088700
           END-IF.                                                      00088800
                                                                        00088900
           ADD 1                            TO  WS-CNT-ATTACHED         00089000
                                                WS-COMMIT-CNT.          00089100
           IF WS-COMMIT-CNT > 9                                         00089200
              EXEC SQL                                                  00089300
                   COMMIT                                               00089400
              END-EXEC                                                  00089500
              MOVE 0                        TO  WS-COMMIT-CNT           00089600
           END-IF.                                                      00089700
                                                                        00089800
           MOVE WS-CASE-NBR                 TO  DTL1-CASE-NBR.          00089900
           MOVE WS-TFR-CLIENT               TO  DTL1-CLIENT.            00090000
           MOVE WS-ALR-TYPE                 TO  DTL1-TYPE.              00090100
           MOVE WS-ALR-KEY                  TO  DTL1-KEY.               00090200
           MOVE WS-ATT-ACAT-CNTL            TO  DTL1-ACAT-CNTL.         00090300
           MOVE WS-ATT-SIDE                 TO  DTL1-SIDE.              00090400
           MOVE WS-ATT-BRANCH               TO  DTL1-BRANCH.            00090500
           MOVE WS-ATT-ACCT                 TO  DTL1-ACCT.              00090600
           MOVE WS-ATT-PRCS-DT              TO  DTL1-PRCS-DT.           00090700
           MOVE DTL1-RECORD                 TO  TRAC-DETAIL.            00090800
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00090900
                                                                        00091000
       4000-EXIT.                                                       00091100
           EXIT.                                                        00091200
                                                                        00091300
      *------------------------------------------------------------     00091400
      * 4100-OPEN-CASE-RTN - NEXT CASE NUMBER, STATUS OPEN.             00091500
      *------------------------------------------------------------     00091600
       4100-OPEN-CASE-RTN.                                              00091700
                                                                        00091800
           ADD +1                           TO  WS-NEXT-CASE-NBR.       00091900
           MOVE WS-NEXT-CASE-NBR            TO  WS-CASE-NBR.            00092000
                                                                        00092100
           EXEC SQL                                                     00092200
              INSERT INTO ACATAMLC                                      00092300
                    (CLIENT_NBR                                         00092400
                    ,AML_CASE_NBR                                       00092500
                    ,ALERT_TYPE_CD                                      00092600
                    ,ALERT_KEY_TXT                                      00092700
                    ,BRANCH_CD                                          00092800
                    ,ACCT_CD                                            00092900
                    ,CNTRL_CNT                                          00093000
                    ,ALERT_TXT                                          00093100
                    ,CASE_STTS_CD                                       00093200
                    ,DSPSN_OPER_ID                                      00093300
                    ,CRT_TMSTP                                          00093400
                    ,UPDT_TMSTP                                         00093500
                    ,PRGM_NM)                                           00093600
              VALUES                                                    00093700
                    (:WS-TFR-CLIENT                                     00093800
                    ,:WS-CASE-NBR                                       00093900
                    ,:WS-ALR-TYPE                                       00094000
                    ,:WS-ALR-KEY                                        00094100
                    ,:WS-ALR-BRANCH                                     00094200
                    ,:WS-ALR-ACCT                                       00094300
                    ,0                                                  00094400
                    ,:WS-ALR-TEXT                                       00094500
                    ,'O'                                                00094600
                    ,' '                                                00094700
                    ,CURRENT TIMESTAMP                                  00094800
                    ,CURRENT TIMESTAMP                                  00094900
                    ,'CAT754')                                          00095000
           END-EXEC.                                                    00095100
           IF SQLCODE NOT = +0                                          00095200
              PERFORM 8000-DB2-ERROR-RTN                                00095300
           END-IF.                                                      00095400
                                                                        00095500
           ADD 1                            TO  WS-CNT-CASE-OPEN.       00095600
           MOVE 'NEW CASE OPENED'           TO  DTL1-TEXT.              00095700
                                                                        00095800
           EJECT                                                        00095900
      *------------------------------------------------------------     00096000
      * 5000-CASE-LIST-RTN - EVERY OPEN CASE, OLDEST FIRST, WITH ITS    00096100
      * AGE IN DAYS.  THIS IS THE LIST COMPLIANCE WORKS FROM.           00096200
      *------------------------------------------------------------     00096300
       5000-CASE-LIST-RTN.                                              00096400
                                                                        00096500
           MOVE HDR3-RECORD                 TO  TRAC-DETAIL.            00096600
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00096700
           MOVE HDR4-RECORD                 TO  TRAC-DETAIL.            00096800
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00096900
                                                                        00097000
           EXEC SQL                                                     00097100
              OPEN CASCSR                                               00097200
           END-EXEC.                                                    00097300
           IF SQLCODE NOT = +0                                          00097400
              PERFORM 8000-DB2-ERROR-RTN                                00097500
           END-IF.                                                      00097600
                                                                        00097700
           PERFORM 5100-LIST-CASE-RTN THRU 5100-EXIT                    00097800
              UNTIL WS-END-OF-CASE.                                     00097900
                                                                        00098000
           EXEC SQL                                                     00098100
              CLOSE CASCSR                                              00098200
           END-EXEC.                                                    00098300
                                                                        00098400
       5000-EXIT.                                                       00098500
           EXIT.                                                        00098600
                                                                        00098700
       5100-LIST-CASE-RTN.                                              00098800
                                                                        00098900
           EXEC SQL                                                     00099000
              FETCH CASCSR                                              00099100
                 INTO :WS-CAS-CLIENT                                    00099200
                     ,:WS-CAS-NBR                                       00099300
                     ,:WS-CAS-TYPE                                      00099400
                     ,:WS-CAS-KEY                                       00099500
                     ,:WS-CAS-CNTRL-CNT                                 00099600
                     ,:WS-CAS-OPEN-DT                                   00099700
                     ,:WS-CAS-AGE                                       00099800
                     ,:WS-CAS-TEXT                                      00099900
           END-EXEC.                                                    00100000
                                                                        00100100
           EVALUATE SQLCODE                                             00100200
              WHEN +100                                                 00100300
                 SET WS-END-OF-CASE         TO  TRUE                    00100400
                 GO TO 5100-EXIT                                        00100500
              WHEN +0                                                   00100600
                 ADD 1                      TO  WS-CNT-OPEN-LIST        00100700
              WHEN OTHER                                                00100800
                 PERFORM 8000-DB2-ERROR-RTN                             00100900
           END-EVALUATE.                                                00101000
                                                                        00101100
           MOVE WS-CAS-NBR                  TO  DTL3-CASE-NBR.          00101200
           MOVE WS-CAS-CLIENT               TO  DTL3-CLIENT.            00101300
           MOVE WS-CAS-TYPE                 TO  DTL3-TYPE.              00101400
           MOVE WS-CAS-KEY                  TO  DTL3-KEY.               00101500
           MOVE WS-CAS-CNTRL-CNT            TO  DTL3-CNTRL-CNT.         00101600
           MOVE WS-CAS-OPEN-DT              TO  DTL3-OPEN-DT.           00101700
           MOVE WS-CAS-AGE                  TO  DTL3-AGE.               00101800
           MOVE WS-CAS-TEXT                 TO  DTL3-TEXT.              00101900
           MOVE DTL3-RECORD                 TO  TRAC-DETAIL.            00102000
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00102100
                                                                        00102200
       5100-EXIT.                                                       00102300
           EXIT.                                                        00102400
                                                                        00102500
           EJECT                                                        00102600
      ******************                                                00102700
       8000-DB2-ERROR-RTN.                                              00102800
      ******************                                                00102900
                                                                        00103000
           DISPLAY 'CAT754 - DB2 ERROR, SQLCODE = ' SQLCODE.            00103100
           CALL DSNTIAR               USING  SQLCA                      00103200
                                             WS-DB2-MESSAGE-AREA        00103300
                                             WS-ERR-LINE-LEN            00103400
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00103500
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00103600
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00103700
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00103800
                 END-IF                                                 00103900
           END-PERFORM.                                                 00104000
           DISPLAY 'CAT754 ABENDED'.                                    00104100
           CALL ABEND                 USING  ABEND-CODE.                00104200
                                                                        00104300
           EJECT                                                        00104400
      ************                                                      00104500
       9000-EOJ-RTN.                                                    00104600
      ************                                                      00104700
                                                                        00104800
           MOVE 'TRANSFERS EXAMINED          '  TO  TRL1-LABEL.         00104900
           MOVE WS-CNT-TFR-READ             TO  TRL1-COUNT.             00105000
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00105100
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00105200
                                                                        00105300
           MOVE ' '                         TO  TRL1-CC.                00105400
           MOVE 'ROUND-TRIP ALERTS           '  TO  TRL1-LABEL.         00105500
           MOVE WS-CNT-RTRP                 TO  TRL1-COUNT.             00105600
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00105700
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00105800
                                                                        00105900
           MOVE 'SHARED CONTRA-ACCOUNT ALERTS'  TO  TRL1-LABEL.         00106000
           MOVE WS-CNT-FANI                 TO  TRL1-COUNT.             00106100
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00106200
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00106300
                                                                        00106400
           MOVE 'SSN VELOCITY ALERTS         '  TO  TRL1-LABEL.         00106500
           MOVE WS-CNT-SSNV                 TO  TRL1-COUNT.             00106600
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00106700
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00106800
                                                                        00106900
           MOVE 'NEW CASES OPENED            '  TO  TRL1-LABEL.         00107000
           MOVE WS-CNT-CASE-OPEN            TO  TRL1-COUNT.             00107100
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00107200
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00107300
                                                                        00107400
           MOVE 'CONTROL NUMBERS ATTACHED    '  TO  TRL1-LABEL.         00107500
           MOVE WS-CNT-ATTACHED             TO  TRL1-COUNT.             00107600
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00107700
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00107800
                                                                        00107900
           MOVE 'CASES OPEN AT END OF RUN    '  TO  TRL1-LABEL.         00108000
           MOVE WS-CNT-OPEN-LIST            TO  TRL1-COUNT.             00108100
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00108200
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00108300
                                                                        00108400
           MOVE 'DISPOSITIONS READ           '  TO  TRL1-LABEL.         00108500
           MOVE WS-CNT-DISP-READ            TO  TRL1-COUNT.             00108600
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00108700
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00108800
                                                                        00108900
           MOVE 'CASES CLEARED               '  TO  TRL1-LABEL.         00109000
           MOVE WS-CNT-CLEARED              TO  TRL1-COUNT.             00109100
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00109200
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00109300
                                                                        00109400
           MOVE 'CASES ESCALATED             '  TO  TRL1-LABEL.         00109500
           MOVE WS-CNT-ESCALATED            TO  TRL1-COUNT.             00109600
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00109700
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00109800
                                                                        00109900
           MOVE 'DISPOSITIONS REJECTED       '  TO  TRL1-LABEL.         00110000
           MOVE WS-CNT-DISP-REJ             TO  TRL1-COUNT.             00110100
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00110200
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00110300
                                                                        00110400
           CLOSE REPORT-FILE.                                           00110500
                                                                        00110600
           DISPLAY ' '                                                  00110700
           DISPLAY 'TRANSFERS EXAMINED:     ' WS-CNT-TFR-READ           00110800
           DISPLAY 'NEW AML CASES:          ' WS-CNT-CASE-OPEN          00110900
           DISPLAY 'CONTROLS ATTACHED:      ' WS-CNT-ATTACHED           00111000
           DISPLAY ' '                                                  00111100
           DISPLAY '*************************'                          00111200
           DISPLAY '* END OF CAT754 PROGRAM *'                          00111300
           DISPLAY '*************************'                          00111400
           DISPLAY ' '.                                                 00111500
