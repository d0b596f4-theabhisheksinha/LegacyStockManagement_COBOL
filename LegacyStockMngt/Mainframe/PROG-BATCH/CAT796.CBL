000001* PDX    - CAT796   C0369794 10/15/26 01:34:52 TBTIKUO            00000100
000001* CREATED FOR SSR 114465.  DAILY STANDING SETTLEMENT INSTRUCTION  00000200
000001* CHANGE REPORT.  SSI ADDS AND CHANGES ARE NOW HELD ON ACATSSIP   00000300
000001* BY ACATSIDB UNTIL A SECOND OPERATOR APPROVES THEM AFTER A       00000400
000001* CALLBACK TO THE COUNTERPARTY.  THIS STEP LISTS EVERY CHANGE     00000500
000001* STILL WAITING WITH ITS REQUESTER AND AGE, AND EVERY CHANGE      00000600
000001* APPROVED OR REJECTED ON THE REPORT DATE WITH THE PRIOR AND NEW  00000700
000001* AGENT BANK AND ACCOUNT, BOTH OPERATORS AND THE CALLBACK DETAIL. 00000800
       IDENTIFICATION DIVISION.                                         00000900
       PROGRAM-ID.  CAT796.                                             00001000
       AUTHOR.      LARRY MUREY.                                        00001100
       DATE-WRITTEN.  OCT 2026.                                         00001200
      *---------------------------------------------------------------* 00001300
      *                         REMARKS                               * 00001400
      * PARM:   YYYY-MM-DD - REPORT DATE FOR THE DECISIONS SECTION    * 00001500
      *                      (DEFAULT CURRENT DATE)                   * 00001600
      * OUTPUT: RPTPI    - SECTION 1 PENDING SSI CHANGES, OLDEST      * 00001700
      *                    FIRST, WITH DAYS WAITING                   * 00001800
      *                    SECTION 2 CHANGES APPROVED OR REJECTED ON  * 00001900
      *                    THE REPORT DATE, WITH DAYS TO DECISION AND * 00002000
      *                    THE CALLBACK CONTACT AND PHONE             * 00002100
      * TABLES: ACATSSIP - SSI CHANGE REQUESTS, STATUS P PENDING,     * 00002200
      *                    A APPROVED, R REJECTED                     * 00002300
      * RC 4 WHEN ANY CHANGE IS STILL PENDING.                        * 00002400
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
       01  REPORT-RECORD                PIC  X(132).                    00004500
                                                                        00004600
           EJECT                                                        00004700
      ***************************************************************** 00004800
       WORKING-STORAGE SECTION.                                         00004900
      ***************************************************************** 00005000
                                                                        00005100
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00005200
                                                                        00005300
       01  CALL-MODULES.                                                00005400
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00005500
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00005600
                                                                        00005700
       01  WS-END-OF-PND-SW             PIC  X(01)  VALUE 'N'.          00005800
           88  WS-END-OF-PND                       VALUE 'Y'.           00005900
       01  WS-END-OF-DEC-SW             PIC  X(01)  VALUE 'N'.          00006000
           88  WS-END-OF-DEC                       VALUE 'Y'.           00006100
                                                                        00006200
       01  WS-RPT-DATE                  PIC  X(10)  VALUE SPACES.       00006300
                                                                        00006400
      *  HOST VARIABLES - ONE SSI CHANGE REQUEST.                       00006500
       01  WS-CHG-AREA.                                                 00006600
           05  WS-CHG-PRTCP             PIC  X(04).                     00006700
           05  WS-CHG-CLT               PIC  X(04).                     00006800
           05  WS-CHG-BRANCH            PIC  X(03).                     00006900
           05  WS-CHG-TYPE              PIC  X(01).                     00007000
               88  WS-CHG-ADD                      VALUE 'A'.           00007100
           05  WS-CHG-PRIOR-BANK        PIC  X(08).                     00007200
           05  WS-CHG-PRIOR-ACCT        PIC  X(20).                     00007300
           05  WS-CHG-AGENT-BANK        PIC  X(08).                     00007400
           05  WS-CHG-AGENT-ACCT        PIC  X(20).                     00007500
           05  WS-CHG-RQST-OPER         PIC  X(08).                     00007600
           05  WS-CHG-APPRV-OPER        PIC  X(08).                     00007700
           05  WS-CHG-STTS              PIC  X(01).                     00007800
               88  WS-CHG-APPROVED                 VALUE 'A'.           00007900
           05  WS-CHG-CALLBK-NM         PIC  X(30).                     00008000
           05  WS-CHG-CALLBK-PHONE      PIC  X(15).                     00008100
           05  WS-CHG-DATE              PIC  X(10).                     00008200
           05  WS-CHG-AGE               PIC S9(09) COMP.                00008300
                                                                        00008400
       01  WS-CNT-PENDING               PIC S9(07) COMP-3  VALUE ZERO.  00008500
       01  WS-CNT-APPROVED              PIC S9(07) COMP-3  VALUE ZERO.  00008600
       01  WS-CNT-REJECTED              PIC S9(07) COMP-3  VALUE ZERO.  00008700
                                                                        00008800
       01  WS-ACCEPT-DATE.                                              00008900
           05  WS-ACCEPT-YY             PIC  9(02).                     00009000
           05  WS-ACCEPT-MM             PIC  9(02).                     00009100
           05  WS-ACCEPT-DD             PIC  9(02).                     00009200
                                                                        00009300
       01  WS-DB2-MESSAGE-AREA.                                         00009400
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00009500
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00009600
               INDEXED BY WS-ERROR-INDEX.                               00009700
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00009800
                                                                        00009900
           EJECT                                                        00010000
       01  HDR1-RECORD.                                                 00010100
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00010200
           05  FILLER                   PIC  X(30)  VALUE               00010300
               'CAT796 - SSI CHANGE CONTROL RE'.                        00010400
           05  FILLER                   PIC  X(30)  VALUE               00010500
               'PORT                          '.                        00010600
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00010700
           05  FILLER                   PIC  X(06)  VALUE               00010800
               'DATE: '.                                                00010900
           05  HDR1-DATE-MM             PIC  X(02).                     00011000
           05  FILLER                   PIC  X(01)  VALUE '/'.          00011100
           05  HDR1-DATE-DD             PIC  X(02).                     00011200
           05  FILLER                   PIC  X(01)  VALUE '/'.          00011300
           05  HDR1-DATE-YY             PIC  X(02).                     00011400
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00011500
                                                                        00011600
       01  SEC1-RECORD.                                                 00011700
           05  SEC1-CC                  PIC  X(01)  VALUE '-'.          00011800
           05  SEC1-TITLE               PIC  X(50).                     00011900
           05  SEC1-DATE                PIC  X(10).                     00012000
           05  FILLER                   PIC  X(71)  VALUE SPACES.       00012100
                                                                        00012200
       01  COL1-RECORD.                                                 00012300
           05  COL1-CC                  PIC  X(01)  VALUE '0'.          00012400
           05  FILLER                   PIC  X(30)  VALUE               00012500
               'PRTC  CLNT  BR   TYP  PRIOR AG'.                        00012600
           05  FILLER                   PIC  X(30)  VALUE               00012700
               'ENT BANK/ACCOUNT       NEW AGE'.                        00012800
           05  FILLER                   PIC  X(30)  VALUE               00012900
               'NT BANK/ACCOUNT         REQUES'.                        00013000
           05  FILLER                   PIC  X(30)  VALUE               00013100
               'TR  APPROVER  DATE        DAYS'.                        00013200
           05  FILLER                   PIC  X(11)  VALUE               00013300
               '  STATUS   '.                                           00013400
                                                                        00013500
       01  DTL1-RECORD.                                                 00013600
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00013700
           05  DTL1-PRTCP               PIC  X(04).                     00013800
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00013900
           05  DTL1-CLT                 PIC  X(04).                     00014000
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00014100
           05  DTL1-BRANCH              PIC  X(03).                     00014200
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00014300
           05  DTL1-TYPE                PIC  X(03).                     00014400
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00014500
           05  DTL1-PRIOR-BANK          PIC  X(08).                     00014600
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00014700
           05  DTL1-PRIOR-ACCT          PIC  X(20).                     00014800
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00014900
           05  DTL1-AGENT-BANK          PIC  X(08).                     00015000
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00015100
           05  DTL1-AGENT-ACCT          PIC  X(20).                     00015200
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00015300
           05  DTL1-RQST-OPER           PIC  X(08).                     00015400
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00015500
           05  DTL1-APPRV-OPER          PIC  X(08).                     00015600
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00015700
           05  DTL1-DATE                PIC  X(10).                     00015800
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00015900
           05  DTL1-AGE                 PIC  ZZZ9.                      00016000
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00016100
           05  DTL1-STTS                PIC  X(08).                     00016200
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00016300
                                                                        00016400
       01  DTL2-RECORD.                                                 00016500
           05  DTL2-CC                  PIC  X(01)  VALUE ' '.          00016600
           05  FILLER                   PIC  X(22)  VALUE SPACES.       00016700
           05  FILLER                   PIC  X(18)  VALUE               00016800
               'CALLBACK CONTACT: '.                                    00016900
           05  DTL2-CALLBK-NM           PIC  X(30).                     00017000
           05  FILLER                   PIC  X(09)  VALUE               00017100
               '  PHONE: '.                                             00017200
           05  DTL2-CALLBK-PHONE        PIC  X(15).                     00017300
           05  FILLER                   PIC  X(37)  VALUE SPACES.       00017400
                                                                        00017500
       01  NONE-RECORD.                                                 00017600
           05  NONE-CC                  PIC  X(01)  VALUE ' '.          00017700
           05  FILLER                   PIC  X(30)  VALUE               00017800
               '*** NONE ***                  '.                        00017900
           05  FILLER                   PIC  X(101) VALUE SPACES.       00018000
                                                                        00018100
       01  TRL1-RECORD.                                                 00018200
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00018300
           05  TRL1-LABEL               PIC  X(28).                     00018400
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00018500
           05  FILLER                   PIC  X(92)  VALUE SPACES.       00018600
                                                                        00018700
       01  TRAC-RECORD.                                                 00018800
           05  TRAC-DETAIL              PIC  X(132).                    00018900
                                                                        00019000
           EJECT                                                        00019100
      *DB2 COMMUNICATION AREA                                           00019200
           EXEC SQL                                                     00019300
              INCLUDE SQLCA                                             00019400
           END-EXEC.                                                    00019500
                                                                        00019600
      *----------------------------------------------------------------*00019700
      *  SSI CHANGES WAITING FOR APPROVAL, OLDEST FIRST.               *00019800
      *----------------------------------------------------------------*00019900
           EXEC SQL                                                     00020000
              DECLARE PNDCSR CURSOR FOR                                 00020100
                 SELECT PRTCP_NBR                                       00020200
                       ,CLIENT_NBR                                      00020300
                       ,BRANCH_CD                                       00020400
                       ,CHG_TYPE_CD                                     00020500
                       ,PRIOR_AGENT_BANK_CD                             00020600
                       ,PRIOR_AGENT_ACCT_NBR                            00020700
                       ,AGENT_BANK_CD                                   00020800
                       ,AGENT_ACCT_NBR                                  00020900
                       ,RQST_OPER_ID                                    00021000
                       ,CHAR(DATE(RQST_TMSTP), ISO)                     00021100
                       ,DAYS(CURRENT DATE) - DAYS(RQST_TMSTP)           00021200
                 FROM  ACATSSIP                                         00021300
                 WHERE CHG_STTS_CD = 'P'                                00021400
                 ORDER BY RQST_TMSTP                                    00021500
                 WITH UR                                                00021600
           END-EXEC.                                                    00021700
                                                                        00021800
      *----------------------------------------------------------------*00021900
      *  SSI CHANGES APPROVED OR REJECTED ON THE REPORT DATE.          *00022000
      *----------------------------------------------------------------*00022100
           EXEC SQL                                                     00022200
              DECLARE DECCSR CURSOR FOR                                 00022300
                 SELECT PRTCP_NBR                                       00022400
                       ,CLIENT_NBR                                      00022500
                       ,BRANCH_CD                                       00022600
                       ,CHG_TYPE_CD                                     00022700
                       ,PRIOR_AGENT_BANK_CD                             00022800
                       ,PRIOR_AGENT_ACCT_NBR                            00022900
                       ,AGENT_BANK_CD                                   00023000
                       ,AGENT_ACCT_NBR                                  00023100
                       ,RQST_OPER_ID                                    00023200
                       ,APPRV_OPER_ID                                   00023300
                       ,CHG_STTS_CD                                     00023400
                       ,CALLBK_CNTCT_NM                                 00023500
                       ,CALLBK_PHONE_NBR                                00023600
                       ,CHAR(DATE(DCSN_TMSTP), ISO)                     00023700
                       ,DAYS(DCSN_TMSTP) - DAYS(RQST_TMSTP)             00023800
                 FROM  ACATSSIP                                         00023900
                 WHERE CHG_STTS_CD IN ('A', 'R')                        00024000
                   AND DATE(DCSN_TMSTP) = DATE(:WS-RPT-DATE)            00024100
                 ORDER BY DCSN_TMSTP                                    00024200
                 WITH UR                                                00024300
           END-EXEC.                                                    00024400
                                                                        00024500
           EJECT                                                        00024600
      ***************************************************************** 00024700
       LINKAGE SECTION.                                                 00024800
      ***************************************************************** 00024900
       01  PARM-AREA.                                                   00025000
           05  PARM-LENGTH              PIC S9(4) COMP SYNC.            00025100
           05  PARM-RPT-DATE            PIC  X(10).                     00025200
                                                                        00025300
           EJECT                                                        00025400
      ***************************************************************** 00025500
       PROCEDURE DIVISION USING PARM-AREA.                              00025600
      ***************************************************************** 00025700
                                                                        00025800
           DISPLAY '*** CAT796 - SSI CHANGE CONTROL REPORT ***'.        00025900
                                                                        00026000
           PERFORM 1000-INITIAL-RTN.                                    00026100
                                                                        00026200
           PERFORM 2000-PENDING-RTN.                                    00026300
                                                                        00026400
           PERFORM 3000-DECIDED-RTN.                                    00026500
                                                                        00026600
           PERFORM 9000-EOJ-RTN.                                        00026700
                                                                        00026800
           GOBACK.                                                      00026900
                                                                        00027000
           EJECT                                                        00027100
      *****************                                                 00027200
       1000-INITIAL-RTN.                                                00027300
      *****************                                                 00027400
                                                                        00027500
           OPEN OUTPUT REPORT-FILE.                                     00027600
                                                                        00027700
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00027800
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00027900
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00028000
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00028100
                                                                        00028200
           MOVE HDR1-RECORD                 TO  TRAC-DETAIL.            00028300
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00028400
                                                                        00028500
           IF PARM-LENGTH = +10                                         00028600
              MOVE PARM-RPT-DATE            TO  WS-RPT-DATE             00028700
              EXEC SQL                                                  00028800
                 SELECT  CHAR(DATE(:WS-RPT-DATE), ISO)                  00028900
                   INTO :WS-RPT-DATE                                    00029000
                   FROM  SYSIBM.SYSDUMMY1                               00029100
              END-EXEC                                                  00029200
              EVALUATE SQLCODE                                          00029300
                 WHEN +0                                                00029400
                    CONTINUE                                            00029500
                 WHEN -180                                              00029600
                 WHEN -181                                              00029700
                    DISPLAY 'CAT796 - INVALID PARM DATE ' PARM-RPT-DATE 00029800
                            ', CURRENT DATE USED'                       00029900
                    MOVE SPACES             TO  WS-RPT-DATE             00030000
                 WHEN OTHER                                             00030100
                    PERFORM 8000-DB2-ERROR-RTN                          00030200
              END-EVALUATE                                              00030300
           END-IF.                                                      00030400
                                                                        00030500
           IF WS-RPT-DATE = SPACES                                      00030600
              EXEC SQL                                                  00030700
                 SELECT  CHAR(CURRENT DATE, ISO)                        00030800
                   INTO :WS-RPT-DATE                                    00030900
                   FROM  SYSIBM.SYSDUMMY1                               00031000
              END-EXEC                                                  00031100
              IF SQLCODE NOT = +0                                       00031200
                 PERFORM 8000-DB2-ERROR-RTN                             00031300
              END-IF                                                    00031400
           END-IF.                                                      00031500
           DISPLAY 'CAT796 - REPORT DATE ' WS-RPT-DATE.                 00031600
                                                                        00031700
           EJECT                                                        00031800
      *---------------------------------------------------------------  00031900
      * 2000-PENDING-RTN - SECTION 1, EVERY CHANGE NOT YET DECIDED.     00032000
      * THE DAYS COLUMN IS HOW LONG IT HAS WAITED.                      00032100
      *---------------------------------------------------------------  00032200
       2000-PENDING-RTN.                                                00032300
                                                                        00032400
           MOVE 'PENDING SSI CHANGES AS OF '                            00032500
                                            TO  SEC1-TITLE.             00032600
           MOVE WS-RPT-DATE                 TO  SEC1-DATE.              00032700
           MOVE SEC1-RECORD                 TO  TRAC-DETAIL.            00032800
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00032900
           MOVE COL1-RECORD                 TO  TRAC-DETAIL.            00033000
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00033100
                                                                        00033200
           EXEC SQL                                                     00033300
              OPEN PNDCSR                                               00033400
           END-EXEC.                                                    00033500
           IF SQLCODE NOT = +0                                          00033600
              PERFORM 8000-DB2-ERROR-RTN                                00033700
           END-IF.                                                      00033800
                                                                        00033900
           PERFORM 2100-FETCH-PND-RTN THRU 2100-EXIT                    00034000
              UNTIL WS-END-OF-PND.                                      00034100
                                                                        00034200
           EXEC SQL                                                     00034300
              CLOSE PNDCSR                                              00034400
           END-EXEC.                                                    00034500
                                                                        00034600
           IF WS-CNT-PENDING = ZERO                                     00034700
              MOVE NONE-RECORD              TO  TRAC-DETAIL             00034800
              WRITE REPORT-RECORD         FROM  TRAC-RECORD             00034900
           END-IF.                                                      00035000
                                                                        00035100
      *******************                                               00035200
       2100-FETCH-PND-RTN.                                              00035300
      *******************                                               00035400
                                                                        00035500
           EXEC SQL                                                     00035600
              FETCH PNDCSR                                              00035700
                 INTO :WS-CHG-PRTCP                                     00035800
                     ,:WS-CHG-CLT                                       00035900
                     ,:WS-CHG-BRANCH                                    00036000
                     ,:WS-CHG-TYPE                                      00036100
                     ,:WS-CHG-PRIOR-BANK                                00036200
                     ,:WS-CHG-PRIOR-ACCT                                00036300
                     ,:WS-CHG-AGENT-BANK                                00036400
                     ,:WS-CHG-AGENT-ACCT                                00036500
                     ,:WS-CHG-RQST-OPER                                 00036600
                     ,:WS-CHG-DATE                                      00036700
                     ,:WS-CHG-AGE                                       00036800
           END-EXEC.                                                    00036900
                                                                        00037000
           EVALUATE SQLCODE                                             00037100
              WHEN +100                                                 00037200
                 SET WS-END-OF-PND          TO  TRUE                    00037300
                 GO TO 2100-EXIT                                        00037400
              WHEN +0                                                   00037500
                 CONTINUE                                               00037600
              WHEN OTHER                                                00037700
                 PERFORM 8000-DB2-ERROR-RTN                             00037800
           END-EVALUATE.                                                00037900
                                                                        00038000
           ADD 1                            TO  WS-CNT-PENDING.         00038100
           MOVE SPACES                      TO  WS-CHG-APPRV-OPER.      00038200
           MOVE 'PENDING '                  TO  DTL1-STTS.              00038300
           PERFORM 4000-WRITE-DETAIL-RTN.                               00038400
                                                                        00038500
       2100-EXIT.                                                       00038600
           EXIT.                                                        00038700
                                                                        00038800
           EJECT                                                        00038900
      *---------------------------------------------------------------  00039000
      * 3000-DECIDED-RTN - SECTION 2, CHANGES APPROVED OR REJECTED ON   00039100
      * THE REPORT DATE.  THE DAYS COLUMN IS REQUEST TO DECISION.       00039200
      *---------------------------------------------------------------  00039300
       3000-DECIDED-RTN.                                                00039400
                                                                        00039500
           MOVE 'SSI CHANGES APPROVED OR REJECTED ON '                  00039600
                                            TO  SEC1-TITLE.             00039700
           MOVE WS-RPT-DATE                 TO  SEC1-DATE.              00039800
           MOVE SEC1-RECORD                 TO  TRAC-DETAIL.            00039900
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00040000
           MOVE COL1-RECORD                 TO  TRAC-DETAIL.            00040100
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00040200
                                                                        00040300
           EXEC SQL                                                     00040400
              OPEN DECCSR                                               00040500
           END-EXEC.                                                    00040600
           IF SQLCODE NOT = +0                                          00040700
              PERFORM 8000-DB2-ERROR-RTN                                00040800
           END-IF.                                                      00040900
                                                                        00041000
           PERFORM 3100-FETCH-DEC-RTN THRU 3100-EXIT                    00041100
              UNTIL WS-END-OF-DEC.                                      00041200
                                                                        00041300
           EXEC SQL                                                     00041400
              CLOSE DECCSR                                              00041500
           END-EXEC.                                                    00041600
                                                                        00041700
           IF WS-CNT-APPROVED = ZERO                                    00041800
           AND WS-CNT-REJECTED = ZERO                                   00041900
              MOVE NONE-RECORD              TO  TRAC-DETAIL             00042000
              WRITE REPORT-RECORD         FROM  TRAC-RECORD             00042100
           END-IF.                                                      00042200
                                                                        00042300
      *******************                                               00042400
       3100-FETCH-DEC-RTN.                                              00042500
      *******************                                               00042600
                                                                        00042700
           EXEC SQL                                                     00042800
              FETCH DECCSR                                              00042900
                 INTO :WS-CHG-PRTCP                                     00043000
                     ,:WS-CHG-CLT                                       00043100
                     ,:WS-CHG-BRANCH                                    00043200
                     ,:WS-CHG-TYPE                                      00043300
                     ,:WS-CHG-PRIOR-BANK                                00043400
                     ,:WS-CHG-PRIOR-ACCT                                00043500
                     ,:WS-CHG-AGENT-BANK                                00043600
                     ,:WS-CHG-AGENT-ACCT                                00043700
                     ,:WS-CHG-RQST-OPER                                 00043800
                     ,:WS-CHG-APPRV-OPER                                00043900
                     ,:WS-CHG-STTS                                      00044000
                     ,:WS-CHG-CALLBK-NM                                 00044100
                     ,:WS-CHG-CALLBK-PHONE                              00044200
                     ,:WS-CHG-DATE                                      00044300
                     ,:WS-CHG-AGE                                       00044400
           END-EXEC.                                                    00044500
                                                                        00044600
           EVALUATE SQLCODE                                             00044700
              WHEN +100                                                 00044800
                 SET WS-END-OF-DEC          TO  TRUE                    00044900
                 GO TO 3100-EXIT                                        00045000
              WHEN +0                                                   00045100
                 CONTINUE                                               00045200
              WHEN OTHER                                                00045300
                 PERFORM 8000-DB2-ERROR-RTN                             00045400
           END-EVALUATE.                                                00045500
                                                                        00045600
           IF WS-CHG-APPROVED                                           00045700
              ADD 1                         TO  WS-CNT-APPROVED         00045800
              MOVE 'APPROVED'               TO  DTL1-STTS               00045900
           ELSE                                                         00046000
              ADD 1                         TO  WS-CNT-REJECTED         00046100
              MOVE 'REJECTED'               TO  DTL1-STTS               00046200
           END-IF.                                                      00046300
           PERFORM 4000-WRITE-DETAIL-RTN.                               00046400
                                                                        00046500
           MOVE WS-CHG-CALLBK-NM            TO  DTL2-CALLBK-NM.         00046600
           MOVE WS-CHG-CALLBK-PHONE         TO  DTL2-CALLBK-PHONE.      00046700
           MOVE DTL2-RECORD                 TO  TRAC-DETAIL.            00046800
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00046900
                                                                        00047000
       3100-EXIT.                                                       00047100
           EXIT.                                                        00047200
                                                                        00047300
      *    ONE CHANGE LINE.  AN ADD HAS NO PRIOR INSTRUCTION.           00047400
       4000-WRITE-DETAIL-RTN.                                           00047500
                                                                        00047600
           MOVE WS-CHG-PRTCP                TO  DTL1-PRTCP.             00047700
           MOVE WS-CHG-CLT                  TO  DTL1-CLT.               00047800
           MOVE WS-CHG-BRANCH               TO  DTL1-BRANCH.            00047900
           IF WS-CHG-ADD                                                00048000
              MOVE 'ADD'                    TO  DTL1-TYPE               00048100
           ELSE                                                         00048200
              MOVE 'CHG'                    TO  DTL1-TYPE               00048300
           END-IF.                                                      00048400
           MOVE WS-CHG-PRIOR-BANK           TO  DTL1-PRIOR-BANK.        00048500
           MOVE WS-CHG-PRIOR-ACCT           TO  DTL1-PRIOR-ACCT.        00048600
           MOVE WS-CHG-AGENT-BANK           TO  DTL1-AGENT-BANK.        00048700
           MOVE WS-CHG-AGENT-ACCT           TO  DTL1-AGENT-ACCT.        00048800
           MOVE WS-CHG-RQST-OPER            TO  DTL1-RQST-OPER.         00048900
           MOVE WS-CHG-APPRV-OPER           TO  DTL1-APPRV-OPER.        00049000
           MOVE WS-CHG-DATE                 TO  DTL1-DATE.              00049100
           MOVE WS-CHG-AGE                  TO  DTL1-AGE.               00049200
           MOVE DTL1-RECORD                 TO  TRAC-DETAIL.            00049300
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00049400
                                                                        00049500
           EJECT                                                        00049600
      ******************                                                00049700
       8000-DB2-ERROR-RTN.                                              00049800
      ******************                                                00049900
                                                                        00050000
           DISPLAY 'CAT796 - DB2 ERROR, SQLCODE = ' SQLCODE.            00050100
           CALL DSNTIAR               USING  SQLCA                      00050200
                                             WS-DB2-MESSAGE-AREA        00050300
                                             WS-ERR-LINE-LEN            00050400
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00050500
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00050600
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00050700
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00050800
                 END-IF                                                 00050900
           END-PERFORM.                                                 00051000
           DISPLAY 'CAT796 ABENDED'.                                    00051100
           CALL ABEND                 USING  ABEND-CODE.                00051200
                                                                        00051300
           EJECT                                                        00051400
      ************                                                      00051500
       9000-EOJ-RTN.                                                    00051600
      ************                                                      00051700
                                                                        00051800
           MOVE 'CHANGES PENDING             '  TO  TRL1-LABEL.         00051900
           MOVE WS-CNT-PENDING              TO  TRL1-COUNT.             00052000
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00052100
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00052200
                                                                        00052300
           MOVE ' '                         TO  TRL1-CC.                00052400
           MOVE 'CHANGES APPROVED            '  TO  TRL1-LABEL.         00052500
           MOVE WS-CNT-APPROVED             TO  TRL1-COUNT.             00052600
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00052700
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00052800
                                                                        00052900
           MOVE 'CHANGES REJECTED            '  TO  TRL1-LABEL.         00053000
           MOVE WS-CNT-REJECTED             TO  TRL1-COUNT.             00053100
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00053200
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00053300
                                                                        00053400
           CLOSE REPORT-FILE.                                           00053500
                                                                        00053600
           IF WS-CNT-PENDING > ZERO                                     00053700
              MOVE +4                       TO  RETURN-CODE             00053800
           END-IF.                                                      00053900
                                                                        00054000
           DISPLAY ' '                                                  00054100
           DISPLAY 'CHANGES PENDING:        ' WS-CNT-PENDING            00054200
           DISPLAY 'CHANGES APPROVED:       ' WS-CNT-APPROVED           00054300
           DISPLAY 'CHANGES REJECTED:       ' WS-CNT-REJECTED           00054400
           DISPLAY ' '                                                  00054500
           DISPLAY '*************************'                          00054600
           DISPLAY '* END OF CAT796 PROGRAM *'                          00054700
           DISPLAY '*************************'                          00054800
           DISPLAY ' '.                                                 00054900
