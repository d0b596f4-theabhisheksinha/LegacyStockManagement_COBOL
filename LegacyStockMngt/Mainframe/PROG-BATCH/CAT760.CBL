000001* PDX    - CAT760   C0369769 10/09/26 09:50:31 TBTIKUO            00000100
000001* CREATED FOR SSR 114442.  TRANSFER-FEE REIMBURSEMENT BOOKING.    00000200
000001* CLAIMS TAKEN AND APPROVED ON THE ACATRBDB SCREEN ARE CHECKED    00000300
000001* AGAINST THE CLIENT'S VCLNTPRO PROFILE (FEE_RMBS_IND MUST BE     00000400
000001* 'Y'; FEE_RMBS_MAX_AMT CAPS THE PAYMENT, ZERO = NO CAP) AND      00000500
000001* AGAINST THE TRANSFER HAVING SETTLED (STTS_CD 310).  A CLAIM     00000600
000001* THAT PASSES IS WRITTEN AS A PURE FERB FEE-CREDIT CATMATH        00000700
000001* RECORD INTO THE BOOKING PIPELINE (THE CAT674 RELOUT PATH -      00000800
000001* THE TRANSFER HAS ALREADY SETTLED, SO THE CAT670 WRAP WOULD      00000900
000001* NEVER MATCH A SETTLE DATE) AND THE CLAIM IS MARKED PAID.        00001000
       IDENTIFICATION DIVISION.                                         00001100
       PROGRAM-ID.  CAT760.                                             00001200
       AUTHOR.      LARRY MUREY.                                        00001300
       DATE-WRITTEN.  OCT 2026.                                         00001400
      *---------------------------------------------------------------* 00001500
      *                         REMARKS                               * 00001600
      * INPUTS:  ACATRMBC/VCLNTPRO/VTRNFR/VTRNHSTY (DB2)              * 00001700
      * OUTPUTS: MATHOUT  - FERB CATMATH RECORDS (FB 100) FOR THE     * 00001800
      *                     BOOKING PIPELINE                          * 00001900
      *          RPTPI    - CLAIMS BOOKED / REJECTED / WAITING        * 00002000
      * AN APPROVED CLAIM IS:                                         * 00002100
      *   REJECTED - CLIENT DOES NOT REIMBURSE, OR THE TRANSFER WAS   * 00002200
      *              REJECTED/DELETED (140/600) INSTEAD OF SETTLING   * 00002300
      *   WAITING  - PROOF OF THE CONTRA FEE NOT YET RECEIVED, OR     * 00002400
      *              THE TRANSFER HAS NOT SETTLED YET                 * 00002500
      *   BOOKED   - OTHERWISE, AT THE LESSER OF CLAIM AND CAP        * 00002600
      *---------------------------------------------------------------* 00002700
           EJECT                                                        00002800
      ***************************************************************** 00002900
       ENVIRONMENT DIVISION.                                            00003000
      ***************************************************************** 00003100
       INPUT-OUTPUT SECTION.                                            00003200
       FILE-CONTROL.                                                    00003300
           SELECT MATH-OUT-FILE        ASSIGN  TO  MATHOUT.             00003400
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00003500
                                                                        00003600
      ***************************************************************** 00003700
       DATA DIVISION.                                                   00003800
      ***************************************************************** 00003900
                                                                        00004000
       FILE SECTION.                                                    00004100
                                                                        00004200
       FD  MATH-OUT-FILE                                                00004300
           RECORDING MODE F                                             00004400
           BLOCK CONTAINS 0 RECORDS                                     00004500
           LABEL RECORDS ARE STANDARD                                   00004600
           RECORD CONTAINS 100 CHARACTERS.                              00004700
       01  MATH-OUT-RECORD              PIC  X(100).                    00004800
                                                                        00004900
       FD  REPORT-FILE                                                  00005000
           RECORDING MODE F                                             00005100
           BLOCK CONTAINS 0 RECORDS                                     00005200
           LABEL RECORDS ARE STANDARD                                   00005300
           RECORD CONTAINS 132 CHARACTERS.                              00005400
       01  REPORT-RECORD                PIC  X(132).                    00005500
                                                                        00005600
           EJECT                                                        00005700
      ***************************************************************** 00005800
       WORKING-STORAGE SECTION.                                         00005900
      ***************************************************************** 00006000
                                                                        00006100
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00006200
                                                                        00006300
       01  CALL-MODULES.                                                00006400
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00006500
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00006600
                                                                        00006700
       01  WS-END-OF-CLM-SW             PIC  X(01)  VALUE 'N'.          00006800
           88  WS-END-OF-CLM                       VALUE 'Y'.           00006900
                                                                        00007000
      *  HOST VARIABLES - AN APPROVED CLAIM, ITS PROFILE AND TRANSFER.  00007100
       01  WS-CLM-AREA.                                                 00007200
           05  WS-CLM-CLIENT            PIC  X(04).                     00007300
           05  WS-CLM-ACAT-CNTL         PIC  X(14).                     00007400
           05  WS-CLM-BRANCH            PIC  X(03).                     00007500
           05  WS-CLM-ACCT              PIC  X(05).                     00007600
           05  WS-CLM-CNTRA-NBR         PIC  X(04).                     00007700
           05  WS-CLM-FEE-AMT           PIC S9(07)V99 COMP-3.           00007800
           05  WS-CLM-PROOF-IND         PIC  X(01).                     00007900
               88  WS-CLM-PROOF-RCVD               VALUE 'Y'.           00008000
           05  WS-CLM-RMBS-IND          PIC  X(01).                     00008100
               88  WS-CLM-CLIENT-REIMBURSES        VALUE 'Y'.           00008200
           05  WS-CLM-RMBS-MAX          PIC S9(07)V99 COMP-3.           00008300
           05  WS-CLM-TFR-STTS          PIC  X(03).                     00008400
               88  WS-CLM-TFR-SETTLED              VALUE '310'.         00008500
               88  WS-CLM-TFR-CANCELLED            VALUE '140' '600'.   00008600
                                                                        00008700
       01  WS-HST-STTS                  PIC  X(03).                     00008800
       01  WS-PAY-AMT                   PIC S9(07)V99 COMP-3.           00008900
       01  WS-RJCT-RSN                  PIC  X(30).                     00009000
                                                                        00009100
       01  WS-CNT-FETCHED               PIC S9(07) COMP-3  VALUE ZERO.  00009200
       01  WS-CNT-BOOKED                PIC S9(07) COMP-3  VALUE ZERO.  00009300
       01  WS-CNT-CAPPED                PIC S9(07) COMP-3  VALUE ZERO.  00009400
       01  WS-CNT-REJECTED              PIC S9(07) COMP-3  VALUE ZERO.  00009500
       01  WS-CNT-WAITING               PIC S9(07) COMP-3  VALUE ZERO.  00009600
       01  WS-AMT-BOOKED                PIC S9(15)V99 COMP-3 VALUE +0.  00009700
       01  WS-COMMIT-CNT                PIC S9(05) COMP-3  VALUE ZERO.  00009800
                                                                        00009900
       01  WS-ACCEPT-DATE.                                              00010000
           05  WS-ACCEPT-YY             PIC  9(02).                     00010100
           05  WS-ACCEPT-MM             PIC  9(02).                     00010200
           05  WS-ACCEPT-DD             PIC  9(02).                     00010300
                                                                        00010400
      *  THE FERB FEE-CREDIT ENTRY WRITTEN TO MATHOUT.                  00010500
           COPY CATMATH REPLACING ==:CATMATH:== BY ==MTH==.             00010600
                                                                        00010700
       01  WS-DB2-MESSAGE-AREA.                                         00010800
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00010900
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00011000
               INDEXED BY WS-ERROR-INDEX.                               00011100
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00011200
                                                                        00011300
           EJECT                                                        00011400
       01  HDR1-RECORD.                                                 00011500
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00011600
           05  FILLER                   PIC  X(30)  VALUE               00011700
               'CAT760 - TRANSFER FEE REIMBURS'.                        00011800
           05  FILLER                   PIC  X(30)  VALUE               00011900
               'EMENT BOOKING                 '.                        00012000
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00012100
           05  FILLER                   PIC  X(06)  VALUE               00012200
               'DATE: '.                                                00012300
           05  HDR1-DATE-MM             PIC  X(02).                     00012400
           05  FILLER                   PIC  X(01)  VALUE '/'.          00012500
           05  HDR1-DATE-DD             PIC  X(02).                     00012600
           05  FILLER                   PIC  X(01)  VALUE '/'.          00012700
           05  HDR1-DATE-YY             PIC  X(02).                     00012800
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00012900
                                                                        00013000
       01  HDR2-RECORD.                                                 00013100
           05  HDR2-CC                  PIC  X(01)  VALUE '0'.          00013200
           05  FILLER                   PIC  X(06)  VALUE 'CLNT  '.     00013300
           05  FILLER                   PIC  X(16)  VALUE               00013400
               'CONTROL NBR     '.                                      00013500
           05  FILLER                   PIC  X(10)  VALUE 'BR/ACCT   '. 00013600
           05  FILLER                   PIC  X(08)  VALUE 'CONTRA  '.   00013700
           05  FILLER                   PIC  X(05)  VALUE 'STS  '.      00013800
           05  FILLER                   PIC  X(14)  VALUE               00013900
               '    CLAIMED   '.                                        00014000
           05  FILLER                   PIC  X(14)  VALUE               00014100
               '       PAID   '.                                        00014200
           05  FILLER                   PIC  X(58)  VALUE               00014300
               'DISPOSITION'.                                           00014400
                                                                        00014500
       01  DTL1-RECORD.                                                 00014600
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00014700
           05  DTL1-CLIENT              PIC  X(04).                     00014800
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00014900
           05  DTL1-ACAT-CNTL           PIC  X(14).                     00015000
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00015100
           05  DTL1-BRANCH              PIC  X(03).                     00015200
           05  FILLER                   PIC  X(01)  VALUE '/'.          00015300
           05  DTL1-ACCT                PIC  X(05).                     00015400
           05  FILLER                   PIC  X(01)  VALUE SPACE.        00015500
           05  DTL1-CNTRA               PIC  X(04).                     00015600
           05  FILLER                   PIC  X(04)  VALUE SPACES.       00015700
           05  DTL1-TFR-STTS            PIC  X(03).                     00015800
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00015900
           05  DTL1-FEE-AMT             PIC  Z,ZZZ,ZZ9.99.              00016000
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00016100
           05  DTL1-PAY-AMT             PIC  Z,ZZZ,ZZ9.99.              00016200
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00016300
           05  DTL1-DISPOSITION         PIC  X(30).                     00016400
           05  FILLER                   PIC  X(28)  VALUE SPACES.       00016500
                                                                        00016600
       01  TRL1-RECORD.                                                 00016700
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00016800
           05  TRL1-LABEL               PIC  X(28).                     00016900
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00017000
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00017100
           05  TRL1-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.             00017200
           05  FILLER                   PIC  X(72)  VALUE SPACES.       00017300
                                                                        00017400
       01  TRAC-RECORD.                                                 00017500
           05  TRAC-DETAIL              PIC  X(132).                    00017600
                                                                        00017700
           EJECT                                                        00017800
      *DB2 COMMUNICATION AREA                                           00017900
           EXEC SQL                                                     00018000
              INCLUDE SQLCA                                             00018100
           END-EXEC.                                                    00018200
                                                                        00018300
      *----------------------------------------------------------------*00018400
      *  APPROVED CLAIMS WITH THE CLIENT'S REIMBURSEMENT POSTURE AND   *00018500
      *  THE TRANSFER STATUS.  A SETTLED TRANSFER MAY ALREADY BE       *00018600
      *  ARCHIVED - BLANK STATUS IS LOOKED UP ON VTRNHSTY.             *00018700
      *----------------------------------------------------------------*00018800
           EXEC SQL                                                     00018900
              DECLARE CLMCSR CURSOR WITH HOLD FOR                       00019000
                 SELECT C.CLIENT_NBR                                    00019100
                       ,C.ACAT_CONTROL_NBR                              00019200
                       ,C.BRANCH_CD                                     00019300
                       ,C.ACCT_CD                                       00019400
                       ,C.CNTRA_NBR                                     00019500
                       ,C.CNTRA_FEE_AMT                                 00019600
                       ,C.PROOF_RCVD_IND                                00019700
                       ,VALUE(P.FEE_RMBS_IND, 'N')                      00019800
                       ,VALUE(P.FEE_RMBS_MAX_AMT, 0)                    00019900
                       ,VALUE(T.STTS_CD, ' ')                           00020000
                 FROM  ACATRMBC C                                       00020100
                 LEFT OUTER JOIN VCLNTPRO P                             00020200
                   ON  P.CLIENT_NBR       = C.CLIENT_NBR                00020300
                 LEFT OUTER JOIN VTRNFR T                               00020400
                   ON  T.CLIENT_NBR       = C.CLIENT_NBR                00020500
                   AND T.ACAT_CONTROL_NBR = C.ACAT_CONTROL_NBR          00020600
                 WHERE C.CLM_STTS_CD      = 'A'                         00020700
                 ORDER BY C.CLIENT_NBR, C.BRANCH_CD, C.ACCT_CD,         00020800
                          C.ACAT_CONTROL_NBR                            00020900
                 WITH UR                                                00021000
           END-EXEC.                                                    00021100
                                                                        00021200
           EJECT                                                        00021300
      ***************************************************************** 00021400
       PROCEDURE DIVISION.                                              00021500
      ***************************************************************** 00021600
                                                                        00021700
           DISPLAY '*** CAT760 - FEE REIMBURSEMENT BOOKING ***'.        00021800
                                                                        00021900
           PERFORM 1000-INITIAL-RTN.                                    00022000
                                                                        00022100
           EXEC SQL                                                     00022200
              OPEN CLMCSR                                               00022300
           END-EXEC.                                                    00022400
           IF SQLCODE NOT = +0                                          00022500
              PERFORM 8000-DB2-ERROR-RTN                                00022600
           END-IF.                                                      00022700
                                                                        00022800
           PERFORM 2000-PROCESS-CLM-RTN THRU 2000-EXIT                  00022900
              UNTIL WS-END-OF-CLM.                                      00023000
                                                                        00023100
           EXEC SQL                                                     00023200
              CLOSE CLMCSR                                              00023300
           END-EXEC.                                                    00023400
                                                                        00023500
           EXEC SQL                                                     00023600
              COMMIT                                                    00023700
           END-EXEC.                                                    00023800
           IF SQLCODE NOT = +0                                          00023900
              PERFORM 8000-DB2-ERROR-RTN                                00024000
           END-IF.                                                      00024100
                                                                        00024200
           PERFORM 9000-EOJ-RTN.                                        00024300
                                                                        00024400
           GOBACK.                                                      00024500
                                                                        00024600
           EJECT                                                        00024700
      *****************                                                 00024800
       1000-INITIAL-RTN.                                                00024900
      *****************                                                 00025000
                                                                        00025100
           OPEN OUTPUT  MATH-OUT-FILE                                   00025200
                        REPORT-FILE.                                    00025300
                                                                        00025400
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00025500
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00025600
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00025700
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00025800
                                                                        00025900
           MOVE HDR1-RECORD                 TO  TRAC-DETAIL.            00026000
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00026100
           MOVE HDR2-RECORD                 TO  TRAC-DETAIL.            00026200
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00026300
                                                                        00026400
           EJECT                                                        00026500
      *********************                                             00026600
       2000-PROCESS-CLM-RTN.                                            00026700
      *********************                                             00026800
                                                                        00026900
           EXEC SQL                                                     00027000
              FETCH CLMCSR                                              00027100
                 INTO :WS-CLM-CLIENT                                    00027200
                     ,:WS-CLM-ACAT-CNTL                                 00027300
                     ,:WS-CLM-BRANCH                                    00027400
                     ,:WS-CLM-ACCT                                      00027500
                     ,:WS-CLM-CNTRA-NBR                                 00027600
                     ,:WS-CLM-FEE-AMT                                   00027700
                     ,:WS-CLM-PROOF-IND                                 00027800
                     ,:WS-CLM-RMBS-IND                                  00027900
                     ,:WS-CLM-RMBS-MAX                                  00028000
                     ,:WS-CLM-TFR-STTS                                  00028100
           END-EXEC.                                                    00028200
                                                                        00028300
           EVALUATE SQLCODE                                             00028400
              WHEN +100                                                 00028500
                 SET WS-END-OF-CLM          TO  TRUE                    00028600
                 GO TO 2000-EXIT                                        00028700
              WHEN +0                                                   00028800
                 ADD 1                      TO  WS-CNT-FETCHED          00028900
              WHEN OTHER                                                00029000
                 PERFORM 8000-DB2-ERROR-RTN                             00029100
           END-EVALUATE.                                                00029200
                                                                        00029300
           IF WS-CLM-TFR-STTS = SPACES                                  00029400
              PERFORM 2100-HISTORY-STTS-RTN                             00029500
           END-IF.                                                      00029600
                                                                        00029700
           MOVE +0                          TO  WS-PAY-AMT.             00029800
                                                                        00029900
           IF NOT WS-CLM-CLIENT-REIMBURSES                              00030000
              MOVE 'CLIENT DOES NOT REIMBURSE FEES'                     00030100
                                            TO  WS-RJCT-RSN             00030200
              PERFORM 4000-REJECT-RTN                                   00030300
              GO TO 2000-EXIT                                           00030400
           END-IF.                                                      00030500
                                                                        00030600
           IF WS-CLM-TFR-CANCELLED                                      00030700
              MOVE 'TRANSFER DID NOT SETTLE'                            00030800
                                            TO  WS-RJCT-RSN             00030900
              PERFORM 4000-REJECT-RTN                                   00031000
              GO TO 2000-EXIT                                           00031100
           END-IF.                                                      00031200
                                                                        00031300
           IF NOT WS-CLM-PROOF-RCVD                                     00031400
              ADD 1                         TO  WS-CNT-WAITING          00031500
              MOVE 'WAITING - PROOF OF FEE'                             00031600
                                            TO  DTL1-DISPOSITION        00031700
              PERFORM 5000-WRITE-DETAIL-RTN                             00031800
              GO TO 2000-EXIT                                           00031900
           END-IF.                                                      00032000
                                                                        00032100
           IF NOT WS-CLM-TFR-SETTLED                                    00032200
              ADD 1                         TO  WS-CNT-WAITING          00032300
              MOVE 'WAITING - TRANSFER NOT SETTLED'                     00032400
                                            TO  DTL1-DISPOSITION        00032500
              PERFORM 5000-WRITE-DETAIL-RTN                             00032600
              GO TO 2000-EXIT                                           00032700
           END-IF.                                                      00032800
                                                                        00032900
           PERFORM 3000-BOOK-RTN.                                       00033000
                                                                        00033100
       2000-EXIT.                                                       00033200
           EXIT.                                                        00033300
                                                                        00033400
      *---------------------------------------------------------------  00033500
      * 2100-HISTORY-STTS-RTN - TRANSFER ALREADY ARCHIVED.  NOT FOUND   00033600
      * ON EITHER TABLE LEAVES THE CLAIM WAITING.                       00033700
      *---------------------------------------------------------------  00033800
       2100-HISTORY-STTS-RTN.                                           00033900
                                                                        00034000
           EXEC SQL                                                     00034100
              SELECT STTS_CD                                            00034200
                INTO :WS-HST-STTS                                       00034300
                FROM VTRNHSTY                                           00034400
               WHERE CLIENT_NBR       = :WS-CLM-CLIENT                  00034500
                 AND ACAT_CONTROL_NBR = :WS-CLM-ACAT-CNTL               00034600
               WITH UR                                                  00034700
           END-EXEC.                                                    00034800
                                                                        00034900
           EVALUATE SQLCODE                                             00035000
              WHEN +0                                                   00035100
                 MOVE WS-HST-STTS           TO  WS-CLM-TFR-STTS         00035200
              WHEN +100                                                 00035300
                 CONTINUE                                               00035400
              WHEN OTHER                                                00035500
                 PERFORM 8000-DB2-ERROR-RTN                             00035600
           END-EVALUATE.                                                00035700
                                                                        00035800
           EJECT                                                        00035900
      ****************                                                  00036000
       3000-BOOK-RTN.                                                   00036100
      ****************                                                  00036200
                                                                        00036300
      *    PAY THE CLAIM UP TO THE CLIENT'S PER-TRANSFER CAP.           00036400
           MOVE WS-CLM-FEE-AMT              TO  WS-PAY-AMT.             00036500
           MOVE 'BOOKED - FERB CREDIT'      TO  DTL1-DISPOSITION.       00036600
           IF WS-CLM-RMBS-MAX > +0                                      00036700
           AND WS-CLM-FEE-AMT > WS-CLM-RMBS-MAX                         00036800
              MOVE WS-CLM-RMBS-MAX          TO  WS-PAY-AMT              00036900
              ADD 1                         TO  WS-CNT-CAPPED           00037000
              MOVE 'BOOKED - CAPPED AT CLIENT MAX'                      00037100
                                            TO  DTL1-DISPOSITION        00037200
           END-IF.                                                      00037300
                                                                        00037400
      *    BUILD THE FERB FEE-CREDIT ENTRY FOR THE BOOKING PIPELINE.    00037500
           MOVE SPACES                      TO  MTH-RECORD.             00037600
           MOVE WS-CLM-CLIENT               TO  MTH-CLIENT-NBR.         00037700
           MOVE WS-CLM-ACAT-CNTL            TO  MTH-ACATS-CNTL-NBR.     00037800
           MOVE WS-CLM-BRANCH               TO  MTH-BRANCH.             00037900
           MOVE WS-CLM-ACCT                 TO  MTH-ACCOUNT.            00038000
           MOVE '1'                         TO  MTH-ACCOUNT-TYPE-FROM.  00038100
           MOVE '1'                         TO  MTH-ACCOUNT-TYPE-TO.    00038200
           MOVE SPACES                      TO  MTH-ADP-NBR.            00038300
           SET  MTH-FEE-REIMBURSEMENT       TO  TRUE.                   00038400
           MOVE WS-PAY-AMT                  TO  MTH-BALANCE.            00038500
           SET  MTH-BALANCE-CREDIT          TO  TRUE.                   00038600
           SET  MTH-BALANCE-NOT-APPLIED     TO  TRUE.                   00038700
           MOVE ZERO                        TO  MTH-QUANTITY.           00038800
                                                                        00038900
           WRITE MATH-OUT-RECORD          FROM  MTH-RECORD.             00039000
                                                                        00039100
           EXEC SQL                                                     00039200
              UPDATE ACATRMBC                                           00039300
                 SET CLM_STTS_CD    = 'B'                               00039400
                    ,PAID_AMT       = :WS-PAY-AMT                       00039500
                    ,BOOK_DT        = CURRENT DATE                      00039600
                    ,UPDT_TMSTP     = CURRENT TIMESTAMP                 00039700
                    ,PRGM_NM        = 'CAT760'                          00039800
               WHERE CLIENT_NBR       = :WS-CLM-CLIENT                  00039900
                 AND ACAT_CONTROL_NBR = :WS-CLM-ACAT-CNTL               00040000
                 AND CLM_STTS_CD      = 'A'                             00040100
           END-EXEC.                                                    00040200
           IF SQLCODE NOT = +0                                          00040300
              PERFORM 8000-DB2-ERROR-RTN                                00040400
           END-IF.                                                      00040500
                                                                        00040600
           ADD 1                            TO  WS-CNT-BOOKED.          00040700
           ADD WS-PAY-AMT                   TO  WS-AMT-BOOKED.          00040800
           PERFORM 5000-WRITE-DETAIL-RTN.                               00040900
           PERFORM 6000-COMMIT-RTN THRU 6000-EXIT.                      00041000
                                                                        00041100
      ******************                                                00041200
       4000-REJECT-RTN.                                                 00041300
      ******************                                                00041400
                                                                        00041500
           EXEC SQL                                                     00041600
              UPDATE ACATRMBC                                           00041700
                 SET CLM_STTS_CD    = 'J'                               00041800
                    ,RJCT_RSN_TXT   = :WS-RJCT-RSN                      00041900
                    ,UPDT_TMSTP     = CURRENT TIMESTAMP                 00042000
                    ,PRGM_NM        = 'CAT760'                          00042100
               WHERE CLIENT_NBR       = :WS-CLM-CLIENT                  00042200
                 AND ACAT_CONTROL_NBR = :WS-CLM-ACAT-CNTL               00042300
                 AND CLM_STTS_CD      = 'A'                             00042400
           END-EXEC.                                                    00042500
           IF SQLCODE NOT = +0                                          00042600
              PERFORM 8000-DB2-ERROR-RTN                                00042700
           END-IF.                                                      00042800
                                                                        00042900
           ADD 1                            TO  WS-CNT-REJECTED.        00043000
           MOVE WS-RJCT-RSN                 TO  DTL1-DISPOSITION.       00043100
           PERFORM 5000-WRITE-DETAIL-RTN.                               00043200
           PERFORM 6000-COMMIT-RTN THRU 6000-EXIT.                      00043300
                                                                        00043400
      ***********************                                           00043500
       5000-WRITE-DETAIL-RTN.                                           00043600
      ***********************                                           00043700
                                                                        00043800
           MOVE WS-CLM-CLIENT               TO  DTL1-CLIENT.            00043900
           MOVE WS-CLM-ACAT-CNTL            TO  DTL1-ACAT-CNTL.         00044000
           MOVE WS-CLM-BRANCH               TO  DTL1-BRANCH.            00044100
           MOVE WS-CLM-ACCT                 TO  DTL1-ACCT.              00044200
           MOVE WS-CLM-CNTRA-NBR            TO  DTL1-CNTRA.             00044300
           MOVE WS-CLM-TFR-STTS             TO  DTL1-TFR-STTS.          00044400
           MOVE WS-CLM-FEE-AMT              TO  DTL1-FEE-AMT.           00044500
           MOVE WS-PAY-AMT                  TO  DTL1-PAY-AMT.           00044600
           MOVE DTL1-RECORD                 TO  TRAC-DETAIL.            00044700
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00044800
                                                                        00044900
      *---------------------------------------------------------------* 00045000
      * 6000-COMMIT-RTN - EVERY 100 UPDATES.                          * 00045100
      *---------------------------------------------------------------* 00045200
       6000-COMMIT-RTN.                                                 00045300
                                                                        00045400
           ADD 1                       TO WS-COMMIT-CNT.                00045500
           IF WS-COMMIT-CNT NOT < +100                                  00045600
              EXEC SQL                                                  00045700
                 COMMIT                                                 00045800
              END-EXEC                                                  00045900
              IF SQLCODE NOT = +0                                       00046000
                 PERFORM 8000-DB2-ERROR-RTN                             00046100
              END-IF                                                    00046200
              MOVE +0                  TO WS-COMMIT-CNT                 00046300
           END-IF.                                                      00046400
                                                                        00046500
       6000-EXIT.                                                       00046600
           EXIT.                                                        00046700
                                                                        00046800
           EJECT                                                        00046900
      ******************                                                00047000
       8000-DB2-ERROR-RTN.                                              00047100
      ******************                                                00047200
                                                                        00047300
           DISPLAY 'CAT760 - DB2 ERROR, SQLCODE = ' SQLCODE.            00047400
           CALL DSNTIAR               USING  SQLCA                      00047500
                                             WS-DB2-MESSAGE-AREA        00047600
                                             WS-ERR-LINE-LEN            00047700
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00047800
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00047900
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00048000
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00048100
                 END-IF                                                 00048200
           END-PERFORM.                                                 00048300
           DISPLAY 'CAT760 ABENDED'.                                    00048400
           CALL ABEND                 USING  ABEND-CODE.                00048500
                                                                        00048600
           EJECT                                                        00048700
      ************                                                      00048800
       9000-EOJ-RTN.                                                    00048900
      ************                                                      00049000
                                                                        00049100
           MOVE 'CLAIMS BOOKED (PAID)        '  TO  TRL1-LABEL.         00049200
           MOVE WS-CNT-BOOKED               TO  TRL1-COUNT.             00049300
           MOVE WS-AMT-BOOKED               TO  TRL1-AMOUNT.            00049400
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00049500
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00049600
                                                                        00049700
           MOVE ' '                         TO  TRL1-CC.                00049800
           MOVE +0                          TO  TRL1-AMOUNT.            00049900
           MOVE '  OF WHICH CAPPED           '  TO  TRL1-LABEL.         00050000
           MOVE WS-CNT-CAPPED               TO  TRL1-COUNT.             00050100
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00050200
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00050300
                                                                        00050400
           MOVE 'CLAIMS REJECTED             '  TO  TRL1-LABEL.         00050500
           MOVE WS-CNT-REJECTED             TO  TRL1-COUNT.             00050600
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00050700
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00050800
                                                                        00050900
           MOVE 'CLAIMS WAITING              '  TO  TRL1-LABEL.         00051000
           MOVE WS-CNT-WAITING              TO  TRL1-COUNT.             00051100
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00051200
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00051300
                                                                        00051400
           CLOSE MATH-OUT-FILE                                          00051500
                 REPORT-FILE.                                           00051600
                                                                        00051700
           DISPLAY ' '                                                  00051800
           DISPLAY 'APPROVED CLAIMS READ:   ' WS-CNT-FETCHED            00051900
           DISPLAY 'CLAIMS BOOKED:          ' WS-CNT-BOOKED             00052000
           DISPLAY 'CLAIMS REJECTED:        ' WS-CNT-REJECTED           00052100
           DISPLAY 'CLAIMS WAITING:         ' WS-CNT-WAITING            00052200
           DISPLAY ' '                                                  00052300
           DISPLAY '*************************'                          00052400
           DISPLAY '* END OF CAT760 PROGRAM *'                          00052500
           DISPLAY '*************************'                          00052600
           DISPLAY ' '.                                                 00052700
