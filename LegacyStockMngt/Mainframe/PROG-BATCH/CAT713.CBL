000001* PDX    - CAT713   C0369813 10/15/26 18:13:21 TBTIKUO            00001000
LRM012* SSR 114484.  CONTRA-FIRM FAILURE GATE.  A DELIVERY TO A         00001000
LRM012* PARTICIPANT UNDER FAILED-FIRM OR SIPC LIQUIDATION               00001000
LRM012* CONTINGENCY ON ACATPCTG (SET THROUGH CAT817) IS SUSPENDED       00001000
LRM012* TO SUSPOUT AHEAD OF EVERY OTHER GATE - NOTHING MORE GOES        00001000
LRM012* TO A FIRM THAT MAY NEVER RETURN IT.                             00001000
000001* PDX    - CAT713   C0369809 10/15/26 15:48:09 TBTIKUO            00001000
LRM011* SSR 114480.  FOREIGN AGENT-BANK SETTLEMENT.  AN ASSET WHOSE     00001000
LRM011* SETTLEMENT LOCATION IS OUTSIDE DTC (REGISTERED ON ACATFSTL BY   00001000
LRM011* CAT812) SETTLES THROUGH OUR AGENT BANK.  A RELEASED FOREIGN     00001000
LRM011* DELIVERY NOW GOES TO SWIFTOUT AS AN MT542 DELIVER FREE (ISIN,   00001000
LRM011* PLACE OF SETTLEMENT, AGENT ACCOUNT, QUANTITY, SETTLE DATE) IN   00001000
LRM011* PLACE OF THE DTC DELIVERY AND THE ASSET IS MARKED INSTRUCTED;   00001000
LRM011* ONE HELD BY CAT812 (NO ISIN OR AGENT SSI) IS SUSPENDED.         00001000
000001* PDX    - CAT713   C0369801 10/15/26 09:22:48 TBTIKUO            00001000
LRM010* SSR 114472.  DOCUMENT GATE.  A DELIVERY WHOSE TRANSFER IS       00001000
LRM010* STILL MISSING A DOCUMENT REQUIRED FOR ITS TRANSFER TYPE AND     00001000
LRM010* ACCOUNT TYPE (ACATDCRQ) - NONE OF THAT TYPE INDEXED ON          00001000
LRM010* ACATDOCX THROUGH ACATDCDB - IS SUSPENDED TO SUSPOUT.            00001000
000001* PDX    - CAT713   C0369792 10/14/26 23:58:10 TBTIKUO            00001000
LRM009* ASSOCIATED-PERSON GATE.  A DELIVERY FROM AN ACCOUNT COMPLIANCE  00001000
LRM009* HAS FLAGGED ON ACATASPA (EMPLOYEE, REGISTERED REP OR HOUSEHOLD  00001000
LRM009* MEMBER) IS SUSPENDED TO SUSPOUT UNTIL ITS ACATEMPR REVIEW IS    00001000
LRM009* APPROVED THROUGH CAT794; A REJECTED REVIEW STAYS SUSPENDED.     00001000
000001* PDX    - CAT713   C0369779 10/14/26 16:20:12 TBTIKUO            00001000
LRM008* DRS ROUTING.  AN ASSET HELD AT THE ISSUER'S TRANSFER AGENT      00001000
LRM008* (REGISTERED ON ACATDRSI BY CAT776) CANNOT SETTLE AT DTC.  A     00001000
LRM008* RELEASED DRS DELIVERY NOW GOES TO THE DRSOUT INSTRUCTION FILE   00001000
LRM008* (TRANSFER AGENT, HOLDER ACCOUNT, SHARES) IN PLACE OF THE DTC    00001000
LRM008* DELIVERY AND THE ASSET IS MARKED INSTRUCTED; ONE WITH NO DRS    00001000
LRM008* REGISTRATION YET IS SUSPENDED.  DRS ASSETS ARE NOT HELD ON      00001000
LRM008* THE STOCK RECORD, SO THE POSITION GATE PASSES THEM.  THE        00001000
LRM008* SHORT-POSITION TRAILER NOW PRINTS WITH THE OTHER TOTALS.        00001000
000001* PDX    - CAT713   C0369773 10/13/26 08:12:37 TBTIKUO            00001000
LRM007* POSITION SUFFICIENCY GATE.  NOTHING CONFIRMED THE ACCOUNT       00001000
LRM007* STILL HELD THE QUANTITY BEING DELIVERED - A SALE SETTLING       00001000
LRM007* TOMORROW OR A JOURNAL AFTER THE TIF PRODUCED A DELIVERY WE      00001000
LRM007* COULD NOT MAKE AND A FAIL.  EACH ASSET IS NOW COMPARED TO       00001000
LRM007* THE STOCK-RECORD POSITION (STKPOSN) FOR THE BRANCH/ACCOUNT/     00001000
LRM007* SECURITY LESS UNSETTLED SALES, AND LESS WHAT EARLIER            00001000
LRM007* DELIVERIES IN THIS RUN HAVE ALREADY TAKEN.  A SHORT OR          00001000
LRM007* MISSING POSITION IS SUSPENDED WITH THE SHORTFALL REPORTED.      00001000
000001* PDX    - CAT713   C0369767 10/07/26 09:40:22 TBTIKUO            00001000
LRM006* LEGAL-ORDER GATE.  A DELIVERY FROM AN ACCOUNT WITH AN ACTIVE,   00001000
LRM006* UNEXPIRED LEVY, GARNISHMENT OR RESTRAINING ORDER ON ACATLGLO    00001000
LRM006* (MAINTAINED BY LEGAL THROUGH ACATLGDB) IS SUSPENDED TO SUSPOUT. 00001000
000001* PDX    - CAT713   C0369766 10/06/26 07:31:09 TBTIKUO            00001000
LRM005* DECEASED-CUSTOMER GATE.  A DELIVERY WITH A DEATH-NOTIFICATION   00001000
LRM005* MATCH ON ACATDCSD (PENDING REVIEW OR CONFIRMED DECEASED,        00001000
LRM005* RECORDED BY CAT756) IS SUSPENDED TO SUSPOUT.                    00001000
000001* PDX    - CAT713   C0369763 10/02/26 10:02:51 TBTIKUO            00001000
LRM004* SENIOR-INVESTOR (RULE 2165) GATE.  A DELIVERY UNDER AN          00001000
LRM004* ACTIVE, UNEXPIRED ACATSNRH TEMPORARY HOLD (PLACED THROUGH       00001000
LRM004* CAT753) IS SUSPENDED TO SUSPOUT.                                00001000
000001* PDX    - CAT713   C0369761 10/01/26 08:47:02 TBTIKUO            00001000
LRM003* FRAUD-REVIEW GATE.  A DELIVERY WHOSE TRANSFER CAT752 PUT        00001000
LRM003* IN ACCOUNT-TAKEOVER HOLD ON ACATFRHD (OPEN, OR CONFIRMED AS     00001000
LRM003* FRAUD) IS SUSPENDED TO SUSPOUT UNTIL THE DESK CLEARS IT.        00001000
LRM003* THE SUSPEND DECISION IS NOW ONE EVALUATE OVER THE GATES.        00001000
000001* PDX    - CAT713   C0369709 09/02/26 19:48:27 TBTIKUO            00000100
LRM002* RULE 144 GATE.  A DELIVERY CARRYING A RESTRICTED ASSET          00000100
LRM002* (ASSET_RSTRCT_IND, STAMPED BY CAT744) WHOSE ACATR144            00000100
LRM001     SELECT RELIN-FILE           ASSIGN  TO  RELIN                00001000
LRM001                                 FILE STATUS  IS RELIN-STAT.      00001000
LRM001     SELECT SUSP-OUT-FILE        ASSIGN  TO  SUSPOUT.             00001000
LRM007     SELECT STKPOSN-FILE         ASSIGN  TO  STKPOSN              00001000
LRM007                                 FILE STATUS  IS STKPOSN-STAT.    00001000
LRM008     SELECT DRS-OUT-FILE         ASSIGN  TO  DRSOUT.              00001000
LRM011     SELECT SWIFT-OUT-FILE       ASSIGN  TO  SWIFTOUT.            00001000
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00003600
                                                                        00003700
      ***************************************************************** 00003800
LRM001     RECORD CONTAINS 240 CHARACTERS.                              00001000
LRM001 01  SUSP-OUT-RECORD             PIC X(240).                      00001000
LRM001                                                                  00001000
LRM007 FD  STKPOSN-FILE                                                 00001000
LRM007     RECORDING MODE F                                             00001000
LRM007     BLOCK CONTAINS 0 RECORDS                                     00001000
LRM007     LABEL RECORDS ARE STANDARD                                   00001000
LRM007     RECORD CONTAINS 80 CHARACTERS.                               00001000
LRM007*  STOCK-RECORD EXTRACT FOR THE ACCOUNTS ON DLVYIN, SORTED BY     00001000
LRM007*  BRANCH/ACCOUNT/CUSIP - A P (SETTLED POSITION) RECORD, THEN     00001000
LRM007*  ONE T RECORD PER UNSETTLED TRADE.                              00001000
LRM007 01  STKPOSN-RECORD.                                              00001000
LRM007     05  STK-REC-TYPE            PIC X(01).                       00001000
LRM007         88  STK-POSITION                   VALUE 'P'.            00001000
LRM007         88  STK-UNSTL-TRADE                VALUE 'T'.            00001000
LRM007     05  STK-KEY.                                                 00001000
LRM007         10  STK-BRANCH          PIC X(03).                       00001000
LRM007         10  STK-ACCT            PIC X(05).                       00001000
LRM007         10  STK-CUSIP           PIC X(09).                       00001000
LRM007     05  STK-QTY                 PIC S9(12)V9(5).                 00001000
LRM007     05  STK-BUY-SELL-CD         PIC X(01).                       00001000
LRM007         88  STK-SELL                       VALUE 'S'.            00001000
LRM007     05  STK-TRADE-SETTL-DATE    PIC X(08).                       00001000
LRM007     05  FILLER                  PIC X(36).                       00001000
LRM007                                                                  00001000
LRM008 FD  DRS-OUT-FILE                                                 00001000
LRM008     RECORDING MODE F                                             00001000
LRM008     BLOCK CONTAINS 0 RECORDS                                     00001000
LRM008     LABEL RECORDS ARE STANDARD                                   00001000
LRM008     RECORD CONTAINS 150 CHARACTERS.                              00001000
LRM008*  DRS INSTRUCTION TO THE TRANSFER AGENT, IN PLACE OF THE DTC     00001000
LRM008*  DELIVERY.                                                      00001000
LRM008 01  DRS-OUT-RECORD.                                              00001000
LRM008     05  DRSO-CLIENT             PIC X(04).                       00001000
LRM008     05  DRSO-ACAT-CNTL          PIC X(14).                       00001000
LRM008     05  DRSO-ASSET-SEQ          PIC 9(09).                       00001000
LRM008     05  DRSO-BRANCH             PIC X(03).                       00001000
LRM008     05  DRSO-ACCT               PIC X(05).                       00001000
LRM008     05  DRSO-CONTRA-PRTCP       PIC X(04).                       00001000
LRM008     05  DRSO-CUSIP              PIC X(09).                       00001000
LRM008     05  DRSO-SHR-QTY            PIC S9(12)V9(5).                 00001000
LRM008     05  DRSO-TA-NBR             PIC X(08).                       00001000
LRM008     05  DRSO-TA-HLDR-ACCT       PIC X(20).                       00001000
LRM008     05  DRSO-SETTL-DATE         PIC X(08).                       00001000
LRM008     05  DRSO-DIRECTION-CD       PIC X(01).                       00001000
LRM008     05  FILLER                  PIC X(48).                       00001000
LRM008                                                                  00001000
LRM011 FD  SWIFT-OUT-FILE                                               00001000
LRM011     RECORDING MODE F                                             00001000
LRM011     BLOCK CONTAINS 0 RECORDS                                     00001000
LRM011     LABEL RECORDS ARE STANDARD                                   00001000
LRM011     RECORD CONTAINS 200 CHARACTERS.                              00001000
LRM011*  MT542 DELIVER FREE TO THE AGENT BANK FOR A FOREIGN ASSET, IN   00001000
LRM011*  PLACE OF THE DTC DELIVERY.                                     00001000
LRM011     COPY CATSWIN REPLACING ==:SWIN:== BY ==SWIN==.               00001000
LRM011                                                                  00001000
       FD  REPORT-FILE                                                  00007400
           RECORDING MODE F                                             00007500
           BLOCK CONTAINS 0 RECORDS                                     00007600
LRM001 01  WS-CNT-RELEASED              PIC S9(07) COMP-3 VALUE ZERO.   00001000
LRM002 01  WS-R144-OPEN-CNT             PIC S9(09) COMP  VALUE +0.      00001000
LRM002 01  WS-CNT-R144-SUSP             PIC S9(07) COMP-3 VALUE ZERO.   00001000
LRM003 01  WS-FRD-OPEN-CNT              PIC S9(09) COMP  VALUE +0.      00001000
LRM003 01  WS-CNT-FRD-SUSP              PIC S9(07) COMP-3 VALUE ZERO.   00001000
LRM004 01  WS-SNR-HOLD-CNT              PIC S9(09) COMP  VALUE +0.      00001000
LRM004 01  WS-CNT-SNR-SUSP              PIC S9(07) COMP-3 VALUE ZERO.   00001000
LRM005 01  WS-DCSD-MATCH-CNT            PIC S9(09) COMP  VALUE +0.      00001000
LRM005 01  WS-CNT-DCSD-SUSP             PIC S9(07) COMP-3 VALUE ZERO.   00001000
LRM006 01  WS-LGL-ORDER-CNT             PIC S9(09) COMP  VALUE +0.      00001000
LRM006 01  WS-CNT-LGL-SUSP              PIC S9(07) COMP-3 VALUE ZERO.   00001000
LRM009 01  WS-CMPL-OPEN-CNT             PIC S9(09) COMP  VALUE +0.      00001000
LRM009 01  WS-CNT-CMPL-SUSP             PIC S9(07) COMP-3 VALUE ZERO.   00001000
LRM010 01  WS-DOC-MISS-CNT              PIC S9(09) COMP  VALUE +0.      00001000
LRM010 01  WS-CNT-DOC-SUSP              PIC S9(07) COMP-3 VALUE ZERO.   00001000
LRM012 01  WS-CTGY-PRTCP-CNT            PIC S9(09) COMP  VALUE +0.      00001000
LRM012 01  WS-CNT-CTGY-SUSP             PIC S9(07) COMP-3 VALUE ZERO.   00001000
LRM007 01  STKPOSN-STAT                 PIC  X(02)  VALUE SPACES.       00001000
LRM007     88  STKPOSN-OK                          VALUE '00'.          00001000
LRM007     88  STKPOSN-EOF                         VALUE '10'.          00001000
LRM007*  POSITION AVAILABLE TO DELIVER, BY BRANCH/ACCOUNT/CUSIP.        00001000
LRM007 01  WS-POS-TABLE-AREA.                                           00001000
LRM007     05  WS-POS-CNT               PIC S9(05) COMP  VALUE +0.      00001000
LRM007     05  WS-POS-ENTRY             OCCURS 10000 TIMES.             00001000
LRM007         10  WS-POS-KEY           PIC  X(17).                     00001000
LRM007         10  WS-POS-AVAIL-QTY     PIC S9(12)V9(5) COMP-3.         00001000
LRM007 01  WS-POS-WORK.                                                 00001000
LRM007     05  WS-POS-SRCH-KEY          PIC  X(17)  VALUE SPACES.       00001000
LRM007     05  WS-POS-LO                PIC S9(05) COMP  VALUE +0.      00001000
LRM007     05  WS-POS-HI                PIC S9(05) COMP  VALUE +0.      00001000
LRM007     05  WS-POS-MID               PIC S9(05) COMP  VALUE +0.      00001000
LRM007     05  WS-POS-FOUND-SW          PIC  X(01)  VALUE 'N'.          00001000
LRM007         88  WS-POS-FOUND                    VALUE 'Y'.           00001000
LRM007     05  WS-POS-SHORT-QTY         PIC S9(12)V9(5) COMP-3          00001000
LRM007                                              VALUE +0.           00001000
LRM007 01  WS-CNT-POS-SUSP              PIC S9(07) COMP-3 VALUE ZERO.   00001000
LRM008*  HOST VARIABLES FOR THE DRS LOOKUP (ACATDRSI, FROM CAT776).     00001000
LRM008 01  WS-DRS-AREA.                                                 00001000
LRM008     05  WS-DRS-ASSET-SEQ         PIC S9(09) COMP.                00001000
LRM008     05  WS-DRS-STTS-CD           PIC  X(01).                     00001000
LRM008         88  WS-DRS-NO-REG                   VALUE 'H'.           00001000
LRM008         88  WS-DRS-INSTRUCTED               VALUE 'I'.           00001000
LRM008     05  WS-DRS-TA-NBR            PIC  X(08).                     00001000
LRM008     05  WS-DRS-TA-HLDR-ACCT      PIC  X(20).                     00001000
LRM008     05  WS-DRS-FOUND-SW          PIC  X(01)  VALUE 'N'.          00001000
LRM008         88  WS-DRS-FOUND                    VALUE 'Y'.           00001000
LRM008 01  WS-CNT-DRS-ROUTED            PIC S9(07) COMP-3 VALUE ZERO.   00001000
LRM008 01  WS-CNT-DRS-DONE              PIC S9(07) COMP-3 VALUE ZERO.   00001000
LRM008 01  WS-CNT-DRS-SUSP              PIC S9(07) COMP-3 VALUE ZERO.   00001000
LRM011*  HOST VARIABLES FOR THE FOREIGN SETTLEMENT LOOKUP (ACATFSTL,    00001000
LRM011*  FROM CAT812).                                                  00001000
LRM011 01  WS-FSTL-AREA.                                                00001000
LRM011     05  WS-FSTL-ASSET-SEQ        PIC S9(09) COMP.                00001000
LRM011     05  WS-FSTL-STTS-CD          PIC  X(01).                     00001000
LRM011         88  WS-FSTL-HELD                    VALUE 'H'.           00001000
LRM011         88  WS-FSTL-TO-RELEASE              VALUE 'P'.           00001000
LRM011     05  WS-FSTL-LCTN-CD          PIC  X(02).                     00001000
LRM011     05  WS-FSTL-ISIN.                                            00001000
LRM011         10  WS-FSTL-ISIN-CNTRY   PIC  X(02).                     00001000
LRM011         10  WS-FSTL-ISIN-NSIN    PIC  X(09).                     00001000
LRM011         10  WS-FSTL-ISIN-CHK     PIC  X(01).                     00001000
LRM011     05  WS-FSTL-PSET-BIC         PIC  X(11).                     00001000
LRM011     05  WS-FSTL-AGENT-BANK       PIC  X(08).                     00001000
LRM011     05  WS-FSTL-AGENT-ACCT       PIC  X(20).                     00001000
LRM011     05  WS-FSTL-SEME-REF         PIC  X(16).                     00001000
LRM011     05  WS-FSTL-FOUND-SW         PIC  X(01)  VALUE 'N'.          00001000
LRM011         88  WS-FSTL-FOUND                   VALUE 'Y'.           00001000
LRM011 01  WS-CNT-FSTL-ROUTED           PIC S9(07) COMP-3 VALUE ZERO.   00001000
LRM011 01  WS-CNT-FSTL-DONE             PIC S9(07) COMP-3 VALUE ZERO.   00001000
LRM011 01  WS-CNT-FSTL-SUSP             PIC S9(07) COMP-3 VALUE ZERO.   00001000
                                                                        00010000
      *  HOST VARIABLES FOR THE SSI LOOKUP.                             00010100
       01  WS-SSI-AREA.                                                 00010200
           05  DTL1-SETTL-DATE          PIC  X(08).                     00015200
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00015300
           05  DTL1-MESSAGE             PIC  X(30).                     00015400
LRM007     05  FILLER                   PIC  X(02)  VALUE SPACES.       00001000
LRM007     05  DTL1-SHORT-QTY           PIC  ZZZ,ZZZ,ZZZ,ZZ9.99999      00001000
LRM007                                  BLANK WHEN ZERO.                00001000
LRM007     05  FILLER                   PIC  X(29)  VALUE SPACES.       00001000
                                                                        00015600
       01  TRL1-RECORD.                                                 00015700
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00015800
           OPEN OUTPUT  DLVY-OUT-FILE                                   00020000
                        REPORT-FILE.                                    00020100
LRM001     OPEN OUTPUT  SUSP-OUT-FILE.                                  00001000
LRM008     OPEN OUTPUT  DRS-OUT-FILE.                                   00001000
LRM011     OPEN OUTPUT  SWIFT-OUT-FILE.                                 00001000
LRM001     OPEN INPUT   CREDHOLD-FILE.                                  00001000
LRM001     IF CREDHOLD-OK                                               00001000
LRM001         PERFORM 1200-LOAD-HOLD-RTN                               00001000
LRM001        DISPLAY 'CAT713 - NO RELIN FILE, STATUS = '               00001000
LRM001                 RELIN-STAT                                       00001000
LRM001     END-IF.                                                      00001000
LRM007     OPEN INPUT   STKPOSN-FILE.                                   00001000
LRM007     IF NOT STKPOSN-OK                                            00001000
LRM007        DISPLAY 'CAT713 - OPEN FAILED ON STKPOSN, STATUS = '      00001000
LRM007                 STKPOSN-STAT                                     00001000
LRM007        DISPLAY 'CAT713 ABENDED'                                  00001000
LRM007        CALL ABEND             USING ABEND-CODE                   00001000
LRM007     END-IF.                                                      00001000
LRM007     PERFORM 1400-LOAD-POSN-RTN THRU 1400-EXIT                    00001000
LRM007        UNTIL STKPOSN-EOF.                                        00001000
LRM007     CLOSE STKPOSN-FILE.                                          00001000
LRM007     MOVE ZERO                        TO  DTL1-SHORT-QTY.         00001000
                                                                        00020200
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00020300
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00020400
LRM001     END-PERFORM.                                                 00001000
LRM001 1300-EXIT.                                                       00001000
LRM001     EXIT.                                                        00001000
LRM007*---------------------------------------------------------------  00001000
LRM007* 1400-LOAD-POSN-RTN - SETTLED POSITION LESS UNSETTLED SALES.     00001000
LRM007* AN UNSETTLED BUY IS NOT COUNTED - SHARES NOT YET RECEIVED       00001000
LRM007* CANNOT BE DELIVERED.  THE TABLE IS BINARY-SEARCHED, SO THE      00001000
LRM007* EXTRACT MUST BE IN KEY SEQUENCE.                                00001000
LRM007*---------------------------------------------------------------  00001000
LRM007 1400-LOAD-POSN-RTN.                                              00001000
LRM007                                                                  00001000
LRM007     READ STKPOSN-FILE                                            00001000
LRM007         AT END                                                   00001000
LRM007             SET STKPOSN-EOF          TO  TRUE                    00001000
LRM007             GO TO 1400-EXIT                                      00001000
LRM007     END-READ.                                                    00001000
LRM007     IF WS-POS-CNT > +0                                           00001000
LRM007        IF STK-KEY < WS-POS-KEY (WS-POS-CNT)                      00001000
LRM007           DISPLAY 'CAT713 - STKPOSN OUT OF SEQUENCE - ABENDING'  00001000
LRM007           MOVE 1400                  TO  ABEND-CODE              00001000
LRM007           CALL ABEND              USING  ABEND-CODE              00001000
LRM007        END-IF                                                    00001000
LRM007        IF STK-KEY = WS-POS-KEY (WS-POS-CNT)                      00001000
LRM007           GO TO 1410-APPLY-POSN                                  00001000
LRM007        END-IF                                                    00001000
LRM007     END-IF.                                                      00001000
LRM007*    A POSITION THAT CANNOT BE TRACKED MUST STOP THE RUN - ITS    00001000
LRM007*    DELIVERIES WOULD ALL SUSPEND AS MISSING.                     00001000
LRM007     IF WS-POS-CNT NOT < +10000                                   00001000
LRM007        DISPLAY 'CAT713 - STKPOSN TABLE FULL - ABENDING'          00001000
LRM007        MOVE 1400                     TO  ABEND-CODE              00001000
LRM007        CALL ABEND                 USING  ABEND-CODE              00001000
LRM007     END-IF.                                                      00001000
LRM007     ADD 1                            TO  WS-POS-CNT.             00001000
LRM007     MOVE STK-KEY                     TO  WS-POS-KEY (WS-POS-CNT).00001000
LRM007     MOVE +0                   TO  WS-POS-AVAIL-QTY (WS-POS-CNT). 00001000
LRM007 1410-APPLY-POSN.                                                 00001000
LRM007     EVALUATE TRUE                                                00001000
LRM007        WHEN STK-POSITION                                         00001000
LRM007           ADD STK-QTY          TO  WS-POS-AVAIL-QTY (WS-POS-CNT) 00001000
LRM007        WHEN STK-UNSTL-TRADE AND STK-SELL                         00001000
LRM007           SUBTRACT STK-QTY   FROM  WS-POS-AVAIL-QTY (WS-POS-CNT) 00001000
LRM007        WHEN OTHER                                                00001000
LRM007           CONTINUE                                               00001000
LRM007     END-EVALUATE.                                                00001000
LRM007 1400-EXIT.                                                       00001000
LRM007     EXIT.                                                        00001000
LRM007                                                                  00001000
LRM001                                                                  00001000
      **********************                                            00021200
       2000-PROCESS-DLVY-RTN.                                           00021300
LRM001*    RELEASED TO THE CAGE.                                        00001000
LRM001     PERFORM 2500-CHECK-HOLD-RTN.                                 00001000
LRM002     PERFORM 2550-CHECK-R144-RTN.                                 00001000
LRM003     PERFORM 2700-CHECK-FRAUD-RTN.                                00001000
LRM004     PERFORM 2800-CHECK-SENIOR-RTN.                               00001000
LRM005     PERFORM 2900-CHECK-DECEASED-RTN.                             00001000
LRM006     PERFORM 2960-CHECK-LEGAL-RTN.                                00001000
LRM012     PERFORM 2965-CHECK-CONTINGENCY-RTN.                          00001000
LRM009     PERFORM 2975-CHECK-COMPLIANCE-RTN THRU 2975-EXIT.            00001000
LRM010     PERFORM 2977-CHECK-DOCUMENTS-RTN.                            00001000
LRM008     PERFORM 2995-CHECK-DRS-RTN THRU 2995-EXIT.                   00001000
LRM011     PERFORM 2998-CHECK-FOREIGN-RTN THRU 2998-EXIT.               00001000
LRM007     PERFORM 2980-CHECK-POSITION-RTN THRU 2980-EXIT.              00001000
LRM003     EVALUATE TRUE                                                00001000
LRM012        WHEN WS-CTGY-PRTCP-CNT > +0                               00001000
LRM012           WRITE SUSP-OUT-RECORD  FROM  DLVY-OUT-RECORD           00001000
LRM012           ADD 1                    TO  WS-CNT-CTGY-SUSP          00001000
LRM012           PERFORM 2966-REPORT-CONTINGENCY-RTN                    00001000
LRM003        WHEN WS-HLD-FOUND                                         00001000
LRM003           WRITE SUSP-OUT-RECORD  FROM  DLVY-OUT-RECORD           00001000
LRM003           ADD 1                    TO  WS-CNT-SUSPENDED          00001000
LRM003           PERFORM 2600-REPORT-SUSP-RTN                           00001000
LRM003        WHEN WS-R144-OPEN-CNT > +0                                00001000
LRM003           WRITE SUSP-OUT-RECORD  FROM  DLVY-OUT-RECORD           00001000
LRM003           ADD 1                    TO  WS-CNT-R144-SUSP          00001000
LRM003           PERFORM 2650-REPORT-R144-RTN                           00001000
LRM003        WHEN WS-FRD-OPEN-CNT > +0                                 00001000
LRM003           WRITE SUSP-OUT-RECORD  FROM  DLVY-OUT-RECORD           00001000
LRM003           ADD 1                    TO  WS-CNT-FRD-SUSP           00001000
LRM003           PERFORM 2750-REPORT-FRAUD-RTN                          00001000
LRM004        WHEN WS-SNR-HOLD-CNT > +0                                 00001000
LRM004           WRITE SUSP-OUT-RECORD  FROM  DLVY-OUT-RECORD           00001000
LRM004           ADD 1                    TO  WS-CNT-SNR-SUSP           00001000
LRM004           PERFORM 2850-REPORT-SENIOR-RTN                         00001000
LRM005        WHEN WS-DCSD-MATCH-CNT > +0                               00001000
LRM005           WRITE SUSP-OUT-RECORD  FROM  DLVY-OUT-RECORD           00001000
LRM005           ADD 1                    TO  WS-CNT-DCSD-SUSP          00001000
LRM005           PERFORM 2950-REPORT-DECEASED-RTN                       00001000
LRM006        WHEN WS-LGL-ORDER-CNT > +0                                00001000
LRM006           WRITE SUSP-OUT-RECORD  FROM  DLVY-OUT-RECORD           00001000
LRM006           ADD 1                    TO  WS-CNT-LGL-SUSP           00001000
LRM006           PERFORM 2970-REPORT-LEGAL-RTN                          00001000
LRM009        WHEN WS-CMPL-OPEN-CNT > +0                                00001000
LRM009           WRITE SUSP-OUT-RECORD  FROM  DLVY-OUT-RECORD           00001000
LRM009           ADD 1                    TO  WS-CNT-CMPL-SUSP          00001000
LRM009           PERFORM 2976-REPORT-COMPLIANCE-RTN                     00001000
LRM010        WHEN WS-DOC-MISS-CNT > +0                                 00001000
LRM010           WRITE SUSP-OUT-RECORD  FROM  DLVY-OUT-RECORD           00001000
LRM010           ADD 1                    TO  WS-CNT-DOC-SUSP           00001000
LRM010           PERFORM 2978-REPORT-DOCUMENTS-RTN                      00001000
LRM008        WHEN WS-DRS-FOUND AND WS-DRS-NO-REG                       00001000
LRM008           WRITE SUSP-OUT-RECORD  FROM  DLVY-OUT-RECORD           00001000
LRM008           ADD 1                    TO  WS-CNT-DRS-SUSP           00001000
LRM008           PERFORM 2996-REPORT-DRS-RTN                            00001000
LRM011        WHEN WS-FSTL-FOUND AND WS-FSTL-HELD                       00001000
LRM011           WRITE SUSP-OUT-RECORD  FROM  DLVY-OUT-RECORD           00001000
LRM011           ADD 1                    TO  WS-CNT-FSTL-SUSP          00001000
LRM011           PERFORM 2994-REPORT-FOREIGN-RTN                        00001000
LRM007        WHEN WS-POS-SHORT-QTY > +0                                00001000
LRM007           WRITE SUSP-OUT-RECORD  FROM  DLVY-OUT-RECORD           00001000
LRM007           ADD 1                    TO  WS-CNT-POS-SUSP           00001000
LRM007           PERFORM 2990-REPORT-POSITION-RTN                       00001000
LRM003        WHEN OTHER                                                00001000
LRM008           IF WS-DRS-FOUND                                        00001000
LRM008              PERFORM 2997-WRITE-DRS-RTN THRU 2997-EXIT           00001000
LRM008           ELSE                                                   00001000
LRM011              IF WS-FSTL-FOUND                                    00001000
LRM011                 PERFORM 2999-WRITE-MT542-RTN THRU 2999-EXIT      00001000
LRM011              ELSE                                                00001000
LRM011                 WRITE DLVY-OUT-RECORD                            00001000
LRM011              END-IF                                              00001000
LRM008              IF WS-POS-FOUND                                     00001000
LRM008                 SUBTRACT DLVI-QTY                                00001000
LRM008                    FROM WS-POS-AVAIL-QTY (WS-POS-MID)            00001000
LRM008              END-IF                                              00001000
LRM008           END-IF                                                 00001000
LRM003     END-EVALUATE.                                                00001000
                                                                        00024200
       2000-EXIT.                                                       00024300
           EXIT.                                                        00024400
LRM002     MOVE DTL1-RECORD                 TO  TRAC-DETAIL.            00001000
LRM002     WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00001000
LRM002                                                                  00001000
LRM003*---------------------------------------------------------------  00001000
LRM003* 2700-CHECK-FRAUD-RTN - AN OPEN OR CONFIRMED ACATFRHD            00001000
LRM003* ACCOUNT-TAKEOVER HOLD STOPS THE DELIVERY.                       00001000
LRM003*---------------------------------------------------------------  00001000
LRM003 2700-CHECK-FRAUD-RTN.                                            00001000
LRM003                                                                  00001000
LRM003     MOVE +0                          TO  WS-FRD-OPEN-CNT.        00001000
LRM003     EXEC SQL                                                     00001000
LRM003        SELECT COUNT(*)                                           00001000
LRM003          INTO :WS-FRD-OPEN-CNT                                   00001000
LRM003          FROM ACATFRHD                                           00001000
LRM003         WHERE CLIENT_NBR       = :DLVI-CLIENT                    00001000
LRM003           AND ACAT_CONTROL_NBR = :DLVI-ACAT-CNTL                 00001000
LRM003           AND HOLD_STTS_CD IN ('O', 'F')                         00001000
LRM003     END-EXEC.                                                    00001000
LRM003     IF SQLCODE NOT = +0                                          00001000
LRM003        PERFORM 8000-DB2-ERROR-RTN                                00001000
LRM003     END-IF.                                                      00001000
LRM003                                                                  00001000
LRM003*********************                                             00001000
LRM003 2750-REPORT-FRAUD-RTN.                                           00001000
LRM003*********************                                             00001000
LRM003                                                                  00001000
LRM003     MOVE DLVI-CLIENT                 TO  DTL1-CLIENT.            00001000
LRM003     MOVE DLVI-ACAT-CNTL              TO  DTL1-ACAT-CNTL.         00001000
LRM003     MOVE DLVI-CONTRA-PRTCP           TO  DTL1-CONTRA.            00001000
LRM003     MOVE DLVI-CUSIP                  TO  DTL1-CUSIP.             00001000
LRM003     MOVE DLVI-SETTL-DATE             TO  DTL1-SETTL-DATE.        00001000
LRM003     MOVE 'SUSPENDED - FRAUD REVIEW HOLD '                        00001000
LRM003                                      TO  DTL1-MESSAGE.           00001000
LRM003     MOVE DTL1-RECORD                 TO  TRAC-DETAIL.            00001000
LRM003     WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00001000
LRM003                                                                  00001000
LRM004*---------------------------------------------------------------  00001000
LRM004* 2800-CHECK-SENIOR-RTN - AN ACTIVE RULE 2165 TEMPORARY HOLD      00001000
LRM004* THAT HAS NOT REACHED ITS EXPIRY DATE STOPS THE DELIVERY.        00001000
LRM004*---------------------------------------------------------------  00001000
LRM004 2800-CHECK-SENIOR-RTN.                                           00001000
LRM004                                                                  00001000
LRM004     MOVE +0                          TO  WS-SNR-HOLD-CNT.        00001000
LRM004     EXEC SQL                                                     00001000
LRM004        SELECT COUNT(*)                                           00001000
LRM004          INTO :WS-SNR-HOLD-CNT                                   00001000
LRM004          FROM ACATSNRH                                           00001000
LRM004         WHERE CLIENT_NBR       = :DLVI-CLIENT                    00001000
LRM004           AND ACAT_CONTROL_NBR = :DLVI-ACAT-CNTL                 00001000
LRM004           AND HOLD_STTS_CD     = 'A'                             00001000
LRM004           AND HOLD_EXPR_DT    >= CURRENT DATE                    00001000
LRM004     END-EXEC.                                                    00001000
LRM004     IF SQLCODE NOT = +0                                          00001000
LRM004        PERFORM 8000-DB2-ERROR-RTN                                00001000
LRM004     END-IF.                                                      00001000
LRM004                                                                  00001000
LRM004**********************                                            00001000
LRM004 2850-REPORT-SENIOR-RTN.                                          00001000
LRM004**********************                                            00001000
LRM004                                                                  00001000
LRM004     MOVE DLVI-CLIENT                 TO  DTL1-CLIENT.            00001000
LRM004     MOVE DLVI-ACAT-CNTL              TO  DTL1-ACAT-CNTL.         00001000
LRM004     MOVE DLVI-CONTRA-PRTCP           TO  DTL1-CONTRA.            00001000
LRM004     MOVE DLVI-CUSIP                  TO  DTL1-CUSIP.             00001000
LRM004     MOVE DLVI-SETTL-DATE             TO  DTL1-SETTL-DATE.        00001000
LRM004     MOVE 'SUSPENDED - RULE 2165 HOLD    '                        00001000
LRM004                                      TO  DTL1-MESSAGE.           00001000
LRM004     MOVE DTL1-RECORD                 TO  TRAC-DETAIL.            00001000
LRM004     WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00001000
LRM004                                                                  00001000
LRM005*---------------------------------------------------------------  00001000
LRM005* 2900-CHECK-DECEASED-RTN - A DEATH-NOTIFICATION MATCH THAT HAS   00001000
LRM005* NOT BEEN CLEARED AS A FALSE POSITIVE STOPS THE DELIVERY.        00001000
LRM005*---------------------------------------------------------------  00001000
LRM005 2900-CHECK-DECEASED-RTN.                                         00001000
LRM005                                                                  00001000
LRM005     MOVE +0                          TO  WS-DCSD-MATCH-CNT.      00001000
LRM005     EXEC SQL                                                     00001000
LRM005        SELECT COUNT(*)                                           00001000
LRM005          INTO :WS-DCSD-MATCH-CNT                                 00001000
LRM005          FROM ACATDCSD                                           00001000
LRM005         WHERE CLIENT_NBR       = :DLVI-CLIENT                    00001000
LRM005           AND ACAT_CONTROL_NBR = :DLVI-ACAT-CNTL                 00001000
LRM005           AND DSPSN_CD        IN ('P', 'D')                      00001000
LRM005     END-EXEC.                                                    00001000
LRM005     IF SQLCODE NOT = +0                                          00001000
LRM005        PERFORM 8000-DB2-ERROR-RTN                                00001000
LRM005     END-IF.                                                      00001000
LRM005                                                                  00001000
LRM005************************                                          00001000
LRM005 2950-REPORT-DECEASED-RTN.                                        00001000
LRM005************************                                          00001000
LRM005                                                                  00001000
LRM005     MOVE DLVI-CLIENT                 TO  DTL1-CLIENT.            00001000
LRM005     MOVE DLVI-ACAT-CNTL              TO  DTL1-ACAT-CNTL.         00001000
LRM005     MOVE DLVI-CONTRA-PRTCP           TO  DTL1-CONTRA.            00001000
LRM005     MOVE DLVI-CUSIP                  TO  DTL1-CUSIP.             00001000
LRM005     MOVE DLVI-SETTL-DATE             TO  DTL1-SETTL-DATE.        00001000
LRM005     MOVE 'SUSPENDED - DECEASED MATCH    '                        00001000
LRM005                                      TO  DTL1-MESSAGE.           00001000
LRM005     MOVE DTL1-RECORD                 TO  TRAC-DETAIL.            00001000
LRM005     WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00001000
LRM005                                                                  00001000
LRM006*---------------------------------------------------------------  00001000
LRM006* 2960-CHECK-LEGAL-RTN - AN ACTIVE LEGAL ORDER ON THE DELIVERING  00001000
LRM006* ACCOUNT THAT IS SERVED AND NOT YET EXPIRED STOPS THE DELIVERY.  00001000
LRM006*---------------------------------------------------------------  00001000
LRM006 2960-CHECK-LEGAL-RTN.                                            00001000
LRM006                                                                  00001000
LRM006     MOVE +0                          TO  WS-LGL-ORDER-CNT.       00001000
LRM006     EXEC SQL                                                     00001000
LRM006        SELECT COUNT(*)                                           00001000
LRM006          INTO :WS-LGL-ORDER-CNT                                  00001000
LRM006          FROM ACATLGLO                                           00001000
LRM006         WHERE CLIENT_NBR     = :DLVI-CLIENT                      00001000
LRM006           AND BRANCH_CD      = :DLVI-BRANCH                      00001000
LRM006           AND ACCT_CD        = :DLVI-ACCT                        00001000
LRM006           AND ORDER_STTS_CD  = 'A'                               00001000
LRM006           AND SRVD_DT       <= CURRENT DATE                      00001000
LRM006           AND (EXPR_DT IS NULL                                   00001000
LRM006            OR  EXPR_DT      >= CURRENT DATE)                     00001000
LRM006     END-EXEC.                                                    00001000
LRM006     IF SQLCODE NOT = +0                                          00001000
LRM006        PERFORM 8000-DB2-ERROR-RTN                                00001000
LRM006     END-IF.                                                      00001000
LRM006                                                                  00001000
LRM006************************                                          00001000
LRM006 2970-REPORT-LEGAL-RTN.                                           00001000
LRM006************************                                          00001000
LRM006                                                                  00001000
LRM006     MOVE DLVI-CLIENT                 TO  DTL1-CLIENT.            00001000
LRM006     MOVE DLVI-ACAT-CNTL              TO  DTL1-ACAT-CNTL.         00001000
LRM006     MOVE DLVI-CONTRA-PRTCP           TO  DTL1-CONTRA.            00001000
LRM006     MOVE DLVI-CUSIP                  TO  DTL1-CUSIP.             00001000
LRM006     MOVE DLVI-SETTL-DATE             TO  DTL1-SETTL-DATE.        00001000
LRM006     MOVE 'SUSPENDED - LEGAL ORDER       '                        00001000
LRM006                                      TO  DTL1-MESSAGE.           00001000
LRM006     MOVE DTL1-RECORD                 TO  TRAC-DETAIL.            00001000
LRM006     WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00001000
LRM012                                                                  00001000
LRM012*---------------------------------------------------------------  00001000
LRM012* 2965-CHECK-CONTINGENCY-RTN - THE RECEIVING FIRM IS UNDER        00001000
LRM012* FAILED-FIRM OR SIPC CONTINGENCY FROM ITS EFFECTIVE DATE UNTIL   00001000
LRM012* OPERATIONS CLEARS IT.                                           00001000
LRM012*---------------------------------------------------------------  00001000
LRM012 2965-CHECK-CONTINGENCY-RTN.                                      00001000
LRM012                                                                  00001000
LRM012     MOVE +0                          TO  WS-CTGY-PRTCP-CNT.      00001000
LRM012     EXEC SQL                                                     00001000
LRM012        SELECT COUNT(*)                                           00001000
LRM012          INTO :WS-CTGY-PRTCP-CNT                                 00001000
LRM012          FROM ACATPCTG                                           00001000
LRM012         WHERE PRTCP_NBR     = :DLVI-CONTRA-PRTCP                 00001000
LRM012           AND CTGY_STTS_CD IN ('F', 'L')                         00001000
LRM012           AND EFCTV_DT     <= CURRENT DATE                       00001000
LRM012     END-EXEC.                                                    00001000
LRM012     IF SQLCODE NOT = +0                                          00001000
LRM012        PERFORM 8000-DB2-ERROR-RTN                                00001000
LRM012     END-IF.                                                      00001000
LRM012                                                                  00001000
LRM012****************************                                      00001000
LRM012 2966-REPORT-CONTINGENCY-RTN.                                     00001000
LRM012****************************                                      00001000
LRM012                                                                  00001000
LRM012     MOVE DLVI-CLIENT                 TO  DTL1-CLIENT.            00001000
LRM012     MOVE DLVI-ACAT-CNTL              TO  DTL1-ACAT-CNTL.         00001000
LRM012     MOVE DLVI-CONTRA-PRTCP           TO  DTL1-CONTRA.            00001000
LRM012     MOVE DLVI-CUSIP                  TO  DTL1-CUSIP.             00001000
LRM012     MOVE DLVI-SETTL-DATE             TO  DTL1-SETTL-DATE.        00001000
LRM012     MOVE 'SUSPENDED - CONTRA FAILED   '                          00001000
LRM012                                      TO  DTL1-MESSAGE.           00001000
LRM012     MOVE DTL1-RECORD                 TO  TRAC-DETAIL.            00001000
LRM012     WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00001000
LRM009                                                                  00001000
LRM009*---------------------------------------------------------------  00001000
LRM009* 2975-CHECK-COMPLIANCE-RTN - A PENDING OR REJECTED ACATEMPR      00001000
LRM009* REVIEW STOPS THE DELIVERY, AND SO DOES AN ACTIVE ACATASPA FLAG  00001000
LRM009* ON THE ACCOUNT WITHOUT AN APPROVED REVIEW (FLAGGED SINCE        00001000
LRM009* CAT794 LAST RAN).                                               00001000
LRM009*---------------------------------------------------------------  00001000
LRM009 2975-CHECK-COMPLIANCE-RTN.                                       00001000
LRM009                                                                  00001000
LRM009     MOVE +0                          TO  WS-CMPL-OPEN-CNT.       00001000
LRM009     EXEC SQL                                                     00001000
LRM009        SELECT COUNT(*)                                           00001000
LRM009          INTO :WS-CMPL-OPEN-CNT                                  00001000
LRM009          FROM ACATEMPR                                           00001000
LRM009         WHERE CLIENT_NBR       = :DLVI-CLIENT                    00001000
LRM009           AND ACAT_CONTROL_NBR = :DLVI-ACAT-CNTL                 00001000
LRM009           AND RVW_STTS_CD IN ('P', 'R')                          00001000
LRM009     END-EXEC.                                                    00001000
LRM009     IF SQLCODE NOT = +0                                          00001000
LRM009        PERFORM 8000-DB2-ERROR-RTN                                00001000
LRM009     END-IF.                                                      00001000
LRM009     IF WS-CMPL-OPEN-CNT > +0                                     00001000
LRM009        GO TO 2975-EXIT                                           00001000
LRM009     END-IF.                                                      00001000
LRM009                                                                  00001000
LRM009     EXEC SQL                                                     00001000
LRM009        SELECT COUNT(*)                                           00001000
LRM009          INTO :WS-CMPL-OPEN-CNT                                  00001000
LRM009          FROM ACATASPA P                                         00001000
LRM009         WHERE P.CLIENT_NBR   = :DLVI-CLIENT                      00001000
LRM009           AND P.BRANCH_CD    = :DLVI-BRANCH                      00001000
LRM009           AND P.ACCT_CD      = :DLVI-ACCT                        00001000
LRM009           AND P.FLAG_STTS_CD = 'A'                               00001000
LRM009           AND NOT EXISTS                                         00001000
LRM009               (SELECT 1 FROM ACATEMPR R                          00001000
LRM009                 WHERE R.CLIENT_NBR       = :DLVI-CLIENT          00001000
LRM009                   AND R.ACAT_CONTROL_NBR = :DLVI-ACAT-CNTL       00001000
LRM009                   AND R.RVW_STTS_CD      = 'A')                  00001000
LRM009     END-EXEC.                                                    00001000
LRM009     IF SQLCODE NOT = +0                                          00001000
LRM009        PERFORM 8000-DB2-ERROR-RTN                                00001000
LRM009     END-IF.                                                      00001000
LRM009                                                                  00001000
LRM009 2975-EXIT.                                                       00001000
LRM009     EXIT.                                                        00001000
LRM009                                                                  00001000
LRM009***************************                                       00001000
LRM009 2976-REPORT-COMPLIANCE-RTN.                                      00001000
LRM009***************************                                       00001000
LRM009                                                                  00001000
LRM009     MOVE DLVI-CLIENT                 TO  DTL1-CLIENT.            00001000
LRM009     MOVE DLVI-ACAT-CNTL              TO  DTL1-ACAT-CNTL.         00001000
LRM009     MOVE DLVI-CONTRA-PRTCP           TO  DTL1-CONTRA.            00001000
LRM009     MOVE DLVI-CUSIP                  TO  DTL1-CUSIP.             00001000
LRM009     MOVE DLVI-SETTL-DATE             TO  DTL1-SETTL-DATE.        00001000
LRM009     MOVE 'SUSPENDED - COMPLIANCE REVIEW '                        00001000
LRM009                                      TO  DTL1-MESSAGE.           00001000
LRM009     MOVE DTL1-RECORD                 TO  TRAC-DETAIL.            00001000
LRM009     WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00001000
LRM010                                                                  00001000
LRM010*---------------------------------------------------------------  00001000
LRM010* 2977-CHECK-DOCUMENTS-RTN - COUNT THE DOCUMENTS ACATDCRQ         00001000
LRM010* REQUIRES FOR THE TRANSFER'S TYPE AND ACCOUNT TYPE (ACCOUNT      00001000
LRM010* TYPE SPACES = ALL) THAT HAVE NOTHING INDEXED ON ACATDOCX.       00001000
LRM010*---------------------------------------------------------------  00001000
LRM010 2977-CHECK-DOCUMENTS-RTN.                                        00001000
LRM010                                                                  00001000
LRM010     MOVE +0                          TO  WS-DOC-MISS-CNT.        00001000
LRM010     EXEC SQL                                                     00001000
LRM010        SELECT COUNT(*)                                           00001000
LRM010          INTO :WS-DOC-MISS-CNT                                   00001000
LRM010          FROM VTRNFR T, ACATDCRQ Q                               00001000
LRM010         WHERE T.CLIENT_NBR       = :DLVI-CLIENT                  00001000
LRM010           AND T.ACAT_CONTROL_NBR = :DLVI-ACAT-CNTL               00001000
LRM010           AND Q.TRNFR_TYPE_CD    = T.TRNFR_TYPE_CD               00001000
LRM010           AND Q.ACCT_TYPE_CD IN (T.RCV_ACCT_TYPE_CD, ' ')        00001000
LRM010           AND Q.ACTV_IND         = 'Y'                           00001000
LRM010           AND NOT EXISTS                                         00001000
LRM010               (SELECT 1 FROM ACATDOCX D                          00001000
LRM010                 WHERE D.CLIENT_NBR       = T.CLIENT_NBR          00001000
LRM010                   AND D.ACAT_CONTROL_NBR = T.ACAT_CONTROL_NBR    00001000
LRM010                   AND D.DOC_TYPE_CD      = Q.DOC_TYPE_CD)        00001000
LRM010     END-EXEC.                                                    00001000
LRM010     IF SQLCODE NOT = +0                                          00001000
LRM010        PERFORM 8000-DB2-ERROR-RTN                                00001000
LRM010     END-IF.                                                      00001000
LRM010                                                                  00001000
LRM010**************************                                        00001000
LRM010 2978-REPORT-DOCUMENTS-RTN.                                       00001000
LRM010**************************                                        00001000
LRM010                                                                  00001000
LRM010     MOVE DLVI-CLIENT                 TO  DTL1-CLIENT.            00001000
LRM010     MOVE DLVI-ACAT-CNTL              TO  DTL1-ACAT-CNTL.         00001000
LRM010     MOVE DLVI-CONTRA-PRTCP           TO  DTL1-CONTRA.            00001000
LRM010     MOVE DLVI-CUSIP                  TO  DTL1-CUSIP.             00001000
LRM010     MOVE DLVI-SETTL-DATE             TO  DTL1-SETTL-DATE.        00001000
LRM010     MOVE 'SUSPENDED - DOCUMENTS MISSING '                        00001000
LRM010                                      TO  DTL1-MESSAGE.           00001000
LRM010     MOVE DTL1-RECORD                 TO  TRAC-DETAIL.            00001000
LRM010     WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00001000
LRM006                                                                  00001000
LRM007*---------------------------------------------------------------  00001000
LRM007* 2980-CHECK-POSITION-RTN - THE ASSET QUANTITY AGAINST WHAT THE   00001000
LRM007* ACCOUNT CAN STILL DELIVER.  NO STOCK-RECORD POSITION AT ALL     00001000
LRM007* MAKES THE WHOLE QUANTITY SHORT.  CASH (NO CUSIP) IS NOT         00001000
LRM007* CHECKED HERE.                                                   00001000
LRM007*---------------------------------------------------------------  00001000
LRM007 2980-CHECK-POSITION-RTN.                                         00001000
LRM007                                                                  00001000
LRM007     MOVE +0                          TO  WS-POS-SHORT-QTY.       00001000
LRM007     MOVE 'N'                         TO  WS-POS-FOUND-SW.        00001000
LRM007     IF DLVI-CUSIP = SPACES                                       00001000
LRM007        GO TO 2980-EXIT                                           00001000
LRM007     END-IF.                                                      00001000
LRM008*    A DRS ASSET IS HELD AT THE TRANSFER AGENT, NOT ON OUR RECORD 00001000
LRM008     IF WS-DRS-FOUND                                              00001000
LRM008        GO TO 2980-EXIT                                           00001000
LRM008     END-IF.                                                      00001000
LRM007     MOVE DLVI-BRANCH             TO  WS-POS-SRCH-KEY (1 : 3).    00001000
LRM007     MOVE DLVI-ACCT               TO  WS-POS-SRCH-KEY (4 : 5).    00001000
LRM007     MOVE DLVI-CUSIP              TO  WS-POS-SRCH-KEY (9 : 9).    00001000
LRM007     MOVE +1                          TO  WS-POS-LO.              00001000
LRM007     MOVE WS-POS-CNT                  TO  WS-POS-HI.              00001000
LRM007     PERFORM 2985-PROBE-POSN-RTN                                  00001000
LRM007        UNTIL WS-POS-FOUND OR WS-POS-LO > WS-POS-HI.              00001000
LRM007     IF NOT WS-POS-FOUND                                          00001000
LRM007        MOVE DLVI-QTY                 TO  WS-POS-SHORT-QTY        00001000
LRM007        GO TO 2980-EXIT                                           00001000
LRM007     END-IF.                                                      00001000
LRM007     IF DLVI-QTY > WS-POS-AVAIL-QTY (WS-POS-MID)                  00001000
LRM007        IF WS-POS-AVAIL-QTY (WS-POS-MID) > +0                     00001000
LRM007           COMPUTE WS-POS-SHORT-QTY = DLVI-QTY                    00001000
LRM007                 - WS-POS-AVAIL-QTY (WS-POS-MID)                  00001000
LRM007        ELSE                                                      00001000
LRM007           MOVE DLVI-QTY              TO  WS-POS-SHORT-QTY        00001000
LRM007        END-IF                                                    00001000
LRM007     END-IF.                                                      00001000
LRM007 2980-EXIT.                                                       00001000
LRM007     EXIT.                                                        00001000
LRM007                                                                  00001000
LRM007 2985-PROBE-POSN-RTN.                                             00001000
LRM007                                                                  00001000
LRM007     COMPUTE WS-POS-MID = (WS-POS-LO + WS-POS-HI) / 2.            00001000
LRM007     EVALUATE TRUE                                                00001000
LRM007        WHEN WS-POS-KEY (WS-POS-MID) = WS-POS-SRCH-KEY            00001000
LRM007           SET WS-POS-FOUND           TO  TRUE                    00001000
LRM007        WHEN WS-POS-KEY (WS-POS-MID) < WS-POS-SRCH-KEY            00001000
LRM007           COMPUTE WS-POS-LO = WS-POS-MID + 1                     00001000
LRM007        WHEN OTHER                                                00001000
LRM007           COMPUTE WS-POS-HI = WS-POS-MID - 1                     00001000
LRM007     END-EVALUATE.                                                00001000
LRM007                                                                  00001000
LRM007**************************                                        00001000
LRM007 2990-REPORT-POSITION-RTN.                                        00001000
LRM007**************************                                        00001000
LRM007                                                                  00001000
LRM007     MOVE DLVI-CLIENT                 TO  DTL1-CLIENT.            00001000
LRM007     MOVE DLVI-ACAT-CNTL              TO  DTL1-ACAT-CNTL.         00001000
LRM007     MOVE DLVI-CONTRA-PRTCP           TO  DTL1-CONTRA.            00001000
LRM007     MOVE DLVI-CUSIP                  TO  DTL1-CUSIP.             00001000
LRM007     MOVE DLVI-SETTL-DATE             TO  DTL1-SETTL-DATE.        00001000
LRM007     IF WS-POS-FOUND                                              00001000
LRM007        MOVE 'SUSPENDED - SHORT POSITION    '                     00001000
LRM007                                      TO  DTL1-MESSAGE            00001000
LRM007     ELSE                                                         00001000
LRM007        MOVE 'SUSPENDED - NO POSITION HELD  '                     00001000
LRM007                                      TO  DTL1-MESSAGE            00001000
LRM007     END-IF.                                                      00001000
LRM007     MOVE WS-POS-SHORT-QTY            TO  DTL1-SHORT-QTY.         00001000
LRM007     MOVE DTL1-RECORD                 TO  TRAC-DETAIL.            00001000
LRM007     WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00001000
LRM007     MOVE ZERO                        TO  DTL1-SHORT-QTY.         00001000
LRM007                                                                  00001000
LRM008*---------------------------------------------------------------  00001000
LRM008* 2995-CHECK-DRS-RTN - AN ASSET CAT776 REGISTERED AS DRS (HELD AT 00001000
LRM008* THE TRANSFER AGENT) MOVES BY DRS INSTRUCTION, NOT DTC.  P = TO  00001000
LRM008* BE INSTRUCTED, H = NO REGISTRATION YET, I = ALREADY INSTRUCTED. 00001000
LRM008*---------------------------------------------------------------  00001000
LRM008 2995-CHECK-DRS-RTN.                                              00001000
LRM008                                                                  00001000
LRM008     MOVE 'N'                         TO  WS-DRS-FOUND-SW.        00001000
LRM008     IF DLVI-CUSIP = SPACES                                       00001000
LRM008        GO TO 2995-EXIT                                           00001000
LRM008     END-IF.                                                      00001000
LRM008     EXEC SQL                                                     00001000
LRM008        SELECT ASSET_SEQ_NBR                                      00001000
LRM008              ,DRS_STTS_CD                                        00001000
LRM008              ,TA_NBR                                             00001000
LRM008              ,TA_HLDR_ACCT_NBR                                   00001000
LRM008          INTO :WS-DRS-ASSET-SEQ                                  00001000
LRM008              ,:WS-DRS-STTS-CD                                    00001000
LRM008              ,:WS-DRS-TA-NBR                                     00001000
LRM008              ,:WS-DRS-TA-HLDR-ACCT                               00001000
LRM008          FROM ACATDRSI                                           00001000
LRM008         WHERE CLIENT_NBR        = :DLVI-CLIENT                   00001000
LRM008           AND ACAT_CONTROL_NBR  = :DLVI-ACAT-CNTL                00001000
LRM008           AND ISIN_SEC_ISSUE_CD = :DLVI-CUSIP                    00001000
LRM008           AND DRS_STTS_CD IN ('P', 'H', 'I')                     00001000
LRM008         FETCH FIRST 1 ROW ONLY                                   00001000
LRM008     END-EXEC.                                                    00001000
LRM008     EVALUATE SQLCODE                                             00001000
LRM008        WHEN +0                                                   00001000
LRM008           SET WS-DRS-FOUND           TO  TRUE                    00001000
LRM008        WHEN +100                                                 00001000
LRM008           CONTINUE                                               00001000
LRM008        WHEN OTHER                                                00001000
LRM008           PERFORM 8000-DB2-ERROR-RTN                             00001000
LRM008     END-EVALUATE.                                                00001000
LRM008 2995-EXIT.                                                       00001000
LRM008     EXIT.                                                        00001000
LRM008                                                                  00001000
LRM008*---------------------------------------------------------------  00001000
LRM008* 2997-WRITE-DRS-RTN - THE DRS INSTRUCTION GOES OUT IN PLACE OF   00001000
LRM008* THE DTC DELIVERY AND THE ASSET NOW WAITS ON THE TRANSFER AGENT. 00001000
LRM008*---------------------------------------------------------------  00001000
LRM008 2997-WRITE-DRS-RTN.                                              00001000
LRM008                                                                  00001000
LRM008     IF WS-DRS-INSTRUCTED                                         00001000
LRM008        ADD 1                         TO  WS-CNT-DRS-DONE         00001000
LRM008        GO TO 2997-EXIT                                           00001000
LRM008     END-IF.                                                      00001000
LRM008     MOVE SPACES                      TO  DRS-OUT-RECORD.         00001000
LRM008     MOVE DLVI-CLIENT                 TO  DRSO-CLIENT.            00001000
LRM008     MOVE DLVI-ACAT-CNTL              TO  DRSO-ACAT-CNTL.         00001000
LRM008     MOVE WS-DRS-ASSET-SEQ            TO  DRSO-ASSET-SEQ.         00001000
LRM008     MOVE DLVI-BRANCH                 TO  DRSO-BRANCH.            00001000
LRM008     MOVE DLVI-ACCT                   TO  DRSO-ACCT.              00001000
LRM008     MOVE DLVI-CONTRA-PRTCP           TO  DRSO-CONTRA-PRTCP.      00001000
LRM008     MOVE DLVI-CUSIP                  TO  DRSO-CUSIP.             00001000
LRM008     MOVE DLVI-QTY                    TO  DRSO-SHR-QTY.           00001000
LRM008     MOVE WS-DRS-TA-NBR               TO  DRSO-TA-NBR.            00001000
LRM008     MOVE WS-DRS-TA-HLDR-ACCT         TO  DRSO-TA-HLDR-ACCT.      00001000
LRM008     MOVE DLVI-SETTL-DATE             TO  DRSO-SETTL-DATE.        00001000
LRM008     MOVE 'D'                         TO  DRSO-DIRECTION-CD.      00001000
LRM008     WRITE DRS-OUT-RECORD.                                        00001000
LRM008     ADD 1                            TO  WS-CNT-DRS-ROUTED.      00001000
LRM008     EXEC SQL                                                     00001000
LRM008        UPDATE ACATDRSI                                           00001000
LRM008           SET DRS_STTS_CD      = 'I'                             00001000
LRM008              ,SHR_QTY          = :DLVI-QTY                       00001000
LRM008              ,STTS_DT          = CURRENT DATE                    00001000
LRM008              ,UPDT_TMSTP       = CURRENT TIMESTAMP               00001000
LRM008              ,PRGM_NM          = 'CAT713'                        00001000
LRM008         WHERE CLIENT_NBR       = :DLVI-CLIENT                    00001000
LRM008           AND ACAT_CONTROL_NBR = :DLVI-ACAT-CNTL                 00001000
LRM008           AND ASSET_SEQ_NBR    = :WS-DRS-ASSET-SEQ               00001000
LRM008     END-EXEC.                                                    00001000
LRM008     IF SQLCODE NOT = +0                                          00001000
LRM008        PERFORM 8000-DB2-ERROR-RTN                                00001000
LRM008     END-IF.                                                      00001000
LRM008 2997-EXIT.                                                       00001000
LRM008     EXIT.                                                        00001000
LRM008                                                                  00001000
LRM011*---------------------------------------------------------------  00001000
LRM011* 2998-CHECK-FOREIGN-RTN - AN ASSET CAT812 REGISTERED AS SETTLING 00001000
LRM011* OUTSIDE DTC MOVES BY AGENT-BANK INSTRUCTION.  P = TO BE         00001000
LRM011* INSTRUCTED, H = HELD (NO ISIN OR AGENT SSI), ANY OTHER STATUS   00001000
LRM011* IS ALREADY WITH THE AGENT BANK.                                 00001000
LRM011*---------------------------------------------------------------  00001000
LRM011 2998-CHECK-FOREIGN-RTN.                                          00001000
LRM011                                                                  00001000
LRM011     MOVE 'N'                         TO  WS-FSTL-FOUND-SW.       00001000
LRM011     IF DLVI-CUSIP = SPACES                                       00001000
LRM011        GO TO 2998-EXIT                                           00001000
LRM011     END-IF.                                                      00001000
LRM011     EXEC SQL                                                     00001000
LRM011        SELECT ASSET_SEQ_NBR                                      00001000
LRM011              ,FSTL_STTS_CD                                       00001000
LRM011              ,STTLM_LCTN_CD                                      00001000
LRM011              ,ISIN_CNTRY_CD                                      00001000
LRM011              ,ISIN_SEC_ISSUE_CD                                  00001000
LRM011              ,ISIN_SEC_CDG_CD                                    00001000
LRM011              ,PSET_BIC_CD                                        00001000
LRM011              ,AGENT_BANK_CD                                      00001000
LRM011              ,AGENT_ACCT_NBR                                     00001000
LRM011              ,SEME_REF                                           00001000
LRM011          INTO :WS-FSTL-ASSET-SEQ                                 00001000
LRM011              ,:WS-FSTL-STTS-CD                                   00001000
LRM011              ,:WS-FSTL-LCTN-CD                                   00001000
LRM011              ,:WS-FSTL-ISIN-CNTRY                                00001000
LRM011              ,:WS-FSTL-ISIN-NSIN                                 00001000
LRM011              ,:WS-FSTL-ISIN-CHK                                  00001000
LRM011              ,:WS-FSTL-PSET-BIC                                  00001000
LRM011              ,:WS-FSTL-AGENT-BANK                                00001000
LRM011              ,:WS-FSTL-AGENT-ACCT                                00001000
LRM011              ,:WS-FSTL-SEME-REF                                  00001000
LRM011          FROM ACATFSTL                                           00001000
LRM011         WHERE CLIENT_NBR        = :DLVI-CLIENT                   00001000
LRM011           AND ACAT_CONTROL_NBR  = :DLVI-ACAT-CNTL                00001000
LRM011           AND ISIN_SEC_ISSUE_CD = :DLVI-CUSIP                    00001000
LRM011           AND DSTBN_SIDE_CD     = 'D'                            00001000
LRM011           AND FSTL_STTS_CD IN ('P', 'H', 'I', 'A', 'F', 'R', 'S')00001000
LRM011         FETCH FIRST 1 ROW ONLY                                   00001000
LRM011     END-EXEC.                                                    00001000
LRM011     EVALUATE SQLCODE                                             00001000
LRM011        WHEN +0                                                   00001000
LRM011           SET WS-FSTL-FOUND          TO  TRUE                    00001000
LRM011        WHEN +100                                                 00001000
LRM011           CONTINUE                                               00001000
LRM011        WHEN OTHER                                                00001000
LRM011           PERFORM 8000-DB2-ERROR-RTN                             00001000
LRM011     END-EVALUATE.                                                00001000
LRM011 2998-EXIT.                                                       00001000
LRM011     EXIT.                                                        00001000
LRM011                                                                  00001000
LRM011*---------------------------------------------------------------  00001000
LRM011* 2999-WRITE-MT542-RTN - THE MT542 DELIVER FREE GOES TO THE AGENT 00001000
LRM011* BANK IN PLACE OF THE DTC DELIVERY AND THE ASSET NOW WAITS ON    00001000
LRM011* THE AGENT'S STATUS (CAT812).                                    00001000
LRM011*---------------------------------------------------------------  00001000
LRM011 2999-WRITE-MT542-RTN.                                            00001000
LRM011                                                                  00001000
LRM011     IF NOT WS-FSTL-TO-RELEASE                                    00001000
LRM011        ADD 1                         TO  WS-CNT-FSTL-DONE        00001000
LRM011        GO TO 2999-EXIT                                           00001000
LRM011     END-IF.                                                      00001000
LRM011     MOVE SPACES                      TO  SWIN-RECORD.            00001000
LRM011     SET SWIN-DELIVER-FREE            TO  TRUE.                   00001000
LRM011     SET SWIN-NEW-MSG                 TO  TRUE.                   00001000
LRM011     MOVE WS-FSTL-SEME-REF            TO  SWIN-SEME-REF.          00001000
LRM011     MOVE DLVI-CLIENT                 TO  SWIN-CLIENT.            00001000
LRM011     MOVE DLVI-ACAT-CNTL              TO  SWIN-ACAT-CNTL.         00001000
LRM011     MOVE WS-FSTL-ASSET-SEQ           TO  SWIN-ASSET-SEQ.         00001000
LRM011     MOVE DLVI-BRANCH                 TO  SWIN-BRANCH.            00001000
LRM011     MOVE DLVI-ACCT                   TO  SWIN-ACCT.              00001000
LRM011     MOVE WS-FSTL-PSET-BIC            TO  SWIN-PSET-BIC.          00001000
LRM011     MOVE WS-FSTL-AGENT-BANK          TO  SWIN-AGENT-BANK.        00001000
LRM011     MOVE WS-FSTL-AGENT-ACCT          TO  SWIN-AGENT-ACCT.        00001000
LRM011     MOVE DLVI-CONTRA-PRTCP           TO  SWIN-CONTRA-PRTCP.      00001000
LRM011     MOVE WS-FSTL-ISIN                TO  SWIN-ISIN.              00001000
LRM011     MOVE DLVI-QTY                    TO  SWIN-QTY.               00001000
LRM011     MOVE DLVI-SETTL-DATE             TO  SWIN-SETTL-DATE.        00001000
LRM011     MOVE WS-FSTL-LCTN-CD             TO  SWIN-STTLM-LCTN-CD.     00001000
LRM011     WRITE SWIN-RECORD.                                           00001000
LRM011     ADD 1                            TO  WS-CNT-FSTL-ROUTED.     00001000
LRM011     EXEC SQL                                                     00001000
LRM011        UPDATE ACATFSTL                                           00001000
LRM011           SET FSTL_STTS_CD     = 'I'                             00001000
LRM011              ,SHR_QTY          = :DLVI-QTY                       00001000
LRM011              ,CNTRA_PRTCP_NBR  = :DLVI-CONTRA-PRTCP              00001000
LRM011              ,STTS_DT          = CURRENT DATE                    00001000
LRM011              ,UPDT_TMSTP       = CURRENT TIMESTAMP               00001000
LRM011              ,PRGM_NM          = 'CAT713'                        00001000
LRM011         WHERE CLIENT_NBR       = :DLVI-CLIENT                    00001000
LRM011           AND ACAT_CONTROL_NBR = :DLVI-ACAT-CNTL                 00001000
LRM011           AND ASSET_SEQ_NBR    = :WS-FSTL-ASSET-SEQ              00001000
LRM011     END-EXEC.                                                    00001000
LRM011     IF SQLCODE NOT = +0                                          00001000
LRM011        PERFORM 8000-DB2-ERROR-RTN                                00001000
LRM011     END-IF.                                                      00001000
LRM011 2999-EXIT.                                                       00001000
LRM011     EXIT.                                                        00001000
LRM011                                                                  00001000
LRM011***************************                                       00001000
LRM011 2994-REPORT-FOREIGN-RTN.                                         00001000
LRM011***************************                                       00001000
LRM011                                                                  00001000
LRM011     MOVE DLVI-CLIENT                 TO  DTL1-CLIENT.            00001000
LRM011     MOVE DLVI-ACAT-CNTL              TO  DTL1-ACAT-CNTL.         00001000
LRM011     MOVE DLVI-CONTRA-PRTCP           TO  DTL1-CONTRA.            00001000
LRM011     MOVE DLVI-CUSIP                  TO  DTL1-CUSIP.             00001000
LRM011     MOVE DLVI-SETTL-DATE             TO  DTL1-SETTL-DATE.        00001000
LRM011     MOVE 'SUSPENDED - NO AGENT INSTR    '                        00001000
LRM011                                      TO  DTL1-MESSAGE.           00001000
LRM011     MOVE DTL1-RECORD                 TO  TRAC-DETAIL.            00001000
LRM011     WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00001000
LRM011                                                                  00001000
LRM008************************                                          00001000
LRM008 2996-REPORT-DRS-RTN.                                             00001000
LRM008************************                                          00001000
LRM008                                                                  00001000
LRM008     MOVE DLVI-CLIENT                 TO  DTL1-CLIENT.            00001000
LRM008     MOVE DLVI-ACAT-CNTL              TO  DTL1-ACAT-CNTL.         00001000
LRM008     MOVE DLVI-CONTRA-PRTCP           TO  DTL1-CONTRA.            00001000
LRM008     MOVE DLVI-CUSIP                  TO  DTL1-CUSIP.             00001000
LRM008     MOVE DLVI-SETTL-DATE             TO  DTL1-SETTL-DATE.        00001000
LRM008     MOVE 'SUSPENDED - NO DRS REGISTRATN '                        00001000
LRM008                                      TO  DTL1-MESSAGE.           00001000
LRM008     MOVE DTL1-RECORD                 TO  TRAC-DETAIL.            00001000
LRM008     WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00001000
LRM008                                                                  00001000
      *****************                                                 00025200
       3000-FIND-SSI-RTN.                                               00025300
      *****************                                                 00025400
LRM002     MOVE WS-CNT-R144-SUSP            TO  TRL1-COUNT.             00001000
LRM002     MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00001000
LRM002     WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00001000
LRM003     MOVE 'SUSPENDED - FRAUD REVIEW    '  TO  TRL1-LABEL.         00001000
LRM003     MOVE WS-CNT-FRD-SUSP             TO  TRL1-COUNT.             00001000
LRM003     MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00001000
LRM003     WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00001000
LRM004     MOVE 'SUSPENDED - RULE 2165 HOLD  '  TO  TRL1-LABEL.         00001000
LRM004     MOVE WS-CNT-SNR-SUSP             TO  TRL1-COUNT.             00001000
LRM004     MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00001000
LRM004     WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00001000
LRM005     MOVE 'SUSPENDED - DECEASED MATCH  '  TO  TRL1-LABEL.         00001000
LRM005     MOVE WS-CNT-DCSD-SUSP            TO  TRL1-COUNT.             00001000
LRM005     MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00001000
LRM005     WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00001000
LRM006     MOVE 'SUSPENDED - LEGAL ORDER     '  TO  TRL1-LABEL.         00001000
LRM006     MOVE WS-CNT-LGL-SUSP             TO  TRL1-COUNT.             00001000
LRM006     MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00001000
LRM006     WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00001000
LRM009     MOVE 'SUSPENDED - COMPLIANCE RVW  '  TO  TRL1-LABEL.         00001000
LRM009     MOVE WS-CNT-CMPL-SUSP            TO  TRL1-COUNT.             00001000
LRM009     MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00001000
LRM009     WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00001000
LRM010     MOVE 'SUSPENDED - DOCS OUTSTANDING'  TO  TRL1-LABEL.         00001000
LRM010     MOVE WS-CNT-DOC-SUSP             TO  TRL1-COUNT.             00001000
LRM010     MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00001000
LRM010     WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00001000
LRM012     MOVE 'SUSPENDED - CONTRA FAILED   '  TO  TRL1-LABEL.         00001000
LRM012     MOVE WS-CNT-CTGY-SUSP            TO  TRL1-COUNT.             00001000
LRM012     MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00001000
LRM012     WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00001000
LRM007     MOVE 'SUSPENDED - SHORT POSITION  '  TO  TRL1-LABEL.         00001000
LRM007     MOVE WS-CNT-POS-SUSP             TO  TRL1-COUNT.             00001000
LRM007     MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00001000
LRM007     WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00001000
LRM008     MOVE 'ROUTED TO DRS INSTRUCTION   '  TO  TRL1-LABEL.         00001000
LRM008     MOVE WS-CNT-DRS-ROUTED           TO  TRL1-COUNT.             00001000
LRM008     MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00001000
LRM008     WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00001000
LRM008     MOVE 'DRS ALREADY INSTRUCTED      '  TO  TRL1-LABEL.         00001000
LRM008     MOVE WS-CNT-DRS-DONE             TO  TRL1-COUNT.             00001000
LRM008     MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00001000
LRM008     WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00001000
LRM008     MOVE 'SUSPENDED - NO DRS REGISTRN '  TO  TRL1-LABEL.         00001000
LRM008     MOVE WS-CNT-DRS-SUSP             TO  TRL1-COUNT.             00001000
LRM008     MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00001000
LRM008     WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00001000
LRM011     MOVE 'ROUTED TO AGENT BANK MT542  '  TO  TRL1-LABEL.         00001000
LRM011     MOVE WS-CNT-FSTL-ROUTED          TO  TRL1-COUNT.             00001000
LRM011     MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00001000
LRM011     WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00001000
LRM011     MOVE 'FOREIGN ALREADY INSTRUCTED  '  TO  TRL1-LABEL.         00001000
LRM011     MOVE WS-CNT-FSTL-DONE            TO  TRL1-COUNT.             00001000
LRM011     MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00001000
LRM011     WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00001000
LRM011     MOVE 'SUSPENDED - NO AGENT INSTR  '  TO  TRL1-LABEL.         00001000
LRM011     MOVE WS-CNT-FSTL-SUSP            TO  TRL1-COUNT.             00001000
LRM011     MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00001000
LRM011     WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00001000
LRM001     MOVE 'HOLDS RELEASED BY CREDIT    '  TO  TRL1-LABEL.         00001000
LRM001     MOVE WS-CNT-RELEASED             TO  TRL1-COUNT.             00001000
LRM001     MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00001000
LRM001     WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00001000
LRM001     CLOSE SUSP-OUT-FILE.                                         00001000
LRM008     CLOSE DRS-OUT-FILE.                                          00001000
LRM011     CLOSE SWIFT-OUT-FILE.                                        00001000
LRM008                                                                  00001000
LRM008     EXEC SQL                                                     00001000
LRM008        COMMIT                                                    00001000
LRM008     END-EXEC.                                                    00001000
           CLOSE DLVY-IN-FILE                                           00035800
                 DLVY-OUT-FILE                                          00035900
                 REPORT-FILE.                                           00036000
