000001* PDX    - CAT799   C0369797 10/15/26 05:20:41 TBTIKUO            00000100
000001* CREATED FOR SSR 114468.  TRANSFER LIFECYCLE DOSSIER FOR         00000200
000001* REGULATORY EXAMS AND LITIGATION.  WHEN AN EXAMINER OR COUNSEL   00000300
000001* ASKED FOR EVERYTHING ABOUT A CONTROL NUMBER SOMEONE SPENT A DAY 00000400
000001* PULLING IT TOGETHER FROM A DOZEN PLACES.  THIS REQUEST JOB      00000500
000001* TAKES A LIST OF CLIENT/CONTROL NUMBERS AND PRODUCES ONE         00000600
000001* CHRONOLOGICAL DOSSIER PER TRANSFER - EVERY STATUS CHANGE, NOTE, 00000700
000001* LETTER, BRANCH WIRE, EXCEPTION, OFAC DISPOSITION, HOLD, BOOKING 00000800
000001* AND CAGE/VAULT MOVEMENT INTERLEAVED BY TIME WITH THE USER OR    00000900
000001* PROGRAM RESPONSIBLE - AS A PRINTED REPORT AND AS A FIXED-FORMAT 00001000
000001* EXTRACT FOR THE LEGAL DEPARTMENT'S REVIEW TOOLS.                00001100
       IDENTIFICATION DIVISION.                                         00001200
       PROGRAM-ID.  CAT799.                                             00001300
       AUTHOR.      LARRY MUREY.                                        00001400
       DATE-WRITTEN.  OCT 2026.                                         00001500
      *---------------------------------------------------------------* 00001600
      *                         REMARKS                               * 00001700
      * INPUT:  DOSREQ   - DOSSIER REQUESTS, FB 80 (UP TO 200):       * 00001800
      *           CLIENT(4) CONTROL NBR(14) CASE REFERENCE(20)        * 00001900
      *           REQUESTED BY(8)                                     * 00002000
      *         CATOFAC  - OFAC MATCH FILE WITH CAT736 DISPOSITIONS   * 00002100
      *                    (OPTIONAL)                                 * 00002200
      * OUTPUT: RPTDS    - ONE DOSSIER PER REQUEST, NEW PAGE EACH     * 00002300
      *         DOSOUT   - DOSSIER EXTRACT, FB 200: H ONE PER         * 00002400
      *                    REQUEST, D ONE PER EVENT IN TIME ORDER,    * 00002500
      *                    T EVENT COUNT                              * 00002600
      * EVENTS: STAT - VTRNFRAU STATUS/AUDIT HISTORY (TERMINAL ID)    * 00002700
      *         NOTE - VTRNNOTE OPERATOR NOTES                        * 00002800
      *         LTR  - ACATLTRH CUSTOMER MILESTONE LETTERS (CAT578)   * 00002900
      *         WIRE - ACATWIRH BRANCH AUTO-WIRES (CAT720)            * 00003000
      *         EXCP - VEXCPQ EXCEPTIONS OPENED AND RESOLVED          * 00003100
      *         OFAC - CATOFAC MATCHES AND DISPOSITIONS               * 00003200
      *         HOLD - ACATFRHD FRAUD-RISK AND ACATSNRH SENIOR HOLDS  * 00003300
      *         BOOK - SETTLEMENT BOOKING AND ACATRMBC FEE            * 00003400
      *                REIMBURSEMENT BOOKING                          * 00003500
      *         CUST - ACATVMVT CAGE/VAULT MOVES OF THE TRANSFER'S    * 00003600
      *                CAGE TAGS (VASSET OR VASTHSTY)                 * 00003700
      * THE TRANSFER HEADER COMES FROM VTRNFR, OR VTRNHSTY ONCE       * 00003800
      * ARCHIVED.  A CONTROL NUMBER ON NEITHER STILL GETS ITS EVENTS. * 00003900
      * RC 4 WHEN ANY REQUESTED TRANSFER WAS NOT FOUND.               * 00004000
      *---------------------------------------------------------------* 00004100
           EJECT                                                        00004200
      ***************************************************************** 00004300
       ENVIRONMENT DIVISION.                                            00004400
      ***************************************************************** 00004500
       INPUT-OUTPUT SECTION.                                            00004600
       FILE-CONTROL.                                                    00004700
           SELECT DOSREQ-FILE          ASSIGN  TO  DOSREQ               00004800
                                       FILE STATUS  IS DOSREQ-STAT.     00004900
           SELECT OFAC-FILE            ASSIGN  TO  CATOFAC              00005000
                                       FILE STATUS  IS OFAC-STAT.       00005100
           SELECT DOSOUT-FILE          ASSIGN  TO  DOSOUT.              00005200
           SELECT REPORT-FILE          ASSIGN  TO  RPTDS.               00005300
                                                                        00005400
      ***************************************************************** 00005500
       DATA DIVISION.                                                   00005600
      ***************************************************************** 00005700
                                                                        00005800
       FILE SECTION.                                                    00005900
                                                                        00006000
       FD  DOSREQ-FILE                                                  00006100
           RECORDING MODE F                                             00006200
           BLOCK CONTAINS 0 RECORDS                                     00006300
           LABEL RECORDS ARE STANDARD                                   00006400
           RECORD CONTAINS 80 CHARACTERS.                               00006500
       01  DOSREQ-RECORD.                                               00006600
           05  DRQ-CLIENT               PIC  X(04).                     00006700
           05  DRQ-ACAT-CNTL            PIC  X(14).                     00006800
           05  DRQ-CASE-REF             PIC  X(20).                     00006900
           05  DRQ-RQST-BY              PIC  X(08).                     00007000
           05  FILLER                   PIC  X(34).                     00007100
                                                                        00007200
       FD  OFAC-FILE                                                    00007300
           RECORDING MODE F                                             00007400
           BLOCK CONTAINS 0 RECORDS                                     00007500
           LABEL RECORDS ARE STANDARD                                   00007600
           RECORD CONTAINS 500 CHARACTERS.                              00007700
           COPY CATOFAC REPLACING ==:CAT:== BY ==OFC==.                 00007800
                                                                        00007900
       FD  DOSOUT-FILE                                                  00008000
           RECORDING MODE F                                             00008100
           BLOCK CONTAINS 0 RECORDS                                     00008200
           LABEL RECORDS ARE STANDARD                                   00008300
           RECORD CONTAINS 200 CHARACTERS.                              00008400
       01  DOSOUT-HDR-RECORD.                                           00008500
           05  DOH-REC-TYPE             PIC  X(01).                     00008600
           05  DOH-CLIENT               PIC  X(04).                     00008700
           05  DOH-ACAT-CNTL            PIC  X(14).                     00008800
           05  DOH-CASE-REF             PIC  X(20).                     00008900
           05  DOH-RQST-BY              PIC  X(08).                     00009000
           05  DOH-FOUND-IND            PIC  X(01).                     00009100
           05  DOH-SRCE-TBL             PIC  X(08).                     00009200
           05  DOH-BRANCH               PIC  X(03).                     00009300
           05  DOH-ACCT                 PIC  X(05).                     00009400
           05  DOH-SIDE                 PIC  X(01).                     00009500
           05  DOH-TRNFR-TYPE           PIC  X(03).                     00009600
           05  DOH-STTS                 PIC  X(03).                     00009700
           05  DOH-CONTRA               PIC  X(04).                     00009800
           05  DOH-PRCS-DT              PIC  X(10).                     00009900
           05  DOH-STTLM-DT             PIC  X(10).                     00010000
           05  DOH-RUN-DT               PIC  X(10).                     00010100
           05  FILLER                   PIC  X(95).                     00010200
       01  DOSOUT-DTL-RECORD.                                           00010300
           05  DOD-REC-TYPE             PIC  X(01).                     00010400
           05  DOD-CLIENT               PIC  X(04).                     00010500
           05  DOD-ACAT-CNTL            PIC  X(14).                     00010600
           05  DOD-EVT-SEQ              PIC  9(05).                     00010700
           05  DOD-EVT-TMSTP            PIC  X(26).                     00010800
           05  DOD-EVT-CD               PIC  X(04).                     00010900
           05  DOD-EVT-USER             PIC  X(08).                     00011000
           05  DOD-EVT-PRGM             PIC  X(08).                     00011100
           05  DOD-EVT-TXT              PIC  X(100).                    00011200
           05  FILLER                   PIC  X(30).                     00011300
       01  DOSOUT-TRL-RECORD.                                           00011400
           05  DOT-REC-TYPE             PIC  X(01).                     00011500
           05  DOT-CLIENT               PIC  X(04).                     00011600
           05  DOT-ACAT-CNTL            PIC  X(14).                     00011700
           05  DOT-EVT-CNT              PIC  9(07).                     00011800
           05  FILLER                   PIC  X(174).                    00011900
                                                                        00012000
       FD  REPORT-FILE                                                  00012100
           RECORDING MODE F                                             00012200
           BLOCK CONTAINS 0 RECORDS                                     00012300
           LABEL RECORDS ARE STANDARD                                   00012400
           RECORD CONTAINS 132 CHARACTERS.                              00012500
       01  REPORT-RECORD                PIC  X(132).                    00012600
                                                                        00012700
           EJECT                                                        00012800
      ***************************************************************** 00012900
       WORKING-STORAGE SECTION.                                         00013000
      ***************************************************************** 00013100
                                                                        00013200
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00013300
                                                                        00013400
       01  CALL-MODULES.                                                00013500
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00013600
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00013700
                                                                        00013800
       01  FILE-STATUS-AREA.                                            00013900
           05  DOSREQ-STAT              PIC  X(02) VALUE SPACES.        00014000
               88  DOSREQ-OK                       VALUE '00'.          00014100
           05  OFAC-STAT                PIC  X(02) VALUE SPACES.        00014200
               88  OFAC-OK                         VALUE '00'.          00014300
                                                                        00014400
       01  WS-SWITCHES.                                                 00014500
           05  WS-END-OF-REQ-SW         PIC  X(01) VALUE 'N'.           00014600
               88  WS-END-OF-REQ                   VALUE 'Y'.           00014700
           05  WS-END-OF-OFAC-SW        PIC  X(01) VALUE 'N'.           00014800
               88  WS-END-OF-OFAC                  VALUE 'Y'.           00014900
           05  WS-END-OF-EVT-SW         PIC  X(01) VALUE 'N'.           00015000
               88  WS-END-OF-EVT                   VALUE 'Y'.           00015100
           05  WS-OFC-LEFT-SW           PIC  X(01) VALUE 'N'.           00015200
               88  WS-OFC-NONE-LEFT                VALUE 'N'.           00015300
               88  WS-OFC-SOME-LEFT                VALUE 'Y'.           00015400
                                                                        00015500
       01  WS-COUNTERS.                                                 00015600
           05  WS-CNT-REQUESTS          PIC S9(07) COMP-3 VALUE ZERO.   00015700
           05  WS-CNT-NOT-FOUND         PIC S9(07) COMP-3 VALUE ZERO.   00015800
           05  WS-CNT-EVENTS            PIC S9(07) COMP-3 VALUE ZERO.   00015900
           05  WS-CNT-OFAC-MATCHED      PIC S9(07) COMP-3 VALUE ZERO.   00016000
           05  WS-CNT-REQ-EVENTS        PIC S9(07) COMP-3 VALUE ZERO.   00016100
                                                                        00016200
      *  REQUESTED TRANSFERS, WITH ANY OFAC EVENTS PICKED UP FROM       00016300
      *  CATOFAC (THE FILE IS SEQUENTIAL, SO IT IS READ ONCE UP FRONT). 00016400
       01  WS-REQ-MAX                   PIC S9(04) COMP VALUE +200.     00016500
       01  WS-REQ-CNT                   PIC S9(04) COMP VALUE ZERO.     00016600
       01  WS-REQ-SUB                   PIC S9(04) COMP VALUE ZERO.     00016700
       01  WS-OFC-SUB                   PIC S9(04) COMP VALUE ZERO.     00016800
       01  WS-OFC-LOW-SUB               PIC S9(04) COMP VALUE ZERO.     00016900
       01  WS-OFC-LOW-TMSTP             PIC  X(26) VALUE SPACES.        00017000
       01  WS-OFC-CUT-TMSTP             PIC  X(26) VALUE SPACES.        00017100
       01  WS-REQ-TABLE.                                                00017200
           05  WS-REQ-ENTRY             OCCURS 200 TIMES                00017300
                                        INDEXED BY WS-REQ-TIX.          00017400
               10  WS-REQ-CLIENT        PIC  X(04).                     00017500
               10  WS-REQ-ACAT-CNTL     PIC  X(14).                     00017600
               10  WS-REQ-CASE-REF      PIC  X(20).                     00017700
               10  WS-REQ-RQST-BY       PIC  X(08).                     00017800
               10  WS-REQ-OFC-CNT       PIC S9(04) COMP.                00017900
               10  WS-REQ-OFC-EVT       OCCURS 6 TIMES.                 00018000
                   15  WS-REQ-OFC-TMSTP PIC  X(26).                     00018100
                   15  WS-REQ-OFC-USER  PIC  X(08).                     00018200
                   15  WS-REQ-OFC-PRGM  PIC  X(08).                     00018300
                   15  WS-REQ-OFC-TXT   PIC  X(100).                    00018400
                   15  WS-REQ-OFC-DONE  PIC  X(01).                     00018500
                                                                        00018600
       01  WS-OFC-HDR-DATE              PIC  X(08) VALUE SPACES.        00018700
       01  WS-OFC-HDR-PGM               PIC  X(08) VALUE SPACES.        00018800
                                                                        00018900
      *  HOST VARIABLES - THE TRANSFER BEING DOSSIERED.                 00019000
       01  WS-HV-CLIENT                 PIC  X(04).                     00019100
       01  WS-HV-ACAT-CNTL              PIC  X(14).                     00019200
                                                                        00019300
       01  WS-TRN-AREA.                                                 00019400
           05  WS-TRN-FOUND-IND         PIC  X(01).                     00019500
               88  WS-TRN-FOUND                    VALUE 'Y'.           00019600
               88  WS-TRN-NOT-FOUND                VALUE 'N'.           00019700
           05  WS-TRN-SRCE-TBL          PIC  X(08).                     00019800
           05  WS-TRN-BRANCH            PIC  X(03).                     00019900
           05  WS-TRN-ACCT              PIC  X(05).                     00020000
           05  WS-TRN-SIDE              PIC  X(01).                     00020100
           05  WS-TRN-TYPE              PIC  X(03).                     00020200
           05  WS-TRN-STTS              PIC  X(03).                     00020300
           05  WS-TRN-DLVR-NBR          PIC  X(04).                     00020400
           05  WS-TRN-RCV-NBR           PIC  X(04).                     00020500
           05  WS-TRN-CONTRA            PIC  X(04).                     00020600
           05  WS-TRN-PRCS-DT           PIC  X(10).                     00020700
           05  WS-TRN-STTLM-DT          PIC  X(10).                     00020800
                                                                        00020900
      *  ONE DOSSIER EVENT, FROM THE CURSOR OR THE OFAC TABLE.          00021000
       01  WS-EVT-AREA.                                                 00021100
           05  WS-EVT-TMSTP             PIC  X(26).                     00021200
           05  WS-EVT-CD                PIC  X(04).                     00021300
           05  WS-EVT-USER              PIC  X(08).                     00021400
           05  WS-EVT-PRGM              PIC  X(08).                     00021500
           05  WS-EVT-TXT               PIC  X(100).                    00021600
           05  WS-EVT-TXT-R             REDEFINES WS-EVT-TXT.           00021700
               10  WS-EVT-TXT-1         PIC  X(80).                     00021800
               10  WS-EVT-TXT-2         PIC  X(20).                     00021900
       01  WS-HOLD-EVT-AREA             PIC  X(146).                    00022000
                                                                        00022100
       01  WS-RUN-DT                    PIC  X(10) VALUE SPACES.        00022200
                                                                        00022300
       01  WS-ACCEPT-DATE.                                              00022400
           05  WS-ACCEPT-YY             PIC  9(02).                     00022500
           05  WS-ACCEPT-MM             PIC  9(02).                     00022600
           05  WS-ACCEPT-DD             PIC  9(02).                     00022700
                                                                        00022800
       01  WS-DB2-MESSAGE-AREA.                                         00022900
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00023000
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00023100
               INDEXED BY WS-ERROR-INDEX.                               00023200
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00023300
                                                                        00023400
           EJECT                                                        00023500
       01  HDR1-RECORD.                                                 00023600
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00023700
           05  FILLER                   PIC  X(30)  VALUE               00023800
               'CAT799 - TRANSFER LIFECYCLE DO'.                        00023900
           05  FILLER                   PIC  X(30)  VALUE               00024000
               'SSIER                         '.                        00024100
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00024200
           05  FILLER                   PIC  X(06)  VALUE               00024300
               'DATE: '.                                                00024400
           05  HDR1-DATE-MM             PIC  X(02).                     00024500
           05  FILLER                   PIC  X(01)  VALUE '/'.          00024600
           05  HDR1-DATE-DD             PIC  X(02).                     00024700
           05  FILLER                   PIC  X(01)  VALUE '/'.          00024800
           05  HDR1-DATE-YY             PIC  X(02).                     00024900
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00025000
                                                                        00025100
       01  HDR2-RECORD.                                                 00025200
           05  HDR2-CC                  PIC  X(01)  VALUE '-'.          00025300
           05  FILLER                   PIC  X(08)  VALUE 'CLIENT: '.   00025400
           05  HDR2-CLIENT              PIC  X(04).                     00025500
           05  FILLER                   PIC  X(16)  VALUE               00025600
               '   CONTROL NBR: '.                                      00025700
           05  HDR2-ACAT-CNTL           PIC  X(14).                     00025800
           05  FILLER                   PIC  X(13)  VALUE               00025900
               '   CASE REF: '.                                         00026000
           05  HDR2-CASE-REF            PIC  X(20).                     00026100
           05  FILLER                   PIC  X(17)  VALUE               00026200
               '   REQUESTED BY: '.                                     00026300
           05  HDR2-RQST-BY             PIC  X(08).                     00026400
           05  FILLER                   PIC  X(31)  VALUE SPACES.       00026500
                                                                        00026600
       01  HDR3-RECORD.                                                 00026700
           05  HDR3-CC                  PIC  X(01)  VALUE ' '.          00026800
           05  FILLER                   PIC  X(08)  VALUE 'BRANCH: '.   00026900
           05  HDR3-BRANCH              PIC  X(03).                     00027000
           05  FILLER                   PIC  X(08)  VALUE '  ACCT: '.   00027100
           05  HDR3-ACCT                PIC  X(05).                     00027200
           05  FILLER                   PIC  X(08)  VALUE '  SIDE: '.   00027300
           05  HDR3-SIDE                PIC  X(01).                     00027400
           05  FILLER                   PIC  X(08)  VALUE '  TYPE: '.   00027500
           05  HDR3-TYPE                PIC  X(03).                     00027600
           05  FILLER                   PIC  X(10)  VALUE               00027700
               '  STATUS: '.                                            00027800
           05  HDR3-STTS                PIC  X(03).                     00027900
           05  FILLER                   PIC  X(10)  VALUE               00028000
               '  CONTRA: '.                                            00028100
           05  HDR3-CONTRA              PIC  X(04).                     00028200
           05  FILLER                   PIC  X(13)  VALUE               00028300
               '  PROCESSED: '.                                         00028400
           05  HDR3-PRCS-DT             PIC  X(10).                     00028500
           05  FILLER                   PIC  X(11)  VALUE               00028600
               '  SETTLED: '.                                           00028700
           05  HDR3-STTLM-DT            PIC  X(10).                     00028800
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00028900
           05  HDR3-SRCE-TBL            PIC  X(08).                     00029000
           05  FILLER                   PIC  X(06)  VALUE SPACES.       00029100
                                                                        00029200
       01  NTFD-RECORD.                                                 00029300
           05  NTFD-CC                  PIC  X(01)  VALUE ' '.          00029400
           05  FILLER                   PIC  X(30)  VALUE               00029500
               '*** TRANSFER NOT FOUND ON VTRN'.                        00029600
           05  FILLER                   PIC  X(30)  VALUE               00029700
               'FR OR VTRNHSTY - EVENTS ONLY *'.                        00029800
           05  FILLER                   PIC  X(71)  VALUE SPACES.       00029900
                                                                        00030000
       01  COL1-RECORD.                                                 00030100
           05  COL1-CC                  PIC  X(01)  VALUE '0'.          00030200
           05  FILLER                   PIC  X(30)  VALUE               00030300
               'TIMESTAMP                  EVN'.                        00030400
           05  FILLER                   PIC  X(30)  VALUE               00030500
               'T USER/TRM PROGRAM  DETAIL    '.                        00030600
           05  FILLER                   PIC  X(71)  VALUE SPACES.       00030700
                                                                        00030800
       01  DTL1-RECORD.                                                 00030900
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00031000
           05  DTL1-TMSTP               PIC  X(26).                     00031100
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00031200
           05  DTL1-EVT-CD              PIC  X(04).                     00031300
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00031400
           05  DTL1-USER                PIC  X(08).                     00031500
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00031600
           05  DTL1-PRGM                PIC  X(08).                     00031700
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00031800
           05  DTL1-TXT                 PIC  X(80).                     00031900
           05  FILLER                   PIC  X(01)  VALUE SPACES.       00032000
                                                                        00032100
       01  DTL2-RECORD.                                                 00032200
           05  DTL2-CC                  PIC  X(01)  VALUE ' '.          00032300
           05  FILLER                   PIC  X(50)  VALUE SPACES.       00032400
           05  DTL2-TXT                 PIC  X(20).                     00032500
           05  FILLER                   PIC  X(61)  VALUE SPACES.       00032600
                                                                        00032700
       01  NONE-RECORD.                                                 00032800
           05  NONE-CC                  PIC  X(01)  VALUE ' '.          00032900
           05  FILLER                   PIC  X(30)  VALUE               00033000
               '*** NO EVENTS RECORDED ***    '.                        00033100
           05  FILLER                   PIC  X(101) VALUE SPACES.       00033200
                                                                        00033300
       01  TRL1-RECORD.                                                 00033400
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00033500
           05  TRL1-LABEL               PIC  X(28).                     00033600
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00033700
           05  FILLER                   PIC  X(92)  VALUE SPACES.       00033800
                                                                        00033900
       01  TRAC-RECORD.                                                 00034000
           05  TRAC-DETAIL              PIC  X(132).                    00034100
                                                                        00034200
           EJECT                                                        00034300
      *DB2 COMMUNICATION AREA                                           00034400
           EXEC SQL                                                     00034500
              INCLUDE SQLCA                                             00034600
           END-EXEC.                                                    00034700
                                                                        00034800
      *----------------------------------------------------------------*00034900
      *  EVERY RECORDED EVENT ON ONE TRANSFER, OLDEST FIRST.  EACH     *00035000
      *  BRANCH RETURNS TIMESTAMP, EVENT, USER OR TERMINAL, PROGRAM    *00035100
      *  AND A DESCRIPTION.                                            *00035200
      *----------------------------------------------------------------*00035300
           EXEC SQL                                                     00035400
              DECLARE EVTCSR CURSOR FOR                                 00035500
                 SELECT CHAR(AUD_CRT_TMSTP), 'STAT'                     00035600
                       ,VALUE(CICS_TERM_ID_CD, ' '), PRGM_NM            00035700
                       ,'TRANS ' || TRANS_TYPE_CD || ' '                00035800
                           || VALUE(CMNT_TXT, ' ')                      00035900
                 FROM  VTRNFRAU                                         00036000
                 WHERE CLIENT_NBR       = :WS-HV-CLIENT                 00036100
                   AND ACAT_CONTROL_NBR = :WS-HV-ACAT-CNTL              00036200
                 UNION ALL                                              00036300
                 SELECT CHAR(CRT_TMSTP), 'NOTE'                         00036400
                       ,OPER_ID, 'ACATNTDB'                             00036500
                       ,VALUE(NOTE_TXT, ' ')                            00036600
                 FROM  VTRNNOTE                                         00036700
                 WHERE CLIENT_NBR       = :WS-HV-CLIENT                 00036800
                   AND ACAT_CONTROL_NBR = :WS-HV-ACAT-CNTL              00036900
                 UNION ALL                                              00037000
                 SELECT CHAR(SENT_TMSTP), 'LTR '                        00037100
                       ,'BATCH', 'CAT578'                               00037200
                       ,'CUSTOMER MILESTONE LETTER - '                  00037300
                           || CASE MLSTN_CD                             00037400
                                 WHEN 'S' THEN 'SETTLED'                00037500
                                 WHEN 'J' THEN 'REJECTED'               00037600
                                 WHEN 'R' THEN 'IN REVIEW'              00037700
                                 ELSE 'INITIATED'                       00037800
                              END                                       00037900
                 FROM  ACATLTRH                                         00038000
                 WHERE CLIENT_NBR       = :WS-HV-CLIENT                 00038100
                   AND ACAT_CONTROL_NBR = :WS-HV-ACAT-CNTL              00038200
                 UNION ALL                                              00038300
                 SELECT CHAR(SENT_TMSTP), 'WIRE'                        00038400
                       ,'BATCH', 'CAT720'                               00038500
                       ,'BRANCH AUTO-WIRE TO ' || BRANCH_CD             00038600
                           || ' - STATUS ' || STTS_CD                   00038700
                 FROM  ACATWIRH                                         00038800
                 WHERE CLIENT_NBR       = :WS-HV-CLIENT                 00038900
                   AND ACAT_CONTROL_NBR = :WS-HV-ACAT-CNTL              00039000
                 UNION ALL                                              00039100
                 SELECT CHAR(CRT_TMSTP), 'EXCP'                         00039200
                       ,VALUE(ASGN_OPER_ID, ' '), SRCE_PGM_NM           00039300
                       ,'EXCEPTION ' || CHAR(EXCP_SEQ_NBR)              00039400
                           || ' OPENED - ' || VALUE(EXCP_TXT, ' ')      00039500
                 FROM  VEXCPQ                                           00039600
                 WHERE CLIENT_NBR       = :WS-HV-CLIENT                 00039700
                   AND ACAT_CONTROL_NBR = :WS-HV-ACAT-CNTL              00039800
                 UNION ALL                                              00039900
                 SELECT CHAR(UPDT_TMSTP), 'EXCP'                        00040000
                       ,VALUE(RSLV_OPER_ID, ' '), PRGM_NM               00040100
                       ,'EXCEPTION ' || CHAR(EXCP_SEQ_NBR)              00040200
                           || ' RESOLVED - REASON '                     00040300
                           || VALUE(RSLV_RSN_CD, ' ')                   00040400
                 FROM  VEXCPQ                                           00040500
                 WHERE CLIENT_NBR       = :WS-HV-CLIENT                 00040600
                   AND ACAT_CONTROL_NBR = :WS-HV-ACAT-CNTL              00040700
                   AND STTS_CD          = 'R'                           00040800
                 UNION ALL                                              00040900
                 SELECT CHAR(CRT_TMSTP), 'HOLD'                         00041000
                       ,'BATCH', 'CAT752'                               00041100
                       ,'FRAUD-RISK HOLD PLACED - '                     00041200
                           || VALUE(HOLD_RSN_TXT, ' ')                  00041300
                 FROM  ACATFRHD                                         00041400
                 WHERE CLIENT_NBR       = :WS-HV-CLIENT                 00041500
                   AND ACAT_CONTROL_NBR = :WS-HV-ACAT-CNTL              00041600
                 UNION ALL                                              00041700
                 SELECT CHAR(UPDT_TMSTP), 'HOLD'                        00041800
                       ,VALUE(DSPSN_OPER_ID, ' '), PRGM_NM              00041900
                       ,CASE HOLD_STTS_CD                               00042000
                           WHEN 'C' THEN 'FRAUD-RISK HOLD CLEARED'      00042100
                           ELSE 'FRAUD CONFIRMED - TRANSFER STAYS '     00042200
                                || 'SUSPENDED'                          00042300
                        END                                             00042400
                 FROM  ACATFRHD                                         00042500
                 WHERE CLIENT_NBR       = :WS-HV-CLIENT                 00042600
                   AND ACAT_CONTROL_NBR = :WS-HV-ACAT-CNTL              00042700
                   AND HOLD_STTS_CD    <> 'O'                           00042800
                 UNION ALL                                              00042900
                 SELECT CHAR(CRT_TMSTP), 'HOLD'                         00043000
                       ,VALUE(SPRVSR_ID, ' '), 'CAT753'                 00043100
                       ,'SENIOR-INVESTOR HOLD PLACED - '                00043200
                           || VALUE(HOLD_RSN_TXT, ' ')                  00043300
                 FROM  ACATSNRH                                         00043400
                 WHERE CLIENT_NBR       = :WS-HV-CLIENT                 00043500
                   AND ACAT_CONTROL_NBR = :WS-HV-ACAT-CNTL              00043600
                 UNION ALL                                              00043700
                 SELECT CHAR(UPDT_TMSTP), 'HOLD'                        00043800
                       ,VALUE(UPDT_OPER_ID, ' '), PRGM_NM               00043900
                       ,CASE HOLD_STTS_CD                               00044000
                           WHEN 'R' THEN 'SENIOR-INVESTOR HOLD RELEASED'00044100
                           ELSE 'SENIOR-INVESTOR HOLD EXPIRED'          00044200
                        END                                             00044300
                 FROM  ACATSNRH                                         00044400
                 WHERE CLIENT_NBR       = :WS-HV-CLIENT                 00044500
                   AND ACAT_CONTROL_NBR = :WS-HV-ACAT-CNTL              00044600
                   AND HOLD_STTS_CD    IN ('R', 'X')                    00044700
                 UNION ALL                                              00044800
                 SELECT CHAR(TIMESTAMP(STTLM_DT, '00.00.00')), 'BOOK'   00044900
                       ,'BATCH', 'CAT670'                               00045000
                       ,'SETTLEMENT BOOKED - SETTLE DATE '              00045100
                           || CHAR(STTLM_DT, ISO)                       00045200
                 FROM  VTRNFR                                           00045300
                 WHERE CLIENT_NBR       = :WS-HV-CLIENT                 00045400
                   AND ACAT_CONTROL_NBR = :WS-HV-ACAT-CNTL              00045500
                   AND STTS_CD          = '310'                         00045600
                   AND STTLM_DT IS NOT NULL                             00045700
                 UNION ALL                                              00045800
                 SELECT CHAR(TIMESTAMP(STTLM_DT, '00.00.00')), 'BOOK'   00045900
                       ,'BATCH', 'CAT670'                               00046000
                       ,'SETTLEMENT BOOKED - SETTLE DATE '              00046100
                           || CHAR(STTLM_DT, ISO)                       00046200
                 FROM  VTRNHSTY                                         00046300
                 WHERE CLIENT_NBR       = :WS-HV-CLIENT                 00046400
                   AND ACAT_CONTROL_NBR = :WS-HV-ACAT-CNTL              00046500
                   AND STTS_CD     NOT IN ('140', '600')                00046600
                   AND STTLM_DT IS NOT NULL                             00046700
                 UNION ALL                                              00046800
                 SELECT CHAR(TIMESTAMP(BOOK_DT, '00.00.00')), 'BOOK'    00046900
                       ,VALUE(APRV_OPER_ID, ' '), PRGM_NM               00047000
                       ,'FEE REIMBURSEMENT BOOKED - AMOUNT '            00047100
                           || CHAR(PAID_AMT)                            00047200
                 FROM  ACATRMBC                                         00047300
                 WHERE CLIENT_NBR       = :WS-HV-CLIENT                 00047400
                   AND ACAT_CONTROL_NBR = :WS-HV-ACAT-CNTL              00047500
                   AND CLM_STTS_CD      = 'B'                           00047600
                   AND BOOK_DT IS NOT NULL                              00047700
                 UNION ALL                                              00047800
                 SELECT CHAR(M.CRT_TMSTP), 'CUST'                       00047900
                       ,M.OPER_ID, M.PRGM_NM                            00048000
                       ,'CAGE TAG ' || M.CAGE_TAG_NBR                   00048100
                           || ' MOVE ' || M.MVMT_CD                     00048200
                           || ' VAULT ' || VALUE(M.VAULT_CD, ' ')       00048300
                           || ' BOX ' || VALUE(M.BOX_NBR, ' ')          00048400
                           || ' SHELF ' || VALUE(M.SHELF_CD, ' ')       00048500
                 FROM  VASSET A, ACATVMVT M                             00048600
                 WHERE A.CLIENT_NBR       = :WS-HV-CLIENT               00048700
                   AND A.ACAT_CONTROL_NBR = :WS-HV-ACAT-CNTL            00048800
                   AND A.CAGE_TAG_NBR     > ' '                         00048900
                   AND M.CAGE_TAG_NBR     = A.CAGE_TAG_NBR              00049000
                 UNION ALL                                              00049100
                 SELECT CHAR(M.CRT_TMSTP), 'CUST'                       00049200
                       ,M.OPER_ID, M.PRGM_NM                            00049300
                       ,'CAGE TAG ' || M.CAGE_TAG_NBR                   00049400
                           || ' MOVE ' || M.MVMT_CD                     00049500
                           || ' VAULT ' || VALUE(M.VAULT_CD, ' ')       00049600
                           || ' BOX ' || VALUE(M.BOX_NBR, ' ')          00049700
                           || ' SHELF ' || VALUE(M.SHELF_CD, ' ')       00049800
                 FROM  VASTHSTY A, ACATVMVT M                           00049900
                 WHERE A.CLIENT_NBR       = :WS-HV-CLIENT               00050000
                   AND A.ACAT_CONTROL_NBR = :WS-HV-ACAT-CNTL            00050100
                   AND A.CAGE_TAG_NBR     > ' '                         00050200
                   AND M.CAGE_TAG_NBR     = A.CAGE_TAG_NBR              00050300
                 ORDER BY 1, 2                                          00050400
                 FOR READ ONLY WITH UR                                  00050500
           END-EXEC.                                                    00050600
                                                                        00050700
           EJECT                                                        00050800
      ***************************************************************** 00050900
       PROCEDURE DIVISION.                                              00051000
      ***************************************************************** 00051100
                                                                        00051200
           DISPLAY '*** CAT799 - TRANSFER LIFECYCLE DOSSIER ***'.       00051300
                                                                        00051400
           PERFORM 1000-INITIAL-RTN.                                    00051500
                                                                        00051600
           PERFORM 2000-DOSSIER-RTN THRU 2000-EXIT                      00051700
              VARYING WS-REQ-SUB FROM 1 BY 1                            00051800
                UNTIL WS-REQ-SUB > WS-REQ-CNT.                          00051900
                                                                        00052000
           PERFORM 9000-EOJ-RTN.                                        00052100
                                                                        00052200
           GOBACK.                                                      00052300
                                                                        00052400
           EJECT                                                        00052500
      *****************                                                 00052600
       1000-INITIAL-RTN.                                                00052700
      *****************                                                 00052800
                                                                        00052900
           OPEN INPUT  DOSREQ-FILE.                                     00053000
           IF NOT DOSREQ-OK                                             00053100
              DISPLAY 'CAT799 - OPEN FAILED ON DOSREQ, STATUS = '       00053200
                      DOSREQ-STAT                                       00053300
              CALL ABEND               USING  ABEND-CODE                00053400
           END-IF.                                                      00053500
           OPEN OUTPUT DOSOUT-FILE                                      00053600
                       REPORT-FILE.                                     00053700
                                                                        00053800
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00053900
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00054000
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00054100
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00054200
                                                                        00054300
           EXEC SQL                                                     00054400
              SELECT  CHAR(CURRENT DATE, ISO)                           00054500
                INTO :WS-RUN-DT                                         00054600
                FROM  SYSIBM.SYSDUMMY1                                  00054700
           END-EXEC.                                                    00054800
           IF SQLCODE NOT = +0                                          00054900
              PERFORM 8000-DB2-ERROR-RTN                                00055000
           END-IF.                                                      00055100
                                                                        00055200
           PERFORM 1100-LOAD-REQ-RTN THRU 1100-EXIT                     00055300
              UNTIL WS-END-OF-REQ.                                      00055400
           CLOSE DOSREQ-FILE.                                           00055500
           DISPLAY 'CAT799 - DOSSIERS REQUESTED ' WS-CNT-REQUESTS.      00055600
                                                                        00055700
           OPEN INPUT  OFAC-FILE.                                       00055800
           IF OFAC-OK                                                   00055900
              PERFORM 1200-LOAD-OFAC-RTN THRU 1200-EXIT                 00056000
                 UNTIL WS-END-OF-OFAC                                   00056100
              CLOSE OFAC-FILE                                           00056200
           ELSE                                                         00056300
              DISPLAY 'CAT799 - NO CATOFAC FILE, STATUS = ' OFAC-STAT   00056400
                      ', OFAC EVENTS NOT LISTED'                        00056500
           END-IF.                                                      00056600
                                                                        00056700
      *-------------------                                              00056800
       1100-LOAD-REQ-RTN.                                               00056900
      *-------------------                                              00057000
                                                                        00057100
           READ DOSREQ-FILE                                             00057200
               AT END                                                   00057300
                   SET WS-END-OF-REQ        TO  TRUE                    00057400
                   GO TO 1100-EXIT                                      00057500
           END-READ.                                                    00057600
                                                                        00057700
           IF DRQ-CLIENT = SPACES                                       00057800
           OR DRQ-ACAT-CNTL = SPACES                                    00057900
              DISPLAY 'CAT799 - BLANK REQUEST IGNORED: ' DOSREQ-RECORD  00058000
              GO TO 1100-EXIT                                           00058100
           END-IF.                                                      00058200
                                                                        00058300
           IF WS-REQ-CNT NOT < WS-REQ-MAX                               00058400
              DISPLAY 'CAT799 - MORE THAN 200 REQUESTS, IGNORED: '      00058500
                      DRQ-CLIENT ' ' DRQ-ACAT-CNTL                      00058600
              GO TO 1100-EXIT                                           00058700
           END-IF.                                                      00058800
                                                                        00058900
           ADD 1                            TO  WS-REQ-CNT              00059000
                                                WS-CNT-REQUESTS.        00059100
           MOVE DRQ-CLIENT          TO  WS-REQ-CLIENT    (WS-REQ-CNT).  00059200
           MOVE DRQ-ACAT-CNTL       TO  WS-REQ-ACAT-CNTL (WS-REQ-CNT).  00059300
           MOVE DRQ-CASE-REF        TO  WS-REQ-CASE-REF  (WS-REQ-CNT).  00059400
           MOVE DRQ-RQST-BY         TO  WS-REQ-RQST-BY   (WS-REQ-CNT).  00059500
           MOVE ZERO                TO  WS-REQ-OFC-CNT   (WS-REQ-CNT).  00059600
                                                                        00059700
       1100-EXIT.                                                       00059800
           EXIT.                                                        00059900
                                                                        00060000
      *---------------------------------------------------------------* 00060100
      * 1200-LOAD-OFAC-RTN - CATOFAC MATCHES ON A REQUESTED TRANSFER. * 00060200
      * THE MATCH IS DATED BY THE SCREENING RUN IN THE HEADER; THE    * 00060300
      * DISPOSITION CARRIES ITS OWN DATE, TIME AND REVIEWER.          * 00060400
      *---------------------------------------------------------------* 00060500
       1200-LOAD-OFAC-RTN.                                              00060600
                                                                        00060700
           READ OFAC-FILE                                               00060800
               AT END                                                   00060900
                   SET WS-END-OF-OFAC       TO  TRUE                    00061000
                   GO TO 1200-EXIT                                      00061100
           END-READ.                                                    00061200
                                                                        00061300
           IF OFC-OFAC-HDR-REC                                          00061400
              MOVE OFC-OFAC-HDR-PROC-DATE   TO  WS-OFC-HDR-DATE         00061500
              MOVE OFC-OFAC-HDR-PROG-NAME   TO  WS-OFC-HDR-PGM          00061600
              GO TO 1200-EXIT                                           00061700
           END-IF.                                                      00061800
                                                                        00061900
           SET WS-REQ-TIX                   TO  1.                      00062000
           SEARCH WS-REQ-ENTRY                                          00062100
               AT END                                                   00062200
                   GO TO 1200-EXIT                                      00062300
               WHEN WS-REQ-CLIENT (WS-REQ-TIX)    = OFC-OFAC-CLIENT-NUM 00062400
                AND WS-REQ-ACAT-CNTL (WS-REQ-TIX) = OFC-OFAC-ACAT-CNTL  00062500
                   SET WS-REQ-SUB           TO  WS-REQ-TIX              00062600
           END-SEARCH.                                                  00062700
                                                                        00062800
           IF WS-REQ-SUB > WS-REQ-CNT                                   00062900
           OR WS-REQ-OFC-CNT (WS-REQ-SUB) > 4                           00063000
              GO TO 1200-EXIT                                           00063100
           END-IF.                                                      00063200
           ADD 1                            TO  WS-CNT-OFAC-MATCHED.    00063300
                                                                        00063400
           ADD 1                    TO  WS-REQ-OFC-CNT (WS-REQ-SUB).    00063500
           MOVE WS-REQ-OFC-CNT (WS-REQ-SUB) TO  WS-OFC-SUB.             00063600
           MOVE SPACES    TO  WS-REQ-OFC-EVT (WS-REQ-SUB, WS-OFC-SUB).  00063700
           STRING WS-OFC-HDR-DATE (1 : 4) '-'                           00063800
                  WS-OFC-HDR-DATE (5 : 2) '-'                           00063900
                  WS-OFC-HDR-DATE (7 : 2) '-00.00.00.000000'            00064000
               DELIMITED BY SIZE                                        00064100
               INTO WS-REQ-OFC-TMSTP (WS-REQ-SUB, WS-OFC-SUB).          00064200
           MOVE 'SCREEN'  TO  WS-REQ-OFC-USER (WS-REQ-SUB, WS-OFC-SUB). 00064300
           MOVE WS-OFC-HDR-PGM                                          00064400
                          TO  WS-REQ-OFC-PRGM (WS-REQ-SUB, WS-OFC-SUB). 00064500
           IF OFC-OFAC-EXACT-MATCH                                      00064600
              STRING 'OFAC EXACT MATCH - LIST ' OFC-OFAC-OFAC-NBR       00064700
                     ' ' OFC-OFAC-OFAC-NAME                             00064800
                  DELIMITED BY SIZE                                     00064900
                  INTO WS-REQ-OFC-TXT (WS-REQ-SUB, WS-OFC-SUB)          00065000
           ELSE                                                         00065100
              STRING 'OFAC FUZZY MATCH - LIST ' OFC-OFAC-OFAC-NBR       00065200
                     ' ' OFC-OFAC-OFAC-NAME                             00065300
                  DELIMITED BY SIZE                                     00065400
                  INTO WS-REQ-OFC-TXT (WS-REQ-SUB, WS-OFC-SUB)          00065500
           END-IF.                                                      00065600
                                                                        00065700
           IF OFC-OFAC-DISP-CD = SPACE                                  00065800
              GO TO 1200-EXIT                                           00065900
           END-IF.                                                      00066000
                                                                        00066100
           ADD 1                    TO  WS-REQ-OFC-CNT (WS-REQ-SUB).    00066200
           MOVE WS-REQ-OFC-CNT (WS-REQ-SUB) TO  WS-OFC-SUB.             00066300
           MOVE SPACES    TO  WS-REQ-OFC-EVT (WS-REQ-SUB, WS-OFC-SUB).  00066400
           STRING OFC-OFAC-DISP-DATE (1 : 4) '-'                        00066500
                  OFC-OFAC-DISP-DATE (5 : 2) '-'                        00066600
                  OFC-OFAC-DISP-DATE (7 : 2) '-'                        00066700
                  OFC-OFAC-DISP-TIME (1 : 2) '.'                        00066800
                  OFC-OFAC-DISP-TIME (3 : 2) '.'                        00066900
                  OFC-OFAC-DISP-TIME (5 : 2) '.000000'                  00067000
               DELIMITED BY SIZE                                        00067100
               INTO WS-REQ-OFC-TMSTP (WS-REQ-SUB, WS-OFC-SUB).          00067200
           MOVE OFC-OFAC-DISP-REVIEWER-ID                               00067300
                          TO  WS-REQ-OFC-USER (WS-REQ-SUB, WS-OFC-SUB). 00067400
           MOVE 'CAT736'  TO  WS-REQ-OFC-PRGM (WS-REQ-SUB, WS-OFC-SUB). 00067500
           IF OFC-OFAC-DISP-CLEARED                                     00067600
              MOVE 'OFAC MATCH CLEARED BY COMPLIANCE'                   00067700
                          TO  WS-REQ-OFC-TXT (WS-REQ-SUB, WS-OFC-SUB)   00067800
           ELSE                                                         00067900
              MOVE 'OFAC MATCH ESCALATED TO LEGAL HOLD'                 00068000
                          TO  WS-REQ-OFC-TXT (WS-REQ-SUB, WS-OFC-SUB)   00068100
           END-IF.                                                      00068200
                                                                        00068300
       1200-EXIT.                                                       00068400
           EXIT.                                                        00068500
                                                                        00068600
           EJECT                                                        00068700
      *---------------------------------------------------------------  00068800
      * 2000-DOSSIER-RTN - ONE REQUESTED TRANSFER: HEADER, THEN EVERY   00068900
      * EVENT IN TIME ORDER, THEN THE EVENT COUNT.                      00069000
      *---------------------------------------------------------------  00069100
       2000-DOSSIER-RTN.                                                00069200
                                                                        00069300
           MOVE WS-REQ-CLIENT (WS-REQ-SUB)     TO  WS-HV-CLIENT.        00069400
           MOVE WS-REQ-ACAT-CNTL (WS-REQ-SUB)  TO  WS-HV-ACAT-CNTL.     00069500
           MOVE ZERO                        TO  WS-CNT-REQ-EVENTS.      00069600
                                                                        00069700
           PERFORM 2100-GET-HEADER-RTN THRU 2100-EXIT.                  00069800
           PERFORM 2150-WRITE-HEADER-RTN.                               00069900
                                                                        00070000
           MOVE 'N'                         TO  WS-END-OF-EVT-SW.       00070100
           EXEC SQL                                                     00070200
              OPEN EVTCSR                                               00070300
           END-EXEC.                                                    00070400
           IF SQLCODE NOT = +0                                          00070500
              PERFORM 8000-DB2-ERROR-RTN                                00070600
           END-IF.                                                      00070700
                                                                        00070800
           PERFORM 2200-FETCH-EVT-RTN THRU 2200-EXIT                    00070900
              UNTIL WS-END-OF-EVT.                                      00071000
                                                                        00071100
           EXEC SQL                                                     00071200
              CLOSE EVTCSR                                              00071300
           END-EXEC.                                                    00071400
                                                                        00071500
      *    OFAC EVENTS LATER THAN THE LAST DB2 EVENT.                   00071600
           MOVE HIGH-VALUES                 TO  WS-OFC-CUT-TMSTP.       00071700
           PERFORM 2300-OFAC-DUE-RTN.                                   00071800
                                                                        00071900
           IF WS-CNT-REQ-EVENTS = ZERO                                  00072000
              MOVE NONE-RECORD              TO  TRAC-DETAIL             00072100
              WRITE REPORT-RECORD         FROM  TRAC-RECORD             00072200
           END-IF.                                                      00072300
                                                                        00072400
           MOVE 'EVENTS LISTED               '  TO  TRL1-LABEL.         00072500
           MOVE WS-CNT-REQ-EVENTS           TO  TRL1-COUNT.             00072600
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00072700
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00072800
                                                                        00072900
           MOVE SPACES                      TO  DOSOUT-TRL-RECORD.      00073000
           MOVE 'T'                         TO  DOT-REC-TYPE.           00073100
           MOVE WS-HV-CLIENT                TO  DOT-CLIENT.             00073200
           MOVE WS-HV-ACAT-CNTL             TO  DOT-ACAT-CNTL.          00073300
           MOVE WS-CNT-REQ-EVENTS           TO  DOT-EVT-CNT.            00073400
           WRITE DOSOUT-TRL-RECORD.                                     00073500
                                                                        00073600
       2000-EXIT.                                                       00073700
           EXIT.                                                        00073800
                                                                        00073900
      *---------------------------------------------------------------  00074000
      * 2100-GET-HEADER-RTN - THE LIVE ROW, OR THE ARCHIVED ONE.        00074100
      *---------------------------------------------------------------  00074200
       2100-GET-HEADER-RTN.                                             00074300
                                                                        00074400
           MOVE SPACES                      TO  WS-TRN-AREA.            00074500
           SET WS-TRN-FOUND                 TO  TRUE.                   00074600
           MOVE 'VTRNFR  '                  TO  WS-TRN-SRCE-TBL.        00074700
           EXEC SQL                                                     00074800
              SELECT  BRANCH_CD                                         00074900
                     ,ACCT_CD                                           00075000
                     ,DSTBN_SIDE_CD                                     00075100
                     ,TRNFR_TYPE_CD                                     00075200
                     ,STTS_CD                                           00075300
                     ,DLVR_NBR                                          00075400
                     ,RCV_NBR                                           00075500
                     ,VALUE(CHAR(PRCS_DT, ISO), ' ')                    00075600
                     ,VALUE(CHAR(STTLM_DT, ISO), ' ')                   00075700
                INTO :WS-TRN-BRANCH                                     00075800
                    ,:WS-TRN-ACCT                                       00075900
                    ,:WS-TRN-SIDE                                       00076000
                    ,:WS-TRN-TYPE                                       00076100
                    ,:WS-TRN-STTS                                       00076200
                    ,:WS-TRN-DLVR-NBR                                   00076300
                    ,:WS-TRN-RCV-NBR                                    00076400
                    ,:WS-TRN-PRCS-DT                                    00076500
                    ,:WS-TRN-STTLM-DT                                   00076600
                FROM  VTRNFR                                            00076700
               WHERE  CLIENT_NBR       = :WS-HV-CLIENT                  00076800
                 AND  ACAT_CONTROL_NBR = :WS-HV-ACAT-CNTL               00076900
               FETCH FIRST 1 ROW ONLY                                   00077000
               WITH UR                                                  00077100
           END-EXEC.                                                    00077200
           EVALUATE SQLCODE                                             00077300
              WHEN +0                                                   00077400
                 GO TO 2100-CONTRA                                      00077500
              WHEN +100                                                 00077600
                 CONTINUE                                               00077700
              WHEN OTHER                                                00077800
                 PERFORM 8000-DB2-ERROR-RTN                             00077900
           END-EVALUATE.                                                00078000
                                                                        00078100
           MOVE 'VTRNHSTY'                  TO  WS-TRN-SRCE-TBL.        00078200
           EXEC SQL                                                     00078300
              SELECT  BRANCH_CD                                         00078400
                     ,ACCT_CD                                           00078500
                     ,DSTBN_SIDE_CD                                     00078600
                     ,TRNFR_TYPE_CD                                     00078700
                     ,STTS_CD                                           00078800
                     ,DLVR_NBR                                          00078900
                     ,RCV_NBR                                           00079000
                     ,VALUE(CHAR(PRCS_DT, ISO), ' ')                    00079100
                     ,VALUE(CHAR(STTLM_DT, ISO), ' ')                   00079200
                INTO :WS-TRN-BRANCH                                     00079300
                    ,:WS-TRN-ACCT                                       00079400
                    ,:WS-TRN-SIDE                                       00079500
                    ,:WS-TRN-TYPE                                       00079600
                    ,:WS-TRN-STTS                                       00079700
                    ,:WS-TRN-DLVR-NBR                                   00079800
                    ,:WS-TRN-RCV-NBR                                    00079900
                    ,:WS-TRN-PRCS-DT                                    00080000
                    ,:WS-TRN-STTLM-DT                                   00080100
                FROM  VTRNHSTY                                          00080200
               WHERE  CLIENT_NBR       = :WS-HV-CLIENT                  00080300
                 AND  ACAT_CONTROL_NBR = :WS-HV-ACAT-CNTL               00080400
               FETCH FIRST 1 ROW ONLY                                   00080500
               WITH UR                                                  00080600
           END-EXEC.                                                    00080700
           EVALUATE SQLCODE                                             00080800
              WHEN +0                                                   00080900
                 GO TO 2100-CONTRA                                      00081000
              WHEN +100                                                 00081100
                 MOVE SPACES                TO  WS-TRN-AREA             00081200
                 SET WS-TRN-NOT-FOUND       TO  TRUE                    00081300
                 ADD 1                      TO  WS-CNT-NOT-FOUND        00081400
                 DISPLAY 'CAT799 - NOT FOUND ' WS-HV-CLIENT ' '         00081500
                         WS-HV-ACAT-CNTL                                00081600
                 GO TO 2100-EXIT                                        00081700
              WHEN OTHER                                                00081800
                 PERFORM 8000-DB2-ERROR-RTN                             00081900
           END-EVALUATE.                                                00082000
                                                                        00082100
      *    THE CONTRA IS THE OTHER SIDE OF THE TRANSFER.                00082200
       2100-CONTRA.                                                     00082300
           IF WS-TRN-SIDE = 'R'                                         00082400
              MOVE WS-TRN-DLVR-NBR          TO  WS-TRN-CONTRA           00082500
           ELSE                                                         00082600
              MOVE WS-TRN-RCV-NBR           TO  WS-TRN-CONTRA           00082700
           END-IF.                                                      00082800
                                                                        00082900
       2100-EXIT.                                                       00083000
           EXIT.                                                        00083100
                                                                        00083200
      *    NEW PAGE, REQUEST AND TRANSFER HEADINGS, H EXTRACT RECORD.   00083300
       2150-WRITE-HEADER-RTN.                                           00083400
                                                                        00083500
           MOVE HDR1-RECORD                 TO  TRAC-DETAIL.            00083600
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00083700
                                                                        00083800
           MOVE WS-HV-CLIENT                TO  HDR2-CLIENT.            00083900
           MOVE WS-HV-ACAT-CNTL             TO  HDR2-ACAT-CNTL.         00084000
           MOVE WS-REQ-CASE-REF (WS-REQ-SUB)   TO  HDR2-CASE-REF.       00084100
           MOVE WS-REQ-RQST-BY (WS-REQ-SUB)    TO  HDR2-RQST-BY.        00084200
           MOVE HDR2-RECORD                 TO  TRAC-DETAIL.            00084300
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00084400
                                                                        00084500
           IF WS-TRN-FOUND                                              00084600
              MOVE WS-TRN-BRANCH            TO  HDR3-BRANCH             00084700
              MOVE WS-TRN-ACCT              TO  HDR3-ACCT               00084800
              MOVE WS-TRN-SIDE              TO  HDR3-SIDE               00084900
              MOVE WS-TRN-TYPE              TO  HDR3-TYPE               00085000
              MOVE WS-TRN-STTS              TO  HDR3-STTS               00085100
              MOVE WS-TRN-CONTRA            TO  HDR3-CONTRA             00085200
              MOVE WS-TRN-PRCS-DT           TO  HDR3-PRCS-DT            00085300
              MOVE WS-TRN-STTLM-DT          TO  HDR3-STTLM-DT           00085400
              MOVE WS-TRN-SRCE-TBL          TO  HDR3-SRCE-TBL           00085500
              MOVE HDR3-RECORD              TO  TRAC-DETAIL             00085600
           ELSE                                                         00085700
              MOVE NTFD-RECORD              TO  TRAC-DETAIL             00085800
           END-IF.                                                      00085900
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00086000
                                                                        00086100
           MOVE COL1-RECORD                 TO  TRAC-DETAIL.            00086200
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00086300
                                                                        00086400
           MOVE SPACES                      TO  DOSOUT-HDR-RECORD.      00086500
           MOVE 'H'                         TO  DOH-REC-TYPE.           00086600
           MOVE WS-HV-CLIENT                TO  DOH-CLIENT.             00086700
           MOVE WS-HV-ACAT-CNTL             TO  DOH-ACAT-CNTL.          00086800
           MOVE WS-REQ-CASE-REF (WS-REQ-SUB)   TO  DOH-CASE-REF.        00086900
           MOVE WS-REQ-RQST-BY (WS-REQ-SUB)    TO  DOH-RQST-BY.         00087000
           MOVE WS-TRN-FOUND-IND            TO  DOH-FOUND-IND.          00087100
           MOVE WS-TRN-SRCE-TBL             TO  DOH-SRCE-TBL.           00087200
           MOVE WS-TRN-BRANCH               TO  DOH-BRANCH.             00087300
           MOVE WS-TRN-ACCT                 TO  DOH-ACCT.               00087400
           MOVE WS-TRN-SIDE                 TO  DOH-SIDE.               00087500
           MOVE WS-TRN-TYPE                 TO  DOH-TRNFR-TYPE.         00087600
           MOVE WS-TRN-STTS                 TO  DOH-STTS.               00087700
           MOVE WS-TRN-CONTRA               TO  DOH-CONTRA.             00087800
           MOVE WS-TRN-PRCS-DT              TO  DOH-PRCS-DT.            00087900
           MOVE WS-TRN-STTLM-DT             TO  DOH-STTLM-DT.           00088000
           MOVE WS-RUN-DT                   TO  DOH-RUN-DT.             00088100
           WRITE DOSOUT-HDR-RECORD.                                     00088200
                                                                        00088300
      *******************                                               00088400
       2200-FETCH-EVT-RTN.                                              00088500
      *******************                                               00088600
                                                                        00088700
           MOVE SPACES                      TO  WS-EVT-AREA.            00088800
           EXEC SQL                                                     00088900
              FETCH EVTCSR                                              00089000
                 INTO :WS-EVT-TMSTP                                     00089100
                     ,:WS-EVT-CD                                        00089200
                     ,:WS-EVT-USER                                      00089300
                     ,:WS-EVT-PRGM                                      00089400
                     ,:WS-EVT-TXT                                       00089500
           END-EXEC.                                                    00089600
                                                                        00089700
           EVALUATE SQLCODE                                             00089800
              WHEN +100                                                 00089900
                 SET WS-END-OF-EVT          TO  TRUE                    00090000
                 GO TO 2200-EXIT                                        00090100
              WHEN +0                                                   00090200
                 CONTINUE                                               00090300
              WHEN OTHER                                                00090400
                 PERFORM 8000-DB2-ERROR-RTN                             00090500
           END-EVALUATE.                                                00090600
                                                                        00090700
      *    OFAC EVENTS THAT CAME FIRST GO OUT AHEAD OF THIS ONE.        00090800
           MOVE WS-EVT-TMSTP                TO  WS-OFC-CUT-TMSTP.       00090900
           PERFORM 2300-OFAC-DUE-RTN.                                   00091000
                                                                        00091100
           PERFORM 2400-WRITE-EVENT-RTN.                                00091200
                                                                        00091300
       2200-EXIT.                                                       00091400
           EXIT.                                                        00091500
                                                                        00091600
      *---------------------------------------------------------------  00091700
      * 2300-OFAC-DUE-RTN - WRITE THE REQUEST'S UNWRITTEN OFAC EVENTS   00091800
      * DATED AT OR BEFORE WS-OFC-CUT-TMSTP, EARLIEST FIRST.            00091900
      *---------------------------------------------------------------  00092000
       2300-OFAC-DUE-RTN.                                               00092100
                                                                        00092200
           PERFORM 2310-LOWEST-OFAC-RTN.                                00092300
           PERFORM 2320-WRITE-OFAC-RTN                                  00092400
              UNTIL WS-OFC-NONE-LEFT                                    00092500
                 OR WS-OFC-LOW-TMSTP > WS-OFC-CUT-TMSTP.                00092600
                                                                        00092700
       2310-LOWEST-OFAC-RTN.                                            00092800
                                                                        00092900
           SET WS-OFC-NONE-LEFT             TO  TRUE.                   00093000
           MOVE HIGH-VALUES                 TO  WS-OFC-LOW-TMSTP.       00093100
           MOVE ZERO                        TO  WS-OFC-LOW-SUB.         00093200
           PERFORM 2315-CHECK-OFAC-RTN                                  00093300
              VARYING WS-OFC-SUB FROM 1 BY 1                            00093400
                UNTIL WS-OFC-SUB > WS-REQ-OFC-CNT (WS-REQ-SUB).         00093500
                                                                        00093600
       2315-CHECK-OFAC-RTN.                                             00093700
                                                                        00093800
           IF WS-REQ-OFC-DONE (WS-REQ-SUB, WS-OFC-SUB) = SPACE          00093900
           AND WS-REQ-OFC-TMSTP (WS-REQ-SUB, WS-OFC-SUB)                00094000
                                            < WS-OFC-LOW-TMSTP          00094100
              SET WS-OFC-SOME-LEFT          TO  TRUE                    00094200
              MOVE WS-OFC-SUB               TO  WS-OFC-LOW-SUB          00094300
              MOVE WS-REQ-OFC-TMSTP (WS-REQ-SUB, WS-OFC-SUB)            00094400
                                            TO  WS-OFC-LOW-TMSTP        00094500
           END-IF.                                                      00094600
                                                                        00094700
       2320-WRITE-OFAC-RTN.                                             00094800
                                                                        00094900
           MOVE WS-EVT-AREA                 TO  WS-HOLD-EVT-AREA.       00095000
           MOVE WS-REQ-OFC-TMSTP (WS-REQ-SUB, WS-OFC-LOW-SUB)           00095100
                                            TO  WS-EVT-TMSTP.           00095200
           MOVE 'OFAC'                      TO  WS-EVT-CD.              00095300
           MOVE WS-REQ-OFC-USER (WS-REQ-SUB, WS-OFC-LOW-SUB)            00095400
                                            TO  WS-EVT-USER.            00095500
           MOVE WS-REQ-OFC-PRGM (WS-REQ-SUB, WS-OFC-LOW-SUB)            00095600
                                            TO  WS-EVT-PRGM.            00095700
           MOVE WS-REQ-OFC-TXT (WS-REQ-SUB, WS-OFC-LOW-SUB)             00095800
                                            TO  WS-EVT-TXT.             00095900
           PERFORM 2400-WRITE-EVENT-RTN.                                00096000
           MOVE WS-HOLD-EVT-AREA            TO  WS-EVT-AREA.            00096100
                                                                        00096200
           MOVE 'Y'       TO  WS-REQ-OFC-DONE (WS-REQ-SUB,              00096300
                                               WS-OFC-LOW-SUB).         00096400
           PERFORM 2310-LOWEST-OFAC-RTN.                                00096500
                                                                        00096600
      *    ONE EVENT - REPORT LINE (TEXT PAST 80 ON A SECOND LINE) AND  00096700
      *    D EXTRACT RECORD.                                            00096800
       2400-WRITE-EVENT-RTN.                                            00096900
                                                                        00097000
           ADD 1                            TO  WS-CNT-REQ-EVENTS       00097100
                                                WS-CNT-EVENTS.          00097200
           MOVE WS-EVT-TMSTP                TO  DTL1-TMSTP.             00097300
           MOVE WS-EVT-CD                   TO  DTL1-EVT-CD.            00097400
           MOVE WS-EVT-USER                 TO  DTL1-USER.              00097500
           MOVE WS-EVT-PRGM                 TO  DTL1-PRGM.              00097600
           MOVE WS-EVT-TXT-1                TO  DTL1-TXT.               00097700
           MOVE DTL1-RECORD                 TO  TRAC-DETAIL.            00097800
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00097900
           IF WS-EVT-TXT-2 > SPACES                                     00098000
              MOVE WS-EVT-TXT-2             TO  DTL2-TXT                00098100
              MOVE DTL2-RECORD              TO  TRAC-DETAIL             00098200
              WRITE REPORT-RECORD         FROM  TRAC-RECORD             00098300
           END-IF.                                                      00098400
                                                                        00098500
           MOVE SPACES                      TO  DOSOUT-DTL-RECORD.      00098600
           MOVE 'D'                         TO  DOD-REC-TYPE.           00098700
           MOVE WS-HV-CLIENT                TO  DOD-CLIENT.             00098800
           MOVE WS-HV-ACAT-CNTL             TO  DOD-ACAT-CNTL.          00098900
           MOVE WS-CNT-REQ-EVENTS           TO  DOD-EVT-SEQ.            00099000
           MOVE WS-EVT-TMSTP                TO  DOD-EVT-TMSTP.          00099100
           MOVE WS-EVT-CD                   TO  DOD-EVT-CD.             00099200
           MOVE WS-EVT-USER                 TO  DOD-EVT-USER.           00099300
           MOVE WS-EVT-PRGM                 TO  DOD-EVT-PRGM.           00099400
           MOVE WS-EVT-TXT                  TO  DOD-EVT-TXT.            00099500
           WRITE DOSOUT-DTL-RECORD.                                     00099600
                                                                        00099700
           EJECT                                                        00099800
      ******************                                                00099900
       8000-DB2-ERROR-RTN.                                              00100000
      ******************                                                00100100
                                                                        00100200
           DISPLAY 'CAT799 - DB2 ERROR, SQLCODE = ' SQLCODE.            00100300
           CALL DSNTIAR               USING  SQLCA                      00100400
                                             WS-DB2-MESSAGE-AREA        00100500
                                             WS-ERR-LINE-LEN            00100600
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00100700
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00100800
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00100900
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00101000
                 END-IF                                                 00101100
           END-PERFORM.                                                 00101200
           DISPLAY 'CAT799 ABENDED'.                                    00101300
           CALL ABEND                 USING  ABEND-CODE.                00101400
                                                                        00101500
           EJECT                                                        00101600
      ************                                                      00101700
       9000-EOJ-RTN.                                                    00101800
      ************                                                      00101900
                                                                        00102000
           IF WS-CNT-REQUESTS = ZERO                                    00102100
              MOVE HDR1-RECORD              TO  TRAC-DETAIL             00102200
              WRITE REPORT-RECORD         FROM  TRAC-RECORD             00102300
              MOVE NONE-RECORD              TO  TRAC-DETAIL             00102400
              WRITE REPORT-RECORD         FROM  TRAC-RECORD             00102500
           END-IF.                                                      00102600
                                                                        00102700
           MOVE 'DOSSIERS PRODUCED           '  TO  TRL1-LABEL.         00102800
           MOVE WS-CNT-REQUESTS             TO  TRL1-COUNT.             00102900
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00103000
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00103100
                                                                        00103200
           MOVE ' '                         TO  TRL1-CC.                00103300
           MOVE 'TRANSFERS NOT FOUND         '  TO  TRL1-LABEL.         00103400
           MOVE WS-CNT-NOT-FOUND            TO  TRL1-COUNT.             00103500
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00103600
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00103700
                                                                        00103800
           MOVE 'EVENTS LISTED IN ALL        '  TO  TRL1-LABEL.         00103900
           MOVE WS-CNT-EVENTS               TO  TRL1-COUNT.             00104000
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00104100
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00104200
                                                                        00104300
           CLOSE DOSOUT-FILE                                            00104400
                 REPORT-FILE.                                           00104500
                                                                        00104600
           IF WS-CNT-NOT-FOUND > ZERO                                   00104700
              MOVE +4                       TO  RETURN-CODE             00104800
           END-IF.                                                      00104900
                                                                        00105000
           DISPLAY ' '                                                  00105100
           DISPLAY 'DOSSIERS PRODUCED:      ' WS-CNT-REQUESTS           00105200
           DISPLAY 'TRANSFERS NOT FOUND:    ' WS-CNT-NOT-FOUND          00105300
           DISPLAY 'OFAC RECORDS MATCHED:   ' WS-CNT-OFAC-MATCHED       00105400
           DISPLAY 'EVENTS LISTED:          ' WS-CNT-EVENTS             00105500
           DISPLAY ' '                                                  00105600
           DISPLAY '*************************'                          00105700
           DISPLAY '* END OF CAT799 PROGRAM *'                          00105800
           DISPLAY '*************************'                          00105900
           DISPLAY ' '.                                                 00106000
