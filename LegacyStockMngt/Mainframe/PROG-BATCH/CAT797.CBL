000001* PDX    - CAT797   C0369795 10/15/26 02:40:18 TBTIKUO            00000100
000001* CREATED FOR SSR 114466.  MONTHLY CUSTOMER PII ACCESS REPORT     00000200
000001* FOR THE PRIVACY OFFICE.  THE INQUIRY MODULES NOW LOG EVERY      00000300
000001* RETRIEVAL OF A CUSTOMER'S NAME, ADDRESS OR SSN ON ACATPIAL      00000400
000001* (THROUGH THE ACATPIAL MODULE).  THIS STEP PRINTS EACH USER'S    00000500
000001* VOLUME FOR THE MONTH AND MARKS THE UNUSUAL ONES, THEN LISTS     00000600
000001* EVERY ACCESS TO A VIP ACCOUNT (FLAGGED BY THE PRIVACY OFFICE ON 00000700
000001* ACATPIVP THROUGH THE VIPTRAN TRANSACTIONS) OR TO AN EMPLOYEE OR 00000800
000001* ASSOCIATED-PERSON ACCOUNT (ACATASPA, SEE CAT794).               00000900
       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID.  CAT797.                                             00001100
       AUTHOR.      LARRY MUREY.                                        00001200
       DATE-WRITTEN.  OCT 2026.                                         00001300
      *---------------------------------------------------------------* 00001400
      *                         REMARKS                               * 00001500
      * PARM:   YYYY-MM  = REPORT MONTH (DEFAULT THE PREVIOUS MONTH)  * 00001600
      * INPUT:  VIPTRAN  - VIP ACCOUNT MAINTENANCE (OPTIONAL, FB 80)  * 00001700
      *           ACTION(1) CLIENT(4) BRANCH(3) ACCOUNT(5)            * 00001800
      *           REASON(30) OPER ID(8)                               * 00001900
      *           ACTION 'A' = ADD OR CHANGE THE VIP FLAG             * 00002000
      *                  'D' = REMOVE THE FLAG (ROW KEPT INACTIVE)    * 00002100
      * OUTPUT: RPTPI    - VIP MAINTENANCE LOG, ACCESS VOLUME BY USER * 00002200
      *                    AND ACCESS TO FLAGGED ACCOUNTS             * 00002300
      * TABLES: ACATPIAL - PII ACCESS LOG, ONE ROW PER RETRIEVAL      * 00002400
      *         ACATPIVP - VIP ACCOUNTS, STATUS A ACTIVE, I INACTIVE  * 00002500
      *         ACATASPA - EMPLOYEE/ASSOCIATED-PERSON ACCOUNTS        * 00002600
      * A USER IS MARKED FOR REVIEW WHEN THE MONTH'S ACCESSES EXCEED  * 00002700
      * WS-UNUSUAL-FACTOR TIMES THE AVERAGE PER USER, OR ANY ONE DAY  * 00002800
      * EXCEEDS WS-DAY-LIMIT.                                         * 00002900
      * RC 4 WHEN A USER IS MARKED OR A FLAGGED ACCOUNT WAS ACCESSED. * 00003000
      *---------------------------------------------------------------* 00003100
           EJECT                                                        00003200
      ***************************************************************** 00003300
       ENVIRONMENT DIVISION.                                            00003400
      ***************************************************************** 00003500
       INPUT-OUTPUT SECTION.                                            00003600
       FILE-CONTROL.                                                    00003700
           SELECT VIP-IN-FILE          ASSIGN  TO  VIPTRAN              00003800
                                       FILE STATUS  IS VIPTRAN-STAT.    00003900
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00004000
                                                                        00004100
      ***************************************************************** 00004200
       DATA DIVISION.                                                   00004300
      ***************************************************************** 00004400
                                                                        00004500
       FILE SECTION.                                                    00004600
                                                                        00004700
       FD  VIP-IN-FILE                                                  00004800
           RECORDING MODE F                                             00004900
           BLOCK CONTAINS 0 RECORDS                                     00005000
           LABEL RECORDS ARE STANDARD                                   00005100
           RECORD CONTAINS 80 CHARACTERS.                               00005200
       01  VIP-IN-RECORD.                                               00005300
           05  VIP-ACTION-CD           PIC X(01).                       00005400
               88  VIP-ADD                        VALUE 'A'.            00005500
               88  VIP-REMOVE                     VALUE 'D'.            00005600
           05  VIP-CLIENT              PIC X(04).                       00005700
           05  VIP-BRANCH              PIC X(03).                       00005800
           05  VIP-ACCT                PIC X(05).                       00005900
           05  VIP-RSN-TXT             PIC X(30).                       00006000
           05  VIP-OPER-ID             PIC X(08).                       00006100
           05  FILLER                  PIC X(29).                       00006200
                                                                        00006300
       FD  REPORT-FILE                                                  00006400
           RECORDING MODE F                                             00006500
           BLOCK CONTAINS 0 RECORDS                                     00006600
           LABEL RECORDS ARE STANDARD                                   00006700
           RECORD CONTAINS 132 CHARACTERS.                              00006800
       01  REPORT-RECORD                PIC  X(132).                    00006900
                                                                        00007000
           EJECT                                                        00007100
      ***************************************************************** 00007200
       WORKING-STORAGE SECTION.                                         00007300
      ***************************************************************** 00007400
                                                                        00007500
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00007600
                                                                        00007700
       01  CALL-MODULES.                                                00007800
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00007900
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00008000
                                                                        00008100
       01  VIPTRAN-STAT                 PIC  X(02)  VALUE SPACES.       00008200
           88  VIPTRAN-OK                          VALUE '00'.          00008300
           88  VIPTRAN-EOF                         VALUE '10'.          00008400
                                                                        00008500
       01  WS-END-OF-USR-SW             PIC  X(01)  VALUE 'N'.          00008600
           88  WS-END-OF-USR                       VALUE 'Y'.           00008700
       01  WS-END-OF-FLG-SW             PIC  X(01)  VALUE 'N'.          00008800
           88  WS-END-OF-FLG                       VALUE 'Y'.           00008900
                                                                        00009000
       01  WS-RPT-MONTH                 PIC  X(07)  VALUE SPACES.       00009100
       01  WS-DATE-FROM                 PIC  X(10)  VALUE SPACES.       00009200
       01  WS-DATE-TO                   PIC  X(10)  VALUE SPACES.       00009300
                                                                        00009400
      *  REVIEW THRESHOLDS - A USER ABOVE EITHER IS MARKED.             00009500
       01  WS-UNUSUAL-FACTOR            PIC S9(03) COMP-3  VALUE +3.    00009600
       01  WS-DAY-LIMIT                 PIC S9(07) COMP-3  VALUE +200.  00009700
                                                                        00009800
       01  WS-TOT-ACCESS                PIC S9(09) COMP    VALUE +0.    00009900
       01  WS-TOT-USERS                 PIC S9(09) COMP    VALUE +0.    00010000
       01  WS-AVG-PER-USER              PIC S9(09) COMP-3  VALUE +0.    00010100
       01  WS-USER-LIMIT                PIC S9(09) COMP-3  VALUE +0.    00010200
                                                                        00010300
      *  HOST VARIABLES - ONE USER'S MONTH.                             00010400
       01  WS-USR-AREA.                                                 00010500
           05  WS-USR-ID                PIC  X(08).                     00010600
           05  WS-USR-ACCESS            PIC S9(09) COMP.                00010700
           05  WS-USR-BUSIEST           PIC S9(09) COMP.                00010800
           05  WS-USR-DAYS              PIC S9(09) COMP.                00010900
                                                                        00011000
      *  HOST VARIABLES - ONE ACCESS TO A FLAGGED ACCOUNT.              00011100
       01  WS-FLG-AREA.                                                 00011200
           05  WS-FLG-TYPE              PIC  X(03).                     00011300
           05  WS-FLG-USER-ID           PIC  X(08).                     00011400
           05  WS-FLG-TMSTP             PIC  X(26).                     00011500
           05  WS-FLG-TRAN-ID           PIC  X(04).                     00011600
           05  WS-FLG-TERM-ID           PIC  X(04).                     00011700
           05  WS-FLG-PRGM-NM           PIC  X(08).                     00011800
           05  WS-FLG-ACCESS-CD         PIC  X(02).                     00011900
           05  WS-FLG-CLIENT            PIC  X(04).                     00012000
           05  WS-FLG-BRANCH            PIC  X(03).                     00012100
           05  WS-FLG-ACCT              PIC  X(05).                     00012200
           05  WS-FLG-ACAT-CNTRL        PIC  X(14).                     00012300
                                                                        00012400
       01  WS-CNT-VIP-READ              PIC S9(07) COMP-3  VALUE ZERO.  00012500
       01  WS-CNT-VIP-ADDED             PIC S9(07) COMP-3  VALUE ZERO.  00012600
       01  WS-CNT-VIP-CHANGED           PIC S9(07) COMP-3  VALUE ZERO.  00012700
       01  WS-CNT-VIP-REMOVED           PIC S9(07) COMP-3  VALUE ZERO.  00012800
       01  WS-CNT-VIP-REJ               PIC S9(07) COMP-3  VALUE ZERO.  00012900
       01  WS-CNT-USERS                 PIC S9(07) COMP-3  VALUE ZERO.  00013000
       01  WS-CNT-USERS-MARKED          PIC S9(07) COMP-3  VALUE ZERO.  00013100
       01  WS-CNT-FLG-ACCESS            PIC S9(07) COMP-3  VALUE ZERO.  00013200
                                                                        00013300
       01  WS-ACCEPT-DATE.                                              00013400
           05  WS-ACCEPT-YY             PIC  9(02).                     00013500
           05  WS-ACCEPT-MM             PIC  9(02).                     00013600
           05  WS-ACCEPT-DD             PIC  9(02).                     00013700
                                                                        00013800
       01  WS-DB2-MESSAGE-AREA.                                         00013900
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00014000
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00014100
               INDEXED BY WS-ERROR-INDEX.                               00014200
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00014300
                                                                        00014400
           EJECT                                                        00014500
       01  HDR1-RECORD.                                                 00014600
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00014700
           05  FILLER                   PIC  X(30)  VALUE               00014800
               'CAT797 - CUSTOMER PII ACCESS R'.                        00014900
           05  FILLER                   PIC  X(30)  VALUE               00015000
               'EPORT                         '.                        00015100
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00015200
           05  FILLER                   PIC  X(06)  VALUE               00015300
               'DATE: '.                                                00015400
           05  HDR1-DATE-MM             PIC  X(02).                     00015500
           05  FILLER                   PIC  X(01)  VALUE '/'.          00015600
           05  HDR1-DATE-DD             PIC  X(02).                     00015700
           05  FILLER                   PIC  X(01)  VALUE '/'.          00015800
           05  HDR1-DATE-YY             PIC  X(02).                     00015900
           05  FILLER                   PIC  X(34)  VALUE SPACES.       00016000
                                                                        00016100
       01  DTL2-RECORD.                                                 00016200
           05  DTL2-CC                  PIC  X(01)  VALUE ' '.          00016300
           05  DTL2-KEY                 PIC  X(30).                     00016400
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00016500
           05  DTL2-OPER-ID             PIC  X(08).                     00016600
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00016700
           05  DTL2-MESSAGE             PIC  X(40).                     00016800
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00016900
           05  DTL2-TEXT                PIC  X(30).                     00017000
           05  FILLER                   PIC  X(17)  VALUE SPACES.       00017100
                                                                        00017200
       01  SEC1-RECORD.                                                 00017300
           05  SEC1-CC                  PIC  X(01)  VALUE '-'.          00017400
           05  SEC1-TITLE               PIC  X(50).                     00017500
           05  SEC1-MONTH               PIC  X(07).                     00017600
           05  FILLER                   PIC  X(74)  VALUE SPACES.       00017700
                                                                        00017800
       01  COL1-RECORD.                                                 00017900
           05  COL1-CC                  PIC  X(01)  VALUE '0'.          00018000
           05  FILLER                   PIC  X(30)  VALUE               00018100
               'USER ID       ACCESSES  DAYS  '.                        00018200
           05  FILLER                   PIC  X(30)  VALUE               00018300
               ' BUSIEST    AVG/DY   REVIEW   '.                        00018400
           05  FILLER                   PIC  X(71)  VALUE SPACES.       00018500
                                                                        00018600
       01  USR1-RECORD.                                                 00018700
           05  USR1-CC                  PIC  X(01)  VALUE ' '.          00018800
           05  USR1-USER-ID             PIC  X(08).                     00018900
           05  FILLER                   PIC  X(03)  VALUE SPACES.       00019000
           05  USR1-ACCESS              PIC  ZZZ,ZZZ,ZZ9.               00019100
           05  FILLER                   PIC  X(03)  VALUE SPACES.       00019200
           05  USR1-DAYS                PIC  ZZ9.                       00019300
           05  FILLER                   PIC  X(03)  VALUE SPACES.       00019400
           05  USR1-BUSIEST             PIC  ZZZ,ZZ9.                   00019500
           05  FILLER                   PIC  X(03)  VALUE SPACES.       00019600
           05  USR1-AVG                 PIC  ZZZ,ZZ9.                   00019700
           05  FILLER                   PIC  X(03)  VALUE SPACES.       00019800
           05  USR1-REVIEW              PIC  X(40).                     00019900
           05  FILLER                   PIC  X(40)  VALUE SPACES.       00020000
                                                                        00020100
       01  COL2-RECORD.                                                 00020200
           05  COL2-CC                  PIC  X(01)  VALUE '0'.          00020300
           05  FILLER                   PIC  X(30)  VALUE               00020400
               'FLG  USER ID   ACCESSED AT    '.                        00020500
           05  FILLER                   PIC  X(30)  VALUE               00020600
               '      TRAN  TERM  PROGRAM   TY'.                        00020700
           05  FILLER                   PIC  X(30)  VALUE               00020800
               '  CLNT  BR/ACCT    CONTROL NBR'.                        00020900
           05  FILLER                   PIC  X(41)  VALUE SPACES.       00021000
                                                                        00021100
       01  FLG1-RECORD.                                                 00021200
           05  FLG1-CC                  PIC  X(01)  VALUE ' '.          00021300
           05  FLG1-TYPE                PIC  X(03).                     00021400
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00021500
           05  FLG1-USER-ID             PIC  X(08).                     00021600
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00021700
           05  FLG1-TMSTP               PIC  X(19).                     00021800
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00021900
           05  FLG1-TRAN-ID             PIC  X(04).                     00022000
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00022100
           05  FLG1-TERM-ID             PIC  X(04).                     00022200
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00022300
           05  FLG1-PRGM-NM             PIC  X(08).                     00022400
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00022500
           05  FLG1-ACCESS-CD           PIC  X(02).                     00022600
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00022700
           05  FLG1-CLIENT              PIC  X(04).                     00022800
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00022900
           05  FLG1-BRANCH              PIC  X(03).                     00023000
           05  FILLER                   PIC  X(01)  VALUE '/'.          00023100
           05  FLG1-ACCT                PIC  X(05).                     00023200
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00023300
           05  FLG1-ACAT-CNTRL          PIC  X(14).                     00023400
           05  FILLER                   PIC  X(38)  VALUE SPACES.       00023500
                                                                        00023600
       01  NONE-RECORD.                                                 00023700
           05  NONE-CC                  PIC  X(01)  VALUE ' '.          00023800
           05  FILLER                   PIC  X(30)  VALUE               00023900
               '*** NONE ***                  '.                        00024000
           05  FILLER                   PIC  X(101) VALUE SPACES.       00024100
                                                                        00024200
       01  TRL1-RECORD.                                                 00024300
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00024400
           05  TRL1-LABEL               PIC  X(28).                     00024500
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00024600
           05  FILLER                   PIC  X(92)  VALUE SPACES.       00024700
                                                                        00024800
       01  TRAC-RECORD.                                                 00024900
           05  TRAC-DETAIL              PIC  X(132).                    00025000
                                                                        00025100
           EJECT                                                        00025200
      *DB2 COMMUNICATION AREA                                           00025300
           EXEC SQL                                                     00025400
              INCLUDE SQLCA                                             00025500
           END-EXEC.                                                    00025600
                                                                        00025700
      *----------------------------------------------------------------*00025800
      *  EACH USER'S ACCESSES FOR THE MONTH, BUSIEST FIRST.  THE INNER *00025900
      *  SELECT COUNTS BY USER AND DAY FOR THE BUSIEST-DAY FIGURE.     *00026000
      *----------------------------------------------------------------*00026100
           EXEC SQL                                                     00026200
              DECLARE USRCSR CURSOR FOR                                 00026300
                 SELECT X.USER_ID                                       00026400
                       ,SUM(X.DAY_CNT)                                  00026500
                       ,MAX(X.DAY_CNT)                                  00026600
                       ,COUNT(*)                                        00026700
                 FROM (SELECT USER_ID                                   00026800
                             ,DATE(ACCESS_TMSTP) AS ACCESS_DT           00026900
                             ,COUNT(*)           AS DAY_CNT             00027000
                       FROM  ACATPIAL                                   00027100
                       WHERE DATE(ACCESS_TMSTP)                         00027200
                             BETWEEN DATE(:WS-DATE-FROM)                00027300
                                 AND DATE(:WS-DATE-TO)                  00027400
                       GROUP BY USER_ID, DATE(ACCESS_TMSTP)) X          00027500
                 GROUP BY X.USER_ID                                     00027600
                 ORDER BY 2 DESC, 1                                     00027700
                 WITH UR                                                00027800
           END-EXEC.                                                    00027900
                                                                        00028000
      *----------------------------------------------------------------*00028100
      *  THE MONTH'S ACCESSES TO VIP AND EMPLOYEE ACCOUNTS.            *00028200
      *----------------------------------------------------------------*00028300
           EXEC SQL                                                     00028400
              DECLARE FLGCSR CURSOR FOR                                 00028500
                 SELECT 'VIP'                                           00028600
                       ,L.USER_ID                                       00028700
                       ,CHAR(L.ACCESS_TMSTP)                            00028800
                       ,L.TRAN_ID                                       00028900
                       ,L.CICS_TERM_ID                                  00029000
                       ,L.PRGM_NM                                       00029100
                       ,L.ACCESS_TYPE_CD                                00029200
                       ,L.CLIENT_NBR                                    00029300
                       ,L.BRANCH_CD                                     00029400
                       ,L.ACCT_CD                                       00029500
                       ,L.ACAT_CONTROL_NBR                              00029600
                 FROM  ACATPIAL L                                       00029700
                      ,ACATPIVP V                                       00029800
                 WHERE DATE(L.ACCESS_TMSTP) BETWEEN DATE(:WS-DATE-FROM) 00029900
                                                AND DATE(:WS-DATE-TO)   00030000
                   AND V.CLIENT_NBR   = L.CLIENT_NBR                    00030100
                   AND V.BRANCH_CD    = L.BRANCH_CD                     00030200
                   AND V.ACCT_CD      = L.ACCT_CD                       00030300
                   AND V.FLAG_STTS_CD = 'A'                             00030400
                 UNION ALL                                              00030500
                 SELECT 'EMP'                                           00030600
                       ,L.USER_ID                                       00030700
                       ,CHAR(L.ACCESS_TMSTP)                            00030800
                       ,L.TRAN_ID                                       00030900
                       ,L.CICS_TERM_ID                                  00031000
                       ,L.PRGM_NM                                       00031100
                       ,L.ACCESS_TYPE_CD                                00031200
                       ,L.CLIENT_NBR                                    00031300
                       ,L.BRANCH_CD                                     00031400
                       ,L.ACCT_CD                                       00031500
                       ,L.ACAT_CONTROL_NBR                              00031600
                 FROM  ACATPIAL L                                       00031700
                      ,ACATASPA P                                       00031800
                 WHERE DATE(L.ACCESS_TMSTP) BETWEEN DATE(:WS-DATE-FROM) 00031900
                                                AND DATE(:WS-DATE-TO)   00032000
                   AND P.CLIENT_NBR   = L.CLIENT_NBR                    00032100
                   AND P.BRANCH_CD    = L.BRANCH_CD                     00032200
                   AND P.ACCT_CD      = L.ACCT_CD                       00032300
                   AND P.FLAG_STTS_CD = 'A'                             00032400
                 ORDER BY 1 DESC, 2, 3                                  00032500
                 WITH UR                                                00032600
           END-EXEC.                                                    00032700
                                                                        00032800
           EJECT                                                        00032900
      ***************************************************************** 00033000
       LINKAGE SECTION.                                                 00033100
      ***************************************************************** 00033200
       01  PARM-AREA.                                                   00033300
           05  PARM-LENGTH              PIC S9(4) COMP SYNC.            00033400
           05  PARM-RPT-MONTH           PIC  X(07).                     00033500
                                                                        00033600
           EJECT                                                        00033700
      ***************************************************************** 00033800
       PROCEDURE DIVISION USING PARM-AREA.                              00033900
      ***************************************************************** 00034000
                                                                        00034100
           DISPLAY '*** CAT797 - CUSTOMER PII ACCESS REPORT ***'.       00034200
                                                                        00034300
           PERFORM 1000-INITIAL-RTN.                                    00034400
                                                                        00034500
           PERFORM 2000-USER-VOLUME-RTN.                                00034600
                                                                        00034700
           PERFORM 3000-FLAGGED-ACCESS-RTN.                             00034800
                                                                        00034900
           PERFORM 9000-EOJ-RTN.                                        00035000
                                                                        00035100
           GOBACK.                                                      00035200
                                                                        00035300
           EJECT                                                        00035400
      *****************                                                 00035500
       1000-INITIAL-RTN.                                                00035600
      *****************                                                 00035700
                                                                        00035800
           OPEN OUTPUT REPORT-FILE.                                     00035900
                                                                        00036000
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00036100
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00036200
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00036300
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00036400
                                                                        00036500
           MOVE HDR1-RECORD                 TO  TRAC-DETAIL.            00036600
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00036700
                                                                        00036800
           OPEN INPUT   VIP-IN-FILE.                                    00036900
           IF VIPTRAN-OK                                                00037000
               PERFORM 1200-APPLY-VIP-RTN                               00037100
                   THRU 1200-EXIT                                       00037200
                 UNTIL VIPTRAN-EOF                                      00037300
              CLOSE VIP-IN-FILE                                         00037400
              EXEC SQL                                                  00037500
                 COMMIT                                                 00037600
              END-EXEC                                                  00037700
           ELSE                                                         00037800
              DISPLAY 'CAT797 - NO VIPTRAN FILE, STATUS = '             00037900
                       VIPTRAN-STAT                                     00038000
           END-IF.                                                      00038100
                                                                        00038200
           IF PARM-LENGTH = +7                                          00038300
           AND PARM-RPT-MONTH (1 : 4) NUMERIC                           00038400
           AND PARM-RPT-MONTH (5 : 1) = '-'                             00038500
           AND PARM-RPT-MONTH (6 : 2) NUMERIC                           00038600
              MOVE PARM-RPT-MONTH           TO  WS-RPT-MONTH            00038700
           ELSE                                                         00038800
              EXEC SQL                                                  00038900
                 SELECT  CHAR(CURRENT DATE - 1 MONTH, ISO)              00039000
                   INTO :WS-DATE-FROM                                   00039100
                   FROM  SYSIBM.SYSDUMMY1                               00039200
              END-EXEC                                                  00039300
              IF SQLCODE NOT = +0                                       00039400
                 PERFORM 8000-DB2-ERROR-RTN                             00039500
              END-IF                                                    00039600
              MOVE WS-DATE-FROM (1 : 7)     TO  WS-RPT-MONTH            00039700
           END-IF.                                                      00039800
                                                                        00039900
           MOVE SPACES                      TO  WS-DATE-FROM.           00040000
           STRING WS-RPT-MONTH '-01'                                    00040100
              DELIMITED BY SIZE             INTO  WS-DATE-FROM.         00040200
           EXEC SQL                                                     00040300
              SELECT  CHAR(DATE(:WS-DATE-FROM) + 1 MONTH - 1 DAY,       00040400
                           ISO)                                         00040500
                INTO :WS-DATE-TO                                        00040600
                FROM  SYSIBM.SYSDUMMY1                                  00040700
           END-EXEC.                                                    00040800
           IF SQLCODE NOT = +0                                          00040900
              PERFORM 8000-DB2-ERROR-RTN                                00041000
           END-IF.                                                      00041100
           DISPLAY 'CAT797 - REPORT MONTH ' WS-RPT-MONTH.               00041200
                                                                        00041300
      *---------------------------------------------------------------  00041400
      * 1200-APPLY-VIP-RTN - THE PRIVACY OFFICE'S VIP FLAG.  AN ADD FOR 00041500
      * AN ACCOUNT ALREADY ON FILE REPLACES THE REASON AND REACTIVATES  00041600
      * IT; A REMOVE LEAVES THE ROW INACTIVE FOR THE AUDIT TRAIL.       00041700
      *---------------------------------------------------------------  00041800
       1200-APPLY-VIP-RTN.                                              00041900
                                                                        00042000
           READ VIP-IN-FILE                                             00042100
               AT END                                                   00042200
                   SET VIPTRAN-EOF          TO  TRUE                    00042300
                   GO TO 1200-EXIT                                      00042400
           END-READ.                                                    00042500
                                                                        00042600
           ADD 1                            TO  WS-CNT-VIP-READ.        00042700
           MOVE SPACES                      TO  DTL2-KEY.               00042800
           STRING VIP-ACTION-CD ' ' VIP-CLIENT ' ' VIP-BRANCH '/'       00042900
                  VIP-ACCT                                              00043000
              DELIMITED BY SIZE           INTO  DTL2-KEY.               00043100
           MOVE VIP-OPER-ID                 TO  DTL2-OPER-ID.           00043200
           MOVE VIP-RSN-TXT                 TO  DTL2-TEXT.              00043300
                                                                        00043400
           IF (NOT VIP-ADD AND NOT VIP-REMOVE)                          00043500
           OR VIP-CLIENT = SPACES OR VIP-BRANCH = SPACES                00043600
           OR VIP-ACCT = SPACES OR VIP-OPER-ID = SPACES                 00043700
              ADD 1                         TO  WS-CNT-VIP-REJ          00043800
              MOVE 'VIP REJECTED - INVALID ACTION, KEY, OPER'           00043900
                                            TO  DTL2-MESSAGE            00044000
              PERFORM 1600-WRITE-LOG-RTN                                00044100
              GO TO 1200-EXIT                                           00044200
           END-IF.                                                      00044300
                                                                        00044400
           IF VIP-REMOVE                                                00044500
              PERFORM 1300-REMOVE-VIP-RTN                               00044600
              GO TO 1200-EXIT                                           00044700
           END-IF.                                                      00044800
                                                                        00044900
           EXEC SQL                                                     00045000
              UPDATE ACATPIVP                                           00045100
                 SET RSN_TXT       = :VIP-RSN-TXT                       00045200
                    ,FLAG_STTS_CD  = 'A'                                00045300
                    ,OPER_ID       = :VIP-OPER-ID                       00045400
                    ,UPDT_TMSTP    = CURRENT TIMESTAMP                  00045500
                    ,PRGM_NM       = 'CAT797'                           00045600
               WHERE CLIENT_NBR = :VIP-CLIENT                           00045700
                 AND BRANCH_CD  = :VIP-BRANCH                           00045800
                 AND ACCT_CD    = :VIP-ACCT                             00045900
           END-EXEC.                                                    00046000
                                                                        00046100
           EVALUATE SQLCODE                                             00046200
              WHEN +0                                                   00046300
                 ADD 1                      TO  WS-CNT-VIP-CHANGED      00046400
                 MOVE 'VIP FLAG CHANGED                       '         00046500
                                            TO  DTL2-MESSAGE            00046600
              WHEN +100                                                 00046700
                 PERFORM 1250-INSERT-VIP-RTN                            00046800
                 ADD 1                      TO  WS-CNT-VIP-ADDED        00046900
                 MOVE 'VIP FLAG ADDED                         '         00047000
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
       1250-INSERT-VIP-RTN.                                             00048100
                                                                        00048200
           EXEC SQL                                                     00048300
              INSERT INTO ACATPIVP                                      00048400
                    (CLIENT_NBR                                         00048500
                    ,BRANCH_CD                                          00048600
                    ,ACCT_CD                                            00048700
                    ,RSN_TXT                                            00048800
                    ,FLAG_STTS_CD                                       00048900
                    ,OPER_ID                                            00049000
                    ,CRT_TMSTP                                          00049100
                    ,UPDT_TMSTP                                         00049200
                    ,PRGM_NM)                                           00049300
              VALUES                                                    00049400
                    (:VIP-CLIENT                                        00049500
                    ,:VIP-BRANCH                                        00049600
                    ,:VIP-ACCT                                          00049700
                    ,:VIP-RSN-TXT                                       00049800
                    ,'A'                                                00049900
                    ,:VIP-OPER-ID                                       00050000
                    ,CURRENT TIMESTAMP                                  00050100
                    ,CURRENT TIMESTAMP                                  00050200
                    ,'CAT797')                                          00050300
           END-EXEC.                                                    00050400
           IF SQLCODE NOT = +0                                          00050500
              PERFORM 8000-DB2-ERROR-RTN                                00050600
           END-IF.                                                      00050700
                                                                        00050800
       1300-REMOVE-VIP-RTN.                                             00050900
                                                                        00051000
           EXEC SQL                                                     00051100
              UPDATE ACATPIVP                                           00051200
                 SET FLAG_STTS_CD  = 'I'                                00051300
                    ,OPER_ID       = :VIP-OPER-ID                       00051400
                    ,UPDT_TMSTP    = CURRENT TIMESTAMP                  00051500
                    ,PRGM_NM       = 'CAT797'                           00051600
               WHERE CLIENT_NBR   = :VIP-CLIENT                         00051700
                 AND BRANCH_CD    = :VIP-BRANCH                         00051800
                 AND ACCT_CD      = :VIP-ACCT                           00051900
                 AND FLAG_STTS_CD = 'A'                                 00052000
           END-EXEC.                                                    00052100
                                                                        00052200
           EVALUATE SQLCODE                                             00052300
              WHEN +0                                                   00052400
                 ADD 1                      TO  WS-CNT-VIP-REMOVED      00052500
                 MOVE 'VIP FLAG REMOVED                       '         00052600
                                            TO  DTL2-MESSAGE            00052700
              WHEN +100                                                 00052800
                 ADD 1                      TO  WS-CNT-VIP-REJ          00052900
                 MOVE 'VIP REJECTED - NO ACTIVE FLAG          '         00053000
                                            TO  DTL2-MESSAGE            00053100
              WHEN OTHER                                                00053200
                 PERFORM 8000-DB2-ERROR-RTN                             00053300
           END-EVALUATE.                                                00053400
                                                                        00053500
           PERFORM 1600-WRITE-LOG-RTN.                                  00053600
                                                                        00053700
       1600-WRITE-LOG-RTN.                                              00053800
                                                                        00053900
           MOVE DTL2-RECORD                 TO  TRAC-DETAIL.            00054000
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00054100
                                                                        00054200
           EJECT                                                        00054300
      *---------------------------------------------------------------  00054400
      * 2000-USER-VOLUME-RTN - EVERY USER WHO RETRIEVED CUSTOMER PII IN 00054500
      * THE MONTH.  THE AVERAGE PER USER SETS THE VOLUME THRESHOLD.     00054600
      *---------------------------------------------------------------  00054700
       2000-USER-VOLUME-RTN.                                            00054800
                                                                        00054900
           MOVE 'CUSTOMER PII ACCESS BY USER FOR '                      00055000
                                            TO  SEC1-TITLE.             00055100
           MOVE WS-RPT-MONTH                TO  SEC1-MONTH.             00055200
           MOVE SEC1-RECORD                 TO  TRAC-DETAIL.            00055300
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00055400
           MOVE COL1-RECORD                 TO  TRAC-DETAIL.            00055500
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00055600
                                                                        00055700
           EXEC SQL                                                     00055800
              SELECT  COUNT(*)                                          00055900
                     ,COUNT(DISTINCT USER_ID)                           00056000
                INTO :WS-TOT-ACCESS                                     00056100
                    ,:WS-TOT-USERS                                      00056200
                FROM  ACATPIAL                                          00056300
               WHERE  DATE(ACCESS_TMSTP) BETWEEN DATE(:WS-DATE-FROM)    00056400
                                             AND DATE(:WS-DATE-TO)      00056500
                WITH UR                                                 00056600
           END-EXEC.                                                    00056700
           IF SQLCODE NOT = +0                                          00056800
              PERFORM 8000-DB2-ERROR-RTN                                00056900
           END-IF.                                                      00057000
                                                                        00057100
           IF WS-TOT-USERS > ZERO                                       00057200
              COMPUTE WS-AVG-PER-USER ROUNDED                           00057300
                    = WS-TOT-ACCESS / WS-TOT-USERS                      00057400
           END-IF.                                                      00057500
           COMPUTE WS-USER-LIMIT = WS-AVG-PER-USER * WS-UNUSUAL-FACTOR. 00057600
                                                                        00057700
           EXEC SQL                                                     00057800
              OPEN USRCSR                                               00057900
           END-EXEC.                                                    00058000
           IF SQLCODE NOT = +0                                          00058100
              PERFORM 8000-DB2-ERROR-RTN                                00058200
           END-IF.                                                      00058300
                                                                        00058400
           PERFORM 2100-FETCH-USR-RTN THRU 2100-EXIT                    00058500
              UNTIL WS-END-OF-USR.                                      00058600
                                                                        00058700
           EXEC SQL                                                     00058800
              CLOSE USRCSR                                              00058900
           END-EXEC.                                                    00059000
                                                                        00059100
           IF WS-CNT-USERS = ZERO                                       00059200
              MOVE NONE-RECORD              TO  TRAC-DETAIL             00059300
              WRITE REPORT-RECORD         FROM  TRAC-RECORD             00059400
           END-IF.                                                      00059500
                                                                        00059600
      *******************                                               00059700
       2100-FETCH-USR-RTN.                                              00059800
      *******************                                               00059900
                                                                        00060000
           EXEC SQL                                                     00060100
              FETCH USRCSR                                              00060200
                 INTO :WS-USR-ID                                        00060300
                     ,:WS-USR-ACCESS                                    00060400
                     ,:WS-USR-BUSIEST                                   00060500
                     ,:WS-USR-DAYS                                      00060600
           END-EXEC.                                                    00060700
                                                                        00060800
           EVALUATE SQLCODE                                             00060900
              WHEN +100                                                 00061000
                 SET WS-END-OF-USR          TO  TRUE                    00061100
                 GO TO 2100-EXIT                                        00061200
              WHEN +0                                                   00061300
                 CONTINUE                                               00061400
              WHEN OTHER                                                00061500
                 PERFORM 8000-DB2-ERROR-RTN                             00061600
           END-EVALUATE.                                                00061700
                                                                        00061800
           ADD 1                            TO  WS-CNT-USERS.           00061900
           MOVE WS-USR-ID                   TO  USR1-USER-ID.           00062000
           MOVE WS-USR-ACCESS               TO  USR1-ACCESS.            00062100
           MOVE WS-USR-DAYS                 TO  USR1-DAYS.              00062200
           MOVE WS-USR-BUSIEST              TO  USR1-BUSIEST.           00062300
           COMPUTE USR1-AVG ROUNDED = WS-USR-ACCESS / WS-USR-DAYS.      00062400
           MOVE SPACES                      TO  USR1-REVIEW.            00062500
                                                                        00062600
           IF WS-USR-ACCESS > WS-USER-LIMIT                             00062700
              MOVE '*** REVIEW - MONTH ABOVE USER AVERAGE'              00062800
                                            TO  USR1-REVIEW             00062900
           ELSE                                                         00063000
           IF WS-USR-BUSIEST > WS-DAY-LIMIT                             00063100
              MOVE '*** REVIEW - DAY ABOVE DAILY LIMIT'                 00063200
                                            TO  USR1-REVIEW             00063300
           END-IF                                                       00063400
           END-IF.                                                      00063500
           IF USR1-REVIEW NOT = SPACES                                  00063600
              ADD 1                         TO  WS-CNT-USERS-MARKED     00063700
           END-IF.                                                      00063800
                                                                        00063900
           MOVE USR1-RECORD                 TO  TRAC-DETAIL.            00064000
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00064100
                                                                        00064200
       2100-EXIT.                                                       00064300
           EXIT.                                                        00064400
                                                                        00064500
           EJECT                                                        00064600
      *---------------------------------------------------------------  00064700
      * 3000-FLAGGED-ACCESS-RTN - EVERY RETRIEVAL IN THE MONTH OF A VIP 00064800
      * OR EMPLOYEE ACCOUNT'S PII, BY USER AND TIME.                    00064900
      *---------------------------------------------------------------  00065000
       3000-FLAGGED-ACCESS-RTN.                                         00065100
                                                                        00065200
           MOVE 'ACCESS TO VIP AND EMPLOYEE ACCOUNTS FOR '              00065300
                                            TO  SEC1-TITLE.             00065400
           MOVE WS-RPT-MONTH                TO  SEC1-MONTH.             00065500
           MOVE SEC1-RECORD                 TO  TRAC-DETAIL.            00065600
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00065700
           MOVE COL2-RECORD                 TO  TRAC-DETAIL.            00065800
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00065900
                                                                        00066000
           EXEC SQL                                                     00066100
              OPEN FLGCSR                                               00066200
           END-EXEC.                                                    00066300
           IF SQLCODE NOT = +0                                          00066400
              PERFORM 8000-DB2-ERROR-RTN                                00066500
           END-IF.                                                      00066600
                                                                        00066700
           PERFORM 3100-FETCH-FLG-RTN THRU 3100-EXIT                    00066800
              UNTIL WS-END-OF-FLG.                                      00066900
                                                                        00067000
           EXEC SQL                                                     00067100
              CLOSE FLGCSR                                              00067200
           END-EXEC.                                                    00067300
                                                                        00067400
           IF WS-CNT-FLG-ACCESS = ZERO                                  00067500
              MOVE NONE-RECORD              TO  TRAC-DETAIL             00067600
              WRITE REPORT-RECORD         FROM  TRAC-RECORD             00067700
           END-IF.                                                      00067800
                                                                        00067900
      *******************                                               00068000
       3100-FETCH-FLG-RTN.                                              00068100
      *******************                                               00068200
                                                                        00068300
           EXEC SQL                                                     00068400
              FETCH FLGCSR                                              00068500
                 INTO :WS-FLG-TYPE                                      00068600
                     ,:WS-FLG-USER-ID                                   00068700
                     ,:WS-FLG-TMSTP                                     00068800
                     ,:WS-FLG-TRAN-ID                                   00068900
                     ,:WS-FLG-TERM-ID                                   00069000
                     ,:WS-FLG-PRGM-NM                                   00069100
                     ,:WS-FLG-ACCESS-CD                                 00069200
                     ,:WS-FLG-CLIENT                                    00069300
                     ,:WS-FLG-BRANCH                                    00069400
                     ,:WS-FLG-ACCT                                      00069500
                     ,:WS-FLG-ACAT-CNTRL                                00069600
           END-EXEC.                                                    00069700
                                                                        00069800
           EVALUATE SQLCODE                                             00069900
              WHEN +100                                                 00070000
                 SET WS-END-OF-FLG          TO  TRUE                    00070100
                 GO TO 3100-EXIT                                        00070200
              WHEN +0                                                   00070300
                 CONTINUE                                               00070400
              WHEN OTHER                                                00070500
                 PERFORM 8000-DB2-ERROR-RTN                             00070600
           END-EVALUATE.                                                00070700
                                                                        00070800
           ADD 1                            TO  WS-CNT-FLG-ACCESS.      00070900
           MOVE WS-FLG-TYPE                 TO  FLG1-TYPE.              00071000
           MOVE WS-FLG-USER-ID              TO  FLG1-USER-ID.           00071100
           MOVE WS-FLG-TMSTP                TO  FLG1-TMSTP.             00071200
           MOVE WS-FLG-TRAN-ID              TO  FLG1-TRAN-ID.           00071300
           MOVE WS-FLG-TERM-ID              TO  FLG1-TERM-ID.           00071400
           MOVE WS-FLG-PRGM-NM              TO  FLG1-PRGM-NM.           00071500
           MOVE WS-FLG-ACCESS-CD            TO  FLG1-ACCESS-CD.         00071600
           MOVE WS-FLG-CLIENT               TO  FLG1-CLIENT.            00071700
           MOVE WS-FLG-BRANCH               TO  FLG1-BRANCH.            00071800
           MOVE WS-FLG-ACCT                 TO  FLG1-ACCT.              00071900
           MOVE WS-FLG-ACAT-CNTRL           TO  FLG1-ACAT-CNTRL.        00072000
           MOVE FLG1-RECORD                 TO  TRAC-DETAIL.            00072100
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00072200
                                                                        00072300
       3100-EXIT.                                                       00072400
           EXIT.                                                        00072500
                                                                        00072600
           EJECT                                                        00072700
      ******************                                                00072800
       8000-DB2-ERROR-RTN.                                              00072900
      ******************                                                00073000
                                                                        00073100
           DISPLAY 'CAT797 - DB2 ERROR, SQLCODE = ' SQLCODE.            00073200
           CALL DSNTIAR               USING  SQLCA                      00073300
                                             WS-DB2-MESSAGE-AREA        00073400
                                             WS-ERR-LINE-LEN            00073500
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00073600
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00073700
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00073800
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00073900
                 END-IF                                                 00074000
           END-PERFORM.                                                 00074100
           DISPLAY 'CAT797 ABENDED'.                                    00074200
           CALL ABEND                 USING  ABEND-CODE.                00074300
                                                                        00074400
           EJECT                                                        00074500
      ************                                                      00074600
       9000-EOJ-RTN.                                                    00074700
      ************                                                      00074800
                                                                        00074900
           MOVE 'PII ACCESSES IN MONTH       '  TO  TRL1-LABEL.         00075000
           MOVE WS-TOT-ACCESS               TO  TRL1-COUNT.             00075100
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00075200
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00075300
                                                                        00075400
           MOVE ' '                         TO  TRL1-CC.                00075500
           MOVE 'USERS                       '  TO  TRL1-LABEL.         00075600
           MOVE WS-CNT-USERS                TO  TRL1-COUNT.             00075700
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00075800
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00075900
                                                                        00076000
           MOVE 'AVERAGE ACCESSES PER USER   '  TO  TRL1-LABEL.         00076100
           MOVE WS-AVG-PER-USER             TO  TRL1-COUNT.             00076200
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00076300
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00076400
                                                                        00076500
           MOVE 'USERS MARKED FOR REVIEW     '  TO  TRL1-LABEL.         00076600
           MOVE WS-CNT-USERS-MARKED         TO  TRL1-COUNT.             00076700
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00076800
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00076900
                                                                        00077000
           MOVE 'FLAGGED-ACCOUNT ACCESSES    '  TO  TRL1-LABEL.         00077100
           MOVE WS-CNT-FLG-ACCESS           TO  TRL1-COUNT.             00077200
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00077300
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00077400
                                                                        00077500
           MOVE 'VIP TRANSACTIONS READ       '  TO  TRL1-LABEL.         00077600
           MOVE WS-CNT-VIP-READ             TO  TRL1-COUNT.             00077700
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00077800
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00077900
                                                                        00078000
           MOVE 'VIP FLAGS ADDED             '  TO  TRL1-LABEL.         00078100
           MOVE WS-CNT-VIP-ADDED            TO  TRL1-COUNT.             00078200
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00078300
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00078400
                                                                        00078500
           MOVE 'VIP FLAGS CHANGED           '  TO  TRL1-LABEL.         00078600
           MOVE WS-CNT-VIP-CHANGED          TO  TRL1-COUNT.             00078700
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00078800
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00078900
                                                                        00079000
           MOVE 'VIP FLAGS REMOVED           '  TO  TRL1-LABEL.         00079100
           MOVE WS-CNT-VIP-REMOVED          TO  TRL1-COUNT.             00079200
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00079300
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00079400
                                                                        00079500
           MOVE 'VIP TRANSACTIONS REJECTED   '  TO  TRL1-LABEL.         00079600
           MOVE WS-CNT-VIP-REJ              TO  TRL1-COUNT.             00079700
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00079800
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00079900
                                                                        00080000
           CLOSE REPORT-FILE.                                           00080100
                                                                        00080200
           IF WS-CNT-USERS-MARKED > ZERO                                00080300
           OR WS-CNT-FLG-ACCESS > ZERO                                  00080400
              MOVE +4                       TO  RETURN-CODE             00080500
           END-IF.                                                      00080600
                                                                        00080700
           DISPLAY ' '                                                  00080800
           DISPLAY 'PII ACCESSES IN MONTH:  ' WS-TOT-ACCESS             00080900
           DISPLAY 'USERS MARKED:           ' WS-CNT-USERS-MARKED       00081000
           DISPLAY 'FLAGGED ACCESSES:       ' WS-CNT-FLG-ACCESS         00081100
           DISPLAY 'VIP TRANSACTIONS READ:  ' WS-CNT-VIP-READ           00081200
           DISPLAY ' '                                                  00081300
           DISPLAY '*************************'                          00081400
           DISPLAY '* END OF CAT797 PROGRAM *'                          00081500
           DISPLAY '*************************'                          00081600
           DISPLAY ' '.                                                 00081700
