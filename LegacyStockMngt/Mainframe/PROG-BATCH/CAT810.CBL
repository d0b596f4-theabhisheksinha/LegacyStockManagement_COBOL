000001* PDX    - CAT810   C0369806 10/15/26 13:41:07 TBTIKUO            00000100
000001* CREATED FOR SSR 114477.  MASKED TEST-REGION EXTRACT - UNLOAD    00000200
000001* MASKING.  RUNS AFTER THE DSNTIAUL STEP THAT EXECUTES CAT809'S   00000300
000001* UNLOAD STATEMENTS.  READS THE LOAD STATEMENTS DSNTIAUL PUNCHED  00000400
000001* TO FIND WHERE EACH PII COLUMN NAMED IN PIIMASK SITS IN EACH     00000500
000001* UNLOAD RECORD, MASKS THOSE COLUMNS THROUGH CATPIIM WITH THE     00000600
000001* SAME KEY CARD CAT809 USED FOR THE CATFR FILE, AND COPIES THE    00000700
000001* LOAD STATEMENTS WITH THE TEST-REGION CREATOR SO THE OUTPUT      00000800
000001* LOADS STRAIGHT INTO THE TEST SUBSYSTEM.                         00000900
       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID.  CAT810.                                             00001100
       AUTHOR.      LARRY MUREY.                                        00001200
       DATE-WRITTEN.  OCT 2026.                                         00001300
      *---------------------------------------------------------------* 00001400
      *                         REMARKS                               * 00001500
      * PARM:   TEST-REGION TABLE CREATOR (1-8 CHARACTERS).  BLANK    * 00001600
      *         KEEPS THE CREATOR DSNTIAUL PUNCHED.                   * 00001700
      * INPUT:  SELCARD  - CAT809 SELECTION CARDS (ONLY KEY IS USED)  * 00001800
      *         SYSPUNCH - DSNTIAUL LOAD STATEMENTS                   * 00001900
      *         SYSREC00-SYSREC04 - DSNTIAUL UNLOADS OF VTRNFR,       * 00002000
      *                    VASSET, ACATPEND, VFNDRGST, VCLNTPRO       * 00002100
      * OUTPUT: MSKPUNCH - LOAD STATEMENTS FOR THE TEST CREATOR       * 00002200
      *         MSKREC00-MSKREC04 - THE UNLOADS, PII MASKED           * 00002300
      *---------------------------------------------------------------* 00002400
           EJECT                                                        00002500
      ***************************************************************** 00002600
       ENVIRONMENT DIVISION.                                            00002700
      ***************************************************************** 00002800
       INPUT-OUTPUT SECTION.                                            00002900
       FILE-CONTROL.                                                    00003000
           SELECT SELCARD-FILE         ASSIGN  TO  SELCARD.             00003100
           SELECT PUNCH-IN-FILE        ASSIGN  TO  SYSPUNCH.            00003200
           SELECT PUNCH-OUT-FILE       ASSIGN  TO  MSKPUNCH.            00003300
           SELECT REC00-IN-FILE        ASSIGN  TO  SYSREC00.            00003400
           SELECT REC01-IN-FILE        ASSIGN  TO  SYSREC01.            00003500
           SELECT REC02-IN-FILE        ASSIGN  TO  SYSREC02.            00003600
           SELECT REC03-IN-FILE        ASSIGN  TO  SYSREC03.            00003700
           SELECT REC04-IN-FILE        ASSIGN  TO  SYSREC04.            00003800
           SELECT REC00-OUT-FILE       ASSIGN  TO  MSKREC00.            00003900
           SELECT REC01-OUT-FILE       ASSIGN  TO  MSKREC01.            00004000
           SELECT REC02-OUT-FILE       ASSIGN  TO  MSKREC02.            00004100
           SELECT REC03-OUT-FILE       ASSIGN  TO  MSKREC03.            00004200
           SELECT REC04-OUT-FILE       ASSIGN  TO  MSKREC04.            00004300
                                                                        00004400
      ***************************************************************** 00004500
       DATA DIVISION.                                                   00004600
      ***************************************************************** 00004700
                                                                        00004800
       FILE SECTION.                                                    00004900
                                                                        00005000
       FD  SELCARD-FILE                                                 00005100
           RECORDING MODE F                                             00005200
           BLOCK CONTAINS 0 RECORDS                                     00005300
           LABEL RECORDS ARE STANDARD                                   00005400
           RECORD CONTAINS 80 CHARACTERS.                               00005500
                                                                        00005600
       01  SEL-CARD.                                                    00005700
           05  SEL-KEYWORD              PIC  X(06).                     00005800
               88  SEL-KEY-CARD                   VALUE 'KEY   '.       00005900
           05  FILLER                   PIC  X(01).                     00006000
           05  SEL-MASK-KEY             PIC  X(16).                     00006100
           05  FILLER                   PIC  X(57).                     00006200
                                                                        00006300
       FD  PUNCH-IN-FILE                                                00006400
           RECORDING MODE F                                             00006500
           BLOCK CONTAINS 0 RECORDS                                     00006600
           LABEL RECORDS ARE STANDARD                                   00006700
           RECORD CONTAINS 80 CHARACTERS.                               00006800
                                                                        00006900
       01  PUNCH-IN-RECORD              PIC  X(80).                     00007000
                                                                        00007100
       FD  PUNCH-OUT-FILE                                               00007200
           RECORDING MODE F                                             00007300
           BLOCK CONTAINS 0 RECORDS                                     00007400
           LABEL RECORDS ARE STANDARD                                   00007500
           RECORD CONTAINS 80 CHARACTERS.                               00007600
                                                                        00007700
       01  PUNCH-OUT-RECORD             PIC  X(80).                     00007800
                                                                        00007900
      *  UNLOAD RECORD LENGTHS DIFFER BY TABLE - TAKEN FROM THE DD.     00008000
       FD  REC00-IN-FILE                                                00008100
           RECORDING MODE F                                             00008200
           BLOCK CONTAINS 0 RECORDS                                     00008300
           LABEL RECORDS ARE STANDARD                                   00008400
           RECORD CONTAINS 0 CHARACTERS.                                00008500
       01  REC00-IN-RECORD              PIC  X(4096).                   00008600
                                                                        00008700
       FD  REC01-IN-FILE                                                00008800
           RECORDING MODE F                                             00008900
           BLOCK CONTAINS 0 RECORDS                                     00009000
           LABEL RECORDS ARE STANDARD                                   00009100
           RECORD CONTAINS 0 CHARACTERS.                                00009200
       01  REC01-IN-RECORD              PIC  X(4096).                   00009300
                                                                        00009400
       FD  REC02-IN-FILE                                                00009500
           RECORDING MODE F                                             00009600
           BLOCK CONTAINS 0 RECORDS                                     00009700
           LABEL RECORDS ARE STANDARD                                   00009800
           RECORD CONTAINS 0 CHARACTERS.                                00009900
       01  REC02-IN-RECORD              PIC  X(4096).                   00010000
                                                                        00010100
       FD  REC03-IN-FILE                                                00010200
           RECORDING MODE F                                             00010300
           BLOCK CONTAINS 0 RECORDS                                     00010400
           LABEL RECORDS ARE STANDARD                                   00010500
           RECORD CONTAINS 0 CHARACTERS.                                00010600
       01  REC03-IN-RECORD              PIC  X(4096).                   00010700
                                                                        00010800
       FD  REC04-IN-FILE                                                00010900
           RECORDING MODE F                                             00011000
           BLOCK CONTAINS 0 RECORDS                                     00011100
           LABEL RECORDS ARE STANDARD                                   00011200
           RECORD CONTAINS 0 CHARACTERS.                                00011300
       01  REC04-IN-RECORD              PIC  X(4096).                   00011400
                                                                        00011500
       FD  REC00-OUT-FILE                                               00011600
           RECORDING MODE F                                             00011700
           BLOCK CONTAINS 0 RECORDS                                     00011800
           LABEL RECORDS ARE STANDARD                                   00011900
           RECORD CONTAINS 0 CHARACTERS.                                00012000
       01  REC00-OUT-RECORD             PIC  X(4096).                   00012100
                                                                        00012200
       FD  REC01-OUT-FILE                                               00012300
           RECORDING MODE F                                             00012400
           BLOCK CONTAINS 0 RECORDS                                     00012500
           LABEL RECORDS ARE STANDARD                                   00012600
           RECORD CONTAINS 0 CHARACTERS.                                00012700
       01  REC01-OUT-RECORD             PIC  X(4096).                   00012800
                                                                        00012900
       FD  REC02-OUT-FILE                                               00013000
           RECORDING MODE F                                             00013100
           BLOCK CONTAINS 0 RECORDS                                     00013200
           LABEL RECORDS ARE STANDARD                                   00013300
           RECORD CONTAINS 0 CHARACTERS.                                00013400
       01  REC02-OUT-RECORD             PIC  X(4096).                   00013500
                                                                        00013600
       FD  REC03-OUT-FILE                                               00013700
           RECORDING MODE F                                             00013800
           BLOCK CONTAINS 0 RECORDS                                     00013900
           LABEL RECORDS ARE STANDARD                                   00014000
           RECORD CONTAINS 0 CHARACTERS.                                00014100
       01  REC03-OUT-RECORD             PIC  X(4096).                   00014200
                                                                        00014300
       FD  REC04-OUT-FILE                                               00014400
           RECORDING MODE F                                             00014500
           BLOCK CONTAINS 0 RECORDS                                     00014600
           LABEL RECORDS ARE STANDARD                                   00014700
           RECORD CONTAINS 0 CHARACTERS.                                00014800
       01  REC04-OUT-RECORD             PIC  X(4096).                   00014900
                                                                        00015000
           EJECT                                                        00015100
      ***************************************************************** 00015200
       WORKING-STORAGE SECTION.                                         00015300
      ***************************************************************** 00015400
                                                                        00015500
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00015600
                                                                        00015700
       01  CALL-MODULES.                                                00015800
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00015900
           05  WS-CATPIIM               PIC  X(08) VALUE 'CATPIIM '.    00016000
                                                                        00016100
           COPY PIIMASK.                                                00016200
                                                                        00016300
           COPY CATPIIM REPLACING ==:PIIM:== BY ==PIM==.                00016400
                                                                        00016500
       01  WS-SWITCHES.                                                 00016600
           05  WS-END-OF-CARDS-SW       PIC  X(01)  VALUE 'N'.          00016700
               88  WS-END-OF-CARDS                 VALUE 'Y'.           00016800
           05  WS-END-OF-PUNCH-SW       PIC  X(01)  VALUE 'N'.          00016900
               88  WS-END-OF-PUNCH                 VALUE 'Y'.           00017000
           05  WS-END-OF-REC-SW         PIC  X(01)  VALUE 'N'.          00017100
               88  WS-END-OF-REC                   VALUE 'Y'.           00017200
           05  WS-RULE-ACTIVE-SW        PIC  X(01)  VALUE 'N'.          00017300
               88  WS-RULE-ACTIVE                  VALUE 'Y'.           00017400
           05  WS-NAME-CARD-SW          PIC  X(01)  VALUE 'N'.          00017500
               88  WS-NAME-CARD-NEXT               VALUE 'Y'.           00017600
      *  WHAT THE NEXT LOAD-STATEMENT TOKEN IS EXPECTED TO BE.          00017700
           05  WS-PUNCH-STATE           PIC  X(01)  VALUE ' '.          00017800
               88  WS-WANT-ANY                     VALUE ' '.           00017900
               88  WS-WANT-DDNAME                  VALUE 'D'.           00018000
               88  WS-WANT-START                   VALUE 'S'.           00018100
               88  WS-WANT-TYPE                    VALUE 'T'.           00018200
               88  WS-WANT-LENGTH                  VALUE 'L'.           00018300
                                                                        00018400
       01  WS-MASK-KEY                  PIC  X(16)  VALUE SPACES.       00018500
       01  WS-TEST-CREATOR              PIC  X(08)  VALUE SPACES.       00018600
                                                                        00018700
      *  UNLOAD ORDER - MUST MATCH THE STATEMENT ORDER CAT809 WRITES.   00018800
       01  WS-SECTION-TABLES.                                           00018900
           05  FILLER                   PIC  X(08)  VALUE 'VTRNFR  '.   00019000
           05  FILLER                   PIC  X(08)  VALUE 'VASSET  '.   00019100
           05  FILLER                   PIC  X(08)  VALUE 'ACATPEND'.   00019200
           05  FILLER                   PIC  X(08)  VALUE 'VFNDRGST'.   00019300
           05  FILLER                   PIC  X(08)  VALUE 'VCLNTPRO'.   00019400
       01  FILLER REDEFINES WS-SECTION-TABLES.                          00019500
           05  WS-SECTION-TABLE         OCCURS 5 TIMES                  00019600
                                        PIC  X(08).                     00019700
       01  WS-SECTION                   PIC S9(04) COMP  VALUE +0.      00019800
                                                                        00019900
      *  PII COLUMNS FOUND IN THE LOAD STATEMENTS.                      00020000
       01  WS-MCOL-AREA.                                                00020100
           05  WS-MCOL-CNT              PIC S9(04) COMP  VALUE +0.      00020200
           05  WS-MCOL                  OCCURS 50 TIMES.                00020300
               10  WS-MCOL-SECTION      PIC S9(04) COMP.                00020400
               10  WS-MCOL-NAME         PIC  X(30).                     00020500
               10  WS-MCOL-FIELD-CODE   PIC  X(04).                     00020600
               10  WS-MCOL-START        PIC S9(05) COMP.                00020700
               10  WS-MCOL-LENGTH       PIC S9(05) COMP.                00020800
               10  WS-MCOL-TYPE         PIC  X(01).                     00020900
                   88  WS-MCOL-CHAR                VALUE 'C'.           00021000
                   88  WS-MCOL-VARCHAR             VALUE 'V'.           00021100
       01  WS-MX                        PIC S9(04) COMP  VALUE +0.      00021200
                                                                        00021300
      *  LOAD STATEMENT TOKENS.                                         00021400
       01  WS-TOKEN-AREA.                                               00021500
           05  WS-TOKEN-CNT             PIC S9(04) COMP  VALUE +0.      00021600
           05  WS-TOKEN                 OCCURS 12 TIMES                 00021700
                                        PIC  X(30).                     00021800
       01  WS-TX                        PIC S9(04) COMP  VALUE +0.      00021900
       01  WS-PREV-TOKEN                PIC  X(30)  VALUE SPACES.       00022000
       01  WS-TOKEN-LEN                 PIC S9(04) COMP  VALUE +0.      00022100
       01  WS-TOKEN-NUM                 PIC  9(09)  VALUE ZERO.         00022200
       01  FILLER REDEFINES WS-TOKEN-NUM.                               00022300
           05  WS-TOKEN-NUM-X           PIC  X(09).                     00022400
       01  WS-NAME-TALLY                PIC S9(04) COMP  VALUE +0.      00022500
                                                                        00022600
       01  WS-REC-AREA                  PIC  X(4096).                   00022700
       01  WS-VC-LEN-AREA.                                              00022800
           05  WS-VC-LEN                PIC S9(04) COMP.                00022900
       01  WS-DATA-START                PIC S9(05) COMP  VALUE +0.      00023000
                                                                        00023100
       01  WS-CNT-PUNCH                 PIC S9(09) COMP-3  VALUE ZERO.  00023200
       01  WS-CNT-REC-READ              PIC S9(09) COMP-3  VALUE ZERO.  00023300
       01  WS-CNT-MASKED                PIC S9(09) COMP-3  VALUE ZERO.  00023400
       01  WS-CNT-TOT-READ              PIC S9(09) COMP-3  VALUE ZERO.  00023500
       01  WS-CNT-TOT-MASKED            PIC S9(09) COMP-3  VALUE ZERO.  00023600
                                                                        00023700
       LINKAGE SECTION.                                                 00023800
       01  PARM-AREA.                                                   00023900
           05  PARM-LENGTH              PIC S9(4) COMP SYNC.            00024000
           05  PARM-CREATOR             PIC  X(08).                     00024100
                                                                        00024200
           EJECT                                                        00024300
      ***************************************************************** 00024400
       PROCEDURE DIVISION USING PARM-AREA.                              00024500
      ***************************************************************** 00024600
                                                                        00024700
           DISPLAY '*** CAT810 - MASKED TEST EXTRACT MASKING ***'.      00024800
                                                                        00024900
           PERFORM 1000-INITIAL-RTN.                                    00025000
                                                                        00025100
           PERFORM 2000-PUNCH-RTN THRU 2000-EXIT                        00025200
              UNTIL WS-END-OF-PUNCH.                                    00025300
                                                                        00025400
           DISPLAY 'CAT810 - PII COLUMNS LOCATED: ' WS-MCOL-CNT.        00025500
                                                                        00025600
           PERFORM 3000-UNLOAD-RTN THRU 3000-EXIT                       00025700
              VARYING WS-SECTION FROM 1 BY 1                            00025800
                UNTIL WS-SECTION > 5.                                   00025900
                                                                        00026000
           PERFORM 9000-EOJ-RTN.                                        00026100
                                                                        00026200
           GOBACK.                                                      00026300
                                                                        00026400
           EJECT                                                        00026500
      *****************                                                 00026600
       1000-INITIAL-RTN.                                                00026700
      *****************                                                 00026800
                                                                        00026900
           IF PARM-LENGTH > +0                                          00027000
              MOVE PARM-CREATOR (1 : PARM-LENGTH)                       00027100
                                            TO  WS-TEST-CREATOR         00027200
              DISPLAY 'CAT810 - TEST CREATOR: ' WS-TEST-CREATOR         00027300
           END-IF.                                                      00027400
                                                                        00027500
           OPEN INPUT  SELCARD-FILE                                     00027600
                       PUNCH-IN-FILE                                    00027700
                OUTPUT PUNCH-OUT-FILE.                                  00027800
                                                                        00027900
           PERFORM 1100-READ-CARD-RTN THRU 1100-EXIT                    00028000
              UNTIL WS-END-OF-CARDS.                                    00028100
           CLOSE SELCARD-FILE.                                          00028200
                                                                        00028300
           IF WS-MASK-KEY = SPACES                                      00028400
              DISPLAY 'CAT810 - NO KEY CARD - MASK KEY IS REQUIRED'     00028500
              DISPLAY 'CAT810 ABENDED'                                  00028600
              CALL ABEND               USING  ABEND-CODE                00028700
           END-IF.                                                      00028800
           MOVE WS-MASK-KEY                 TO  PIM-MASK-KEY.           00028900
                                                                        00029000
      ********************                                              00029100
       1100-READ-CARD-RTN.                                              00029200
      ********************                                              00029300
                                                                        00029400
           READ SELCARD-FILE                                            00029500
              AT END                                                    00029600
                 SET WS-END-OF-CARDS        TO  TRUE                    00029700
                 GO TO 1100-EXIT                                        00029800
           END-READ.                                                    00029900
                                                                        00030000
           IF SEL-KEY-CARD                                              00030100
              MOVE SEL-MASK-KEY             TO  WS-MASK-KEY             00030200
           END-IF.                                                      00030300
                                                                        00030400
       1100-EXIT.                                                       00030500
           EXIT.                                                        00030600
                                                                        00030700
           EJECT                                                        00030800
      *--------------------------------------------------------------*  00030900
      *  2000-PUNCH-RTN: COPY ONE LOAD-STATEMENT CARD, SWAPPING IN   *  00031000
      *  THE TEST CREATOR, AND PICK UP THE PII COLUMN POSITIONS.     *  00031100
      *  DSNTIAUL PUNCHES, PER UNLOAD:                               *  00031200
      *    LOAD DATA INDDN SYSRECNN ... INTO TABLE                   *  00031300
      *          CREATOR.TABLE                                       *  00031400
      *    ( COLUMN  POSITION( START ) CHAR( LEN ) | VARCHAR ...     *  00031500
      *--------------------------------------------------------------*  00031600
      ***************                                                   00031700
       2000-PUNCH-RTN.                                                  00031800
      ***************                                                   00031900
                                                                        00032000
           READ PUNCH-IN-FILE                                           00032100
              AT END                                                    00032200
                 SET WS-END-OF-PUNCH        TO  TRUE                    00032300
                 GO TO 2000-EXIT                                        00032400
           END-READ.                                                    00032500
                                                                        00032600
           ADD 1                            TO  WS-CNT-PUNCH.           00032700
           MOVE PUNCH-IN-RECORD             TO  PUNCH-OUT-RECORD.       00032800
                                                                        00032900
           IF WS-NAME-CARD-NEXT                                         00033000
              MOVE 'N'                      TO  WS-NAME-CARD-SW         00033100
              PERFORM 2200-NAME-CARD-RTN                                00033200
           END-IF.                                                      00033300
                                                                        00033400
           MOVE +0                          TO  WS-TOKEN-CNT.           00033500
           MOVE SPACES                      TO  WS-TOKEN-AREA.          00033600
           UNSTRING PUNCH-IN-RECORD (1 : 72)                            00033700
              DELIMITED BY ALL SPACE OR '(' OR ')' OR ',' OR '"'        00033800
              INTO WS-TOKEN (1)  WS-TOKEN (2)  WS-TOKEN (3)             00033900
                   WS-TOKEN (4)  WS-TOKEN (5)  WS-TOKEN (6)             00034000
                   WS-TOKEN (7)  WS-TOKEN (8)  WS-TOKEN (9)             00034100
                   WS-TOKEN (10) WS-TOKEN (11) WS-TOKEN (12)            00034200
              TALLYING IN WS-TOKEN-CNT                                  00034300
           END-UNSTRING.                                                00034400
           IF WS-TOKEN-CNT > +12                                        00034500
              MOVE +12                      TO  WS-TOKEN-CNT            00034600
           END-IF.                                                      00034700
                                                                        00034800
           PERFORM 2100-TOKEN-RTN THRU 2100-EXIT                        00034900
              VARYING WS-TX FROM 1 BY 1                                 00035000
                UNTIL WS-TX > WS-TOKEN-CNT.                             00035100
                                                                        00035200
           WRITE PUNCH-OUT-RECORD.                                      00035300
                                                                        00035400
       2000-EXIT.                                                       00035500
           EXIT.                                                        00035600
                                                                        00035700
      ****************                                                  00035800
       2100-TOKEN-RTN.                                                  00035900
      ****************                                                  00036000
                                                                        00036100
           IF WS-TOKEN (WS-TX) = SPACES                                 00036200
              GO TO 2100-EXIT                                           00036300
           END-IF.                                                      00036400
                                                                        00036500
           EVALUATE TRUE                                                00036600
              WHEN WS-WANT-DDNAME                                       00036700
                 MOVE ' '                   TO  WS-PUNCH-STATE          00036800
                 IF WS-TOKEN (WS-TX) (1 : 6) = 'SYSREC'                 00036900
                 AND WS-TOKEN (WS-TX) (7 : 2) NUMERIC                   00037000
                    MOVE WS-TOKEN (WS-TX) (7 : 2) TO WS-TOKEN-NUM       00037100
                    COMPUTE WS-SECTION = WS-TOKEN-NUM + 1               00037200
                 ELSE                                                   00037300
                    MOVE +0                 TO  WS-SECTION              00037400
                 END-IF                                                 00037500
                 IF WS-SECTION < +1                                     00037600
                 OR WS-SECTION > +5                                     00037700
                    DISPLAY 'CAT810 - UNEXPECTED INDDN '                00037800
                            WS-TOKEN (WS-TX)                            00037900
                    DISPLAY 'CAT810 ABENDED'                            00038000
                    CALL ABEND         USING  ABEND-CODE                00038100
                 END-IF                                                 00038200
              WHEN WS-WANT-START                                        00038300
                 PERFORM 2300-TOKEN-NUM-RTN                             00038400
                 MOVE WS-TOKEN-NUM          TO  WS-MCOL-START (WS-MX)   00038500
                 SET WS-WANT-TYPE           TO  TRUE                    00038600
              WHEN WS-WANT-TYPE                                         00038700
                 EVALUATE WS-TOKEN (WS-TX)                              00038800
                    WHEN 'CHAR'                                         00038900
                       SET WS-MCOL-CHAR (WS-MX) TO TRUE                 00039000
                       SET WS-WANT-LENGTH   TO  TRUE                    00039100
                    WHEN 'VARCHAR'                                      00039200
                       SET WS-MCOL-VARCHAR (WS-MX) TO TRUE              00039300
                       MOVE ' '             TO  WS-PUNCH-STATE          00039400
                    WHEN OTHER                                          00039500
                       DISPLAY 'CAT810 - PII COLUMN '                   00039600
                               WS-MCOL-NAME (WS-MX)                     00039700
                               ' IS NOT CHARACTER: ' WS-TOKEN (WS-TX)   00039800
                       DISPLAY 'CAT810 ABENDED'                         00039900
                       CALL ABEND      USING  ABEND-CODE                00040000
                 END-EVALUATE                                           00040100
              WHEN WS-WANT-LENGTH                                       00040200
                 PERFORM 2300-TOKEN-NUM-RTN                             00040300
                 IF WS-TOKEN-NUM > 256                                  00040400
                    DISPLAY 'CAT810 - PII COLUMN '                      00040500
                            WS-MCOL-NAME (WS-MX) ' LONGER THAN 256'     00040600
                    DISPLAY 'CAT810 ABENDED'                            00040700
                    CALL ABEND         USING  ABEND-CODE                00040800
                 END-IF                                                 00040900
                 MOVE WS-TOKEN-NUM          TO  WS-MCOL-LENGTH (WS-MX)  00041000
                 MOVE ' '                   TO  WS-PUNCH-STATE          00041100
              WHEN WS-TOKEN (WS-TX) = 'INDDN'                           00041200
                 SET WS-WANT-DDNAME         TO  TRUE                    00041300
              WHEN WS-TOKEN (WS-TX) = 'TABLE'                           00041400
                 SET WS-NAME-CARD-NEXT      TO  TRUE                    00041500
              WHEN WS-TOKEN (WS-TX) = 'POSITION'                        00041600
                 PERFORM 2400-PII-COLUMN-RTN THRU 2400-EXIT             00041700
           END-EVALUATE.                                                00041800
                                                                        00041900
           MOVE WS-TOKEN (WS-TX)            TO  WS-PREV-TOKEN.          00042000
                                                                        00042100
       2100-EXIT.                                                       00042200
           EXIT.                                                        00042300
                                                                        00042400
      *--------------------------------------------------------------*  00042500
      *  2200-NAME-CARD-RTN: THE CARD AFTER "INTO TABLE" HOLDS THE   *  00042600
      *  QUALIFIED TABLE NAME.  CHECK IT IS THE TABLE THIS UNLOAD    *  00042700
      *  SHOULD HOLD AND, IF A TEST CREATOR WAS GIVEN, REBUILD IT.   *  00042800
      *--------------------------------------------------------------*  00042900
      ********************                                              00043000
       2200-NAME-CARD-RTN.                                              00043100
      ********************                                              00043200
                                                                        00043300
           IF WS-SECTION < +1                                           00043400
              DISPLAY 'CAT810 - TABLE NAME BEFORE INDDN'                00043500
              DISPLAY 'CAT810 ABENDED'                                  00043600
              CALL ABEND               USING  ABEND-CODE                00043700
           END-IF.                                                      00043800
                                                                        00043900
           MOVE +0                          TO  WS-NAME-TALLY.          00044000
           INSPECT PUNCH-IN-RECORD TALLYING WS-NAME-TALLY               00044100
              FOR ALL WS-SECTION-TABLE (WS-SECTION) (1 : 6).            00044200
           IF WS-NAME-TALLY = +0                                        00044300
              DISPLAY 'CAT810 - SYSREC' WS-TOKEN-NUM-X (8 : 2)          00044400
                      ' IS NOT ' WS-SECTION-TABLE (WS-SECTION)          00044500
              DISPLAY 'CAT810 - ' PUNCH-IN-RECORD                       00044600
              DISPLAY 'CAT810 ABENDED'                                  00044700
              CALL ABEND               USING  ABEND-CODE                00044800
           END-IF.                                                      00044900
                                                                        00045000
           IF WS-TEST-CREATOR NOT = SPACES                              00045100
              MOVE SPACES                   TO  PUNCH-OUT-RECORD        00045200
              STRING '      '                    DELIMITED BY SIZE      00045300
                     WS-TEST-CREATOR             DELIMITED BY SPACE     00045400
                     '.'                         DELIMITED BY SIZE      00045500
                     WS-SECTION-TABLE (WS-SECTION)                      00045600
                                                 DELIMITED BY SPACE     00045700
                INTO PUNCH-OUT-RECORD                                   00045800
              END-STRING                                                00045900
           END-IF.                                                      00046000
                                                                        00046100
      ********************                                              00046200
       2300-TOKEN-NUM-RTN.                                              00046300
      ********************                                              00046400
                                                                        00046500
           MOVE +0                          TO  WS-TOKEN-LEN.           00046600
           INSPECT WS-TOKEN (WS-TX) TALLYING WS-TOKEN-LEN               00046700
              FOR CHARACTERS BEFORE INITIAL SPACE.                      00046800
           MOVE ZERO                        TO  WS-TOKEN-NUM.           00046900
           IF WS-TOKEN-LEN > +0                                         00047000
           AND WS-TOKEN-LEN < +10                                       00047100
           AND WS-TOKEN (WS-TX) (1 : WS-TOKEN-LEN) NUMERIC              00047200
              MOVE WS-TOKEN (WS-TX) (1 : WS-TOKEN-LEN)                  00047300
                TO WS-TOKEN-NUM-X (10 - WS-TOKEN-LEN : WS-TOKEN-LEN)    00047400
           ELSE                                                         00047500
              DISPLAY 'CAT810 - NUMBER EXPECTED FOR '                   00047600
                      WS-MCOL-NAME (WS-MX) ': ' WS-TOKEN (WS-TX)        00047700
              DISPLAY 'CAT810 ABENDED'                                  00047800
              CALL ABEND               USING  ABEND-CODE                00047900
           END-IF.                                                      00048000
                                                                        00048100
      *--------------------------------------------------------------*  00048200
      *  2400-PII-COLUMN-RTN: THE TOKEN BEFORE "POSITION" IS THE     *  00048300
      *  COLUMN.  KEEP IT IF PIIMASK NAMES IT FOR THIS TABLE AND     *  00048400
      *  CAT810'S RULE FOR ITS FIELD CODE IS ACTIVE.                 *  00048500
      *--------------------------------------------------------------*  00048600
      *********************                                             00048700
       2400-PII-COLUMN-RTN.                                             00048800
      *********************                                             00048900
                                                                        00049000
           SET PIIMASK-CX                   TO  1.                      00049100
           SEARCH PIIMASK-COL                                           00049200
              AT END                                                    00049300
                 GO TO 2400-EXIT                                        00049400
              WHEN PIIMASK-COL-OBJECT (PIIMASK-CX) =                    00049500
                   WS-SECTION-TABLE (WS-SECTION)                        00049600
               AND PIIMASK-COL-NAME   (PIIMASK-CX) = WS-PREV-TOKEN      00049700
               AND PIIMASK-COL-ACTIVE (PIIMASK-CX)                      00049800
                 CONTINUE                                               00049900
           END-SEARCH.                                                  00050000
                                                                        00050100
           MOVE 'N'                         TO  WS-RULE-ACTIVE-SW.      00050200
           SET PIIMASK-X                    TO  1.                      00050300
           SEARCH PIIMASK-RULE                                          00050400
              AT END                                                    00050500
                 CONTINUE                                               00050600
              WHEN PIIMASK-PROGRAM-ID (PIIMASK-X) = 'CAT810  '          00050700
               AND PIIMASK-FIELD-CODE (PIIMASK-X) =                     00050800
                   PIIMASK-COL-FIELD-CODE (PIIMASK-CX)                  00050900
               AND PIIMASK-COPY-ALL    (PIIMASK-X)                      00051000
               AND PIIMASK-RULE-ACTIVE (PIIMASK-X)                      00051100
                 SET WS-RULE-ACTIVE         TO  TRUE                    00051200
           END-SEARCH.                                                  00051300
           IF NOT WS-RULE-ACTIVE                                        00051400
              GO TO 2400-EXIT                                           00051500
           END-IF.                                                      00051600
                                                                        00051700
           IF WS-MCOL-CNT NOT < +50                                     00051800
              DISPLAY 'CAT810 - MORE THAN 50 PII COLUMNS'               00051900
              DISPLAY 'CAT810 ABENDED'                                  00052000
              CALL ABEND               USING  ABEND-CODE                00052100
           END-IF.                                                      00052200
           ADD 1                            TO  WS-MCOL-CNT.            00052300
           MOVE WS-MCOL-CNT                 TO  WS-MX.                  00052400
           MOVE WS-SECTION                  TO  WS-MCOL-SECTION (WS-MX).00052500
           MOVE WS-PREV-TOKEN               TO  WS-MCOL-NAME (WS-MX).   00052600
           MOVE PIIMASK-COL-FIELD-CODE (PIIMASK-CX)                     00052700
                                     TO  WS-MCOL-FIELD-CODE (WS-MX).    00052800
           SET WS-WANT-START                TO  TRUE.                   00052900
           DISPLAY 'CAT810 - MASKING ' WS-SECTION-TABLE (WS-SECTION)    00053000
                   '.' WS-PREV-TOKEN.                                   00053100
                                                                        00053200
       2400-EXIT.                                                       00053300
           EXIT.                                                        00053400
                                                                        00053500
           EJECT                                                        00053600
      *--------------------------------------------------------------*  00053700
      *  3000-UNLOAD-RTN: MASK ONE UNLOAD FILE INTO ITS OUTPUT.      *  00053800
      *--------------------------------------------------------------*  00053900
      ****************                                                  00054000
       3000-UNLOAD-RTN.                                                 00054100
      ****************                                                  00054200
                                                                        00054300
           MOVE 'N'                         TO  WS-END-OF-REC-SW.       00054400
           MOVE ZERO                        TO  WS-CNT-REC-READ         00054500
                                                WS-CNT-MASKED.          00054600
           EVALUATE WS-SECTION                                          00054700
              WHEN 1  OPEN INPUT REC00-IN-FILE OUTPUT REC00-OUT-FILE    00054800
              WHEN 2  OPEN INPUT REC01-IN-FILE OUTPUT REC01-OUT-FILE    00054900
              WHEN 3  OPEN INPUT REC02-IN-FILE OUTPUT REC02-OUT-FILE    00055000
              WHEN 4  OPEN INPUT REC03-IN-FILE OUTPUT REC03-OUT-FILE    00055100
              WHEN 5  OPEN INPUT REC04-IN-FILE OUTPUT REC04-OUT-FILE    00055200
           END-EVALUATE.                                                00055300
                                                                        00055400
           PERFORM 3100-RECORD-RTN THRU 3100-EXIT                       00055500
              UNTIL WS-END-OF-REC.                                      00055600
                                                                        00055700
           EVALUATE WS-SECTION                                          00055800
              WHEN 1  CLOSE REC00-IN-FILE REC00-OUT-FILE                00055900
              WHEN 2  CLOSE REC01-IN-FILE REC01-OUT-FILE                00056000
              WHEN 3  CLOSE REC02-IN-FILE REC02-OUT-FILE                00056100
              WHEN 4  CLOSE REC03-IN-FILE REC03-OUT-FILE                00056200
              WHEN 5  CLOSE REC04-IN-FILE REC04-OUT-FILE                00056300
           END-EVALUATE.                                                00056400
                                                                        00056500
           DISPLAY 'CAT810 - ' WS-SECTION-TABLE (WS-SECTION)            00056600
                   ' ROWS ' WS-CNT-REC-READ                             00056700
                   '  VALUES MASKED ' WS-CNT-MASKED.                    00056800
           ADD WS-CNT-REC-READ              TO  WS-CNT-TOT-READ.        00056900
           ADD WS-CNT-MASKED                TO  WS-CNT-TOT-MASKED.      00057000
                                                                        00057100
       3000-EXIT.                                                       00057200
           EXIT.                                                        00057300
                                                                        00057400
      ****************                                                  00057500
       3100-RECORD-RTN.                                                 00057600
      ****************                                                  00057700
                                                                        00057800
           EVALUATE WS-SECTION                                          00057900
              WHEN 1                                                    00058000
                 READ REC00-IN-FILE INTO WS-REC-AREA                    00058100
                    AT END SET WS-END-OF-REC TO TRUE                    00058200
                 END-READ                                               00058300
              WHEN 2                                                    00058400
                 READ REC01-IN-FILE INTO WS-REC-AREA                    00058500
                    AT END SET WS-END-OF-REC TO TRUE                    00058600
                 END-READ                                               00058700
              WHEN 3                                                    00058800
                 READ REC02-IN-FILE INTO WS-REC-AREA                    00058900
                    AT END SET WS-END-OF-REC TO TRUE                    00059000
                 END-READ                                               00059100
              WHEN 4                                                    00059200
                 READ REC03-IN-FILE INTO WS-REC-AREA                    00059300
                    AT END SET WS-END-OF-REC TO TRUE                    00059400
                 END-READ                                               00059500
              WHEN 5                                                    00059600
                 READ REC04-IN-FILE INTO WS-REC-AREA                    00059700
                    AT END SET WS-END-OF-REC TO TRUE                    00059800
                 END-READ                                               00059900
           END-EVALUATE.                                                00060000
           IF WS-END-OF-REC                                             00060100
              GO TO 3100-EXIT                                           00060200
           END-IF.                                                      00060300
                                                                        00060400
           ADD 1                            TO  WS-CNT-REC-READ.        00060500
                                                                        00060600
           PERFORM 3200-MASK-COL-RTN THRU 3200-EXIT                     00060700
              VARYING WS-MX FROM 1 BY 1                                 00060800
                UNTIL WS-MX > WS-MCOL-CNT.                              00060900
                                                                        00061000
           EVALUATE WS-SECTION                                          00061100
              WHEN 1  WRITE REC00-OUT-RECORD FROM WS-REC-AREA           00061200
              WHEN 2  WRITE REC01-OUT-RECORD FROM WS-REC-AREA           00061300
              WHEN 3  WRITE REC02-OUT-RECORD FROM WS-REC-AREA           00061400
              WHEN 4  WRITE REC03-OUT-RECORD FROM WS-REC-AREA           00061500
              WHEN 5  WRITE REC04-OUT-RECORD FROM WS-REC-AREA           00061600
           END-EVALUATE.                                                00061700
                                                                        00061800
       3100-EXIT.                                                       00061900
           EXIT.                                                        00062000
                                                                        00062100
      *--------------------------------------------------------------*  00062200
      *  3200-MASK-COL-RTN: CHAR COLUMNS ARE MASKED AT THEIR FULL    *  00062300
      *  LENGTH; VARCHAR COLUMNS CARRY A HALFWORD LENGTH AHEAD OF    *  00062400
      *  THE DATA AND ONLY THAT MANY BYTES ARE MASKED.               *  00062500
      *--------------------------------------------------------------*  00062600
      ******************                                                00062700
       3200-MASK-COL-RTN.                                               00062800
      ******************                                                00062900
                                                                        00063000
           IF WS-MCOL-SECTION (WS-MX) NOT = WS-SECTION                  00063100
              GO TO 3200-EXIT                                           00063200
           END-IF.                                                      00063300
                                                                        00063400
           IF WS-MCOL-VARCHAR (WS-MX)                                   00063500
              MOVE WS-REC-AREA (WS-MCOL-START (WS-MX) : 2)              00063600
                                            TO  WS-VC-LEN-AREA          00063700
              IF WS-VC-LEN < +1                                         00063800
              OR WS-VC-LEN > +256                                       00063900
                 GO TO 3200-EXIT                                        00064000
              END-IF                                                    00064100
              COMPUTE WS-DATA-START = WS-MCOL-START (WS-MX) + 2         00064200
              MOVE WS-VC-LEN                TO  PIM-VALUE-LEN           00064300
           ELSE                                                         00064400
              MOVE WS-MCOL-START (WS-MX)    TO  WS-DATA-START           00064500
              MOVE WS-MCOL-LENGTH (WS-MX)   TO  PIM-VALUE-LEN           00064600
           END-IF.                                                      00064700
                                                                        00064800
           IF WS-REC-AREA (WS-DATA-START : PIM-VALUE-LEN) = SPACES      00064900
              GO TO 3200-EXIT                                           00065000
           END-IF.                                                      00065100
                                                                        00065200
           MOVE WS-MCOL-FIELD-CODE (WS-MX)  TO  PIM-FIELD-CODE.         00065300
           MOVE WS-REC-AREA (WS-DATA-START : PIM-VALUE-LEN)             00065400
                                            TO  PIM-VALUE.              00065500
           CALL WS-CATPIIM               USING  PIM-PARAMETERS.         00065600
           IF NOT PIM-NORMAL                                            00065700
              DISPLAY 'CAT810 - CATPIIM REJECTED '                      00065800
                      WS-MCOL-NAME (WS-MX)                              00065900
              DISPLAY 'CAT810 ABENDED'                                  00066000
              CALL ABEND               USING  ABEND-CODE                00066100
           END-IF.                                                      00066200
           MOVE PIM-VALUE (1 : PIM-VALUE-LEN)                           00066300
                     TO  WS-REC-AREA (WS-DATA-START : PIM-VALUE-LEN).   00066400
           ADD 1                            TO  WS-CNT-MASKED.          00066500
                                                                        00066600
       3200-EXIT.                                                       00066700
           EXIT.                                                        00066800
                                                                        00066900
           EJECT                                                        00067000
      ************                                                      00067100
       9000-EOJ-RTN.                                                    00067200
      ************                                                      00067300
                                                                        00067400
           CLOSE PUNCH-IN-FILE                                          00067500
                 PUNCH-OUT-FILE.                                        00067600
                                                                        00067700
           DISPLAY ' '                                                  00067800
           DISPLAY 'LOAD CARDS COPIED:      ' WS-CNT-PUNCH              00067900
           DISPLAY 'UNLOAD ROWS READ:       ' WS-CNT-TOT-READ           00068000
           DISPLAY 'VALUES MASKED:          ' WS-CNT-TOT-MASKED         00068100
           DISPLAY ' '                                                  00068200
           DISPLAY '*************************'                          00068300
           DISPLAY '* END OF CAT810 PROGRAM *'                          00068400
           DISPLAY '*************************'                          00068500
           DISPLAY ' '.                                                 00068600
