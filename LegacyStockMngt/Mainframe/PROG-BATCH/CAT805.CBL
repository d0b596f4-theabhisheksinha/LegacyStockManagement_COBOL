000001* PDX    - CAT805   C0369803 10/15/26 11:06:41 TBTIKUO            00000100
000001* CREATED FOR SSR 114474.  NSCC TRANSFER MESSAGE ARCHIVE LOAD.    00000200
000001* WHEN A CONTRA DISPUTES WHAT WE SENT OR RECEIVED WE NEED THE     00000300
000001* EXACT NSCC RECORD, BUT THE DAILY CATFR/CATFRR, POSITION AND     00000400
000001* STATUS DATASETS ROLL OFF THEIR GDGS AFTER A FEW GENERATIONS.    00000500
000001* THIS STEP RUNS ONCE PER DATASET PER DAY AND LOADS EVERY         00000600
000001* RECORD IMAGE, BYTE FOR BYTE, INTO THE VNSCARC ARCHIVE KEYED     00000700
000001* BY CLIENT, ACAT CONTROL NUMBER, ASSET SEQUENCE AND PROCESSING   00000800
000001* DATE, WITH A RETENTION DATE SIX YEARS OUT (THE BOOKS AND        00000900
000001* RECORDS PERIOD).  THE POSITION AND STATUS FILES CARRY NO        00001000
000001* CLIENT, SO IT IS TAKEN FROM VTRNFR BY CONTROL NUMBER.  A        00001100
000001* RERUN FOR THE SAME DATE, FILE AND DIRECTION REPLACES THE        00001200
000001* EARLIER LOAD.  PARM 'PG' PURGES ROWS PAST THEIR RETENTION       00001300
000001* DATE.  CAT806 RETRIEVES THE IMAGES FOR A CONTROL NUMBER.        00001400
       IDENTIFICATION DIVISION.                                         00001500
       PROGRAM-ID.  CAT805.                                             00001600
       AUTHOR.      LARRY MUREY.                                        00001700
       DATE-WRITTEN.  OCT 2026.                                         00001800
      *---------------------------------------------------------------* 00001900
      *                         REMARKS                               * 00002000
      * PARM:   'TTD' OR 'TTDCCYY-MM-DD'                              * 00002100
      *         TT = FR - CATFR TRANSFER RECORDS       (DD ARCFR)     * 00002200
      *              RR - CATFRR TRANSFER RECORDS      (DD ARCFRR)    * 00002300
      *              PO - NSCC POSITION FILE           (DD ARCPOS)    * 00002400
      *              ST - NSCC STATUS FILE             (DD ARCSTAT)   * 00002500
      *              PG - PURGE ROWS PAST RETENTION    (NO FILE)      * 00002600
      *         D  = I - INBOUND FROM NSCC, O - OUTBOUND TO NSCC      * 00002700
      *         CCYY-MM-DD = PROCESSING DATE (DEFAULT CURRENT DATE)   * 00002800
      * OUTPUT: VNSCARC - NSCC MESSAGE ARCHIVE                        * 00002900
      * COMMITS EVERY 500 RECORDS.                                    * 00003000
      *---------------------------------------------------------------* 00003100
           EJECT                                                        00003200
      ***************************************************************** 00003300
       ENVIRONMENT DIVISION.                                            00003400
      ***************************************************************** 00003500
       INPUT-OUTPUT SECTION.                                            00003600
       FILE-CONTROL.                                                    00003700
           SELECT ARCFR-FILE           ASSIGN  TO  ARCFR.               00003800
           SELECT ARCFRR-FILE          ASSIGN  TO  ARCFRR.              00003900
           SELECT ARCPOS-FILE          ASSIGN  TO  ARCPOS.              00004000
           SELECT ARCSTAT-FILE         ASSIGN  TO  ARCSTAT.             00004100
                                                                        00004200
      ***************************************************************** 00004300
       DATA DIVISION.                                                   00004400
      ***************************************************************** 00004500
                                                                        00004600
       FILE SECTION.                                                    00004700
                                                                        00004800
       FD  ARCFR-FILE                                                   00004900
           RECORDING MODE F                                             00005000
           BLOCK CONTAINS 0 RECORDS                                     00005100
           LABEL RECORDS ARE STANDARD                                   00005200
           RECORD CONTAINS 750 CHARACTERS.                              00005300
                                                                        00005400
       01  ARCFR-IMAGE                  PIC  X(750).                    00005500
           COPY CATFR.                                                  00005600
                                                                        00005700
       FD  ARCFRR-FILE                                                  00005800
           RECORDING MODE F                                             00005900
           BLOCK CONTAINS 0 RECORDS                                     00006000
           LABEL RECORDS ARE STANDARD                                   00006100
           RECORD CONTAINS 322 CHARACTERS.                              00006200
                                                                        00006300
       01  ARCFRR-IMAGE                 PIC  X(322).                    00006400
           COPY CATFRR.                                                 00006500
                                                                        00006600
       FD  ARCPOS-FILE                                                  00006700
           RECORDING MODE IS V                                          00006800
           RECORD IS VARYING IN SIZE FROM 1 TO 4000 CHARACTERS          00006900
              DEPENDING ON WS-REC-LEN-IN                                00007000
           BLOCK CONTAINS 0 RECORDS.                                    00007100
                                                                        00007200
       01  NSCCP-RECORD                   PIC X(4000).                  00007300
                                                                        00007400
       01  NSCCP-DETAIL REDEFINES NSCCP-RECORD.                         00007500
           05  NSCCP-REC-TYPE             PIC X(01).                    00007600
               88  NSCCP-POSITION-MRO               VALUE 'P'.          00007700
               88  NSCCP-SETTLMNT-MRO               VALUE 'S'.          00007800
           05  NSCCP-REC-SUBTYPE          PIC X(01).                    00007900
           05  NSCCP-ACAT-CONTROL-NBR     PIC X(14).                    00008000
           05  FILLER                     PIC X(3984).                  00008100
                                                                        00008200
       FD  ARCSTAT-FILE                                                 00008300
           RECORDING MODE F                                             00008400
           BLOCK CONTAINS 0 RECORDS                                     00008500
           LABEL RECORDS ARE STANDARD                                   00008600
           RECORD CONTAINS 80 CHARACTERS.                               00008700
                                                                        00008800
       01  STATUS-MSG-RECORD.                                           00008900
           05  IST-REC-TYPE             PIC  X(01).                     00009000
               88  IST-STATUS-DETAIL                 VALUE 'S'.         00009100
           05  IST-ACAT-CNTL            PIC  X(14).                     00009200
           05  FILLER                   PIC  X(65).                     00009300
                                                                        00009400
           EJECT                                                        00009500
      ***************************************************************** 00009600
       WORKING-STORAGE SECTION.                                         00009700
      ***************************************************************** 00009800
                                                                        00009900
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00010000
                                                                        00010100
       01  CALL-MODULES.                                                00010200
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00010300
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00010400
                                                                        00010500
       01  WS-REC-LEN-IN                PIC  9(05)  VALUE 0.            00010600
                                                                        00010700
       01  WS-FILE-TYPE                 PIC  X(02)  VALUE SPACES.       00010800
           88  WS-TYPE-FR                          VALUE 'FR'.          00010900
           88  WS-TYPE-FRR                         VALUE 'RR'.          00011000
           88  WS-TYPE-POSN                        VALUE 'PO'.          00011100
           88  WS-TYPE-STATUS                      VALUE 'ST'.          00011200
           88  WS-TYPE-PURGE                       VALUE 'PG'.          00011300
           88  WS-TYPE-VALID                       VALUE 'FR' 'RR'      00011400
                                                         'PO' 'ST'      00011500
                                                         'PG'.          00011600
       01  WS-DRCTN                     PIC  X(01)  VALUE SPACES.       00011700
           88  WS-DRCTN-VALID                      VALUE 'I' 'O'.       00011800
                                                                        00011900
       01  WS-END-OF-FILE-SW            PIC  X(01)  VALUE 'N'.          00012000
           88  WS-END-OF-FILE                      VALUE 'Y'.           00012100
                                                                        00012200
       77  WS-RETN-YEARS                PIC S9(04) COMP  VALUE +6.      00012300
       77  WS-COMMIT-FREQ               PIC S9(05) COMP-3  VALUE +500.  00012400
       01  WS-COMMIT-CNT                PIC S9(05) COMP-3  VALUE ZERO.  00012500
                                                                        00012600
       01  WS-ARC-AREA.                                                 00012700
           05  WS-ARC-PRCS-DT           PIC  X(10).                     00012800
           05  WS-ARC-REC-SEQ           PIC S9(09) COMP  VALUE +0.      00012900
           05  WS-ARC-CLIENT            PIC  X(04).                     00013000
           05  WS-ARC-ACAT-CNTL         PIC  X(14).                     00013100
           05  WS-ARC-ASSET-SEQ         PIC S9(04) COMP.                00013200
           05  WS-ARC-REC-LEN           PIC S9(04) COMP.                00013300
           05  WS-ARC-IMAGE.                                            00013400
               49  WS-ARC-IMAGE-LEN     PIC S9(04) COMP.                00013500
               49  WS-ARC-IMAGE-TXT     PIC X(4000).                    00013600
                                                                        00013700
       01  WS-CNT-READ                  PIC S9(09) COMP-3  VALUE ZERO.  00013800
       01  WS-CNT-LOADED                PIC S9(09) COMP-3  VALUE ZERO.  00013900
       01  WS-CNT-NO-CLIENT             PIC S9(09) COMP-3  VALUE ZERO.  00014000
       01  WS-CNT-REPLACED              PIC S9(09) COMP-3  VALUE ZERO.  00014100
       01  WS-CNT-PURGED                PIC S9(09) COMP-3  VALUE ZERO.  00014200
                                                                        00014300
       01  WS-DB2-MESSAGE-AREA.                                         00014400
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00014500
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00014600
               INDEXED BY WS-ERROR-INDEX.                               00014700
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00014800
                                                                        00014900
           EJECT                                                        00015000
      *DB2 COMMUNICATION AREA                                           00015100
           EXEC SQL                                                     00015200
              INCLUDE SQLCA                                             00015300
           END-EXEC.                                                    00015400
                                                                        00015500
           EJECT                                                        00015600
       LINKAGE SECTION.                                                 00015700
      ***************************************************************   00015800
       01  PARM-AREA.                                                   00015900
           05  PARM-LENGTH              PIC S9(4) COMP SYNC.            00016000
           05  PARM-FILE-TYPE           PIC  X(02).                     00016100
           05  PARM-DRCTN               PIC  X(01).                     00016200
           05  PARM-PRCS-DT             PIC  X(10).                     00016300
                                                                        00016400
           EJECT                                                        00016500
      ***************************************************************** 00016600
       PROCEDURE DIVISION USING PARM-AREA.                              00016700
      ***************************************************************** 00016800
                                                                        00016900
           DISPLAY '*** CAT805 - NSCC MESSAGE ARCHIVE LOAD ***'.        00017000
                                                                        00017100
           IF PARM-LENGTH > +1                                          00017200
              MOVE PARM-FILE-TYPE           TO  WS-FILE-TYPE            00017300
           END-IF.                                                      00017400
           IF PARM-LENGTH > +2                                          00017500
              MOVE PARM-DRCTN               TO  WS-DRCTN                00017600
           END-IF.                                                      00017700
           IF NOT WS-TYPE-VALID                                         00017800
           OR (NOT WS-TYPE-PURGE AND NOT WS-DRCTN-VALID)                00017900
              DISPLAY 'CAT805 - INVALID PARM - FILE TYPE FR/RR/PO/ST/PG'00018000
              DISPLAY 'CAT805 - FOLLOWED BY DIRECTION I OR O'           00018100
              DISPLAY 'CAT805 ABENDED'                                  00018200
              CALL ABEND               USING  ABEND-CODE                00018300
           END-IF.                                                      00018400
                                                                        00018500
           IF WS-TYPE-PURGE                                             00018600
              PERFORM 5000-PURGE-RTN                                    00018700
              GOBACK                                                    00018800
           END-IF.                                                      00018900
                                                                        00019000
           PERFORM 1000-INITIAL-RTN.                                    00019100
                                                                        00019200
           PERFORM 2000-LOAD-RTN THRU 2000-EXIT                         00019300
              UNTIL WS-END-OF-FILE.                                     00019400
                                                                        00019500
           EXEC SQL                                                     00019600
              COMMIT                                                    00019700
           END-EXEC.                                                    00019800
                                                                        00019900
           PERFORM 9000-EOJ-RTN.                                        00020000
                                                                        00020100
           GOBACK.                                                      00020200
                                                                        00020300
           EJECT                                                        00020400
      *--------------------------------------------------------------*  00020500
      *  1000-INITIAL-RTN: OPEN THE ONE DATASET THIS STEP ARCHIVES   *  00020600
      *  AND CLEAR ANY EARLIER LOAD OF THE SAME DATE/FILE/DIRECTION. *  00020700
      *--------------------------------------------------------------*  00020800
      *****************                                                 00020900
       1000-INITIAL-RTN.                                                00021000
      *****************                                                 00021100
                                                                        00021200
           IF PARM-LENGTH = +13                                         00021300
           AND PARM-PRCS-DT (5 : 1) = '-'                               00021400
           AND PARM-PRCS-DT (8 : 1) = '-'                               00021500
              MOVE PARM-PRCS-DT             TO  WS-ARC-PRCS-DT          00021600
           ELSE                                                         00021700
              EXEC SQL                                                  00021800
                 SET :WS-ARC-PRCS-DT = CHAR(CURRENT DATE, ISO)          00021900
              END-EXEC                                                  00022000
           END-IF.                                                      00022100
           DISPLAY 'CAT805 - FILE ' WS-FILE-TYPE ' DIRECTION '          00022200
                   WS-DRCTN ' PROCESSING DATE ' WS-ARC-PRCS-DT.         00022300
                                                                        00022400
           EVALUATE TRUE                                                00022500
              WHEN WS-TYPE-FR                                           00022600
                 OPEN INPUT ARCFR-FILE                                  00022700
                 MOVE +750                  TO  WS-ARC-REC-LEN          00022800
              WHEN WS-TYPE-FRR                                          00022900
                 OPEN INPUT ARCFRR-FILE                                 00023000
                 MOVE +322                  TO  WS-ARC-REC-LEN          00023100
              WHEN WS-TYPE-POSN                                         00023200
                 OPEN INPUT ARCPOS-FILE                                 00023300
              WHEN OTHER                                                00023400
                 OPEN INPUT ARCSTAT-FILE                                00023500
                 MOVE +80                   TO  WS-ARC-REC-LEN          00023600
           END-EVALUATE.                                                00023700
                                                                        00023800
           EXEC SQL                                                     00023900
              DELETE FROM VNSCARC                                       00024000
               WHERE PRCS_DT      = DATE(:WS-ARC-PRCS-DT)               00024100
                 AND FILE_TYPE_CD = :WS-FILE-TYPE                       00024200
                 AND DRCTN_CD     = :WS-DRCTN                           00024300
           END-EXEC.                                                    00024400
           EVALUATE SQLCODE                                             00024500
              WHEN +0                                                   00024600
                 MOVE SQLERRD (3)           TO  WS-CNT-REPLACED         00024700
                 DISPLAY 'CAT805 - EARLIER LOAD REPLACED, ROWS = '      00024800
                         WS-CNT-REPLACED                                00024900
              WHEN +100                                                 00025000
                 CONTINUE                                               00025100
              WHEN OTHER                                                00025200
                 PERFORM 8000-DB2-ERROR-RTN                             00025300
           END-EVALUATE.                                                00025400
                                                                        00025500
           EXEC SQL                                                     00025600
              COMMIT                                                    00025700
           END-EXEC.                                                    00025800
                                                                        00025900
           EJECT                                                        00026000
      *--------------------------------------------------------------*  00026100
      *  2000-LOAD-RTN: ONE RECORD IMAGE INTO THE ARCHIVE.           *  00026200
      *--------------------------------------------------------------*  00026300
      *************                                                     00026400
       2000-LOAD-RTN.                                                   00026500
      *************                                                     00026600
                                                                        00026700
           MOVE SPACES                      TO  WS-ARC-CLIENT           00026800
                                                WS-ARC-ACAT-CNTL.       00026900
           MOVE +0                          TO  WS-ARC-ASSET-SEQ.       00027000
                                                                        00027100
           EVALUATE TRUE                                                00027200
              WHEN WS-TYPE-FR                                           00027300
                 READ ARCFR-FILE                                        00027400
                    AT END                                              00027500
                       SET WS-END-OF-FILE   TO  TRUE                    00027600
                       GO TO 2000-EXIT                                  00027700
                 END-READ                                               00027800
                 MOVE FR-CLIENT-NBR         TO  WS-ARC-CLIENT           00027900
                 MOVE FR-ACAT-CONTROL-NBR   TO  WS-ARC-ACAT-CNTL        00028000
                 MOVE FR-ASSET-SEQ-NBR      TO  WS-ARC-ASSET-SEQ        00028100
                 MOVE ARCFR-IMAGE           TO  WS-ARC-IMAGE-TXT        00028200
              WHEN WS-TYPE-FRR                                          00028300
                 READ ARCFRR-FILE                                       00028400
                    AT END                                              00028500
                       SET WS-END-OF-FILE   TO  TRUE                    00028600
                       GO TO 2000-EXIT                                  00028700
                 END-READ                                               00028800
                 MOVE FRR-CLIENT-NBR        TO  WS-ARC-CLIENT           00028900
                 MOVE FRR-ACAT-CONTROL-NBR  TO  WS-ARC-ACAT-CNTL        00029000
                 MOVE FRR-ASSET-SEQ-NBR     TO  WS-ARC-ASSET-SEQ        00029100
                 MOVE ARCFRR-IMAGE          TO  WS-ARC-IMAGE-TXT        00029200
              WHEN WS-TYPE-POSN                                         00029300
                 READ ARCPOS-FILE                                       00029400
                    AT END                                              00029500
                       SET WS-END-OF-FILE   TO  TRUE                    00029600
                       GO TO 2000-EXIT                                  00029700
                 END-READ                                               00029800
                 MOVE WS-REC-LEN-IN         TO  WS-ARC-REC-LEN          00029900
                 IF NSCCP-POSITION-MRO                                  00030000
                 OR NSCCP-SETTLMNT-MRO                                  00030100
                    MOVE NSCCP-ACAT-CONTROL-NBR                         00030200
                                            TO  WS-ARC-ACAT-CNTL        00030300
                 END-IF                                                 00030400
                 MOVE NSCCP-RECORD (1 : WS-REC-LEN-IN)                  00030500
                                            TO  WS-ARC-IMAGE-TXT        00030600
              WHEN OTHER                                                00030700
                 READ ARCSTAT-FILE                                      00030800
                    AT END                                              00030900
                       SET WS-END-OF-FILE   TO  TRUE                    00031000
                       GO TO 2000-EXIT                                  00031100
                 END-READ                                               00031200
                 IF IST-STATUS-DETAIL                                   00031300
                    MOVE IST-ACAT-CNTL      TO  WS-ARC-ACAT-CNTL        00031400
                 END-IF                                                 00031500
                 MOVE STATUS-MSG-RECORD     TO  WS-ARC-IMAGE-TXT        00031600
           END-EVALUATE.                                                00031700
                                                                        00031800
           ADD 1                            TO  WS-CNT-READ.            00031900
           ADD 1                            TO  WS-ARC-REC-SEQ.         00032000
           MOVE WS-ARC-REC-LEN              TO  WS-ARC-IMAGE-LEN.       00032100
                                                                        00032200
           IF WS-ARC-CLIENT = SPACES                                    00032300
           AND WS-ARC-ACAT-CNTL > SPACES                                00032400
              PERFORM 2100-LOOKUP-CLIENT-RTN                            00032500
           END-IF.                                                      00032600
                                                                        00032700
           PERFORM 2200-INSERT-RTN.                                     00032800
                                                                        00032900
       2000-EXIT.                                                       00033000
           EXIT.                                                        00033100
                                                                        00033200
      *--------------------------------------------------------------*  00033300
      *  2100-LOOKUP-CLIENT-RTN: POSITION AND STATUS RECORDS CARRY   *  00033400
      *  ONLY THE CONTROL NUMBER - THE CLIENT COMES FROM VTRNFR.     *  00033500
      *--------------------------------------------------------------*  00033600
      **********************                                            00033700
       2100-LOOKUP-CLIENT-RTN.                                          00033800
      **********************                                            00033900
                                                                        00034000
           EXEC SQL                                                     00034100
              SELECT CLIENT_NBR                                         00034200
                INTO :WS-ARC-CLIENT                                     00034300
                FROM VTRNFR                                             00034400
               WHERE ACAT_CONTROL_NBR = :WS-ARC-ACAT-CNTL               00034500
               FETCH FIRST 1 ROW ONLY                                   00034600
               WITH UR                                                  00034700
           END-EXEC.                                                    00034800
           EVALUATE SQLCODE                                             00034900
              WHEN +0                                                   00035000
                 CONTINUE                                               00035100
              WHEN +100                                                 00035200
                 MOVE SPACES                TO  WS-ARC-CLIENT           00035300
                 ADD 1                      TO  WS-CNT-NO-CLIENT        00035400
              WHEN OTHER                                                00035500
                 PERFORM 8000-DB2-ERROR-RTN                             00035600
           END-EVALUATE.                                                00035700
                                                                        00035800
      ****************                                                  00035900
       2200-INSERT-RTN.                                                 00036000
      ****************                                                  00036100
                                                                        00036200
           EXEC SQL                                                     00036300
              INSERT INTO VNSCARC                                       00036400
                    (PRCS_DT                                            00036500
                    ,FILE_TYPE_CD                                       00036600
                    ,DRCTN_CD                                           00036700
                    ,REC_SEQ_NBR                                        00036800
                    ,CLIENT_NBR                                         00036900
                    ,ACAT_CONTROL_NBR                                   00037000
                    ,ASSET_SEQ_NBR                                      00037100
                    ,REC_LEN                                            00037200
                    ,REC_IMAGE                                          00037300
                    ,RETN_DT                                            00037400
                    ,CRT_TMSTP                                          00037500
                    ,PRGM_NM)                                           00037600
              VALUES                                                    00037700
                    (DATE(:WS-ARC-PRCS-DT)                              00037800
                    ,:WS-FILE-TYPE                                      00037900
                    ,:WS-DRCTN                                          00038000
                    ,:WS-ARC-REC-SEQ                                    00038100
                    ,:WS-ARC-CLIENT                                     00038200
                    ,:WS-ARC-ACAT-CNTL                                  00038300
                    ,:WS-ARC-ASSET-SEQ                                  00038400
                    ,:WS-ARC-REC-LEN                                    00038500
                    ,:WS-ARC-IMAGE                                      00038600
                    ,DATE(:WS-ARC-PRCS-DT) + :WS-RETN-YEARS YEARS       00038700
                    ,CURRENT TIMESTAMP                                  00038800
                    ,'CAT805  ')                                        00038900
           END-EXEC.                                                    00039000
           IF SQLCODE NOT = +0                                          00039100
              PERFORM 8000-DB2-ERROR-RTN                                00039200
           END-IF.                                                      00039300
                                                                        00039400
           ADD 1                            TO  WS-CNT-LOADED.          00039500
           ADD 1                            TO  WS-COMMIT-CNT.          00039600
           IF WS-COMMIT-CNT NOT < WS-COMMIT-FREQ                        00039700
              EXEC SQL                                                  00039800
                 COMMIT                                                 00039900
              END-EXEC                                                  00040000
              MOVE ZERO                     TO  WS-COMMIT-CNT           00040100
           END-IF.                                                      00040200
                                                                        00040300
           EJECT                                                        00040400
      *--------------------------------------------------------------*  00040500
      *  5000-PURGE-RTN: DROP ROWS PAST THEIR RETENTION DATE.        *  00040600
      *--------------------------------------------------------------*  00040700
      ***************                                                   00040800
       5000-PURGE-RTN.                                                  00040900
      ***************                                                   00041000
                                                                        00041100
           EXEC SQL                                                     00041200
              DELETE FROM VNSCARC                                       00041300
               WHERE RETN_DT < CURRENT DATE                             00041400
           END-EXEC.                                                    00041500
           EVALUATE SQLCODE                                             00041600
              WHEN +0                                                   00041700
                 MOVE SQLERRD (3)           TO  WS-CNT-PURGED           00041800
              WHEN +100                                                 00041900
                 CONTINUE                                               00042000
              WHEN OTHER                                                00042100
                 PERFORM 8000-DB2-ERROR-RTN                             00042200
           END-EVALUATE.                                                00042300
                                                                        00042400
           EXEC SQL                                                     00042500
              COMMIT                                                    00042600
           END-EXEC.                                                    00042700
                                                                        00042800
           DISPLAY ' '                                                  00042900
           DISPLAY 'ROWS PURGED:            ' WS-CNT-PURGED             00043000
           DISPLAY ' '                                                  00043100
           DISPLAY '*************************'                          00043200
           DISPLAY '* END OF CAT805 PROGRAM *'                          00043300
           DISPLAY '*************************'                          00043400
           DISPLAY ' '.                                                 00043500
                                                                        00043600
           EJECT                                                        00043700
      ******************                                                00043800
       8000-DB2-ERROR-RTN.                                              00043900
      ******************                                                00044000
                                                                        00044100
           DISPLAY 'CAT805 - DB2 ERROR, SQLCODE = ' SQLCODE.            00044200
           DISPLAY 'CAT805 - RECORD SEQUENCE    = ' WS-ARC-REC-SEQ.     00044300
           CALL DSNTIAR               USING  SQLCA                      00044400
                                             WS-DB2-MESSAGE-AREA        00044500
                                             WS-ERR-LINE-LEN            00044600
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00044700
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00044800
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00044900
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00045000
                 END-IF                                                 00045100
           END-PERFORM.                                                 00045200
           DISPLAY 'CAT805 ABENDED'.                                    00045300
           EXEC SQL  ROLLBACK  END-EXEC.                                00045400
           CALL ABEND                 USING  ABEND-CODE.                00045500
                                                                        00045600
           EJECT                                                        00045700
      ************                                                      00045800
       9000-EOJ-RTN.                                                    00045900
      ************                                                      00046000
                                                                        00046100
           EVALUATE TRUE                                                00046200
              WHEN WS-TYPE-FR                                           00046300
                 CLOSE ARCFR-FILE                                       00046400
              WHEN WS-TYPE-FRR                                          00046500
                 CLOSE ARCFRR-FILE                                      00046600
              WHEN WS-TYPE-POSN                                         00046700
                 CLOSE ARCPOS-FILE                                      00046800
              WHEN OTHER                                                00046900
                 CLOSE ARCSTAT-FILE                                     00047000
           END-EVALUATE.                                                00047100
                                                                        00047200
           DISPLAY ' '                                                  00047300
           DISPLAY 'RECORDS READ:           ' WS-CNT-READ               00047400
           DISPLAY 'RECORDS ARCHIVED:       ' WS-CNT-LOADED             00047500
           DISPLAY 'NO CLIENT ON VTRNFR:    ' WS-CNT-NO-CLIENT          00047600
           DISPLAY 'EARLIER ROWS REPLACED:  ' WS-CNT-REPLACED           00047700
           DISPLAY ' '                                                  00047800
           DISPLAY '*************************'                          00047900
           DISPLAY '* END OF CAT805 PROGRAM *'                          00048000
           DISPLAY '*************************'                          00048100
           DISPLAY ' '.                                                 00048200
