000001* PDX    - CAT806   C0369803 10/15/26 11:24:09 TBTIKUO            00000100
000001* CREATED FOR SSR 114474.  NSCC MESSAGE ARCHIVE RETRIEVAL.        00000200
000001* FOR EACH CONTROL CARD (ACAT CONTROL NUMBER, OPTIONAL CLIENT     00000300
000001* AND PROCESSING-DATE RANGE) EVERY RECORD IMAGE CAT805 LOADED     00000400
000001* INTO VNSCARC IS WRITTEN BACK OUT EXACTLY AS IT WAS SENT OR      00000500
000001* RECEIVED - SAME BYTES, SAME LENGTH - TO ARCOUT, IN DATE, FILE,  00000600
000001* DIRECTION AND ORIGINAL RECORD ORDER, AND LISTED ON THE REPORT   00000700
000001* WITH WHERE EACH IMAGE CAME FROM.                                00000800
       IDENTIFICATION DIVISION.                                         00000900
       PROGRAM-ID.  CAT806.                                             00001000
       AUTHOR.      LARRY MUREY.                                        00001100
       DATE-WRITTEN.  OCT 2026.                                         00001200
      *---------------------------------------------------------------* 00001300
      *                         REMARKS                               * 00001400
      * INPUT:  ARCCTL  - CONTROL CARDS, FB 80:                       * 00001500
      *                   ACAT CONTROL NBR(14) CLIENT(4, BLANK = ANY) * 00001600
      *                   FROM DATE(10) TO DATE(10) CCYY-MM-DD,       * 00001700
      *                   BLANK = NO LIMIT.  '*' IN COL 1 = COMMENT.  * 00001800
      *         VNSCARC - NSCC MESSAGE ARCHIVE                        * 00001900
      * OUTPUT: ARCOUT  - RECORD IMAGES, VB 4000, EXACT LENGTH        * 00002000
      *         RPTPI   - WHAT WAS RETRIEVED FOR EACH CARD            * 00002100
      *---------------------------------------------------------------* 00002200
           EJECT                                                        00002300
      ***************************************************************** 00002400
       ENVIRONMENT DIVISION.                                            00002500
      ***************************************************************** 00002600
       INPUT-OUTPUT SECTION.                                            00002700
       FILE-CONTROL.                                                    00002800
           SELECT CONTROL-FILE         ASSIGN  TO  ARCCTL.              00002900
           SELECT IMAGE-OUT-FILE       ASSIGN  TO  ARCOUT.              00003000
           SELECT REPORT-FILE          ASSIGN  TO  RPTPI.               00003100
                                                                        00003200
      ***************************************************************** 00003300
       DATA DIVISION.                                                   00003400
      ***************************************************************** 00003500
                                                                        00003600
       FILE SECTION.                                                    00003700
                                                                        00003800
       FD  CONTROL-FILE                                                 00003900
           RECORDING MODE F                                             00004000
           BLOCK CONTAINS 0 RECORDS                                     00004100
           LABEL RECORDS ARE STANDARD                                   00004200
           RECORD CONTAINS 80 CHARACTERS.                               00004300
                                                                        00004400
       01  CONTROL-RECORD.                                              00004500
           05  CTL-ACAT-CNTL            PIC  X(14).                     00004600
           05  CTL-CLIENT               PIC  X(04).                     00004700
           05  CTL-FROM-DT              PIC  X(10).                     00004800
           05  CTL-TO-DT                PIC  X(10).                     00004900
           05  FILLER                   PIC  X(42).                     00005000
                                                                        00005100
       FD  IMAGE-OUT-FILE                                               00005200
           RECORDING MODE IS V                                          00005300
           RECORD IS VARYING IN SIZE FROM 1 TO 4000 CHARACTERS          00005400
              DEPENDING ON WS-REC-LEN-OUT                               00005500
           BLOCK CONTAINS 0 RECORDS.                                    00005600
                                                                        00005700
       01  IMAGE-OUT-RECORD             PIC  X(4000).                   00005800
                                                                        00005900
       FD  REPORT-FILE                                                  00006000
           RECORDING MODE F                                             00006100
           BLOCK CONTAINS 0 RECORDS                                     00006200
           LABEL RECORDS ARE STANDARD                                   00006300
           RECORD CONTAINS 132 CHARACTERS.                              00006400
                                                                        00006500
       01  REPORT-RECORD                PIC  X(132).                    00006600
                                                                        00006700
           EJECT                                                        00006800
      ***************************************************************** 00006900
       WORKING-STORAGE SECTION.                                         00007000
      ***************************************************************** 00007100
                                                                        00007200
       77  ABEND-CODE                   COMP  PIC S9(04)  VALUE +999.   00007300
                                                                        00007400
       01  CALL-MODULES.                                                00007500
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00007600
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00007700
                                                                        00007800
       01  WS-REC-LEN-OUT               PIC  9(05)  VALUE 0.            00007900
                                                                        00008000
       01  WS-END-OF-CTL-SW             PIC  X(01)  VALUE 'N'.          00008100
           88  WS-END-OF-CTL                       VALUE 'Y'.           00008200
       01  WS-END-OF-ARC-SW             PIC  X(01)  VALUE 'N'.          00008300
           88  WS-END-OF-ARC                       VALUE 'Y'.           00008400
                                                                        00008500
       01  WS-SEL-AREA.                                                 00008600
           05  WS-SEL-ACAT-CNTL         PIC  X(14).                     00008700
           05  WS-SEL-CLIENT            PIC  X(04).                     00008800
           05  WS-SEL-FROM-DT           PIC  X(10).                     00008900
           05  WS-SEL-TO-DT             PIC  X(10).                     00009000
                                                                        00009100
       01  WS-ARC-AREA.                                                 00009200
           05  WS-ARC-PRCS-DT           PIC  X(10).                     00009300
           05  WS-ARC-FILE-TYPE         PIC  X(02).                     00009400
           05  WS-ARC-DRCTN             PIC  X(01).                     00009500
           05  WS-ARC-REC-SEQ           PIC S9(09) COMP.                00009600
           05  WS-ARC-CLIENT            PIC  X(04).                     00009700
           05  WS-ARC-ASSET-SEQ         PIC S9(04) COMP.                00009800
           05  WS-ARC-REC-LEN           PIC S9(04) COMP.                00009900
           05  WS-ARC-IMAGE.                                            00010000
               49  WS-ARC-IMAGE-LEN     PIC S9(04) COMP.                00010100
               49  WS-ARC-IMAGE-TXT     PIC X(4000).                    00010200
       01  WS-PRINT-IMAGE               PIC  X(66).                     00010300
                                                                        00010400
       01  WS-CNT-CARDS                 PIC S9(07) COMP-3  VALUE ZERO.  00010500
       01  WS-CNT-CARD-IMAGES           PIC S9(07) COMP-3  VALUE ZERO.  00010600
       01  WS-CNT-IMAGES                PIC S9(09) COMP-3  VALUE ZERO.  00010700
       01  WS-CNT-NOT-FOUND             PIC S9(07) COMP-3  VALUE ZERO.  00010800
                                                                        00010900
       01  WS-ACCEPT-DATE.                                              00011000
           05  WS-ACCEPT-YY             PIC  9(02).                     00011100
           05  WS-ACCEPT-MM             PIC  9(02).                     00011200
           05  WS-ACCEPT-DD             PIC  9(02).                     00011300
                                                                        00011400
       01  LINE-CNTR                    PIC  9(02)  VALUE ZEROES.       00011500
       01  PAGE-CNTR                    PIC  9(05)  VALUE ZEROES.       00011600
                                                                        00011700
       01  WS-DB2-MESSAGE-AREA.                                         00011800
           05  WS-DB2-MSG-LEN           PIC S9(04) COMP VALUE +960.     00011900
           05  WS-ERROR-MSG             PIC X(80)  OCCURS 12 TIMES      00012000
               INDEXED BY WS-ERROR-INDEX.                               00012100
       01  WS-ERR-LINE-LEN              PIC S9(09) COMP VALUE +80.      00012200
                                                                        00012300
           EJECT                                                        00012400
       01  HDR1-RECORD.                                                 00012500
           05  HDR1-CC                  PIC  X(01)  VALUE '1'.          00012600
           05  FILLER                   PIC  X(30)  VALUE               00012700
               'CAT806 - NSCC MESSAGE ARCHIVE '.                        00012800
           05  FILLER                   PIC  X(30)  VALUE               00012900
               'RETRIEVAL                     '.                        00013000
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00013100
           05  FILLER                   PIC  X(06)  VALUE               00013200
               'DATE: '.                                                00013300
           05  HDR1-DATE-MM             PIC  X(02).                     00013400
           05  FILLER                   PIC  X(01)  VALUE '/'.          00013500
           05  HDR1-DATE-DD             PIC  X(02).                     00013600
           05  FILLER                   PIC  X(01)  VALUE '/'.          00013700
           05  HDR1-DATE-YY             PIC  X(02).                     00013800
           05  FILLER                   PIC  X(06)  VALUE SPACES.       00013900
           05  FILLER                   PIC  X(06)  VALUE               00014000
               'PAGE: '.                                                00014100
           05  HDR1-PAGE-NBR            PIC  ZZZZ9.                     00014200
           05  FILLER                   PIC  X(12)  VALUE SPACES.       00014300
                                                                        00014400
       01  HDR2-RECORD.                                                 00014500
           05  HDR2-CC                  PIC  X(01)  VALUE '0'.          00014600
           05  FILLER                   PIC  X(10)  VALUE               00014700
               'PRCS DATE '.                                            00014800
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00014900
           05  FILLER                   PIC  X(02)  VALUE 'TP'.         00015000
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00015100
           05  FILLER                   PIC  X(01)  VALUE 'D'.          00015200
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00015300
           05  FILLER                   PIC  X(09)  VALUE               00015400
               '  REC SEQ'.                                             00015500
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00015600
           05  FILLER                   PIC  X(04)  VALUE 'CLNT'.       00015700
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00015800
           05  FILLER                   PIC  X(04)  VALUE 'ASEQ'.       00015900
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00016000
           05  FILLER                   PIC  X(05)  VALUE ' LEN '.      00016100
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00016200
           05  FILLER                   PIC  X(66)  VALUE               00016300
               'RECORD IMAGE (FIRST 66 BYTES)'.                         00016400
           05  FILLER                   PIC  X(14)  VALUE SPACES.       00016500
                                                                        00016600
       01  HDR3-RECORD.                                                 00016700
           05  HDR3-CC                  PIC  X(01)  VALUE ' '.          00016800
           05  FILLER                   PIC  X(131) VALUE ALL '-'.      00016900
                                                                        00017000
       01  CARD1-RECORD.                                                00017100
           05  CARD1-CC                 PIC  X(01)  VALUE '0'.          00017200
           05  FILLER                   PIC  X(14)  VALUE               00017300
               'CONTROL NBR: '.                                         00017400
           05  CARD1-ACAT-CNTL          PIC  X(14).                     00017500
           05  FILLER                   PIC  X(10)  VALUE               00017600
               '  CLIENT: '.                                            00017700
           05  CARD1-CLIENT             PIC  X(04).                     00017800
           05  FILLER                   PIC  X(08)  VALUE               00017900
               '  FROM: '.                                              00018000
           05  CARD1-FROM-DT            PIC  X(10).                     00018100
           05  FILLER                   PIC  X(06)  VALUE               00018200
               '  TO: '.                                                00018300
           05  CARD1-TO-DT              PIC  X(10).                     00018400
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00018500
           05  CARD1-RESULT             PIC  X(30).                     00018600
           05  FILLER                   PIC  X(23)  VALUE SPACES.       00018700
                                                                        00018800
       01  DTL1-RECORD.                                                 00018900
           05  DTL1-CC                  PIC  X(01)  VALUE ' '.          00019000
           05  DTL1-PRCS-DT             PIC  X(10).                     00019100
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00019200
           05  DTL1-FILE-TYPE           PIC  X(02).                     00019300
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00019400
           05  DTL1-DRCTN               PIC  X(01).                     00019500
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00019600
           05  DTL1-REC-SEQ             PIC  ZZZZZZZZ9.                 00019700
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00019800
           05  DTL1-CLIENT              PIC  X(04).                     00019900
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00020000
           05  DTL1-ASSET-SEQ           PIC  ZZZ9.                      00020100
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00020200
           05  DTL1-REC-LEN             PIC  ZZZZ9.                     00020300
           05  FILLER                   PIC  X(02)  VALUE SPACES.       00020400
           05  DTL1-IMAGE               PIC  X(66).                     00020500
           05  FILLER                   PIC  X(14)  VALUE SPACES.       00020600
                                                                        00020700
       01  TRL1-RECORD.                                                 00020800
           05  TRL1-CC                  PIC  X(01)  VALUE '0'.          00020900
           05  TRL1-LABEL               PIC  X(32).                     00021000
           05  TRL1-COUNT               PIC  ZZZ,ZZZ,ZZ9.               00021100
           05  FILLER                   PIC  X(88)  VALUE SPACES.       00021200
                                                                        00021300
       01  TRAC-RECORD.                                                 00021400
           05  TRAC-DETAIL              PIC  X(132).                    00021500
                                                                        00021600
           EJECT                                                        00021700
      *DB2 COMMUNICATION AREA                                           00021800
           EXEC SQL                                                     00021900
              INCLUDE SQLCA                                             00022000
           END-EXEC.                                                    00022100
                                                                        00022200
      *----------------------------------------------------------------*00022300
      * ARCHIVED IMAGES FOR ONE CONTROL CARD, IN ORIGINAL FILE ORDER   *00022400
      *----------------------------------------------------------------*00022500
           EXEC SQL                                                     00022600
              DECLARE ARCCSR CURSOR FOR                                 00022700
                 SELECT CHAR(PRCS_DT, ISO)                              00022800
                       ,FILE_TYPE_CD                                    00022900
                       ,DRCTN_CD                                        00023000
                       ,REC_SEQ_NBR                                     00023100
                       ,CLIENT_NBR                                      00023200
                       ,ASSET_SEQ_NBR                                   00023300
                       ,REC_LEN                                         00023400
                       ,REC_IMAGE                                       00023500
                   FROM VNSCARC                                         00023600
                  WHERE ACAT_CONTROL_NBR = :WS-SEL-ACAT-CNTL            00023700
                    AND (CLIENT_NBR = :WS-SEL-CLIENT                    00023800
                         OR :WS-SEL-CLIENT = '    ')                    00023900
                    AND PRCS_DT BETWEEN DATE(:WS-SEL-FROM-DT)           00024000
                                    AND DATE(:WS-SEL-TO-DT)             00024100
                  ORDER BY PRCS_DT, FILE_TYPE_CD, DRCTN_CD,             00024200
                           REC_SEQ_NBR                                  00024300
                  FOR READ ONLY WITH UR                                 00024400
           END-EXEC.                                                    00024500
                                                                        00024600
           EJECT                                                        00024700
      ***************************************************************** 00024800
       PROCEDURE DIVISION.                                              00024900
      ***************************************************************** 00025000
                                                                        00025100
           DISPLAY '*** CAT806 - NSCC MESSAGE ARCHIVE RETRIEVAL ***'.   00025200
                                                                        00025300
           PERFORM 1000-INITIAL-RTN.                                    00025400
                                                                        00025500
           PERFORM 2000-READ-CARD-RTN THRU 2000-EXIT                    00025600
              UNTIL WS-END-OF-CTL.                                      00025700
                                                                        00025800
           PERFORM 9000-EOJ-RTN.                                        00025900
                                                                        00026000
           GOBACK.                                                      00026100
                                                                        00026200
           EJECT                                                        00026300
      *****************                                                 00026400
       1000-INITIAL-RTN.                                                00026500
      *****************                                                 00026600
                                                                        00026700
           OPEN INPUT  CONTROL-FILE                                     00026800
                OUTPUT IMAGE-OUT-FILE                                   00026900
                       REPORT-FILE.                                     00027000
                                                                        00027100
           ACCEPT WS-ACCEPT-DATE FROM DATE.                             00027200
           MOVE WS-ACCEPT-MM                TO  HDR1-DATE-MM.           00027300
           MOVE WS-ACCEPT-DD                TO  HDR1-DATE-DD.           00027400
           MOVE WS-ACCEPT-YY                TO  HDR1-DATE-YY.           00027500
                                                                        00027600
           MOVE 0                           TO  PAGE-CNTR.              00027700
           PERFORM 1100-WRITE-HEADER-RTN.                               00027800
                                                                        00027900
      **********************                                            00028000
       1100-WRITE-HEADER-RTN.                                           00028100
      **********************                                            00028200
                                                                        00028300
           ADD 1                            TO  PAGE-CNTR.              00028400
           MOVE PAGE-CNTR                   TO  HDR1-PAGE-NBR.          00028500
                                                                        00028600
           MOVE HDR1-RECORD                 TO  TRAC-DETAIL.            00028700
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00028800
           MOVE HDR2-RECORD                 TO  TRAC-DETAIL.            00028900
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00029000
           MOVE HDR3-RECORD                 TO  TRAC-DETAIL.            00029100
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00029200
           MOVE 4                           TO  LINE-CNTR.              00029300
                                                                        00029400
           EJECT                                                        00029500
      *--------------------------------------------------------------*  00029600
      *  2000-READ-CARD-RTN: ONE CONTROL CARD, ALL ITS IMAGES.       *  00029700
      *--------------------------------------------------------------*  00029800
      ******************                                                00029900
       2000-READ-CARD-RTN.                                              00030000
      ******************                                                00030100
                                                                        00030200
           READ CONTROL-FILE                                            00030300
              AT END                                                    00030400
                 SET WS-END-OF-CTL          TO  TRUE                    00030500
                 GO TO 2000-EXIT                                        00030600
           END-READ.                                                    00030700
                                                                        00030800
           IF CONTROL-RECORD (1 : 1) = '*'                              00030900
           OR CTL-ACAT-CNTL = SPACES                                    00031000
              GO TO 2000-EXIT                                           00031100
           END-IF.                                                      00031200
                                                                        00031300
           ADD 1                            TO  WS-CNT-CARDS.           00031400
           MOVE CTL-ACAT-CNTL               TO  WS-SEL-ACAT-CNTL.       00031500
           MOVE CTL-CLIENT                  TO  WS-SEL-CLIENT.          00031600
           IF CTL-FROM-DT = SPACES                                      00031700
              MOVE '0001-01-01'             TO  WS-SEL-FROM-DT          00031800
           ELSE                                                         00031900
              MOVE CTL-FROM-DT              TO  WS-SEL-FROM-DT          00032000
           END-IF.                                                      00032100
           IF CTL-TO-DT = SPACES                                        00032200
              MOVE '9999-12-31'             TO  WS-SEL-TO-DT            00032300
           ELSE                                                         00032400
              MOVE CTL-TO-DT                TO  WS-SEL-TO-DT            00032500
           END-IF.                                                      00032600
                                                                        00032700
           MOVE ZERO                        TO  WS-CNT-CARD-IMAGES.     00032800
           MOVE 'N'                         TO  WS-END-OF-ARC-SW.       00032900
                                                                        00033000
           EXEC SQL                                                     00033100
              OPEN ARCCSR                                               00033200
           END-EXEC.                                                    00033300
           IF SQLCODE NOT = +0                                          00033400
              PERFORM 8000-DB2-ERROR-RTN                                00033500
           END-IF.                                                      00033600
                                                                        00033700
           PERFORM 2100-FETCH-IMAGE-RTN THRU 2100-EXIT                  00033800
              UNTIL WS-END-OF-ARC.                                      00033900
                                                                        00034000
           EXEC SQL                                                     00034100
              CLOSE ARCCSR                                              00034200
           END-EXEC.                                                    00034300
                                                                        00034400
           IF WS-CNT-CARD-IMAGES = ZERO                                 00034500
              ADD 1                         TO  WS-CNT-NOT-FOUND        00034600
              MOVE 'NO ARCHIVED RECORDS'    TO  CARD1-RESULT            00034700
              PERFORM 3000-WRITE-CARD-RTN                               00034800
           END-IF.                                                      00034900
                                                                        00035000
       2000-EXIT.                                                       00035100
           EXIT.                                                        00035200
                                                                        00035300
      ********************                                              00035400
       2100-FETCH-IMAGE-RTN.                                            00035500
      ********************                                              00035600
                                                                        00035700
           EXEC SQL                                                     00035800
              FETCH ARCCSR                                              00035900
                 INTO :WS-ARC-PRCS-DT                                   00036000
                     ,:WS-ARC-FILE-TYPE                                 00036100
                     ,:WS-ARC-DRCTN                                     00036200
                     ,:WS-ARC-REC-SEQ                                   00036300
                     ,:WS-ARC-CLIENT                                    00036400
                     ,:WS-ARC-ASSET-SEQ                                 00036500
                     ,:WS-ARC-REC-LEN                                   00036600
                     ,:WS-ARC-IMAGE                                     00036700
           END-EXEC.                                                    00036800
                                                                        00036900
           EVALUATE SQLCODE                                             00037000
              WHEN +100                                                 00037100
                 SET WS-END-OF-ARC          TO  TRUE                    00037200
                 GO TO 2100-EXIT                                        00037300
              WHEN +0                                                   00037400
                 CONTINUE                                               00037500
              WHEN OTHER                                                00037600
                 PERFORM 8000-DB2-ERROR-RTN                             00037700
           END-EVALUATE.                                                00037800
                                                                        00037900
           IF WS-CNT-CARD-IMAGES = ZERO                                 00038000
              MOVE SPACES                   TO  CARD1-RESULT            00038100
              PERFORM 3000-WRITE-CARD-RTN                               00038200
           END-IF.                                                      00038300
           ADD 1                            TO  WS-CNT-CARD-IMAGES.     00038400
           ADD 1                            TO  WS-CNT-IMAGES.          00038500
                                                                        00038600
           MOVE WS-ARC-IMAGE-LEN            TO  WS-REC-LEN-OUT.         00038700
           MOVE WS-ARC-IMAGE-TXT (1 : WS-ARC-IMAGE-LEN)                 00038800
                                            TO  IMAGE-OUT-RECORD.       00038900
           WRITE IMAGE-OUT-RECORD.                                      00039000
                                                                        00039100
      *    BINARY AND PACKED FIELDS ARE BLANKED FOR THE LISTING ONLY -  00039200
      *    THE ARCOUT IMAGE IS UNTOUCHED.                               00039300
           MOVE WS-ARC-IMAGE-TXT (1 : 66)   TO  WS-PRINT-IMAGE.         00039400
           INSPECT WS-PRINT-IMAGE                                       00039500
              REPLACING ALL LOW-VALUES      BY  SPACES.                 00039600
                                                                        00039700
           IF LINE-CNTR > 56                                            00039800
              PERFORM 1100-WRITE-HEADER-RTN                             00039900
           END-IF.                                                      00040000
                                                                        00040100
           MOVE WS-ARC-PRCS-DT              TO  DTL1-PRCS-DT.           00040200
           MOVE WS-ARC-FILE-TYPE            TO  DTL1-FILE-TYPE.         00040300
           MOVE WS-ARC-DRCTN                TO  DTL1-DRCTN.             00040400
           MOVE WS-ARC-REC-SEQ              TO  DTL1-REC-SEQ.           00040500
           MOVE WS-ARC-CLIENT               TO  DTL1-CLIENT.            00040600
           MOVE WS-ARC-ASSET-SEQ            TO  DTL1-ASSET-SEQ.         00040700
           MOVE WS-ARC-REC-LEN              TO  DTL1-REC-LEN.           00040800
           MOVE WS-PRINT-IMAGE              TO  DTL1-IMAGE.             00040900
                                                                        00041000
           MOVE DTL1-RECORD                 TO  TRAC-DETAIL.            00041100
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00041200
           ADD 1                            TO  LINE-CNTR.              00041300
                                                                        00041400
       2100-EXIT.                                                       00041500
           EXIT.                                                        00041600
                                                                        00041700
      ********************                                              00041800
       3000-WRITE-CARD-RTN.                                             00041900
      ********************                                              00042000
                                                                        00042100
           IF LINE-CNTR > 54                                            00042200
              PERFORM 1100-WRITE-HEADER-RTN                             00042300
           END-IF.                                                      00042400
                                                                        00042500
           MOVE WS-SEL-ACAT-CNTL            TO  CARD1-ACAT-CNTL.        00042600
           MOVE WS-SEL-CLIENT               TO  CARD1-CLIENT.           00042700
           MOVE WS-SEL-FROM-DT              TO  CARD1-FROM-DT.          00042800
           MOVE WS-SEL-TO-DT                TO  CARD1-TO-DT.            00042900
                                                                        00043000
           MOVE CARD1-RECORD                TO  TRAC-DETAIL.            00043100
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00043200
           ADD 2                            TO  LINE-CNTR.              00043300
                                                                        00043400
           EJECT                                                        00043500
      ******************                                                00043600
       8000-DB2-ERROR-RTN.                                              00043700
      ******************                                                00043800
                                                                        00043900
           DISPLAY 'CAT806 - DB2 ERROR, SQLCODE = ' SQLCODE.            00044000
           DISPLAY 'CAT806 - CONTROL NUMBER     = ' WS-SEL-ACAT-CNTL.   00044100
           CALL DSNTIAR               USING  SQLCA                      00044200
                                             WS-DB2-MESSAGE-AREA        00044300
                                             WS-ERR-LINE-LEN            00044400
           PERFORM VARYING WS-ERROR-INDEX FROM 1 BY 1                   00044500
              UNTIL WS-ERROR-INDEX GREATER THAN 12                      00044600
                 IF WS-ERROR-MSG (WS-ERROR-INDEX) > SPACES              00044700
                    DISPLAY '*** ' WS-ERROR-MSG (WS-ERROR-INDEX)        00044800
                 END-IF                                                 00044900
           END-PERFORM.                                                 00045000
           DISPLAY 'CAT806 ABENDED'.                                    00045100
           CALL ABEND                 USING  ABEND-CODE.                00045200
                                                                        00045300
           EJECT                                                        00045400
      ************                                                      00045500
       9000-EOJ-RTN.                                                    00045600
      ************                                                      00045700
                                                                        00045800
           MOVE 'CONTROL CARDS                   '  TO  TRL1-LABEL.     00045900
           MOVE WS-CNT-CARDS                TO  TRL1-COUNT.             00046000
           PERFORM 9100-WRITE-TRL-RTN.                                  00046100
                                                                        00046200
           MOVE ' '                         TO  TRL1-CC.                00046300
           MOVE 'RECORD IMAGES RETRIEVED         '  TO  TRL1-LABEL.     00046400
           MOVE WS-CNT-IMAGES               TO  TRL1-COUNT.             00046500
           PERFORM 9100-WRITE-TRL-RTN.                                  00046600
                                                                        00046700
           MOVE 'CARDS WITH NO ARCHIVED RECORDS  '  TO  TRL1-LABEL.     00046800
           MOVE WS-CNT-NOT-FOUND            TO  TRL1-COUNT.             00046900
           PERFORM 9100-WRITE-TRL-RTN.                                  00047000
                                                                        00047100
           CLOSE CONTROL-FILE                                           00047200
                 IMAGE-OUT-FILE                                         00047300
                 REPORT-FILE.                                           00047400
                                                                        00047500
           DISPLAY ' '                                                  00047600
           DISPLAY 'CONTROL CARDS:          ' WS-CNT-CARDS              00047700
           DISPLAY 'IMAGES RETRIEVED:       ' WS-CNT-IMAGES             00047800
           DISPLAY 'CARDS NOT FOUND:        ' WS-CNT-NOT-FOUND          00047900
           DISPLAY ' '                                                  00048000
           DISPLAY '*************************'                          00048100
           DISPLAY '* END OF CAT806 PROGRAM *'                          00048200
           DISPLAY '*************************'                          00048300
           DISPLAY ' '.                                                 00048400
                                                                        00048500
      ******************                                                00048600
       9100-WRITE-TRL-RTN.                                              00048700
      ******************                                                00048800
                                                                        00048900
           MOVE TRL1-RECORD                 TO  TRAC-DETAIL.            00049000
           WRITE REPORT-RECORD            FROM  TRAC-RECORD.            00049100
