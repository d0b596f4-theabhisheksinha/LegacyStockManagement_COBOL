000001* PDX    - CAT670   C0369807 10/15/26 13:52:30 TBTIKUO            00001000
LRM008* SSR 114478 CHECKPOINT/RESTART AND DUPLICATE-BOOKING GUARD.      00001000
LRM008* EVERY INTERVAL (PARM COLS 2-6, DEFAULT 500 WRAP RECORDS) THE    00001000
LRM008* RUN COMMITS AND WRITES A CATCKPT RECORD (CAT670CI/CAT670CO)     00001000
LRM008* WITH THE LAST WRAP KEY AND THE OUTPUT COUNTS.  EVERY BOOKING    00001000
LRM008* (P2 OR TACT) IS LOGGED ON THE ACATBKRG BOOKED-KEY REGISTER BY   00001000
LRM008* PROCESS DATE AND WRAP RECORD NUMBER.  A RECORD ALREADY ON THE   00001000
LRM008* REGISTER FROM AN EARLIER RUN IS NEVER BOOKED AGAIN - IT IS      00001000
LRM008* SKIPPED AND LISTED ON DROPFILE.  A RESTART RUN CARRIES ON THE   00001000
LRM008* ABENDED RUN'S ID AND REBUILDS THE OUTPUT FILES FROM THE TOP OF  00001000
LRM008* THE WRAP FILE: BOOKINGS THE ABENDED RUN COMMITTED ARE WRITTEN   00001000
LRM008* AGAIN AS LOGGED (NOT RE-DECIDED), THE CHECKPOINT KEY AND COUNTS 00001000
LRM008* ARE VERIFIED AT THE RESTART POINT, AND BOOKING RESUMES PAST     00001000
LRM008* IT.  THE ABENDED RUN'S OUTPUT FILES ARE DISCARDED.              00001000
000001* PDX    - CAT670   C0369737 09/03/26 03:20:11 TBTIKUO            00001000
LRM007* CYCLE-WIDE AS-OF DATE.  WHEN THE SCHEDULER SUPPLIES AN          00001000
LRM007* ASOFCTL CONTROL RECORD (CATCH-UP CYCLE AFTER AN OUTAGE)         00001000
           SELECT RETAIN-FILE                ASSIGN  TO  P2WRAPO.               
           SELECT P2BKPG-FILE                ASSIGN  TO  P2OUT.                 
LRM005     SELECT DROPPED-FILE               ASSIGN  TO  DROPFILE.      00001000
LRM008     SELECT CKPT-IN-FILE               ASSIGN  TO  CAT670CI       00001000
LRM008                             FILE STATUS IS WS-CKPTI-STAT.        00001000
LRM008     SELECT CKPT-OUT-FILE              ASSIGN  TO  CAT670CO.      00001000
TBD*****   SELECT TACTOUT-FILE               ASSIGN  TO  TACT.                  
                                                                                
                                                                                
LRM005     05  DROP-REASON             PIC X(40).                       00001000
LRM005     05  FILLER                  PIC X(20).                       00001000

LRM008 FD  CKPT-IN-FILE                                                 00001000
LRM008     RECORDING MODE IS F                                          00001000
LRM008     LABEL RECORDS STANDARD                                       00001000
LRM008     BLOCK CONTAINS 0 RECORDS                                     00001000
LRM008     RECORD CONTAINS 200 CHARACTERS.                              00001000
LRM008 COPY CATCKPT REPLACING ==:CKPT:== BY ==CKI==.                    00001000
LRM008                                                                  00001000
LRM008 FD  CKPT-OUT-FILE                                                00001000
LRM008     RECORDING MODE IS F                                          00001000
LRM008     LABEL RECORDS STANDARD                                       00001000
LRM008     BLOCK CONTAINS 0 RECORDS                                     00001000
LRM008     RECORD CONTAINS 200 CHARACTERS.                              00001000
LRM008 COPY CATCKPT REPLACING ==:CKPT:== BY ==CKO==.                    00001000
LRM008                                                                  00001000
           EJECT
      ******************************************************************
       WORKING-STORAGE SECTION.
LRM006* ENTRIES CARRY THE CATMATH RECORD IN THEIR FIRST 100 BYTES.      00001000
LRM006     COPY CATMATH REPLACING ==:CATMATH:== BY ==PV==.              00001000
                                                                                
LRM008 77  WS-CKPT-FREQ          COMP-3  PIC  9(05)  VALUE 500.         00001000
LRM008 77  WS-CKPT-CNT           COMP-3  PIC  9(05)  VALUE ZEROES.      00001000
LRM008 77  WS-CKPTS-TAKEN        COMP-3  PIC  9(05)  VALUE ZEROES.      00001000
LRM008 77  WS-TACT-WRTN          COMP-3  PIC  9(09)  VALUE ZEROES.      00001000
LRM008 77  WS-RECORDS-RESTORED   COMP-3  PIC  9(09)  VALUE ZEROES.      00001000
LRM008 77  WS-RECORDS-DUP-SKIP   COMP-3  PIC  9(09)  VALUE ZEROES.      00001000
LRM008 77  WS-BOOK-MODE-SW       PIC X(01) VALUE 'B'.                   00001000
LRM008     88  WS-BOOKING                  VALUE 'B'.                   00001000
LRM008     88  WS-RESTORING                VALUE 'R'.                   00001000
LRM008 77  WS-BKR-FOUND-SW       PIC X(01) VALUE 'N'.                   00001000
LRM008     88  WS-BKR-FOUND                VALUE 'Y'.                   00001000
LRM008 77  WS-LAST-WRAP-KEY      PIC X(25) VALUE SPACES.                00001000
LRM008 77  WS-RUN-ID             PIC X(26) VALUE SPACES.                00001000
LRM008 77  WS-TMSTP              PIC X(26) VALUE SPACES.                00001000
LRM008 01  WS-CKPT-AREA.                                                00001000
LRM008     05  WS-CKPTI-STAT            PIC X(02) VALUE SPACES.         00001000
LRM008         88  WS-CKPTI-OK                    VALUE '00'.           00001000
LRM008         88  WS-CKPTI-EOF                   VALUE '10'.           00001000
LRM008     05  WS-RESTART-SW            PIC X(01) VALUE 'N'.            00001000
LRM008         88  WS-RESTART-RUN                 VALUE 'Y'.            00001000
LRM008     05  WS-RESTART-IP-COUNT      PIC 9(09) VALUE ZERO.           00001000
LRM008     05  WS-RESTART-OP1-COUNT     PIC 9(09) VALUE ZERO.           00001000
LRM008     05  WS-RESTART-OP2-COUNT     PIC 9(09) VALUE ZERO.           00001000
LRM008     05  WS-RESTART-TACT-COUNT    PIC 9(09) VALUE ZERO.           00001000
LRM008     05  WS-RESTART-WRAP-KEY      PIC X(25) VALUE SPACES.         00001000
LRM008     05  WS-CKPT-YMD              PIC X(08) VALUE SPACES.         00001000
LRM008     05  WS-CKPT-HMS              PIC X(08) VALUE SPACES.         00001000
LRM008* CATCKPT HOLD AREA FOR THIS PROGRAM.                             00001000
LRM008 01  WS-CKPT-HOLD.                                                00001000
LRM008     05  WS-CKH-STATUS            PIC X(01).                      00001000
LRM008         88  WS-CKH-RESTART                 VALUE 'R'.            00001000
LRM008         88  WS-CKH-COMPLETE                VALUE 'C'.            00001000
LRM008     05  WS-CKH-PROC-DT           PIC X(10).                      00001000
LRM008     05  WS-CKH-WRAP-KEY          PIC X(25).                      00001000
LRM008     05  WS-CKH-RUN-ID            PIC X(26).                      00001000
LRM008     05  WS-CKH-TACT-CNT          PIC 9(09).                      00001000
LRM008     05  WS-CKH-DROP-CNT          PIC 9(09).                      00001000
LRM008     05  FILLER                   PIC X(40).                      00001000
LRM008* LAST CAT670 RECORD ON THE CHECKPOINT INPUT.                     00001000
LRM008     COPY CATCKPT REPLACING ==:CKPT:== BY ==CKL==.                00001000
LRM008* BOOKED-KEY REGISTER HOST VARIABLES.                             00001000
LRM008 01  WS-BKR-REC-NBR               PIC S9(09) COMP.                00001000
LRM008 01  WS-BKR-CLIENT                PIC X(04).                      00001000
LRM008 01  WS-BKR-CNTL                  PIC X(14).                      00001000
LRM008 01  WS-BKR-RUN-ID                PIC X(26).                      00001000
LRM008 01  WS-BKR-P2-TYPE               PIC X(05).                      00001000
LRM008 01  WS-BKR-WRAP-TYPE             PIC X(01).                      00001000
LRM008 01  WS-BKR-ENTRY-CNT             PIC S9(04) COMP.                00001000
LRM008                                                                  00001000
       01  DATE-WORK-AREA.                                                      
           03  WORK-DATE-MMDDYY            PIC X(6).                            
           03  WS-ACAT-STTLM-DATE          PIC X(10).                           
LRM006     05  PARM-LENGTH              PIC  S9(4) COMP.                00001000
LRM006     05  PARM-MODE                PIC  X(01).                     00001000
LRM006         88  PREVIEW-MODE                     VALUE 'P'.          00001000
LRM008     05  PARM-CKPT-INT            PIC  9(05).                     00001000
           EJECT
LRM006 PROCEDURE DIVISION USING PARM-AREA.                              00001000

           MOVE '0'              TO WS-CLIENT.                                  
           MOVE WRAP-CLIENT      TO WS-CLIENT(2 : 3).                           
           MOVE WRAP-CONTROL-NBR TO WS-CONTROL-NBR.                             
LRM008     MOVE WRAP-RECORD-FIELDS (1 : 25) TO WS-LAST-WRAP-KEY.        00001000
LRM008     IF WS-RESTART-RUN                                            00001000
LRM008     AND WS-RECORDS-READ = WS-RESTART-IP-COUNT                    00001000
LRM008        PERFORM RESTART-KEY-CHECK-RTN                             00001000
LRM008     END-IF.                                                      00001000
LRM008     IF NOT WS-PREVIEW-RUN                                        00001000
LRM008     AND (WRAP-P2-RECORD OR WRAP-TACT-RECORD)                     00001000
LRM008        PERFORM BOOKED-KEY-CHECK-RTN                              00001000
LRM008        IF WS-BKR-FOUND                                           00001000
LRM008           PERFORM BOOKED-KEY-HIT-RTN                             00001000
LRM008           PERFORM CHECKPOINT-RTN                                 00001000
LRM008           GO TO PROCESS-ROUTINE                                  00001000
LRM008        END-IF                                                    00001000
LRM008     END-IF.                                                      00001000
                                                                                
           EXEC SQL                                                             
              SELECT                                                            
                    MOVE 2500 TO ABEND-CODE                                     
                    PERFORM SQL-ERROR-ROUTINE                                   
           END-EVALUATE.                                                        
LRM008     PERFORM CHECKPOINT-RTN.                                      00001000
           GO TO PROCESS-ROUTINE.                                               
                                                                                
       PROCESS-ROUTINE-EXIT. EXIT.
           IF WRAP-TACT-RECORD
              PERFORM 0950-CREATE-TACT-RECORD
           END-IF.
LRM008     IF NOT WS-PREVIEW-RUN                                        00001000
LRM008     AND WS-BOOKING                                               00001000
LRM008     AND (WRAP-P2-RECORD OR WRAP-TACT-RECORD)                     00001000
LRM008        PERFORM BOOKED-KEY-ADD-RTN                                00001000
LRM008     END-IF.                                                      00001000
LRM008                                                                  00001000
LRM008*---------------------------------------------------------------- 00001000
LRM008* BOOKED-KEY-CHECK-RTN - IS THIS WRAP RECORD ALREADY ON THE       00001000
LRM008* REGISTER FOR THIS PROCESS DATE?  THE REGISTER ROW MUST BE FOR   00001000
LRM008* THE SAME TRANSFER, OR THIS IS NOT THE WRAP FILE THAT WAS BOOKED.00001000
LRM008*---------------------------------------------------------------- 00001000
LRM008 BOOKED-KEY-CHECK-RTN.                                            00001000
LRM008     MOVE 'N'              TO WS-BKR-FOUND-SW.                    00001000
LRM008     MOVE WS-RECORDS-READ  TO WS-BKR-REC-NBR.                     00001000
LRM008     EXEC SQL                                                     00001000
LRM008        SELECT                                                    00001000
LRM008               CLIENT_NBR                                         00001000
LRM008              ,ACAT_CONTROL_NBR                                   00001000
LRM008              ,RUN_ID                                             00001000
LRM008           INTO                                                   00001000
LRM008               :WS-BKR-CLIENT                                     00001000
LRM008              ,:WS-BKR-CNTL                                       00001000
LRM008              ,:WS-BKR-RUN-ID                                     00001000
LRM008           FROM ACATBKRG                                          00001000
LRM008           WHERE (PROC_DT =                                       00001000
LRM008                      :WS-ACAT-STTLM-DATE                         00001000
LRM008             AND WRAP_REC_NBR =                                   00001000
LRM008                      :WS-BKR-REC-NBR)                            00001000
LRM008     END-EXEC.                                                    00001000
LRM008                                                                  00001000
LRM008     EVALUATE SQLCODE                                             00001000
LRM008           WHEN +0                                                00001000
LRM008              IF WS-BKR-CLIENT NOT = WS-CLIENT                    00001000
LRM008              OR WS-BKR-CNTL NOT = WS-CONTROL-NBR                 00001000
LRM008                 DISPLAY 'CAT670 - WRAP RECORD ' WS-RECORDS-READ  00001000
LRM008                    ' IS ' WS-CLIENT ' ' WS-CONTROL-NBR           00001000
LRM008                    ' BUT WAS BOOKED AS ' WS-BKR-CLIENT ' '       00001000
LRM008                    WS-BKR-CNTL                                   00001000
LRM008                 DISPLAY 'CAT670 - WRAP FILE IS NOT THE ONE '     00001000
LRM008                    'BOOKED FOR THIS PROCESS DATE'                00001000
LRM008                 MOVE 6200 TO ABEND-CODE                          00001000
LRM008                 CALL ABEND USING ABEND-CODE                      00001000
LRM008              END-IF                                              00001000
LRM008              SET WS-BKR-FOUND TO TRUE                            00001000
LRM008           WHEN +100                                              00001000
LRM008              CONTINUE                                            00001000
LRM008           WHEN OTHER                                             00001000
LRM008              MOVE 6210 TO ABEND-CODE                             00001000
LRM008              PERFORM SQL-ERROR-ROUTINE                           00001000
LRM008     END-EVALUATE.                                                00001000
LRM008                                                                  00001000
LRM008*---------------------------------------------------------------- 00001000
LRM008* BOOKED-KEY-HIT-RTN - A BOOKING THIS RUN (OR THE ABENDED RUN IT  00001000
LRM008* RESTARTS) COMMITTED IS WRITTEN AGAIN TO THE REBUILT OUTPUT.     00001000
LRM008* ONE FROM ANY EARLIER RUN IS SKIPPED AND REPORTED.               00001000
LRM008*---------------------------------------------------------------- 00001000
LRM008 BOOKED-KEY-HIT-RTN.                                              00001000
LRM008     IF WS-BKR-RUN-ID = WS-RUN-ID                                 00001000
LRM008        SET WS-RESTORING TO TRUE                                  00001000
LRM008        PERFORM CREATE-TIF-RTN                                    00001000
LRM008        SET WS-BOOKING TO TRUE                                    00001000
LRM008        ADD 1 TO WS-RECORDS-RESTORED                              00001000
LRM008     ELSE                                                         00001000
LRM008        ADD 1 TO WS-RECORDS-DUP-SKIP                              00001000
LRM008        DISPLAY 'ALREADY BOOKED - SKIPPED ' WS-CLIENT             00001000
LRM008           ' ' WS-CONTROL-NBR ' WRAP REC ' WS-RECORDS-READ        00001000
LRM008        MOVE 'ALREADY BOOKED FOR THIS PROCESS DATE'               00001000
LRM008           TO WS-DROP-REASON                                      00001000
LRM008        PERFORM WRITE-DROPPED-RTN                                 00001000
LRM008     END-IF.                                                      00001000
LRM008                                                                  00001000
LRM008 BOOKED-KEY-ADD-RTN.                                              00001000
LRM008     MOVE WS-RECORDS-READ   TO WS-BKR-REC-NBR.                    00001000
LRM008     MOVE WRAP-P2-REC-TYPE  TO WS-BKR-P2-TYPE.                    00001000
LRM008     MOVE WRAP-RECORD-TYPE  TO WS-BKR-WRAP-TYPE.                  00001000
LRM008     IF WRAP-P2-RECORD                                            00001000
LRM008        MOVE WRAP-P2-COUNT  TO WS-BKR-ENTRY-CNT                   00001000
LRM008     ELSE                                                         00001000
LRM008        MOVE 1              TO WS-BKR-ENTRY-CNT                   00001000
LRM008     END-IF.                                                      00001000
LRM008     EXEC SQL                                                     00001000
LRM008        INSERT INTO ACATBKRG                                      00001000
LRM008              (PROC_DT                                            00001000
LRM008              ,WRAP_REC_NBR                                       00001000
LRM008              ,CLIENT_NBR                                         00001000
LRM008              ,ACAT_CONTROL_NBR                                   00001000
LRM008              ,P2_REC_TYPE                                        00001000
LRM008              ,WRAP_REC_TYPE                                      00001000
LRM008              ,BOOK_ENTRY_CNT                                     00001000
LRM008              ,RUN_ID                                             00001000
LRM008              ,BOOK_TMSTP)                                        00001000
LRM008        VALUES                                                    00001000
LRM008              (:WS-ACAT-STTLM-DATE                                00001000
LRM008              ,:WS-BKR-REC-NBR                                    00001000
LRM008              ,:WS-CLIENT                                         00001000
LRM008              ,:WS-CONTROL-NBR                                    00001000
LRM008              ,:WS-BKR-P2-TYPE                                    00001000
LRM008              ,:WS-BKR-WRAP-TYPE                                  00001000
LRM008              ,:WS-BKR-ENTRY-CNT                                  00001000
LRM008              ,:WS-RUN-ID                                         00001000
LRM008              ,CURRENT TIMESTAMP)                                 00001000
LRM008     END-EXEC.                                                    00001000
LRM008     IF SQLCODE NOT = +0                                          00001000
LRM008        MOVE 6220 TO ABEND-CODE                                   00001000
LRM008        PERFORM SQL-ERROR-ROUTINE                                 00001000
LRM008     END-IF.                                                      00001000
LRM008                                                                  00001000
LRM008*---------------------------------------------------------------- 00001000
LRM008* CHECKPOINT-RTN - AT EACH INTERVAL COMMIT THE REGISTER AND WRITE 00001000
LRM008* A RESTART CHECKPOINT.  ON A RESTART RUN, CHECK THE REBUILT      00001000
LRM008* OUTPUT COUNTS ONCE THE CHECKPOINT RECORD HAS BEEN PROCESSED.    00001000
LRM008*---------------------------------------------------------------- 00001000
LRM008 CHECKPOINT-RTN.                                                  00001000
LRM008     IF NOT WS-PREVIEW-RUN                                        00001000
LRM008        ADD 1 TO WS-CKPT-CNT                                      00001000
LRM008        IF WS-CKPT-CNT NOT < WS-CKPT-FREQ                         00001000
LRM008           EXEC SQL  COMMIT  END-EXEC                             00001000
LRM008           MOVE ZEROES TO WS-CKPT-CNT                             00001000
LRM008           ADD 1 TO WS-CKPTS-TAKEN                                00001000
LRM008           SET WS-CKH-RESTART TO TRUE                             00001000
LRM008           PERFORM WRITE-CKPT-RTN                                 00001000
LRM008        END-IF                                                    00001000
LRM008     END-IF.                                                      00001000
LRM008     IF WS-RESTART-RUN                                            00001000
LRM008     AND WS-RECORDS-READ = WS-RESTART-IP-COUNT                    00001000
LRM008        PERFORM RESTART-COUNT-CHECK-RTN                           00001000
LRM008     END-IF.                                                      00001000
LRM008                                                                  00001000
LRM008 RESTART-KEY-CHECK-RTN.                                           00001000
LRM008     IF WS-LAST-WRAP-KEY NOT = WS-RESTART-WRAP-KEY                00001000
LRM008        DISPLAY 'CAT670 - WRAP RECORD ' WS-RECORDS-READ           00001000
LRM008           ' KEY ' WS-LAST-WRAP-KEY                               00001000
LRM008        DISPLAY 'CAT670 - CHECKPOINT KEY ' WS-RESTART-WRAP-KEY    00001000
LRM008        DISPLAY 'CAT670 - WRAP FILE DOES NOT MATCH CHECKPOINT'    00001000
LRM008        MOVE 6100 TO ABEND-CODE                                   00001000
LRM008        CALL ABEND USING ABEND-CODE                               00001000
LRM008     END-IF.                                                      00001000
LRM008                                                                  00001000
LRM008 RESTART-COUNT-CHECK-RTN.                                         00001000
LRM008     DISPLAY 'CAT670 - RESTART POINT REACHED AT WRAP RECORD '     00001000
LRM008        WS-RECORDS-READ ' - BOOKING RESUMES'.                     00001000
LRM008     IF P2-RECS-WRTN        NOT = WS-RESTART-OP1-COUNT            00001000
LRM008     OR WS-RECORDS-RETAINED NOT = WS-RESTART-OP2-COUNT            00001000
LRM008     OR WS-TACT-WRTN        NOT = WS-RESTART-TACT-COUNT           00001000
LRM008        DISPLAY 'CAT670 - WARNING - REBUILT COUNTS DIFFER FROM '  00001000
LRM008           'CHECKPOINT'                                           00001000
LRM008        DISPLAY 'CAT670 -   P2 ' P2-RECS-WRTN ' WAS '             00001000
LRM008           WS-RESTART-OP1-COUNT                                   00001000
LRM008        DISPLAY 'CAT670 -   RETAINED ' WS-RECORDS-RETAINED        00001000
LRM008           ' WAS ' WS-RESTART-OP2-COUNT                           00001000
LRM008        DISPLAY 'CAT670 -   TACT ' WS-TACT-WRTN ' WAS '           00001000
LRM008           WS-RESTART-TACT-COUNT                                  00001000
LRM008     END-IF.                                                      00001000

LRM006*---------------------------------------------------------------- 00001000
LRM006* PREVIEW-TALLY-RTN - TALLY WHAT WOULD BOOK, BY CLIENT AND P2     00001000
           SET TACTIO-VAR TO TRUE.                                              
           CALL  TACTIO          USING TACTIO-PARAMETERS                        
                                       TACT-RECORD.                             
LRM008     ADD 1 TO WS-TACT-WRTN.                                       00001000
           EJECT                                                                
      *******************                                                       
       SQL-ERROR-ROUTINE.                                                       
                                                                                
           DISPLAY 'PROCESS DATE ' WS-ACAT-STTLM-DATE.                          
                                                                                
LRM008     PERFORM BUILD-TMSTP-RTN.                                     00001000
LRM008     MOVE WS-TMSTP TO WS-RUN-ID.                                  00001000
LRM008     IF PARM-LENGTH > 5                                           00001000
LRM008     AND PARM-CKPT-INT NUMERIC                                    00001000
LRM008     AND PARM-CKPT-INT > 0                                        00001000
LRM008        MOVE PARM-CKPT-INT TO WS-CKPT-FREQ                        00001000
LRM008     END-IF.                                                      00001000
LRM008     IF NOT WS-PREVIEW-RUN                                        00001000
LRM008        DISPLAY 'CAT670 - CHECKPOINT INTERVAL = ' WS-CKPT-FREQ    00001000
LRM008        PERFORM READ-CKPT-RTN THRU READ-CKPT-EXIT                 00001000
LRM008        DISPLAY 'CAT670 - RUN ID ' WS-RUN-ID                      00001000
LRM008     END-IF.                                                      00001000
LRM008                                                                  00001000
           OPEN INPUT P2WRAP-FILE.                                              
LRM004     OPEN INPUT INTRA-DAY-FEE-IN                                          
           OPEN OUTPUT RETAIN-FILE.                                             
           WRITE P2BKPG-RECORD
           PERFORM 0250-OPEN-TACT
LRM006     END-IF.                                                      00001000
LRM008                                                                  00001000
LRM008*---------------------------------------------------------------- 00001000
LRM008* READ-CKPT-RTN - THE LAST CAT670 RECORD ON CAT670CI DECIDES.     00001000
LRM008* 'R' FOR THIS PROCESS DATE MEANS RESTART: TAKE OVER THE ABENDED  00001000
LRM008* RUN'S ID, KEY AND COUNTS.                                       00001000
LRM008*---------------------------------------------------------------- 00001000
LRM008 READ-CKPT-RTN.                                                   00001000
LRM008     OPEN OUTPUT CKPT-OUT-FILE.                                   00001000
LRM008     MOVE SPACES TO CKO-RECORD.                                   00001000
LRM008     MOVE SPACES TO CKL-RECORD.                                   00001000
LRM008     OPEN INPUT  CKPT-IN-FILE.                                    00001000
LRM008     IF NOT WS-CKPTI-OK                                           00001000
LRM008        DISPLAY 'CAT670 - NO PRIOR CHECKPOINT - FULL RUN'         00001000
LRM008        GO TO READ-CKPT-EXIT                                      00001000
LRM008     END-IF.                                                      00001000
LRM008     PERFORM READ-CKPT-REC-RTN                                    00001000
LRM008        UNTIL WS-CKPTI-EOF.                                       00001000
LRM008     CLOSE CKPT-IN-FILE.                                          00001000
LRM008                                                                  00001000
LRM008     IF CKL-KEY NOT = 'CAT670  '                                  00001000
LRM008        DISPLAY 'CAT670 - NO PRIOR CHECKPOINT - FULL RUN'         00001000
LRM008        GO TO READ-CKPT-EXIT                                      00001000
LRM008     END-IF.                                                      00001000
LRM008     MOVE CKL-HOLD-REC TO WS-CKPT-HOLD.                           00001000
LRM008     IF NOT WS-CKH-RESTART                                        00001000
LRM008        DISPLAY 'CAT670 - LAST RUN COMPLETED - FULL RUN'          00001000
LRM008        GO TO READ-CKPT-EXIT                                      00001000
LRM008     END-IF.                                                      00001000
LRM008     IF WS-CKH-PROC-DT NOT = WS-ACAT-STTLM-DATE                   00001000
LRM008        DISPLAY 'CAT670 - RESTART CHECKPOINT IS FOR PROCESS DATE '00001000
LRM008           WS-CKH-PROC-DT ' - IGNORED, FULL RUN'                  00001000
LRM008        GO TO READ-CKPT-EXIT                                      00001000
LRM008     END-IF.                                                      00001000
LRM008                                                                  00001000
LRM008     SET WS-RESTART-RUN TO TRUE.                                  00001000
LRM008     MOVE CKL-IP-COUNT     TO WS-RESTART-IP-COUNT.                00001000
LRM008     MOVE CKL-OP1-COUNT    TO WS-RESTART-OP1-COUNT.               00001000
LRM008     MOVE CKL-OP2-COUNT    TO WS-RESTART-OP2-COUNT.               00001000
LRM008     MOVE WS-CKH-TACT-CNT  TO WS-RESTART-TACT-COUNT.              00001000
LRM008     MOVE WS-CKH-WRAP-KEY  TO WS-RESTART-WRAP-KEY.                00001000
LRM008     MOVE WS-CKH-RUN-ID    TO WS-RUN-ID.                          00001000
LRM008     DISPLAY 'CAT670 - RESTART PENDING, CHECKPOINT AT WRAP '      00001000
LRM008        'RECORD ' WS-RESTART-IP-COUNT ' KEY ' WS-RESTART-WRAP-KEY.00001000
LRM008* CARRY THE INHERITED RESTART POINT FORWARD ON CAT670CO BEFORE    00001000
LRM008* ANY WORK, SO AN ABEND AHEAD OF THE FIRST INTERVAL STILL         00001000
LRM008* RESTARTS UNDER THE SAME RUN ID.                                 00001000
LRM008     MOVE CKL-RECORD          TO CKO-RECORD.                      00001000
LRM008     PERFORM WRITE-CKPT-REC-RTN.                                  00001000
LRM008 READ-CKPT-EXIT.                                                  00001000
LRM008     EXIT.                                                        00001000
LRM008                                                                  00001000
LRM008 READ-CKPT-REC-RTN.                                               00001000
LRM008     READ CKPT-IN-FILE                                            00001000
LRM008        AT END                                                    00001000
LRM008           SET WS-CKPTI-EOF TO TRUE                               00001000
LRM008        NOT AT END                                                00001000
LRM008           IF CKI-KEY = 'CAT670  '                                00001000
LRM008              MOVE CKI-RECORD TO CKL-RECORD                       00001000
LRM008           END-IF                                                 00001000
LRM008     END-READ.                                                    00001000
LRM008                                                                  00001000
LRM008 WRITE-CKPT-RTN.                                                  00001000
LRM008     MOVE 'CAT670  '          TO CKO-KEY.                         00001000
LRM008     MOVE WS-RECORDS-READ     TO CKO-IP-COUNT.                    00001000
LRM008     MOVE P2-RECS-WRTN        TO CKO-OP1-COUNT.                   00001000
LRM008     MOVE WS-RECORDS-RETAINED TO CKO-OP2-COUNT.                   00001000
LRM008     MOVE WS-LAST-WRAP-KEY (12 : 14)                              00001000
LRM008                              TO CKO-PREV-KEY.                    00001000
LRM008     MOVE WS-ACAT-STTLM-DATE  TO WS-CKH-PROC-DT.                  00001000
LRM008     MOVE WS-LAST-WRAP-KEY    TO WS-CKH-WRAP-KEY.                 00001000
LRM008     MOVE WS-RUN-ID           TO WS-CKH-RUN-ID.                   00001000
LRM008     MOVE WS-TACT-WRTN        TO WS-CKH-TACT-CNT.                 00001000
LRM008     MOVE WS-RECORDS-DROPPED  TO WS-CKH-DROP-CNT.                 00001000
LRM008     MOVE WS-CKPT-HOLD        TO CKO-HOLD-REC.                    00001000
LRM008     PERFORM WRITE-CKPT-REC-RTN.                                  00001000
LRM008                                                                  00001000
LRM008 WRITE-CKPT-REC-RTN.                                              00001000
LRM008     PERFORM BUILD-TMSTP-RTN.                                     00001000
LRM008     MOVE WS-TMSTP            TO CKO-TIMESTAMP.                   00001000
LRM008     WRITE CKO-RECORD.                                            00001000
LRM008                                                                  00001000
LRM008 BUILD-TMSTP-RTN.                                                 00001000
LRM008     MOVE SPACES TO WS-TMSTP.                                     00001000
LRM008     ACCEPT WS-CKPT-YMD   FROM DATE YYYYMMDD.                     00001000
LRM008     ACCEPT WS-CKPT-HMS   FROM TIME.                              00001000
LRM008     STRING WS-CKPT-YMD (1 : 4) '-'                               00001000
LRM008            WS-CKPT-YMD (5 : 2) '-'                               00001000
LRM008            WS-CKPT-YMD (7 : 2) '-'                               00001000
LRM008            WS-CKPT-HMS (1 : 2) '.'                               00001000
LRM008            WS-CKPT-HMS (3 : 2) '.'                               00001000
LRM008            WS-CKPT-HMS (5 : 2) '.'                               00001000
LRM008            WS-CKPT-HMS (7 : 2) '0000'                            00001000
LRM008            DELIMITED BY SIZE  INTO WS-TMSTP.                     00001000
                                                                                
       0250-OPEN-TACT.                                                          
           MOVE 'CAT670 '       TO    TACTIO-CALLING-PGM-NAME.                  
           WRITE P2BKPG-RECORD
LRM006     END-IF.                                                      00001000

LRM008     IF WS-RESTART-RUN                                            00001000
LRM008     AND WS-RECORDS-READ < WS-RESTART-IP-COUNT                    00001000
LRM008        DISPLAY 'CAT670 - WRAP FILE ENDED AT RECORD '             00001000
LRM008           WS-RECORDS-READ ' BEFORE CHECKPOINT RECORD '           00001000
LRM008           WS-RESTART-IP-COUNT                                    00001000
LRM008        MOVE 6110 TO ABEND-CODE                                   00001000
LRM008        CALL ABEND USING ABEND-CODE                               00001000
LRM008     END-IF.                                                      00001000
LRM008     IF NOT WS-PREVIEW-RUN                                        00001000
LRM008        EXEC SQL  COMMIT  END-EXEC                                00001000
LRM008        SET WS-CKH-COMPLETE TO TRUE                               00001000
LRM008        PERFORM WRITE-CKPT-RTN                                    00001000
LRM008        CLOSE CKPT-OUT-FILE                                       00001000
LRM008     END-IF.                                                      00001000
LRM008                                                                  00001000
           CLOSE  P2WRAP-FILE.
           CLOSE  RETAIN-FILE.
           CLOSE  P2BKPG-FILE.
           DISPLAY 'WRAP RECORDS DROPPED: ' WS-RECORDS-DROPPED.                 
           DISPLAY 'WRAP RECORDS RETAIN : ' WS-RECORDS-RETAINED.                
           DISPLAY 'RECORDS SETTLE TODAY: ' WS-SETTLE-TODAY.                    
LRM008     DISPLAY 'ALREADY BOOKED SKIP : ' WS-RECORDS-DUP-SKIP.        00001000
LRM008     DISPLAY 'RESTORED ON RESTART : ' WS-RECORDS-RESTORED.        00001000
LRM008     DISPLAY 'TACT RECORDS WRITTEN: ' WS-TACT-WRTN.               00001000
LRM008     DISPLAY 'CHECKPOINTS TAKEN   : ' WS-CKPTS-TAKEN.             00001000
                                                                                
           DISPLAY ' '                                                          
           DISPLAY '***************************'                                
           MOVE 'C'             TO    TACTIO-FUNCTION-CODE.                     
           CALL  TACTIO         USING TACTIO-PARAMETERS                         
                                      TACT-RECORD.                              
