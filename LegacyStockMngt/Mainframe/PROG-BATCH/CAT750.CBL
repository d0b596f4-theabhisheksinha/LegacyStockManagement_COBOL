000001* PDX    - CAT750   C0369796 10/15/26 04:12:50 TBTIKUO            00001000
LRM002* RECORD EVERY PROFILE ADD AND CHANGE ON THE ACATRFAU             00001000
LRM002* REFERENCE-DATA CHANGE AUDIT (THROUGH THE ACATRFAU MODULE) WITH  00001000
LRM002* THE MAINTAINED FIELDS BEFORE AND AFTER, SO A CONVERSION LOAD    00001000
LRM002* SHOWS UP ON THE NIGHTLY CAT798 REFERENCE-CHANGE REPORT ALONG    00001000
LRM002* WITH THE ONLINE CHANGES.  AUDIT RUNS WRITE NOTHING.             00001000
000001* PDX    - CAT750   C0369769 10/09/26 08:12:40 TBTIKUO            00001000
LRM001* CARRY THE TRANSFER-FEE REIMBURSEMENT POSTURE: FEE_RMBS_IND      00001000
LRM001* (Y = CLIENT REIMBURSES THE CONTRA FIRM'S TRANSFER-OUT FEE ON    00001000
LRM001* INCOMING TRANSFERS) AND FEE_RMBS_MAX_AMT (PER-TRANSFER CAP,     00001000
LRM001* ZERO = NO CAP).  CAT760 CHECKS CLAIMS AGAINST BOTH.             00001000
000001* PDX    - CAT750   C0369745 09/03/26 08:05:27 TBTIKUO            00000100
000001* CREATED FOR SSR 114434.  BULK CLIENT-PROFILE CONVERSION         00000200
000001* LOADER FOR VCLNTPRO, IN THE CAT734 MOLD.  EVERY ACQUISITION     00000300
      *   AUTO-ACPT-IND(1) AUTO-ACPT-MAX 9(11)V99                     * 00002500
      *   LRGVAL-THRSH 9(11)V99 RELIEF-MTHD(1 F/L/H/T)                * 00002600
      *   LTR-OPT-OUT(1) NTFY-NAME(30) NTFY-EMAIL(50)                 * 00002700
LRM001*   FEE-RMBS-IND(1 Y/N) FEE-RMBS-MAX 9(07)V99                   * 00001000
      * 'A' ADDS A NEW PROFILE, 'C' REPLACES THE MAINTAINED FIELDS    * 00002800
      * OF AN EXISTING ONE.  ADD OF A CLIENT ALREADY ON FILE, OR      * 00002900
      * CHANGE OF ONE NOT ON FILE, IS REJECTED AND LISTED (THE        * 00003000
           05  CTRN-LTR-OPT-OUT         PIC  X(01).                     00006600
           05  CTRN-NTFY-NAME           PIC  X(30).                     00006700
           05  CTRN-NTFY-EMAIL          PIC  X(50).                     00006800
LRM001     05  CTRN-FEE-RMBS-IND        PIC  X(01).                     00001000
LRM001     05  CTRN-FEE-RMBS-MAX        PIC  9(07)V99.                  00001000
LRM001     05  FILLER                   PIC  X(71).                     00001000
                                                                        00007000
       FD  REPORT-FILE                                                  00007100
           RECORDING MODE F                                             00007200
       01  CALL-MODULES.                                                00008500
           05  ABEND                    PIC  X(08) VALUE 'ABEND   '.    00008600
           05  DSNTIAR                  PIC  X(08) VALUE 'DSNTIAR '.    00008700
LRM002     05  ACATRFAU                 PIC  X(08) VALUE 'ACATRFAU'.    00001000
LRM002                                                                  00001000
LRM002     COPY CATRFAU REPLACING ==:RFAU:== BY ==RFA==.                00001000
                                                                        00008800
       01  CPROTRAN-STAT                PIC  X(02)  VALUE SPACES.       00008900
           88  CPROTRAN-OK                          VALUE '00'.         00009000
           05  WS-PRO-LTR-OPT-OUT       PIC  X(01).                     00011700
           05  WS-PRO-NTFY-NAME         PIC  X(30).                     00011800
           05  WS-PRO-NTFY-EMAIL        PIC  X(50).                     00011900
LRM001     05  WS-PRO-FEE-RMBS-IND      PIC  X(01).                     00001000
LRM001     05  WS-PRO-FEE-RMBS-MAX COMP-3 PIC S9(07)V99.                00001000
                                                                        00012000
       01  WS-OLD-AREA.                                                 00012100
           05  WS-OLD-STREAM            PIC  X(01).                     00012200
           05  WS-OLD-AUTO-ACPT-IND     PIC  X(01).                     00012300
           05  WS-OLD-LRGVAL-THRSH COMP-3 PIC S9(11)V99.                00012400
           05  WS-OLD-RELIEF-MTHD       PIC  X(01).                     00012500
LRM002     05  WS-OLD-BROKER-CLR        PIC  X(04).                     00001000
LRM002     05  WS-OLD-AUTO-ACPT-MAX COMP-3 PIC S9(11)V99.               00001000
LRM002     05  WS-OLD-LTR-OPT-OUT       PIC  X(01).                     00001000
LRM002     05  WS-OLD-NTFY-NAME         PIC  X(30).                     00001000
LRM002     05  WS-OLD-NTFY-EMAIL        PIC  X(50).                     00001000
LRM002     05  WS-OLD-FEE-RMBS-IND      PIC  X(01).                     00001000
LRM002     05  WS-OLD-FEE-RMBS-MAX COMP-3 PIC S9(07)V99.                00001000
LRM002                                                                  00001000
LRM002*  EDITED AMOUNTS FOR THE REFERENCE-CHANGE AUDIT IMAGES.          00001000
LRM002 01  WS-AUD-EDIT-AREA.                                            00001000
LRM002     05  WS-AUD-ACPT-MAX          PIC  Z(10)9.99.                 00001000
LRM002     05  WS-AUD-THRSH             PIC  Z(10)9.99.                 00001000
LRM002     05  WS-AUD-RMBS-MAX          PIC  Z(06)9.99.                 00001000
                                                                        00012600
       01  WS-REJECT-REASON             PIC  X(30)  VALUE SPACES.       00012700
       01  WS-DISPOSITION               PIC  X(30)  VALUE SPACES.       00012800
              GO TO 2100-EXIT                                           00034900
           END-IF.                                                      00035000
                                                                        00035100
LRM001     IF CTRN-FEE-RMBS-IND NOT = 'Y' AND 'N' AND ' '               00001000
LRM001        MOVE 'REJECT - FEE REIMBURSE NOT Y/N'                     00001000
LRM001                                 TO WS-REJECT-REASON              00001000
LRM001        GO TO 2100-EXIT                                           00001000
LRM001     END-IF.                                                      00001000
LRM001                                                                  00001000
LRM001     IF CTRN-FEE-RMBS-MAX NOT NUMERIC                             00001000
LRM001        MOVE 'REJECT - FEE REIMBURSE MAX AMT'                     00001000
LRM001                                 TO WS-REJECT-REASON              00001000
LRM001        GO TO 2100-EXIT                                           00001000
LRM001     END-IF.                                                      00001000
LRM001                                                                  00001000
           IF CTRN-NTFY-EMAIL NOT = SPACES                              00035200
              PERFORM 2150-CHECK-EMAIL-RTN                              00035300
                                       THRU 2150-EXIT                   00035400
           MOVE CTRN-LTR-OPT-OUT       TO WS-PRO-LTR-OPT-OUT.           00039400
           MOVE CTRN-NTFY-NAME         TO WS-PRO-NTFY-NAME.             00039500
           MOVE CTRN-NTFY-EMAIL        TO WS-PRO-NTFY-EMAIL.            00039600
LRM001     MOVE CTRN-FEE-RMBS-IND      TO WS-PRO-FEE-RMBS-IND.          00001000
LRM001     MOVE CTRN-FEE-RMBS-MAX      TO WS-PRO-FEE-RMBS-MAX.          00001000
                                                                        00039700
       2200-EXIT.                                                       00039800
           EXIT.                                                        00039900
                    ,VALUE(AUTO_ACPT_IND, ' ')                          00041000
                    ,VALUE(LRGVAL_RVW_THRSH_AMT, 0)                     00041100
                    ,VALUE(RELIEF_MTHD_CD, ' ')                         00041200
LRM002              ,VALUE(BROKER_CLR_NBR, ' ')                         00001000
LRM002              ,VALUE(AUTO_ACPT_MAX_AMT, 0)                        00001000
LRM002              ,VALUE(LTR_OPT_OUT_IND, ' ')                        00001000
LRM002              ,VALUE(NTFY_CNTC_NM, ' ')                           00001000
LRM002              ,VALUE(NTFY_CNTC_EMAIL_ADDR, ' ')                   00001000
LRM002              ,VALUE(FEE_RMBS_IND, ' ')                           00001000
LRM002              ,VALUE(FEE_RMBS_MAX_AMT, 0)                         00001000
                INTO :WS-OLD-STREAM                                     00041300
                    ,:WS-OLD-AUTO-ACPT-IND                              00041400
                    ,:WS-OLD-LRGVAL-THRSH                               00041500
                    ,:WS-OLD-RELIEF-MTHD                                00041600
LRM002              ,:WS-OLD-BROKER-CLR                                 00001000
LRM002              ,:WS-OLD-AUTO-ACPT-MAX                              00001000
LRM002              ,:WS-OLD-LTR-OPT-OUT                                00001000
LRM002              ,:WS-OLD-NTFY-NAME                                  00001000
LRM002              ,:WS-OLD-NTFY-EMAIL                                 00001000
LRM002              ,:WS-OLD-FEE-RMBS-IND                               00001000
LRM002              ,:WS-OLD-FEE-RMBS-MAX                               00001000
                FROM VCLNTPRO                                           00041700
               WHERE CLIENT_NBR = :WS-PRO-CLIENT                        00041800
           END-EXEC.                                                    00041900
                  ,RELIEF_MTHD_CD                                       00045600
                  ,LTR_OPT_OUT_IND                                      00045700
                  ,NTFY_CNTC_NM                                         00045800
LRM001            ,NTFY_CNTC_EMAIL_ADDR                                 00001000
LRM001            ,FEE_RMBS_IND                                         00001000
LRM001            ,FEE_RMBS_MAX_AMT )                                   00001000
              VALUES                                                    00046000
                 ( :WS-PRO-CLIENT                                       00046100
                  ,:WS-PRO-STREAM                                       00046200
                  ,:WS-PRO-RELIEF-MTHD                                  00046700
                  ,:WS-PRO-LTR-OPT-OUT                                  00046800
                  ,:WS-PRO-NTFY-NAME                                    00046900
LRM001            ,:WS-PRO-NTFY-EMAIL                                   00001000
LRM001            ,:WS-PRO-FEE-RMBS-IND                                 00001000
LRM001            ,:WS-PRO-FEE-RMBS-MAX )                               00001000
           END-EXEC.                                                    00047100
                                                                        00047200
           IF SQLCODE = +0                                              00047300
                                       TO WS-DISPOSITION                00047600
              PERFORM 5000-WRITE-DETAIL-RTN                             00047700
                                       THRU 5000-EXIT                   00047800
LRM002        MOVE SPACES              TO RFA-PARAMETERS                00001000
LRM002        SET RFA-ADD              TO TRUE                          00001000
LRM002        PERFORM 7000-REF-AUDIT-RTN                                00001000
LRM002                                 THRU 7000-EXIT                   00001000
              PERFORM 6000-COMMIT-RTN  THRU 6000-EXIT                   00047900
           ELSE                                                         00048000
              PERFORM 8000-DB2-ERROR-RTN                                00048100
                    ,LTR_OPT_OUT_IND      = :WS-PRO-LTR-OPT-OUT         00051300
                    ,NTFY_CNTC_NM         = :WS-PRO-NTFY-NAME           00051400
                    ,NTFY_CNTC_EMAIL_ADDR = :WS-PRO-NTFY-EMAIL          00051500
LRM001              ,FEE_RMBS_IND         = :WS-PRO-FEE-RMBS-IND        00001000
LRM001              ,FEE_RMBS_MAX_AMT     = :WS-PRO-FEE-RMBS-MAX        00001000
               WHERE CLIENT_NBR           = :WS-PRO-CLIENT              00051600
           END-EXEC.                                                    00051700
                                                                        00051800
                                       TO WS-DISPOSITION                00052200
              PERFORM 5000-WRITE-DETAIL-RTN                             00052300
                                       THRU 5000-EXIT                   00052400
LRM002        MOVE SPACES              TO RFA-PARAMETERS                00001000
LRM002        SET RFA-CHANGE           TO TRUE                          00001000
LRM002        MOVE WS-OLD-AUTO-ACPT-MAX                                 00001000
LRM002                                 TO WS-AUD-ACPT-MAX               00001000
LRM002        MOVE WS-OLD-LRGVAL-THRSH TO WS-AUD-THRSH                  00001000
LRM002        MOVE WS-OLD-FEE-RMBS-MAX TO WS-AUD-RMBS-MAX               00001000
LRM002        STRING 'STRM='     WS-OLD-STREAM                          00001000
LRM002               ' CLR='     WS-OLD-BROKER-CLR                      00001000
LRM002               ' AUTO='    WS-OLD-AUTO-ACPT-IND                   00001000
LRM002               '/'         WS-AUD-ACPT-MAX                        00001000
LRM002               ' THRSH='   WS-AUD-THRSH                           00001000
LRM002               ' RELIEF='  WS-OLD-RELIEF-MTHD                     00001000
LRM002               ' OPTOUT='  WS-OLD-LTR-OPT-OUT                     00001000
LRM002               ' RMBS='    WS-OLD-FEE-RMBS-IND                    00001000
LRM002               '/'         WS-AUD-RMBS-MAX                        00001000
LRM002               ' NTFY='    WS-OLD-NTFY-NAME                       00001000
LRM002               ' EMAIL='   WS-OLD-NTFY-EMAIL                      00001000
LRM002           DELIMITED BY SIZE   INTO RFA-BEFORE-TXT                00001000
LRM002        PERFORM 7000-REF-AUDIT-RTN                                00001000
LRM002                                 THRU 7000-EXIT                   00001000
              PERFORM 6000-COMMIT-RTN  THRU 6000-EXIT                   00052500
           ELSE                                                         00052600
              PERFORM 8000-DB2-ERROR-RTN                                00052700
           END-IF.                                                      00057400
                                                                        00057500
       6000-EXIT.                                                       00057600
LRM002     EXIT.                                                        00001000
LRM002                                                                  00001000
LRM002*---------------------------------------------------------------* 00001000
LRM002* 7000-REF-AUDIT-RTN - THE APPLIED PROFILE ON THE REFERENCE-    * 00001000
LRM002* DATA CHANGE AUDIT, IN THE SAME UNIT OF WORK AS THE CHANGE.    * 00001000
LRM002*---------------------------------------------------------------* 00001000
LRM002 7000-REF-AUDIT-RTN.                                              00001000
LRM002                                                                  00001000
LRM002     MOVE 'VCLNTPRO'             TO RFA-TABLE-NM.                 00001000
LRM002     MOVE WS-PRO-CLIENT          TO RFA-KEY-TXT.                  00001000
LRM002     MOVE 'CAT750'               TO RFA-USER-ID.                  00001000
LRM002     MOVE 'CAT750'               TO RFA-PRGM-NM.                  00001000
LRM002     MOVE WS-PRO-AUTO-ACPT-MAX   TO WS-AUD-ACPT-MAX.              00001000
LRM002     MOVE WS-PRO-LRGVAL-THRSH    TO WS-AUD-THRSH.                 00001000
LRM002     MOVE WS-PRO-FEE-RMBS-MAX    TO WS-AUD-RMBS-MAX.              00001000
LRM002     STRING 'STRM='     WS-PRO-STREAM                             00001000
LRM002            ' CLR='     WS-PRO-BROKER-CLR                         00001000
LRM002            ' AUTO='    WS-PRO-AUTO-ACPT-IND                      00001000
LRM002            '/'         WS-AUD-ACPT-MAX                           00001000
LRM002            ' THRSH='   WS-AUD-THRSH                              00001000
LRM002            ' RELIEF='  WS-PRO-RELIEF-MTHD                        00001000
LRM002            ' OPTOUT='  WS-PRO-LTR-OPT-OUT                        00001000
LRM002            ' RMBS='    WS-PRO-FEE-RMBS-IND                       00001000
LRM002            '/'         WS-AUD-RMBS-MAX                           00001000
LRM002            ' NTFY='    WS-PRO-NTFY-NAME                          00001000
LRM002            ' EMAIL='   WS-PRO-NTFY-EMAIL                         00001000
LRM002        DELIMITED BY SIZE      INTO RFA-AFTER-TXT.                00001000
LRM002                                                                  00001000
LRM002     CALL ACATRFAU            USING RFA-PARAMETERS.               00001000
LRM002     IF RFA-DB2-ERROR                                             00001000
LRM002        DISPLAY 'CAT750 - REFERENCE AUDIT NOT WRITTEN'            00001000
LRM002        MOVE RFA-SQLCODE         TO SQLCODE                       00001000
LRM002        PERFORM 8000-DB2-ERROR-RTN                                00001000
LRM002     END-IF.                                                      00001000
LRM002                                                                  00001000
LRM002 7000-EXIT.                                                       00001000
           EXIT.                                                        00057700
                                                                        00057800
           EJECT                                                        00057900
