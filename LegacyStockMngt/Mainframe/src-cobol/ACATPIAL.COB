000001* PDX    - ACATPIAL C0369795 10/15/26 02:11:02 TBTIKUO            00000100
000001* CREATED FOR SSR 114466.  CUSTOMER PII ACCESS LOGGING.  WE       00000200
000001* LOGGED WHO UPDATED A TRANSFER BUT NOT WHO LOOKED AT A           00000300
000001* CUSTOMER'S SSN, NAME AND ADDRESS, SO A BREACH INVESTIGATION     00000400
000001* COULD NOT ANSWER "WHO VIEWED THIS CUSTOMER'S RECORD".  THE      00000500
000001* INQUIRY MODULES THAT RETURN CUSTOMER PII - ACAT00NA, ACAT21DB,  00000600
000001* ACAT23DB AND ACAT00DL - CALL THIS MODULE FOR EACH RETRIEVAL     00000700
000001* AND IT WRITES ONE ACATPIAL ROW.  CAT797 REPORTS THE LOG.        00000800
       IDENTIFICATION DIVISION.                                         00000900
       PROGRAM-ID.    ACATPIAL.                                         00001000
       AUTHOR.  L. MUREY.                                               00001100
      *REMARKS.                                                         00001200
      ***************************************************************** 00001300
      *   CALLED WITH THE CATPIAL-PARAMETERS AREA (COPY CATPIAL).     * 00001400
      *   SQL ONLY - THE CALLER SUPPLIES THE CICS SIGN-ON, TERMINAL   * 00001500
      *   AND TRANSACTION.  THE ROW IS COMMITTED WITH THE CALLER'S    * 00001600
      *   UNIT OF WORK.  A DB2 PROBLEM IS RETURNED ('12') BUT THE     * 00001700
      *   INQUIRY IS NOT STOPPED.                                     * 00001800
      ***************************************************************** 00001900
       ENVIRONMENT DIVISION.                                            00002000
       DATA DIVISION.                                                   00002100
       WORKING-STORAGE SECTION.                                         00002200
      *                                                                 00002300
       EJECT                                                            00002400
      *                                                                 00002500
      *----------------------------------------------------------------*00002600
      *    SQL COMMUNICATION AREA                                      *00002700
      *----------------------------------------------------------------*00002800
           EXEC SQL                                                     00002900
              INCLUDE SQLCA                                             00003000
           END-EXEC.                                                    00003100
       EJECT                                                            00003200
       LINKAGE SECTION.                                                 00003300
           COPY CATPIAL REPLACING ==:PIAL:== BY ==CATPIAL==.            00003400
       EJECT                                                            00003500
      *                                                                 00003600
       PROCEDURE DIVISION USING CATPIAL-PARAMETERS.                     00003700
           SET CATPIAL-LOGGED       TO TRUE.                            00003800
           MOVE +0                  TO CATPIAL-SQLCODE.                 00003900
                                                                        00004000
           PERFORM INSERT-ACCESS-ROW.                                   00004100
                                                                        00004200
           GOBACK.                                                      00004300
       EJECT                                                            00004400
      *                                                                 00004500
      *--------------------------------------------------------------*  00004600
      *          ONE ROW PER RETRIEVAL                               *  00004700
      *--------------------------------------------------------------*  00004800
       INSERT-ACCESS-ROW.                                               00004900
           EXEC SQL                                                     00005000
              INSERT INTO ACATPIAL                                      00005100
                     (USER_ID                                           00005200
                     ,CICS_TERM_ID                                      00005300
                     ,TRAN_ID                                           00005400
                     ,PRGM_NM                                           00005500
                     ,ACCESS_TYPE_CD                                    00005600
                     ,CLIENT_NBR                                        00005700
                     ,BRANCH_CD                                         00005800
                     ,ACCT_CD                                           00005900
                     ,ACAT_CONTROL_NBR                                  00006000
                     ,ACCESS_TMSTP)                                     00006100
              VALUES (:CATPIAL-USER-ID                                  00006200
                     ,:CATPIAL-TERM-ID                                  00006300
                     ,:CATPIAL-TRAN-ID                                  00006400
                     ,:CATPIAL-PRGM-NM                                  00006500
                     ,:CATPIAL-ACCESS-CD                                00006600
                     ,:CATPIAL-CLIENT                                   00006700
                     ,:CATPIAL-BRANCH                                   00006800
                     ,:CATPIAL-ACCT                                     00006900
                     ,:CATPIAL-ACAT-CNTRL                               00007000
                     ,CURRENT TIMESTAMP)                                00007100
           END-EXEC.                                                    00007200
           IF SQLCODE NOT = 0                                           00007300
              SET CATPIAL-DB2-ERROR TO TRUE                             00007400
              MOVE SQLCODE  TO CATPIAL-SQLCODE                          00007500
           END-IF.                                                      00007600
