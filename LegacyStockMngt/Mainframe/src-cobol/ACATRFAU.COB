000001* PDX    - ACATRFAU C0369796 10/15/26 03:09:44 TBTIKUO            00000100
000001* CREATED FOR SSR 114467.  REFERENCE-DATA CHANGE AUDIT.  THE      00000200
000001* SYSTEM'S BEHAVIOR NOW COMES FROM REFERENCE TABLES MAINTAINED    00000300
000001* ONLINE, BUT NOTHING RECORDED WHO CHANGED WHAT AND WHEN, SO WHEN 00000400
000001* A CUTOFF OR FEE BEHAVED ODDLY OVERNIGHT NOBODY COULD SAY WHETHER00000500
000001* A TABLE HAD CHANGED THAT DAY.  THE MAINTENANCE MODULES          00000600
000001* (ACATATDB, ACATTTDB, ACATBCDB, ACATFXDB, ACATSIDB, ACATENDB) AND00000700
000001* THE CAT750 PROFILE LOADER CALL THIS MODULE FOR EVERY ADD,       00000800
000001* CHANGE, INACTIVATE OR DELETE AND IT WRITES ONE ACATRFAU ROW WITH00000900
000001* THE BEFORE AND AFTER VALUES.  CAT798 REPORTS THE TABLE NIGHTLY. 00001000
       IDENTIFICATION DIVISION.                                         00001100
       PROGRAM-ID.    ACATRFAU.                                         00001200
       AUTHOR.  L. MUREY.                                               00001300
      *REMARKS.                                                         00001400
      ***************************************************************** 00001500
      *   CALLED WITH THE CATRFAU-PARAMETERS AREA (COPY CATRFAU).     * 00001600
      *   SQL ONLY - RUNS UNDER CICS OR IN BATCH.  THE ROW IS         * 00001700
      *   COMMITTED WITH THE CALLER'S UNIT OF WORK, SO IT STANDS OR   * 00001800
      *   FALLS WITH THE CHANGE IT RECORDS.  A DB2 PROBLEM IS         * 00001900
      *   RETURNED ('12') AND THE CALLER BACKS OUT ITS CHANGE.        * 00002000
      ***************************************************************** 00002100
       ENVIRONMENT DIVISION.                                            00002200
       DATA DIVISION.                                                   00002300
       WORKING-STORAGE SECTION.                                         00002400
      *                                                                 00002500
       EJECT                                                            00002600
      *                                                                 00002700
      *----------------------------------------------------------------*00002800
      *    SQL COMMUNICATION AREA                                      *00002900
      *----------------------------------------------------------------*00003000
           EXEC SQL                                                     00003100
              INCLUDE SQLCA                                             00003200
           END-EXEC.                                                    00003300
       EJECT                                                            00003400
       LINKAGE SECTION.                                                 00003500
           COPY CATRFAU REPLACING ==:RFAU:== BY ==CATRFAU==.            00003600
       EJECT                                                            00003700
      *                                                                 00003800
       PROCEDURE DIVISION USING CATRFAU-PARAMETERS.                     00003900
           SET CATRFAU-LOGGED       TO TRUE.                            00004000
           MOVE +0                  TO CATRFAU-SQLCODE.                 00004100
                                                                        00004200
           PERFORM INSERT-AUDIT-ROW.                                    00004300
                                                                        00004400
           GOBACK.                                                      00004500
       EJECT                                                            00004600
      *                                                                 00004700
      *--------------------------------------------------------------*  00004800
      *          ONE ROW PER REFERENCE-DATA CHANGE                   *  00004900
      *--------------------------------------------------------------*  00005000
       INSERT-AUDIT-ROW.                                                00005100
           EXEC SQL                                                     00005200
              INSERT INTO ACATRFAU                                      00005300
                     (AUDT_TMSTP                                        00005400
                     ,TABLE_NM                                          00005500
                     ,ACTION_CD                                         00005600
                     ,KEY_TXT                                           00005700
                     ,BEFORE_TXT                                        00005800
                     ,AFTER_TXT                                         00005900
                     ,USER_ID                                           00006000
                     ,PRGM_NM)                                          00006100
              VALUES (CURRENT TIMESTAMP                                 00006200
                     ,:CATRFAU-TABLE-NM                                 00006300
                     ,:CATRFAU-ACTION-CD                                00006400
                     ,:CATRFAU-KEY-TXT                                  00006500
                     ,:CATRFAU-BEFORE-TXT                               00006600
                     ,:CATRFAU-AFTER-TXT                                00006700
                     ,:CATRFAU-USER-ID                                  00006800
                     ,:CATRFAU-PRGM-NM)                                 00006900
           END-EXEC.                                                    00007000
           IF SQLCODE NOT = 0                                           00007100
              SET CATRFAU-DB2-ERROR TO TRUE                             00007200
              MOVE SQLCODE  TO CATRFAU-SQLCODE                          00007300
           END-IF.                                                      00007400
