000001* PDX    - PIIMASK  C0369806 10/15/26 13:05:12 TBTIKUO            00001000
LRM008* SSR 114477 EXTENDED THE RULES TO EVERY PII COLUMN FOR THE       00001000
LRM008*   MASKED TEST-REGION EXTRACT (CAT809 SELECTS THE SUBSET AND     00001000
LRM008*   MASKS THE CATFR FILE, CAT810 MASKS THE DB2 UNLOADS).  NEW     00001000
LRM008*   FIELD CODES 'NAME' AND 'ADDR', AND A COLUMN TABLE NAMING      00001000
LRM008*   EACH PII COLUMN OF EACH TABLE OR FILE WITH ITS FIELD CODE.    00001000
LRM008*   ALL MASKING GOES THROUGH THE CATPIIM MODULE SO THE SAME       00001000
LRM008*   VALUE MASKS THE SAME WAY IN EVERY TABLE AND FILE.             00001000
000001* PDX    - PIIMASK  C0369398 06/15/26 07:18:42 TBTIKUO            00001000
LRM007* SSR 76921 REMOVED THE 'ACCT' RULE ROWS - CAT992 HAS NO          00001000
LRM007*   ACCOUNT-NUMBER FIELD IN ITS OUTPUT RECORD TO MASK, AND        00001000
000001* EXTEND MASKING TO A NEW OUTPUT COPY, ADD/CHANGE A FILLER     *  00001000
000001* ENTRY HERE INSTEAD OF HAND-EDITING THE MASKING LOGIC IN      *  00001000
000001* EACH PROGRAM THAT WRITES A CLIENT COPY.                      *  00001000
LRM008* FIELD CODE  : 'SSN ' = DIGITS SCRAMBLED (SSN/TIN),           *  00001000
LRM008*               'NAME' = LETTERS SCRAMBLED (PERSON NAMES),     *  00001000
LRM008*               'ADDR' = LETTERS AND DIGITS (NAME/ADDRESS      *  00001000
LRM008*                        LINES, E-MAIL ADDRESSES).             *  00001000
000001* OUTPUT COPY : 'E' = EOD-FORMAT COPY ONLY, '*' = ALL COPIES.  *  00001000
000001* ACTIVE SW   : 'Y' = RULE IN EFFECT, 'N' = DEFINED BUT OFF.   *  00001000
000001* USED BY: CAT992, CAT502M, CAT809, CAT810                     *  00001000
LRM008* COLUMN TABLE: OBJECT (TABLE OR FILE), COLUMN (DB2 COLUMN OR  *  00001000
LRM008* COPYBOOK FIELD), FIELD CODE, ACTIVE SW.  A NEW PII COLUMN IS *  00001000
LRM008* ONE MORE FILLER HERE (AND PIIMASK-COL-CNT/OCCURS BUMPED).    *  00001000
000001* ****************************************************************00001000
LRM008 01  PIIMASK-RULE-CNT           PIC 9(03) VALUE 8.                00001000
       01  PIIMASK-RULE-VALUES.                                         00001000
           05  FILLER   PIC X(14) VALUE 'CAT992  SSN EY'.               00001000
           05  FILLER   PIC X(14) VALUE 'CAT502M SSN *Y'.               00001000
LRM008     05  FILLER   PIC X(14) VALUE 'CAT809  SSN *Y'.               00001000
LRM008     05  FILLER   PIC X(14) VALUE 'CAT809  NAME*Y'.               00001000
LRM008     05  FILLER   PIC X(14) VALUE 'CAT809  ADDR*Y'.               00001000
LRM008     05  FILLER   PIC X(14) VALUE 'CAT810  SSN *Y'.               00001000
LRM008     05  FILLER   PIC X(14) VALUE 'CAT810  NAME*Y'.               00001000
LRM008     05  FILLER   PIC X(14) VALUE 'CAT810  ADDR*Y'.               00001000
       01  PIIMASK-RULE-TABLE REDEFINES PIIMASK-RULE-VALUES.            00001000
LRM008     05  PIIMASK-RULE OCCURS 8 TIMES                              00001000
                       INDEXED BY PIIMASK-X.                            00001000
               07  PIIMASK-PROGRAM-ID     PIC X(08).                    00001000
               07  PIIMASK-FIELD-CODE     PIC X(04).                    00001000
                   88  PIIMASK-FIELD-SSN          VALUE 'SSN '.         00001000
LRM008             88  PIIMASK-FIELD-NAME         VALUE 'NAME'.         00001000
LRM008             88  PIIMASK-FIELD-ADDR         VALUE 'ADDR'.         00001000
               07  PIIMASK-OUTPUT-COPY    PIC X(01).                    00001000
                   88  PIIMASK-COPY-EOD           VALUE 'E'.            00001000
                   88  PIIMASK-COPY-ALL           VALUE '*'.            00001000
               07  PIIMASK-ACTIVE-SW      PIC X(01).                    00001000
                   88  PIIMASK-RULE-ACTIVE        VALUE 'Y'.            00001000
LRM008*                                                                 00001000
LRM008 01  PIIMASK-COL-CNT            PIC 9(03) VALUE 11.               00001000
LRM008 01  PIIMASK-COL-VALUES.                                          00001000
LRM008     05  FILLER   PIC X(43) VALUE                                 00001000
LRM008         'VTRNFR  RCV_CUST_NM                   NAMEY'.           00001000
LRM008     05  FILLER   PIC X(43) VALUE                                 00001000
LRM008         'VTRNFR  RCV_SS_PRIM_NBR               SSN Y'.           00001000
LRM008     05  FILLER   PIC X(43) VALUE                                 00001000
LRM008         'VTRNFR  RCV_SS_SCNDY_NBR              SSN Y'.           00001000
LRM008     05  FILLER   PIC X(43) VALUE                                 00001000
LRM008         'VCLNTPRONTFY_CNTC_NM                  NAMEY'.           00001000
LRM008     05  FILLER   PIC X(43) VALUE                                 00001000
LRM008         'VCLNTPRONTFY_CNTC_EMAIL_ADDR          ADDRY'.           00001000
LRM008     05  FILLER   PIC X(43) VALUE                                 00001000
LRM008         'VFNDRGSTBNFCY_NM                      NAMEY'.           00001000
LRM008     05  FILLER   PIC X(43) VALUE                                 00001000
LRM008         'VFNDRGSTBNFCY_SSN                     SSN Y'.           00001000
LRM008     05  FILLER   PIC X(43) VALUE                                 00001000
LRM008         'CATFR   FR-CUST-NM                    NAMEY'.           00001000
LRM008     05  FILLER   PIC X(43) VALUE                                 00001000
LRM008         'CATFR   FR-ACCT-RR-NM                 NAMEY'.           00001000
LRM008     05  FILLER   PIC X(43) VALUE                                 00001000
LRM008         'CATFR   FR-NA-LINE                    ADDRY'.           00001000
LRM008     05  FILLER   PIC X(43) VALUE                                 00001000
LRM008         'CATFR   FR-SS-TIN-NBR                 SSN Y'.           00001000
LRM008 01  PIIMASK-COL-TABLE REDEFINES PIIMASK-COL-VALUES.              00001000
LRM008     05  PIIMASK-COL OCCURS 11 TIMES                              00001000
LRM008                 INDEXED BY PIIMASK-CX.                           00001000
LRM008         07  PIIMASK-COL-OBJECT     PIC X(08).                    00001000
LRM008         07  PIIMASK-COL-NAME       PIC X(30).                    00001000
LRM008         07  PIIMASK-COL-FIELD-CODE PIC X(04).                    00001000
LRM008         07  PIIMASK-COL-ACTIVE-SW  PIC X(01).                    00001000
LRM008             88  PIIMASK-COL-ACTIVE         VALUE 'Y'.            00001000
