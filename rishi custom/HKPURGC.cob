       IDENTIFICATION DIVISION.
       PROGRAM-ID. HKPURGC.
       AUTHOR. RISHI SHARMA.
       DATE-WRITTEN. OCT,2026.
       DATE-COMPILED. OCT,2026.
       INSTALLATION. Nowhere.
      *****************************************************************
      * THIS BATCH PROGRAM IS THE SINGLE HOUSEKEEPING PURGE FOR THE   *
      * AUDIT, LOG AND HISTORY TABLES - TABLOGM, TABPIMG, TABAPRQ,    *
      * TABCPRQ, TABRREG, TABPAUD AND TABGIBH. HOW LONG EACH IS KEPT, *
      * WHETHER EXPIRED ROWS ARE ARCHIVED AND WHETHER THE WHOLE TABLE *
      * IS UNDER LEGAL HOLD ALL COME FROM THE TABRETP RETENTION       *
      * POLICY; ROWS OF A CUSTOMER UNDER AN ACTIVE TABLHLD LEGAL HOLD *
      * ARE KEPT HOWEVER OLD. EXPIRED ROWS ARE UNLOADED TO THE        *
      * TABLE'S DATED ARCHIVE FILE (DD HKAxxxx, EACH RECORD LED BY    *
      * THE RUN DATE) BEFORE THEY ARE DELETED, AND EVERY DELETE IS    *
      * HELD TO THE COUNT OF ROWS FOUND DUE. HKPURGT LISTS THE POLICY *
      * AS IT STANDS, THE ACTIVE HOLDS, AND EACH TABLE'S ROW COUNT    *
      * BEFORE AND AFTER                                              *
      *****************************************************************
      * CHANGE HISTORY                                                *
      * ---------------------------------------------------------     *
      * 15OCT2026  RISHI SHARMA   INITIAL VERSION                     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       OBJECT-COMPUTER. IBM-370.
       SOURCE-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT HKPURGT
                                    ASSIGN TO HKPURGT
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-HKPURGT-STATUS.
           SELECT HKALOGM
                                    ASSIGN TO HKALOGM
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-HKARCH-STATUS.
           SELECT HKAPIMG
                                    ASSIGN TO HKAPIMG
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-HKARCH-STATUS.
           SELECT HKAAPRQ
                                    ASSIGN TO HKAAPRQ
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-HKARCH-STATUS.
           SELECT HKACPRQ
                                    ASSIGN TO HKACPRQ
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-HKARCH-STATUS.
           SELECT HKARREG
                                    ASSIGN TO HKARREG
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-HKARCH-STATUS.
           SELECT HKAPAUD
                                    ASSIGN TO HKAPAUD
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-HKARCH-STATUS.
           SELECT HKAGIBH
                                    ASSIGN TO HKAGIBH
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-HKARCH-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD HKPURGT
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS HKPURGT-REC.
       01 HKPURGT-REC                 PIC X(132).
      *****************************************************************
      * ARCHIVE FILES - ONE PER TABLE, EACH RECORD THE RUN DATE AND   *
      * THE PURGED ROW                                                *
      *****************************************************************
       FD HKALOGM
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS HKALOGM-REC.
       01 HKALOGM-REC.
           05 ALOGM-RUN-DT            PIC X(8).
           05 ALOGM-PRJ-ID            PIC X(8).
           05 ALOGM-PROG-NAM          PIC X(8).
           05 ALOGM-SYSTM-ID          PIC X(8).
           05 ALOGM-DEPTT-ID          PIC X(8).
           05 ALOGM-DEPT-ID           PIC X(8).
           05 ALOGM-PARA-NAM          PIC X(8).
           05 ALOGM-MSG-NO            PIC 9(4).
           05 ALOGM-ERR-PGM           PIC X(8).
           05 ALOGM-ERR-TEXT          PIC X(80).
           05 ALOGM-MSG-TYP           PIC X(1).
           05 ALOGM-SEV-TYP           PIC X(1).
           05 ALOGM-ACTN-TYP          PIC X(1).
           05 ALOGM-RTRN-COD          PIC 9(4).
           05 ALOGM-RUN-ID            PIC X(16).
           05 ALOGM-LOG-TS            PIC X(26).
           05 FILLER                  PIC X(3).

       FD HKAPIMG
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 1736 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS HKAPIMG-REC.
       01 HKAPIMG-REC.
           05 APIMG-RUN-DT            PIC X(8).
           05 APIMG-ROW               PIC X(1728).

       FD HKAAPRQ
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS HKAAPRQ-REC.
       01 HKAAPRQ-REC.
           05 AAPRQ-RUN-DT            PIC X(8).
           05 AAPRQ-ROW               PIC X(136).
           05 FILLER                  PIC X(6).

       FD HKACPRQ
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS HKACPRQ-REC.
       01 HKACPRQ-REC.
           05 ACPRQ-RUN-DT            PIC X(8).
           05 ACPRQ-ROW               PIC X(128).
           05 FILLER                  PIC X(14).

       FD HKARREG
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS HKARREG-REC.
       01 HKARREG-REC.
           05 ARREG-RUN-DT            PIC X(8).
           05 ARREG-PROG-NAM          PIC X(8).
           05 ARREG-STREAM-NUM        PIC 9(4).
           05 ARREG-BUS-DT            PIC X(8).
           05 ARREG-EVT-TYP           PIC X(1).
           05 ARREG-REC-READ          PIC 9(9).
           05 ARREG-REC-PROC          PIC 9(9).
           05 ARREG-EVT-TS            PIC X(26).
           05 ARREG-REC-REJT          PIC 9(9).
           05 FILLER                  PIC X(8).

       FD HKAPAUD
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS HKAPAUD-REC.
       01 HKAPAUD-REC.
           05 APAUD-RUN-DT            PIC X(8).
           05 APAUD-CUST-CTRY         PIC X(3).
           05 APAUD-CUST-INSTT        PIC X(10).
           05 APAUD-CUST-ID           PIC X(20).
           05 APAUD-INSTR-REF-NUM     PIC X(20).
           05 APAUD-USERID            PIC X(8).
           05 APAUD-TERM-ID           PIC X(4).
           05 APAUD-AUDIT-TS          PIC X(26).
           05 FILLER                  PIC X(1).

       FD HKAGIBH
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS HKAGIBH-REC.
       01 HKAGIBH-REC.
           05 AGIBH-RUN-DT            PIC X(8).
           05 AGIBH-RPT-CTRY          PIC X(2).
           05 AGIBH-RPT-INSTT         PIC X(4).
           05 AGIBH-RPT-ID            PIC X(20).
           05 AGIBH-RPT-TYPE          PIC X(4).
           05 AGIBH-DNLD-DT           PIC X(8).
           05 AGIBH-DNLD-TM           PIC X(6).
           05 AGIBH-REC-CNT           PIC 9(9).
           05 AGIBH-RPT-STAT          PIC X(1).
           05 FILLER                  PIC X(18).
       WORKING-STORAGE SECTION.
       77  FILLER                     PIC X(40) VALUE
            'WORKING STORAGE SECTION STARTS HERE'.
       01  WS-MISC.
           05 WS-CANCEL-PGM           PIC X(8) VALUE 'EXITPGM'.
           05 WS-SUBPGM-NAM           PIC X(8) VALUE 'LOGPGMC'.
               88 WS-SUBPGM-LOG       VALUE 'LOGPGMC'.
           05 WS-DEPT-ID              PIC X(8) VALUE 'INETBKNG'.
               88 IB-DEPT             VALUE 'INETBKNG'.
           05 WS-RUNREG-PGM           PIC X(8) VALUE 'RUNREGC'.
           05 WS-HKPURGT-STATUS       PIC X(2).
           05 WS-HKPURGT-OPEN-SW      PIC X(1) VALUE 'N'.
               88 WS-HKPURGT-OPEN     VALUE 'Y'.
           05 WS-HKARCH-STATUS        PIC X(2).
           05 WS-HKARCH-OPEN-SW       PIC X(1) VALUE 'N'.
               88 WS-HKARCH-OPEN      VALUE 'Y'.
           05 WS-JOBEND-MSG           PIC X(80) VALUE SPACES.
           05 WS-HK-MSG               PIC X(80) VALUE SPACES.
           05 WS-TODAY-DATE.
               10 WS-TODAY-DATE-8     PIC X(8).
               10 WS-TODAY-TIME-6     PIC X(6).
               10 FILLER              PIC X(7).
      *****************************************************************
      * THE RUN'S OWN TIMESTAMP, FIXED ONCE, AND THE CURRENT TABLE'S  *
      * CUTOFF TAKEN FROM IT - ONE CUTOFF SHARED BY THE COUNT, THE    *
      * UNLOAD AND THE PURGE, SO A ROW CANNOT AGE PAST IT BETWEEN THE *
      * STEPS AND BE DELETED WITHOUT AN ARCHIVE COPY                  *
      *****************************************************************
           05 WS-RUN-TS               PIC X(26) VALUE SPACES.
           05 WS-CUTOFF-TS            PIC X(26) VALUE SPACES.
           05 WS-CUTOFF-DT            PIC X(8) VALUE SPACES.
      *****************************************************************
      * THE TABLE IN HAND, ITS POLICY AND WHAT BECAME OF IT           *
      *****************************************************************
           05 WS-CUR-TAB              PIC X(8).
           05 WS-CUR-RETN-DAYS        PIC S9(4) COMP.
           05 WS-CUR-ARCH-IND         PIC X(1).
               88 WS-CUR-ARCHIVE      VALUE 'Y'.
           05 WS-CUR-HOLD-IND         PIC X(1).
               88 WS-CUR-TABLE-HELD   VALUE 'Y'.
           05 WS-CUR-ACTION           PIC X(20).
           05 WS-STEP                 PIC X(1).
               88 WS-STEP-COUNT       VALUE 'C'.
               88 WS-STEP-AGED        VALUE 'A'.
               88 WS-STEP-UNLOAD      VALUE 'U'.
               88 WS-STEP-DELETE      VALUE 'D'.
           05 WS-CUR-CNT              PIC S9(9) COMP.
           05 WS-CUR-BEFORE           PIC S9(9) COMP.
           05 WS-CUR-AGED             PIC S9(9) COMP.
           05 WS-CUR-ELIG             PIC S9(9) COMP.
           05 WS-CUR-HELD             PIC S9(9) COMP.
           05 WS-CUR-ARCH             PIC S9(9) COMP.
           05 WS-CUR-DEL              PIC S9(9) COMP.
           05 WS-CUR-AFTER            PIC S9(9) COMP.
           05 WS-CHK-CNT              PIC S9(9) COMP.
      *****************************************************************
      * RUN TOTALS                                                    *
      *****************************************************************
           05 WS-TAB-PURGED-CNT       PIC 9(3) VALUE ZEROS.
           05 WS-TOT-AGED             PIC 9(9) VALUE ZEROS.
           05 WS-TOT-ARCH             PIC 9(9) VALUE ZEROS.
           05 WS-TOT-DEL              PIC 9(9) VALUE ZEROS.
           05 WS-TOT-HELD             PIC 9(9) VALUE ZEROS.
      *****************************************************************
      * REPORT EDITING                                                *
      *****************************************************************
           05 WS-DAYS-DISP            PIC ZZZZ9.
           05 WS-BEFORE-DISP          PIC ZZZ,ZZZ,ZZ9.
           05 WS-ELIG-DISP            PIC ZZZ,ZZZ,ZZ9.
           05 WS-HELD-DISP            PIC ZZZ,ZZZ,ZZ9.
           05 WS-ARCH-DISP            PIC ZZZ,ZZZ,ZZ9.
           05 WS-DEL-DISP             PIC ZZZ,ZZZ,ZZ9.
           05 WS-AFTER-DISP           PIC ZZZ,ZZZ,ZZ9.
           05 WS-HOLD-TAB             PIC X(8).
           05 WS-HOLD-CNT             PIC S9(9) COMP.
      *****************************************************************
      * THE TABLES THIS JOB PURGES, IN THE ORDER IT TAKES THEM        *
      *****************************************************************
       01  WS-HK-TABLES-INIT.
           05 FILLER                  PIC X(8) VALUE 'TABLOGM'.
           05 FILLER                  PIC X(8) VALUE 'TABPIMG'.
           05 FILLER                  PIC X(8) VALUE 'TABAPRQ'.
           05 FILLER                  PIC X(8) VALUE 'TABCPRQ'.
           05 FILLER                  PIC X(8) VALUE 'TABRREG'.
           05 FILLER                  PIC X(8) VALUE 'TABPAUD'.
           05 FILLER                  PIC X(8) VALUE 'TABGIBH'.
       01  WS-HK-TABLES               REDEFINES WS-HK-TABLES-INIT.
           05 WS-HK-TAB               PIC X(8) OCCURS 7 TIMES.
       01  WS-HK-CTL.
           05 WS-HK-TAB-CNT           PIC 9(3) COMP VALUE 7.
           05 WS-HK-IDX               PIC 9(3) COMP.
           05 WS-POL-CNT              PIC 9(3) COMP VALUE ZEROS.
           05 WS-POL-MAX              PIC 9(3) COMP VALUE 50.
           05 WS-POL-IDX              PIC 9(3) COMP.
           05 WS-POL-FND-IDX          PIC 9(3) COMP.
      *****************************************************************
      * THE RETENTION POLICY AS LOADED OFF TABRETP                    *
      *****************************************************************
       01  WS-POL-TBL.
           05 WS-POL-ENT              OCCURS 50 TIMES.
               10 WS-POL-TAB          PIC X(8).
               10 WS-POL-RETN-DAYS    PIC S9(4) COMP.
               10 WS-POL-ARCH-IND     PIC X(1).
               10 WS-POL-HOLD-IND     PIC X(1).
      *****************************************************************
      *   COPYBOOKS                                                   *
      *****************************************************************
       COPY IBRFDCW.
       COPY IBRDIAGW.
       COPY IBRRREGW.

      *****************************************************************
      *      DB2 TABLE DECLARATION                                    *
      *****************************************************************
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE TABRETPW
           END-EXEC.
           EXEC SQL
               INCLUDE TABLHLDW
           END-EXEC.
           EXEC SQL
               INCLUDE TABLOGMW
           END-EXEC.
           EXEC SQL
               INCLUDE TABPIMGW
           END-EXEC.
           EXEC SQL
               INCLUDE TABAPRQW
           END-EXEC.
           EXEC SQL
               INCLUDE TABCPRQW
           END-EXEC.
           EXEC SQL
               INCLUDE TABRREGW
           END-EXEC.
           EXEC SQL
               INCLUDE TABPAUDW
           END-EXEC.
           EXEC SQL
               INCLUDE TABGIBHW
           END-EXEC.
           EXEC SQL
               INCLUDE TABACPFW
           END-EXEC.
      *--------------------------------------*
      *      DB2 CURSOR DECLARATION          *
      *--------------------------------------*
      *****************************************************************
      * THE RETENTION POLICY, EVERY TABLE                             *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-HK-RETP CURSOR FOR
               SELECT TAB_NAM,
                      RETN_DAYS,
                      ARCH_IND,
                      LGL_HOLD_IND,
                      POL_DESC
               FROM   TABRETP
               ORDER BY TAB_NAM
               FOR FETCH ONLY
           END-EXEC.
      *****************************************************************
      * ACTIVE CUSTOMER LEGAL HOLDS BY THE TABLE THEY COVER           *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-HK-HOLD CURSOR FOR
               SELECT TAB_NAM,
                      COUNT(*)
               FROM   TABLHLD
               WHERE  HOLD_STAT = 'A'
               GROUP BY TAB_NAM
               ORDER BY TAB_NAM
               FOR FETCH ONLY
           END-EXEC.
      *****************************************************************
      * EXPIRED TABLOGM ROWS, FOR THE ARCHIVE UNLOAD                  *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-HK-LOGM CURSOR FOR
               SELECT PRJ_ID,
                      PROG_NAM,
                      SYSTM_ID,
                      DEPTT_ID,
                      DEPT_ID,
                      PARA_NAM,
                      MSG_NO,
                      ERR_PGM,
                      ERR_TEXT,
                      MSG_TYP,
                      SEV_TYP,
                      ACTN_TYP,
                      RTRN_COD,
                      RUN_ID,
                      CHAR(LOG_TS)
               FROM   TABLOGM
               WHERE  LOG_TS < :WS-CUTOFF-TS
               FOR FETCH ONLY
           END-EXEC.
      *****************************************************************
      * EXPIRED TABPIMG ROWS OF CUSTOMERS NOT UNDER HOLD              *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-HK-PIMG CURSOR FOR
               SELECT CUST_CTRY,
                      CUST_INSTT,
                      CUST_ID,
                      INSTR_REF_NUM,
                      CHG_ACTION,
                      USERID,
                      TERM_ID,
                      CHAR(CHG_TS),
                      OLD_BENE_NAM,
                      NEW_BENE_NAM,
                      OLD_BENE_ADDR1,
                      NEW_BENE_ADDR1,
                      OLD_BENE_ADDR2,
                      NEW_BENE_ADDR2,
                      OLD_BENE_ADDR3,
                      NEW_BENE_ADDR3,
                      OLD_DEBTOR_NAME,
                      NEW_DEBTOR_NAME,
                      OLD_DEBTOR_ADDR1,
                      NEW_DEBTOR_ADDR1,
                      OLD_DEBTOR_ADDR2,
                      NEW_DEBTOR_ADDR2,
                      OLD_DEBTOR_ADDR3,
                      NEW_DEBTOR_ADDR3,
                      OLD_INSTR_PTY,
                      NEW_INSTR_PTY,
                      OLD_INSTR_AMT,
                      NEW_INSTR_AMT
               FROM   TABPIMG P
               WHERE  P.CHG_TS < :WS-CUTOFF-TS
                AND   NOT EXISTS
                      (SELECT 1
                       FROM   TABLHLD H
                       WHERE  H.CUST_CTRY  = P.CUST_CTRY
                        AND   H.CUST_INSTT = P.CUST_INSTT
                        AND   H.CUST_ID    = P.CUST_ID
                        AND   H.HOLD_STAT  = 'A'
                        AND   H.TAB_NAM   IN ('TABPIMG', ' '))
               FOR FETCH ONLY
           END-EXEC.
      *****************************************************************
      * EXPIRED, DECIDED TABAPRQ REQUESTS ON ACCOUNTS WITH NO HELD    *
      * CUSTOMER                                                      *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-HK-APRQ CURSOR FOR
               SELECT ACC_CTRY,
                      ACC_INSTT,
                      ACC_NO,
                      OLD_ACC_STAT,
                      NEW_ACC_STAT,
                      REQ_USERID,
                      CHAR(REQ_TS),
                      APRV_USERID,
                      APRV_TS,
                      REQ_STAT
               FROM   TABAPRQ Q
               WHERE  Q.REQ_TS    < :WS-CUTOFF-TS
                AND   Q.REQ_STAT <> 'P'
                AND   NOT EXISTS
                      (SELECT 1
                       FROM   TABACCPF F, TABLHLD H
                       WHERE  F.ACC_CTRY   = Q.ACC_CTRY
                        AND   F.ACC_INSTT  = Q.ACC_INSTT
                        AND   F.ACC_NO     = Q.ACC_NO
                        AND   H.CUST_CTRY  = F.CST_CTRY
                        AND   H.CUST_INSTT = F.CST_INSTT
                        AND   H.CUST_ID    = F.CST_ID
                        AND   H.HOLD_STAT  = 'A'
                        AND   H.TAB_NAM   IN ('TABAPRQ', ' '))
               FOR FETCH ONLY
           END-EXEC.
      *****************************************************************
      * EXPIRED, DECIDED TABCPRQ REQUESTS OF CUSTOMERS NOT UNDER HOLD *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-HK-CPRQ CURSOR FOR
               SELECT CUST_CTRY,
                      CUST_INSTT,
                      CUST_ID,
                      OLD_CUST_STAT,
                      NEW_CUST_STAT,
                      REQ_USERID,
                      CHAR(REQ_TS),
                      APRV_USERID,
                      APRV_TS,
                      REQ_STAT
               FROM   TABCPRQ C
               WHERE  C.REQ_TS    < :WS-CUTOFF-TS
                AND   C.REQ_STAT <> 'P'
                AND   NOT EXISTS
                      (SELECT 1
                       FROM   TABLHLD H
                       WHERE  H.CUST_CTRY  = C.CUST_CTRY
                        AND   H.CUST_INSTT = C.CUST_INSTT
                        AND   H.CUST_ID    = C.CUST_ID
                        AND   H.HOLD_STAT  = 'A'
                        AND   H.TAB_NAM   IN ('TABCPRQ', ' '))
               FOR FETCH ONLY
           END-EXEC.
      *****************************************************************
      * EXPIRED TABRREG RUN-REGISTRY ROWS                             *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-HK-RREG CURSOR FOR
               SELECT PROG_NAM,
                      STREAM_NUM,
                      BUS_DT,
                      EVT_TYP,
                      REC_READ,
                      REC_PROC,
                      CHAR(EVT_TS),
                      REC_REJT
               FROM   TABRREG
               WHERE  EVT_TS < :WS-CUTOFF-TS
               FOR FETCH ONLY
           END-EXEC.
      *****************************************************************
      * EXPIRED TABPAUD ROWS OF CUSTOMERS NOT UNDER HOLD              *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-HK-PAUD CURSOR FOR
               SELECT CUST_CTRY,
                      CUST_INSTT,
                      CUST_ID,
                      INSTR_REF_NUM,
                      USERID,
                      TERM_ID,
                      CHAR(AUDIT_TS)
               FROM   TABPAUD A
               WHERE  A.AUDIT_TS < :WS-CUTOFF-TS
                AND   NOT EXISTS
                      (SELECT 1
                       FROM   TABLHLD H
                       WHERE  H.CUST_CTRY  = A.CUST_CTRY
                        AND   H.CUST_INSTT = A.CUST_INSTT
                        AND   H.CUST_ID    = A.CUST_ID
                        AND   H.HOLD_STAT  = 'A'
                        AND   H.TAB_NAM   IN ('TABPAUD', ' '))
               FOR FETCH ONLY
           END-EXEC.
      *****************************************************************
      * EXPIRED TABGIBH DOWNLOAD-HISTORY ROWS - THE DOWNLOADING       *
      * CUSTOMER IS RPT_ID, MATCHED TO A HOLD ON CUST_ID ALONE AS     *
      * CUSTCLSC, CUS360C AND DSARPKC MATCH IT                        *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-HK-GIBH CURSOR FOR
               SELECT RPT_CTRY,
                      RPT_INSTT,
                      RPT_ID,
                      RPT_TYPE,
                      DNLD_DT,
                      DNLD_TM,
                      REC_CNT,
                      RPT_STAT
               FROM   TABGIBH G
               WHERE  G.DNLD_DT < :WS-CUTOFF-DT
                AND   NOT EXISTS
                      (SELECT 1
                       FROM   TABLHLD H
                       WHERE  H.CUST_ID    = G.RPT_ID
                        AND   H.HOLD_STAT  = 'A'
                        AND   H.TAB_NAM   IN ('TABGIBH', ' '))
               FOR FETCH ONLY
           END-EXEC.
       77 FILLER                PIC X(30) VALUE
               'END OF WORKING STORAGE SECTION'.
      *****************************************************************
      * LINKAGE SECTION                                               *
      *****************************************************************
       LINKAGE SECTION.
      /
       PROCEDURE DIVISION.
           PERFORM A000-INIT
           IF PROG-NORMAL
               PERFORM B000-MAIN
           END-IF
           PERFORM C000-FINAL
           STOP RUN
           .
      /
      *****************************************************************
      * Initialization                                                *
      *****************************************************************
       A000-INIT.
           MOVE 'HKPURGC'              TO WS-PROG-NAM
           PERFORM A010-WRT-START-MSG
           MOVE FUNCTION CURRENT-DATE  TO WS-TODAY-DATE
           PERFORM A015-REGISTER-RUN-START
           PERFORM A020-OPEN-HKPURGT
           IF PROG-NORMAL
               PERFORM A030-SET-RUN-TS
           END-IF
           .
      *****************************************************************
      * Announce This Run On The TABRREG RUN REGISTRY - THE TABLES    *
      * ARE PURGED AS THEY STAND TONIGHT, SO ITS BUSINESS DATE IS     *
      * TODAY'S                                                       *
      *****************************************************************
       A015-REGISTER-RUN-START.
           INITIALIZE WR-RUNREG-FLDS
                        REPLACING NUMERIC DATA BY ZERO
           SET RREG-FUNC-START         TO TRUE
           MOVE WS-PROG-NAM            TO RREG-PROG-NAM
           MOVE WS-TODAY-DATE-8        TO RREG-BUS-DT
           PERFORM X940-RUN-REGISTRY
           .
      *****************************************************************
      * Fix The Run's Timestamp Every Cutoff Is Taken From            *
      *****************************************************************
       A030-SET-RUN-TS.
           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
               INTO   :WS-RUN-TS
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * Main Process Routine - The Policy And The Holds As They Stand,*
      * Then Each Table Purged To Its Policy                          *
      *****************************************************************
       B000-MAIN.
           PERFORM B010-WRITE-HEADING
           PERFORM B100-LOAD-POLICY
           IF PROG-NORMAL
               PERFORM B150-REPORT-HOLDS
           END-IF
           IF PROG-NORMAL
               MOVE SPACES             TO HKPURGT-REC
               PERFORM Z010-WRITE-RPT-LINE
               MOVE '*** ROW COUNTS ***' TO HKPURGT-REC
               PERFORM Z010-WRITE-RPT-LINE
               MOVE 'TABLE    ACTION                    BEFORE     EXPIR
      -             'ED  CUST HOLD    ARCHIVED     DELETED       AFTER'
                                       TO HKPURGT-REC
               PERFORM Z010-WRITE-RPT-LINE
           END-IF
           PERFORM VARYING WS-HK-IDX FROM 1 BY 1
                   UNTIL WS-HK-IDX > WS-HK-TAB-CNT OR PROG-ABEND
               MOVE WS-HK-TAB(WS-HK-IDX) TO WS-CUR-TAB
               PERFORM B200-PROCESS-TABLE
           END-PERFORM
           .
      *****************************************************************
      * Report Heading                                                *
      *****************************************************************
       B010-WRITE-HEADING.
           MOVE SPACES                 TO HKPURGT-REC
           STRING 'HOUSEKEEPING PURGE - RUN '   DELIMITED BY SIZE
                  WS-RUN-TS(1:19)               DELIMITED BY SIZE
               INTO HKPURGT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * Load And Print The Retention Policy - EVERY TABRETP ROW, SO   *
      * THE REPORT SHOWS WHAT IS KEPT AND FOR HOW LONG                *
      *****************************************************************
       B100-LOAD-POLICY.
           MOVE SPACES                 TO HKPURGT-REC
           PERFORM Z010-WRITE-RPT-LINE
           MOVE '*** RETENTION POLICY (TABRETP) ***' TO HKPURGT-REC
           PERFORM Z010-WRITE-RPT-LINE
           MOVE 'TABLE     DAYS ARCHIVE HOLD DESCRIPTION'
                                       TO HKPURGT-REC
           PERFORM Z010-WRITE-RPT-LINE
           EXEC SQL
               OPEN CSR-HK-RETP
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           PERFORM B110-FETCH-POLICY
           PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
               IF WS-POL-CNT < WS-POL-MAX
                   ADD 1               TO WS-POL-CNT
                   MOVE TABRETP-TAB-NAM
                                       TO WS-POL-TAB(WS-POL-CNT)
                   MOVE TABRETP-RETN-DAYS
                                       TO WS-POL-RETN-DAYS(WS-POL-CNT)
                   MOVE TABRETP-ARCH-IND
                                       TO WS-POL-ARCH-IND(WS-POL-CNT)
                   MOVE TABRETP-LGL-HOLD-IND
                                       TO WS-POL-HOLD-IND(WS-POL-CNT)
               END-IF
               PERFORM B120-WRITE-POLICY-LINE
               PERFORM B110-FETCH-POLICY
           END-PERFORM
           EXEC SQL
               CLOSE CSR-HK-RETP
           END-EXEC
           .
      *****************************************************************
      * Fetch The Next Policy Row                                     *
      *****************************************************************
       B110-FETCH-POLICY.
           EXEC SQL
               FETCH CSR-HK-RETP
               INTO :TABRETP-TAB-NAM,
                    :TABRETP-RETN-DAYS,
                    :TABRETP-ARCH-IND,
                    :TABRETP-LGL-HOLD-IND,
                    :TABRETP-POL-DESC
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * One Policy Line                                               *
      *****************************************************************
       B120-WRITE-POLICY-LINE.
           MOVE TABRETP-RETN-DAYS      TO WS-DAYS-DISP
           MOVE SPACES                 TO HKPURGT-REC
           STRING TABRETP-TAB-NAM      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-DAYS-DISP         DELIMITED BY SIZE
                  '    '               DELIMITED BY SIZE
                  TABRETP-ARCH-IND     DELIMITED BY SIZE
                  '      '             DELIMITED BY SIZE
                  TABRETP-LGL-HOLD-IND DELIMITED BY SIZE
                  '    '               DELIMITED BY SIZE
                  TABRETP-POL-DESC     DELIMITED BY SIZE
               INTO HKPURGT-REC
           END-STRING
           IF TABRETP-RETN-DAYS NOT > 0
               MOVE 'KEPT INDEFINITELY' TO HKPURGT-REC(70:17)
           END-IF
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * Print The Active Customer Legal Holds By Table                *
      *****************************************************************
       B150-REPORT-HOLDS.
           MOVE SPACES                 TO HKPURGT-REC
           PERFORM Z010-WRITE-RPT-LINE
           MOVE '*** ACTIVE CUSTOMER LEGAL HOLDS (TABLHLD) ***'
                                       TO HKPURGT-REC
           PERFORM Z010-WRITE-RPT-LINE
           EXEC SQL
               OPEN CSR-HK-HOLD
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           PERFORM B160-FETCH-HOLD
           PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
               MOVE WS-HOLD-CNT        TO WS-HELD-DISP
               MOVE SPACES             TO HKPURGT-REC
               IF WS-HOLD-TAB = SPACES
                   MOVE 'ALL TABLES'   TO WS-HK-MSG
               ELSE
                   MOVE WS-HOLD-TAB    TO WS-HK-MSG
               END-IF
               STRING WS-HK-MSG(1:10)  DELIMITED BY SIZE
                      ' CUSTOMERS HELD: ' DELIMITED BY SIZE
                      WS-HELD-DISP     DELIMITED BY SIZE
                   INTO HKPURGT-REC
               END-STRING
               PERFORM Z010-WRITE-RPT-LINE
               PERFORM B160-FETCH-HOLD
           END-PERFORM
           EXEC SQL
               CLOSE CSR-HK-HOLD
           END-EXEC
           MOVE SPACES                 TO WS-HK-MSG
           .
      *****************************************************************
      * Fetch The Next Table's Hold Count                             *
      *****************************************************************
       B160-FETCH-HOLD.
           EXEC SQL
               FETCH CSR-HK-HOLD
               INTO :WS-HOLD-TAB,
                    :WS-HOLD-CNT
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * Purge One Table To Its Policy - NO POLICY ROW, A TABLE-WIDE   *
      * LEGAL HOLD OR A RETENTION OF ZERO ALL KEEP EVERY ROW          *
      *****************************************************************
       B200-PROCESS-TABLE.
           MOVE ZEROS                  TO WS-CUR-BEFORE WS-CUR-AGED
                                          WS-CUR-ELIG WS-CUR-HELD
                                          WS-CUR-ARCH WS-CUR-DEL
                                          WS-CUR-AFTER
           PERFORM B210-FIND-POLICY
           SET WS-STEP-COUNT           TO TRUE
           PERFORM B250-DISPATCH-STEP
           MOVE WS-CUR-CNT             TO WS-CUR-BEFORE
           EVALUATE TRUE
               WHEN WS-POL-FND-IDX = 0
                   MOVE 'NO POLICY - KEPT' TO WS-CUR-ACTION
               WHEN WS-CUR-TABLE-HELD
                   MOVE 'LEGAL HOLD - KEPT' TO WS-CUR-ACTION
               WHEN WS-CUR-RETN-DAYS NOT > 0
                   MOVE 'KEPT INDEFINITELY' TO WS-CUR-ACTION
               WHEN OTHER
                   PERFORM B220-PURGE-TABLE
           END-EVALUATE
           IF PROG-NORMAL
               SET WS-STEP-COUNT       TO TRUE
               PERFORM B250-DISPATCH-STEP
               MOVE WS-CUR-CNT         TO WS-CUR-AFTER
               PERFORM B240-WRITE-TABLE-LINE
           END-IF
           .
      *****************************************************************
      * The Current Table's Policy Row (ZERO WHEN IT HAS NONE)        *
      *****************************************************************
       B210-FIND-POLICY.
           MOVE ZEROS                  TO WS-POL-FND-IDX
                                          WS-CUR-RETN-DAYS
           MOVE 'N'                    TO WS-CUR-ARCH-IND
                                          WS-CUR-HOLD-IND
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                   UNTIL WS-POL-IDX > WS-POL-CNT
                      OR WS-POL-FND-IDX > 0
               IF WS-POL-TAB(WS-POL-IDX) = WS-CUR-TAB
                   MOVE WS-POL-IDX     TO WS-POL-FND-IDX
                   MOVE WS-POL-RETN-DAYS(WS-POL-IDX)
                                       TO WS-CUR-RETN-DAYS
                   MOVE WS-POL-ARCH-IND(WS-POL-IDX)
                                       TO WS-CUR-ARCH-IND
                   MOVE WS-POL-HOLD-IND(WS-POL-IDX)
                                       TO WS-CUR-HOLD-IND
               END-IF
           END-PERFORM
           .
      *****************************************************************
      * Count What Is Due, Unload It When The Policy Archives, Then   *
      * Delete It - THE ARCHIVE AND THE DELETE MUST EACH MATCH THE    *
      * COUNT, OR THE RUN ABENDS AND THE UNIT OF WORK ROLLS BACK      *
      *****************************************************************
       B220-PURGE-TABLE.
           PERFORM B225-SET-CUTOFF
           SET WS-STEP-AGED            TO TRUE
           PERFORM B250-DISPATCH-STEP
           COMPUTE WS-CUR-HELD = WS-CUR-AGED - WS-CUR-ELIG
           IF WS-CUR-ARCHIVE
               MOVE 'PURGED, ARCHIVED'  TO WS-CUR-ACTION
           ELSE
               MOVE 'PURGED, NO ARCHIVE' TO WS-CUR-ACTION
           END-IF
           IF PROG-NORMAL AND WS-CUR-ELIG > 0
               IF WS-CUR-ARCHIVE
                   SET WS-STEP-UNLOAD  TO TRUE
                   PERFORM B250-DISPATCH-STEP
                   MOVE WS-CUR-ARCH    TO WS-CHK-CNT
                   PERFORM B230-CHECK-COUNT
               END-IF
               IF PROG-NORMAL
                   SET WS-STEP-DELETE  TO TRUE
                   PERFORM B250-DISPATCH-STEP
                   MOVE WS-CUR-DEL     TO WS-CHK-CNT
                   PERFORM B230-CHECK-COUNT
               END-IF
           END-IF
           ADD 1                       TO WS-TAB-PURGED-CNT
           ADD WS-CUR-AGED             TO WS-TOT-AGED
           ADD WS-CUR-ARCH             TO WS-TOT-ARCH
           ADD WS-CUR-DEL              TO WS-TOT-DEL
           ADD WS-CUR-HELD             TO WS-TOT-HELD
           .
      *****************************************************************
      * The Cutoff For The Current Table's Retention, Off The Run's   *
      * Own Timestamp - AS A TIMESTAMP, AND AS A YYYYMMDD DATE FOR    *
      * THE DATE-KEYED TABGIBH                                        *
      *****************************************************************
       B225-SET-CUTOFF.
           EXEC SQL
               SELECT CHAR(TIMESTAMP(:WS-RUN-TS)
                           - :WS-CUR-RETN-DAYS DAYS)
               INTO   :WS-CUTOFF-TS
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           MOVE SPACES                 TO WS-CUTOFF-DT
           STRING WS-CUTOFF-TS(1:4)
                  WS-CUTOFF-TS(6:2)
                  WS-CUTOFF-TS(9:2)
               DELIMITED BY SIZE INTO WS-CUTOFF-DT
           END-STRING
           .
      *****************************************************************
      * The Rows Archived Or Deleted (WS-CHK-CNT) Are Not The Rows    *
      * Counted Due - A HOLD OR A ROW CHANGED UNDER THE RUN. NOTHING  *
      * IS LEFT HALF PURGED                                           *
      *****************************************************************
       B230-CHECK-COUNT.
           IF WS-CHK-CNT NOT = WS-CUR-ELIG
               MOVE WS-CUR-ELIG        TO WS-ELIG-DISP
               MOVE WS-CHK-CNT         TO WS-DEL-DISP
               MOVE SPACES             TO WS-HK-MSG
               STRING WS-CUR-TAB       DELIMITED BY SPACE
                      ' PURGE STOPPED - DUE ' DELIMITED BY SIZE
                      WS-ELIG-DISP     DELIMITED BY SIZE
                      ' BUT '          DELIMITED BY SIZE
                      WS-DEL-DISP      DELIMITED BY SIZE
                      ' TAKEN'         DELIMITED BY SIZE
                   INTO WS-HK-MSG
               END-STRING
               DISPLAY WS-HK-MSG
               PERFORM X100-ERR-COMMON-SETUP
               SET WS-PARA-B050
                   WS-MSG-002          TO TRUE
               MOVE WS-PARA-NAM        TO LOG-PARA-NAM
               MOVE WS-MSG-NO          TO LOG-MSG-NO
               MOVE WS-HK-MSG          TO LOG-ERR-TEXT-LONG
               PERFORM X290-PROC-DATA-ERROR
           END-IF
           .
      *****************************************************************
      * One Table's Line On The Row-Count Report                      *
      *****************************************************************
       B240-WRITE-TABLE-LINE.
           MOVE WS-CUR-BEFORE          TO WS-BEFORE-DISP
           MOVE WS-CUR-AGED            TO WS-ELIG-DISP
           MOVE WS-CUR-HELD            TO WS-HELD-DISP
           MOVE WS-CUR-ARCH            TO WS-ARCH-DISP
           MOVE WS-CUR-DEL             TO WS-DEL-DISP
           MOVE WS-CUR-AFTER           TO WS-AFTER-DISP
           MOVE SPACES                 TO HKPURGT-REC
           STRING WS-CUR-TAB           DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-CUR-ACTION        DELIMITED BY SIZE
                  WS-BEFORE-DISP       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-ELIG-DISP         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-HELD-DISP         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-ARCH-DISP         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-DEL-DISP          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-AFTER-DISP        DELIMITED BY SIZE
               INTO HKPURGT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * Run The Current Step Against The Current Table                *
      *****************************************************************
       B250-DISPATCH-STEP.
           EVALUATE WS-CUR-TAB
               WHEN 'TABLOGM'
                   PERFORM B300-LOGM-STEP
               WHEN 'TABPIMG'
                   PERFORM B320-PIMG-STEP
               WHEN 'TABAPRQ'
                   PERFORM B340-APRQ-STEP
               WHEN 'TABCPRQ'
                   PERFORM B360-CPRQ-STEP
               WHEN 'TABRREG'
                   PERFORM B380-RREG-STEP
               WHEN 'TABPAUD'
                   PERFORM B400-PAUD-STEP
               WHEN 'TABGIBH'
                   PERFORM B420-GIBH-STEP
           END-EVALUATE
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           IF WS-STEP-DELETE
               MOVE ZEROS              TO WS-CUR-DEL
               IF SQLCODE = 0
                   MOVE SQLERRD(3)     TO WS-CUR-DEL
               END-IF
           END-IF
           .
      *****************************************************************
      * Open The Current Table's Archive File                         *
      *****************************************************************
       B260-OPEN-ARCH-FILE.
           EVALUATE WS-CUR-TAB
               WHEN 'TABLOGM'
                   OPEN OUTPUT HKALOGM
               WHEN 'TABPIMG'
                   OPEN OUTPUT HKAPIMG
               WHEN 'TABAPRQ'
                   OPEN OUTPUT HKAAPRQ
               WHEN 'TABCPRQ'
                   OPEN OUTPUT HKACPRQ
               WHEN 'TABRREG'
                   OPEN OUTPUT HKARREG
               WHEN 'TABPAUD'
                   OPEN OUTPUT HKAPAUD
               WHEN 'TABGIBH'
                   OPEN OUTPUT HKAGIBH
           END-EVALUATE
           IF WS-HKARCH-STATUS NOT = '00'
               DISPLAY WS-CUR-TAB
                   ' ARCHIVE OPEN ERROR, FILE STATUS IS :'
                   WS-HKARCH-STATUS
               PERFORM X390-PROC-FILE-ERROR
           ELSE
               SET WS-HKARCH-OPEN      TO TRUE
           END-IF
           .
      *****************************************************************
      * Close The Current Table's Archive File                        *
      *****************************************************************
       B270-CLOSE-ARCH-FILE.
           EVALUATE WS-CUR-TAB
               WHEN 'TABLOGM'
                   CLOSE HKALOGM
               WHEN 'TABPIMG'
                   CLOSE HKAPIMG
               WHEN 'TABAPRQ'
                   CLOSE HKAAPRQ
               WHEN 'TABCPRQ'
                   CLOSE HKACPRQ
               WHEN 'TABRREG'
                   CLOSE HKARREG
               WHEN 'TABPAUD'
                   CLOSE HKAPAUD
               WHEN 'TABGIBH'
                   CLOSE HKAGIBH
           END-EVALUATE
           MOVE 'N'                    TO WS-HKARCH-OPEN-SW
           .
      *****************************************************************
      * A Write To The Current Table's Archive File Failed            *
      *****************************************************************
       B280-ARCH-WRITE-ERROR.
           DISPLAY WS-CUR-TAB ' ARCHIVE WRITE ERROR, FILE STATUS IS :'
               WS-HKARCH-STATUS
           PERFORM X390-PROC-FILE-ERROR
           .
      *****************************************************************
      * TABLOGM - THE LOG TABLE, AGED ON LOG_TS. NO CUSTOMER KEY, SO  *
      * ONLY A TABLE-WIDE HOLD APPLIES                                *
      *****************************************************************
       B300-LOGM-STEP.
           EVALUATE TRUE
               WHEN WS-STEP-COUNT
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO   :WS-CUR-CNT
                       FROM   TABLOGM
                   END-EXEC
               WHEN WS-STEP-AGED
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO   :WS-CUR-AGED
                       FROM   TABLOGM
                       WHERE  LOG_TS < :WS-CUTOFF-TS
                   END-EXEC
                   MOVE WS-CUR-AGED    TO WS-CUR-ELIG
               WHEN WS-STEP-UNLOAD
                   PERFORM B302-LOGM-UNLOAD
               WHEN WS-STEP-DELETE
                   EXEC SQL
                       DELETE FROM TABLOGM
                       WHERE  LOG_TS < :WS-CUTOFF-TS
                   END-EXEC
           END-EVALUATE
           .
      *****************************************************************
      * Unload The Expired TABLOGM Rows                               *
      *****************************************************************
       B302-LOGM-UNLOAD.
           PERFORM B260-OPEN-ARCH-FILE
           EXEC SQL
               OPEN CSR-HK-LOGM
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           PERFORM B304-LOGM-FETCH
           PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
               PERFORM B306-LOGM-WRITE-ARCH
               PERFORM B304-LOGM-FETCH
           END-PERFORM
           EXEC SQL
               CLOSE CSR-HK-LOGM
           END-EXEC
           PERFORM B270-CLOSE-ARCH-FILE
           .
       B304-LOGM-FETCH.
           EXEC SQL
               FETCH CSR-HK-LOGM
               INTO :TABLOGM-PRJ-ID,
                    :TABLOGM-PROG-NAM,
                    :TABLOGM-SYSTM-ID,
                    :TABLOGM-DEPTT-ID,
                    :TABLOGM-DEPT-ID,
                    :TABLOGM-PARA-NAM,
                    :TABLOGM-MSG-NO,
                    :TABLOGM-ERR-PGM,
                    :TABLOGM-ERR-TEXT,
                    :TABLOGM-MSG-TYP,
                    :TABLOGM-SEV-TYP,
                    :TABLOGM-ACTN-TYP,
                    :TABLOGM-RTRN-COD,
                    :TABLOGM-RUN-ID,
                    :TABLOGM-LOG-TS
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
       B306-LOGM-WRITE-ARCH.
           MOVE SPACES                 TO HKALOGM-REC
           MOVE WS-TODAY-DATE-8        TO ALOGM-RUN-DT
           MOVE TABLOGM-PRJ-ID         TO ALOGM-PRJ-ID
           MOVE TABLOGM-PROG-NAM       TO ALOGM-PROG-NAM
           MOVE TABLOGM-SYSTM-ID       TO ALOGM-SYSTM-ID
           MOVE TABLOGM-DEPTT-ID       TO ALOGM-DEPTT-ID
           MOVE TABLOGM-DEPT-ID        TO ALOGM-DEPT-ID
           MOVE TABLOGM-PARA-NAM       TO ALOGM-PARA-NAM
           MOVE TABLOGM-MSG-NO         TO ALOGM-MSG-NO
           MOVE TABLOGM-ERR-PGM        TO ALOGM-ERR-PGM
           MOVE TABLOGM-ERR-TEXT       TO ALOGM-ERR-TEXT
           MOVE TABLOGM-MSG-TYP        TO ALOGM-MSG-TYP
           MOVE TABLOGM-SEV-TYP        TO ALOGM-SEV-TYP
           MOVE TABLOGM-ACTN-TYP       TO ALOGM-ACTN-TYP
           MOVE TABLOGM-RTRN-COD       TO ALOGM-RTRN-COD
           MOVE TABLOGM-RUN-ID         TO ALOGM-RUN-ID
           MOVE TABLOGM-LOG-TS         TO ALOGM-LOG-TS
           WRITE HKALOGM-REC
           IF WS-HKARCH-STATUS NOT = '00'
               PERFORM B280-ARCH-WRITE-ERROR
           END-IF
           ADD 1                       TO WS-CUR-ARCH
           .
      *****************************************************************
      * TABPIMG - INSTRUCTION BEFORE/AFTER IMAGES, AGED ON CHG_TS,    *
      * HELD PER CUSTOMER                                             *
      *****************************************************************
       B320-PIMG-STEP.
           EVALUATE TRUE
               WHEN WS-STEP-COUNT
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO   :WS-CUR-CNT
                       FROM   TABPIMG
                   END-EXEC
               WHEN WS-STEP-AGED
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO   :WS-CUR-AGED
                       FROM   TABPIMG
                       WHERE  CHG_TS < :WS-CUTOFF-TS
                   END-EXEC
                   IF SQLCODE = 0
                       EXEC SQL
                           SELECT COUNT(*)
                           INTO   :WS-CUR-ELIG
                           FROM   TABPIMG P
                           WHERE  P.CHG_TS < :WS-CUTOFF-TS
                            AND   NOT EXISTS
                                  (SELECT 1
                                   FROM   TABLHLD H
                                   WHERE  H.CUST_CTRY  = P.CUST_CTRY
                                    AND   H.CUST_INSTT = P.CUST_INSTT
                                    AND   H.CUST_ID    = P.CUST_ID
                                    AND   H.HOLD_STAT  = 'A'
                                    AND   H.TAB_NAM   IN ('TABPIMG',
                                                            ' '))
                       END-EXEC
                   END-IF
               WHEN WS-STEP-UNLOAD
                   PERFORM B322-PIMG-UNLOAD
               WHEN WS-STEP-DELETE
                   EXEC SQL
                       DELETE FROM TABPIMG P
                       WHERE  P.CHG_TS < :WS-CUTOFF-TS
                        AND   NOT EXISTS
                              (SELECT 1
                               FROM   TABLHLD H
                               WHERE  H.CUST_CTRY  = P.CUST_CTRY
                                AND   H.CUST_INSTT = P.CUST_INSTT
                                AND   H.CUST_ID    = P.CUST_ID
                                AND   H.HOLD_STAT  = 'A'
                                AND   H.TAB_NAM   IN ('TABPIMG', ' '))
                   END-EXEC
           END-EVALUATE
           .
      *****************************************************************
      * Unload The Expired TABPIMG Rows                               *
      *****************************************************************
       B322-PIMG-UNLOAD.
           PERFORM B260-OPEN-ARCH-FILE
           EXEC SQL
               OPEN CSR-HK-PIMG
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           PERFORM B324-PIMG-FETCH
           PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
               PERFORM B326-PIMG-WRITE-ARCH
               PERFORM B324-PIMG-FETCH
           END-PERFORM
           EXEC SQL
               CLOSE CSR-HK-PIMG
           END-EXEC
           PERFORM B270-CLOSE-ARCH-FILE
           .
       B324-PIMG-FETCH.
           EXEC SQL
               FETCH CSR-HK-PIMG
               INTO :TABPIMG-CUST-CTRY,
                    :TABPIMG-CUST-INSTT,
                    :TABPIMG-CUST-ID,
                    :TABPIMG-INSTR-REF-NUM,
                    :TABPIMG-CHG-ACTION,
                    :TABPIMG-USERID,
                    :TABPIMG-TERM-ID,
                    :TABPIMG-CHG-TS,
                    :TABPIMG-OLD-BENE-NAM,
                    :TABPIMG-NEW-BENE-NAM,
                    :TABPIMG-OLD-BENE-ADDR1,
                    :TABPIMG-NEW-BENE-ADDR1,
                    :TABPIMG-OLD-BENE-ADDR2,
                    :TABPIMG-NEW-BENE-ADDR2,
                    :TABPIMG-OLD-BENE-ADDR3,
                    :TABPIMG-NEW-BENE-ADDR3,
                    :TABPIMG-OLD-DEBTOR-NAME,
                    :TABPIMG-NEW-DEBTOR-NAME,
                    :TABPIMG-OLD-DEBTOR-ADDR1,
                    :TABPIMG-NEW-DEBTOR-ADDR1,
                    :TABPIMG-OLD-DEBTOR-ADDR2,
                    :TABPIMG-NEW-DEBTOR-ADDR2,
                    :TABPIMG-OLD-DEBTOR-ADDR3,
                    :TABPIMG-NEW-DEBTOR-ADDR3,
                    :TABPIMG-OLD-INSTR-PTY,
                    :TABPIMG-NEW-INSTR-PTY,
                    :TABPIMG-OLD-INSTR-AMT,
                    :TABPIMG-NEW-INSTR-AMT
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
       B326-PIMG-WRITE-ARCH.
           MOVE WS-TODAY-DATE-8        TO APIMG-RUN-DT
           MOVE TABPIMG-WORK-REC       TO APIMG-ROW
           WRITE HKAPIMG-REC
           IF WS-HKARCH-STATUS NOT = '00'
               PERFORM B280-ARCH-WRITE-ERROR
           END-IF
           ADD 1                       TO WS-CUR-ARCH
           .
      *****************************************************************
      * TABAPRQ - ACCOUNT-STATUS CHANGE REQUESTS, AGED ON REQ_TS ONCE *
      * DECIDED (A PENDING REQUEST IS NEVER PURGED), HELD THROUGH THE *
      * ACCOUNT'S TABACCPF CUSTOMERS                                  *
      *****************************************************************
       B340-APRQ-STEP.
           EVALUATE TRUE
               WHEN WS-STEP-COUNT
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO   :WS-CUR-CNT
                       FROM   TABAPRQ
                   END-EXEC
               WHEN WS-STEP-AGED
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO   :WS-CUR-AGED
                       FROM   TABAPRQ
                       WHERE  REQ_TS    < :WS-CUTOFF-TS
                        AND   REQ_STAT <> 'P'
                   END-EXEC
                   IF SQLCODE = 0
                       EXEC SQL
                           SELECT COUNT(*)
                           INTO   :WS-CUR-ELIG
                           FROM   TABAPRQ Q
                           WHERE  Q.REQ_TS    < :WS-CUTOFF-TS
                            AND   Q.REQ_STAT <> 'P'
                            AND   NOT EXISTS
                                  (SELECT 1
                                   FROM   TABACCPF F, TABLHLD H
                                   WHERE  F.ACC_CTRY   = Q.ACC_CTRY
                                    AND   F.ACC_INSTT  = Q.ACC_INSTT
                                    AND   F.ACC_NO     = Q.ACC_NO
                                    AND   H.CUST_CTRY  = F.CST_CTRY
                                    AND   H.CUST_INSTT = F.CST_INSTT
                                    AND   H.CUST_ID    = F.CST_ID
                                    AND   H.HOLD_STAT  = 'A'
                                    AND   H.TAB_NAM   IN ('TABAPRQ',
                                                            ' '))
                       END-EXEC
                   END-IF
               WHEN WS-STEP-UNLOAD
                   PERFORM B342-APRQ-UNLOAD
               WHEN WS-STEP-DELETE
                   EXEC SQL
                       DELETE FROM TABAPRQ Q
                       WHERE  Q.REQ_TS    < :WS-CUTOFF-TS
                        AND   Q.REQ_STAT <> 'P'
                        AND   NOT EXISTS
                              (SELECT 1
                               FROM   TABACCPF F, TABLHLD H
                               WHERE  F.ACC_CTRY   = Q.ACC_CTRY
                                AND   F.ACC_INSTT  = Q.ACC_INSTT
                                AND   F.ACC_NO     = Q.ACC_NO
                                AND   H.CUST_CTRY  = F.CST_CTRY
                                AND   H.CUST_INSTT = F.CST_INSTT
                                AND   H.CUST_ID    = F.CST_ID
                                AND   H.HOLD_STAT  = 'A'
                                AND   H.TAB_NAM   IN ('TABAPRQ', ' '))
                   END-EXEC
           END-EVALUATE
           .
      *****************************************************************
      * Unload The Expired TABAPRQ Rows                               *
      *****************************************************************
       B342-APRQ-UNLOAD.
           PERFORM B260-OPEN-ARCH-FILE
           EXEC SQL
               OPEN CSR-HK-APRQ
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           PERFORM B344-APRQ-FETCH
           PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
               PERFORM B346-APRQ-WRITE-ARCH
               PERFORM B344-APRQ-FETCH
           END-PERFORM
           EXEC SQL
               CLOSE CSR-HK-APRQ
           END-EXEC
           PERFORM B270-CLOSE-ARCH-FILE
           .
       B344-APRQ-FETCH.
           EXEC SQL
               FETCH CSR-HK-APRQ
               INTO :TABAPRQ-ACC-CTRY,
                    :TABAPRQ-ACC-INSTT,
                    :TABAPRQ-ACC-NO,
                    :TABAPRQ-OLD-ACC-STAT,
                    :TABAPRQ-NEW-ACC-STAT,
                    :TABAPRQ-REQ-USERID,
                    :TABAPRQ-REQ-TS,
                    :TABAPRQ-APRV-USERID,
                    :TABAPRQ-APRV-TS,
                    :TABAPRQ-REQ-STAT
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
       B346-APRQ-WRITE-ARCH.
           MOVE SPACES                 TO HKAAPRQ-REC
           MOVE WS-TODAY-DATE-8        TO AAPRQ-RUN-DT
           MOVE TABAPRQ-WORK-REC       TO AAPRQ-ROW
           WRITE HKAAPRQ-REC
           IF WS-HKARCH-STATUS NOT = '00'
               PERFORM B280-ARCH-WRITE-ERROR
           END-IF
           ADD 1                       TO WS-CUR-ARCH
           .
      *****************************************************************
      * TABCPRQ - CUSTOMER-STATUS CHANGE REQUESTS, AGED ON REQ_TS     *
      * ONCE DECIDED, HELD PER CUSTOMER                               *
      *****************************************************************
       B360-CPRQ-STEP.
           EVALUATE TRUE
               WHEN WS-STEP-COUNT
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO   :WS-CUR-CNT
                       FROM   TABCPRQ
                   END-EXEC
               WHEN WS-STEP-AGED
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO   :WS-CUR-AGED
                       FROM   TABCPRQ
                       WHERE  REQ_TS    < :WS-CUTOFF-TS
                        AND   REQ_STAT <> 'P'
                   END-EXEC
                   IF SQLCODE = 0
                       EXEC SQL
                           SELECT COUNT(*)
                           INTO   :WS-CUR-ELIG
                           FROM   TABCPRQ C
                           WHERE  C.REQ_TS    < :WS-CUTOFF-TS
                            AND   C.REQ_STAT <> 'P'
                            AND   NOT EXISTS
                                  (SELECT 1
                                   FROM   TABLHLD H
                                   WHERE  H.CUST_CTRY  = C.CUST_CTRY
                                    AND   H.CUST_INSTT = C.CUST_INSTT
                                    AND   H.CUST_ID    = C.CUST_ID
                                    AND   H.HOLD_STAT  = 'A'
                                    AND   H.TAB_NAM   IN ('TABCPRQ',
                                                            ' '))
                       END-EXEC
                   END-IF
               WHEN WS-STEP-UNLOAD
                   PERFORM B362-CPRQ-UNLOAD
               WHEN WS-STEP-DELETE
                   EXEC SQL
                       DELETE FROM TABCPRQ C
                       WHERE  C.REQ_TS    < :WS-CUTOFF-TS
                        AND   C.REQ_STAT <> 'P'
                        AND   NOT EXISTS
                              (SELECT 1
                               FROM   TABLHLD H
                               WHERE  H.CUST_CTRY  = C.CUST_CTRY
                                AND   H.CUST_INSTT = C.CUST_INSTT
                                AND   H.CUST_ID    = C.CUST_ID
                                AND   H.HOLD_STAT  = 'A'
                                AND   H.TAB_NAM   IN ('TABCPRQ', ' '))
                   END-EXEC
           END-EVALUATE
           .
      *****************************************************************
      * Unload The Expired TABCPRQ Rows                               *
      *****************************************************************
       B362-CPRQ-UNLOAD.
           PERFORM B260-OPEN-ARCH-FILE
           EXEC SQL
               OPEN CSR-HK-CPRQ
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           PERFORM B364-CPRQ-FETCH
           PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
               PERFORM B366-CPRQ-WRITE-ARCH
               PERFORM B364-CPRQ-FETCH
           END-PERFORM
           EXEC SQL
               CLOSE CSR-HK-CPRQ
           END-EXEC
           PERFORM B270-CLOSE-ARCH-FILE
           .
       B364-CPRQ-FETCH.
           EXEC SQL
               FETCH CSR-HK-CPRQ
               INTO :TABCPRQ-CUST-CTRY,
                    :TABCPRQ-CUST-INSTT,
                    :TABCPRQ-CUST-ID,
                    :TABCPRQ-OLD-CUST-STAT,
                    :TABCPRQ-NEW-CUST-STAT,
                    :TABCPRQ-REQ-USERID,
                    :TABCPRQ-REQ-TS,
                    :TABCPRQ-APRV-USERID,
                    :TABCPRQ-APRV-TS,
                    :TABCPRQ-REQ-STAT
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
       B366-CPRQ-WRITE-ARCH.
           MOVE SPACES                 TO HKACPRQ-REC
           MOVE WS-TODAY-DATE-8        TO ACPRQ-RUN-DT
           MOVE TABCPRQ-WORK-REC       TO ACPRQ-ROW
           WRITE HKACPRQ-REC
           IF WS-HKARCH-STATUS NOT = '00'
               PERFORM B280-ARCH-WRITE-ERROR
           END-IF
           ADD 1                       TO WS-CUR-ARCH
           .
      *****************************************************************
      * TABRREG - THE RUN REGISTRY, AGED ON EVT_TS. NO CUSTOMER KEY   *
      *****************************************************************
       B380-RREG-STEP.
           EVALUATE TRUE
               WHEN WS-STEP-COUNT
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO   :WS-CUR-CNT
                       FROM   TABRREG
                   END-EXEC
               WHEN WS-STEP-AGED
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO   :WS-CUR-AGED
                       FROM   TABRREG
                       WHERE  EVT_TS < :WS-CUTOFF-TS
                   END-EXEC
                   MOVE WS-CUR-AGED    TO WS-CUR-ELIG
               WHEN WS-STEP-UNLOAD
                   PERFORM B382-RREG-UNLOAD
               WHEN WS-STEP-DELETE
                   EXEC SQL
                       DELETE FROM TABRREG
                       WHERE  EVT_TS < :WS-CUTOFF-TS
                   END-EXEC
           END-EVALUATE
           .
      *****************************************************************
      * Unload The Expired TABRREG Rows                               *
      *****************************************************************
       B382-RREG-UNLOAD.
           PERFORM B260-OPEN-ARCH-FILE
           EXEC SQL
               OPEN CSR-HK-RREG
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           PERFORM B384-RREG-FETCH
           PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
               PERFORM B386-RREG-WRITE-ARCH
               PERFORM B384-RREG-FETCH
           END-PERFORM
           EXEC SQL
               CLOSE CSR-HK-RREG
           END-EXEC
           PERFORM B270-CLOSE-ARCH-FILE
           .
       B384-RREG-FETCH.
           EXEC SQL
               FETCH CSR-HK-RREG
               INTO :TABRREG-PROG-NAM,
                    :TABRREG-STREAM-NUM,
                    :TABRREG-BUS-DT,
                    :TABRREG-EVT-TYP,
                    :TABRREG-REC-READ,
                    :TABRREG-REC-PROC,
                    :TABRREG-EVT-TS,
                    :TABRREG-REC-REJT
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
       B386-RREG-WRITE-ARCH.
           MOVE SPACES                 TO HKARREG-REC
           MOVE WS-TODAY-DATE-8        TO ARREG-RUN-DT
           MOVE TABRREG-PROG-NAM       TO ARREG-PROG-NAM
           MOVE TABRREG-STREAM-NUM     TO ARREG-STREAM-NUM
           MOVE TABRREG-BUS-DT         TO ARREG-BUS-DT
           MOVE TABRREG-EVT-TYP        TO ARREG-EVT-TYP
           MOVE TABRREG-REC-READ       TO ARREG-REC-READ
           MOVE TABRREG-REC-PROC       TO ARREG-REC-PROC
           MOVE TABRREG-EVT-TS         TO ARREG-EVT-TS
           MOVE TABRREG-REC-REJT       TO ARREG-REC-REJT
           WRITE HKARREG-REC
           IF WS-HKARCH-STATUS NOT = '00'
               PERFORM B280-ARCH-WRITE-ERROR
           END-IF
           ADD 1                       TO WS-CUR-ARCH
           .
      *****************************************************************
      * TABPAUD - THE LOOKUP AUDIT TRAIL, AGED ON AUDIT_TS, HELD PER  *
      * CUSTOMER                                                      *
      *****************************************************************
       B400-PAUD-STEP.
           EVALUATE TRUE
               WHEN WS-STEP-COUNT
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO   :WS-CUR-CNT
                       FROM   TABPAUD
                   END-EXEC
               WHEN WS-STEP-AGED
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO   :WS-CUR-AGED
                       FROM   TABPAUD
                       WHERE  AUDIT_TS < :WS-CUTOFF-TS
                   END-EXEC
                   IF SQLCODE = 0
                       EXEC SQL
                           SELECT COUNT(*)
                           INTO   :WS-CUR-ELIG
                           FROM   TABPAUD A
                           WHERE  A.AUDIT_TS < :WS-CUTOFF-TS
                            AND   NOT EXISTS
                                  (SELECT 1
                                   FROM   TABLHLD H
                                   WHERE  H.CUST_CTRY  = A.CUST_CTRY
                                    AND   H.CUST_INSTT = A.CUST_INSTT
                                    AND   H.CUST_ID    = A.CUST_ID
                                    AND   H.HOLD_STAT  = 'A'
                                    AND   H.TAB_NAM   IN ('TABPAUD',
                                                            ' '))
                       END-EXEC
                   END-IF
               WHEN WS-STEP-UNLOAD
                   PERFORM B402-PAUD-UNLOAD
               WHEN WS-STEP-DELETE
                   EXEC SQL
                       DELETE FROM TABPAUD A
                       WHERE  A.AUDIT_TS < :WS-CUTOFF-TS
                        AND   NOT EXISTS
                              (SELECT 1
                               FROM   TABLHLD H
                               WHERE  H.CUST_CTRY  = A.CUST_CTRY
                                AND   H.CUST_INSTT = A.CUST_INSTT
                                AND   H.CUST_ID    = A.CUST_ID
                                AND   H.HOLD_STAT  = 'A'
                                AND   H.TAB_NAM   IN ('TABPAUD', ' '))
                   END-EXEC
           END-EVALUATE
           .
      *****************************************************************
      * Unload The Expired TABPAUD Rows                               *
      *****************************************************************
       B402-PAUD-UNLOAD.
           PERFORM B260-OPEN-ARCH-FILE
           EXEC SQL
               OPEN CSR-HK-PAUD
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           PERFORM B404-PAUD-FETCH
           PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
               PERFORM B406-PAUD-WRITE-ARCH
               PERFORM B404-PAUD-FETCH
           END-PERFORM
           EXEC SQL
               CLOSE CSR-HK-PAUD
           END-EXEC
           PERFORM B270-CLOSE-ARCH-FILE
           .
       B404-PAUD-FETCH.
           EXEC SQL
               FETCH CSR-HK-PAUD
               INTO :TABPAUD-CUST-CTRY,
                    :TABPAUD-CUST-INSTT,
                    :TABPAUD-CUST-ID,
                    :TABPAUD-INSTR-REF-NUM,
                    :TABPAUD-USERID,
                    :TABPAUD-TERM-ID,
                    :TABPAUD-AUDIT-TS
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
       B406-PAUD-WRITE-ARCH.
           MOVE SPACES                 TO HKAPAUD-REC
           MOVE WS-TODAY-DATE-8        TO APAUD-RUN-DT
           MOVE TABPAUD-CUST-CTRY      TO APAUD-CUST-CTRY
           MOVE TABPAUD-CUST-INSTT     TO APAUD-CUST-INSTT
           MOVE TABPAUD-CUST-ID        TO APAUD-CUST-ID
           MOVE TABPAUD-INSTR-REF-NUM  TO APAUD-INSTR-REF-NUM
           MOVE TABPAUD-USERID         TO APAUD-USERID
           MOVE TABPAUD-TERM-ID        TO APAUD-TERM-ID
           MOVE TABPAUD-AUDIT-TS       TO APAUD-AUDIT-TS
           WRITE HKAPAUD-REC
           IF WS-HKARCH-STATUS NOT = '00'
               PERFORM B280-ARCH-WRITE-ERROR
           END-IF
           ADD 1                       TO WS-CUR-ARCH
           .
      *****************************************************************
      * TABGIBH - THE DOWNLOAD HISTORY, AGED ON DNLD_DT. RPT_ID IS    *
      * THE DOWNLOADING CUSTOMER, SO A HELD CUSTOMER'S ROWS ARE KEPT  *
      *****************************************************************
       B420-GIBH-STEP.
           EVALUATE TRUE
               WHEN WS-STEP-COUNT
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO   :WS-CUR-CNT
                       FROM   TABGIBH
                   END-EXEC
               WHEN WS-STEP-AGED
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO   :WS-CUR-AGED
                       FROM   TABGIBH
                       WHERE  DNLD_DT < :WS-CUTOFF-DT
                   END-EXEC
                   IF SQLCODE = 0
                       EXEC SQL
                           SELECT COUNT(*)
                           INTO   :WS-CUR-ELIG
                           FROM   TABGIBH G
                           WHERE  G.DNLD_DT < :WS-CUTOFF-DT
                            AND   NOT EXISTS
                                  (SELECT 1
                                   FROM   TABLHLD H
                                   WHERE  H.CUST_ID    = G.RPT_ID
                                    AND   H.HOLD_STAT  = 'A'
                                    AND   H.TAB_NAM   IN ('TABGIBH',
                                                            ' '))
                       END-EXEC
                   END-IF
               WHEN WS-STEP-UNLOAD
                   PERFORM B422-GIBH-UNLOAD
               WHEN WS-STEP-DELETE
                   EXEC SQL
                       DELETE FROM TABGIBH G
                       WHERE  G.DNLD_DT < :WS-CUTOFF-DT
                        AND   NOT EXISTS
                              (SELECT 1
                               FROM   TABLHLD H
                               WHERE  H.CUST_ID    = G.RPT_ID
                                AND   H.HOLD_STAT  = 'A'
                                AND   H.TAB_NAM   IN ('TABGIBH', ' '))
                   END-EXEC
           END-EVALUATE
           .
      *****************************************************************
      * Unload The Expired TABGIBH Rows                               *
      *****************************************************************
       B422-GIBH-UNLOAD.
           PERFORM B260-OPEN-ARCH-FILE
           EXEC SQL
               OPEN CSR-HK-GIBH
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           PERFORM B424-GIBH-FETCH
           PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
               PERFORM B426-GIBH-WRITE-ARCH
               PERFORM B424-GIBH-FETCH
           END-PERFORM
           EXEC SQL
               CLOSE CSR-HK-GIBH
           END-EXEC
           PERFORM B270-CLOSE-ARCH-FILE
           .
       B424-GIBH-FETCH.
           EXEC SQL
               FETCH CSR-HK-GIBH
               INTO :TABGIBH-RPT-CTRY,
                    :TABGIBH-RPT-INSTT,
                    :TABGIBH-RPT-ID,
                    :TABGIBH-RPT-TYPE,
                    :TABGIBH-DNLD-DT,
                    :TABGIBH-DNLD-TM,
                    :TABGIBH-REC-CNT,
                    :TABGIBH-RPT-STAT
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
       B426-GIBH-WRITE-ARCH.
           MOVE SPACES                 TO HKAGIBH-REC
           MOVE WS-TODAY-DATE-8        TO AGIBH-RUN-DT
           MOVE TABGIBH-RPT-CTRY       TO AGIBH-RPT-CTRY
           MOVE TABGIBH-RPT-INSTT      TO AGIBH-RPT-INSTT
           MOVE TABGIBH-RPT-ID         TO AGIBH-RPT-ID
           MOVE TABGIBH-RPT-TYPE       TO AGIBH-RPT-TYPE
           MOVE TABGIBH-DNLD-DT        TO AGIBH-DNLD-DT
           MOVE TABGIBH-DNLD-TM        TO AGIBH-DNLD-TM
           MOVE TABGIBH-REC-CNT        TO AGIBH-REC-CNT
           MOVE TABGIBH-RPT-STAT       TO AGIBH-RPT-STAT
           WRITE HKAGIBH-REC
           IF WS-HKARCH-STATUS NOT = '00'
               PERFORM B280-ARCH-WRITE-ERROR
           END-IF
           ADD 1                       TO WS-CUR-ARCH
           .
      *****************************************************************
      * Write One Line To The Report                                  *
      *****************************************************************
       Z010-WRITE-RPT-LINE.
           IF WS-HKPURGT-OPEN
               WRITE HKPURGT-REC
           END-IF
           .
      *****************************************************************
      * Write Informational Message to set correct Logging Program    *
      *****************************************************************
       A010-WRT-START-MSG.
           PERFORM X100-ERR-COMMON-SETUP

           SET WS-PARA-A010
               WS-MSG-000              TO TRUE
           MOVE WS-PARA-NAM            TO LOG-PARA-NAM
           MOVE WS-MSG-NO              TO LOG-MSG-NO
           MOVE WS-MSG00-TXT           TO LOG-ERR-TEXT-LONG

           PERFORM X690-PROC-INFO-MSG
           .
      *****************************************************************
      * Open The Housekeeping Report File                             *
      *****************************************************************
       A020-OPEN-HKPURGT.
           OPEN OUTPUT HKPURGT
           IF WS-HKPURGT-STATUS NOT = '00'
               DISPLAY 'HKPURGT OPEN ERROR, FILE STATUS IS :'
                   WS-HKPURGT-STATUS
               PERFORM X390-PROC-FILE-ERROR
           ELSE
               SET WS-HKPURGT-OPEN     TO TRUE
           END-IF
           .
      *****************************************************************
      * End Of Job Processing                                         *
      *****************************************************************
       C000-FINAL.
           PERFORM C010-CLOSING-MSG
           MOVE 0                      TO RETURN-CODE
           .
      *****************************************************************
      * Close Files And Write Job-End Summary To The Log               *
      *****************************************************************
       C010-CLOSING-MSG.
           IF WS-HKARCH-OPEN
               PERFORM B270-CLOSE-ARCH-FILE
           END-IF

           IF WS-HKPURGT-OPEN
               CLOSE HKPURGT
               MOVE 'N'                TO WS-HKPURGT-OPEN-SW
           END-IF

      * ONLY A CLEAN END EARNS ITS COMPLETION ROW - AN ABENDED RUN
      * ROLLS ITS START ROW BACK WITH THE REST OF ITS WORK AT X999
           IF PROG-NORMAL
               PERFORM C018-REGISTER-RUN-END
           END-IF

           STRING 'JOB END - TABLES: '           WS-TAB-PURGED-CNT
                  ' ARCH: '                      WS-TOT-ARCH
                  ' DEL: '                       WS-TOT-DEL
                  ' HELD: '                      WS-TOT-HELD
               DELIMITED BY SIZE INTO WS-JOBEND-MSG
           END-STRING

           PERFORM X100-ERR-COMMON-SETUP

           SET WS-PARA-C010
               WS-MSG-001              TO TRUE
           MOVE WS-PARA-NAM            TO LOG-PARA-NAM
           MOVE WS-MSG-NO              TO LOG-MSG-NO
           MOVE WS-JOBEND-MSG          TO LOG-ERR-TEXT-LONG

           PERFORM X690-PROC-INFO-MSG
           .
      *****************************************************************
      * This Run's Completion Row On The TABRREG RUN REGISTRY,        *
      * Carrying Its Counts                                           *
      *****************************************************************
       C018-REGISTER-RUN-END.
           INITIALIZE WR-RUNREG-FLDS
                        REPLACING NUMERIC DATA BY ZERO
           SET RREG-FUNC-COMPLETE      TO TRUE
           MOVE WS-PROG-NAM            TO RREG-PROG-NAM
           MOVE WS-TODAY-DATE-8        TO RREG-BUS-DT
           MOVE WS-TOT-AGED            TO RREG-REC-READ
           MOVE WS-TOT-DEL             TO RREG-REC-PROC
           PERFORM X940-RUN-REGISTRY
           .
      *****************************************************************
      * Invoke The Run-Registry Subprogram With The Assembled RREG-*   *
      * Fields - A REGISTRY WRITE FAILURE IS REPORTED BUT DOES NOT    *
      * TAKE THE RUN DOWN                                             *
      *****************************************************************
       X940-RUN-REGISTRY.
           CALL WS-RUNREG-PGM USING WR-RUNREG-FLDS
               ON EXCEPTION
                   DISPLAY 'UNABLE TO CALL RUN-REGISTRY '
                       'SUBPROGRAM: ' WS-RUNREG-PGM
           END-CALL
           IF RREG-RESP-SQL-ERROR
               DISPLAY 'RUN-REGISTRY RESPONSE ' RREG-RESP ' - '
                   RREG-RESP-MSG
           END-IF
           .
      *****************************************************************
      *  Initial Common fields required for Logging Routine           *
      *****************************************************************
       X100-ERR-COMMON-SETUP.
           MOVE SPACE                  TO WE-ERROR-FLDS
           INITIALIZE                     WE-ERROR-FLDS
                                        REPLACING NUMERIC DATA BY ZERO
           MOVE WS-PRJ-ID              TO LOG-PRJ-ID
           MOVE WS-PROG-NAM            TO LOG-PROG-NAM
           MOVE WS-SYSTM-ID            TO LOG-SYSTM-ID
           MOVE WS-DEPTT-ID            TO LOG-DEPTT-ID
      * THE RUN IDENTIFIER IS GENERATED ON THE RUN'S FIRST LOG CALL
      * AND RIDES EVERY ROW THIS EXECUTION WRITES
           IF WS-RUN-ID-TS = SPACES
               MOVE FUNCTION CURRENT-DATE(1:14)
                                       TO WS-RUN-ID-TS
           END-IF
           MOVE WS-RUN-ID              TO LOG-RUN-ID
           .
      *****************************************************************
      *  Application Error Processing                                 *
      *****************************************************************
       X290-PROC-DATA-ERROR.
           PERFORM X790-PROC-WRNG-MSG
           PERFORM X999-PGM-EXIT
           .
      *****************************************************************
      * File I/O Error Processing Para                                *
      *****************************************************************
       X390-PROC-FILE-ERROR.
           PERFORM X790-PROC-WRNG-MSG
           PERFORM X999-PGM-EXIT
           .
      *****************************************************************
      * DB2 Error Processing Para                                     *
      *****************************************************************
       X490-PROC-SQL-ERROR.
           PERFORM X790-PROC-WRNG-MSG
           PERFORM X999-PGM-EXIT
           .
      *****************************************************************
      * Log Informational Messages                                    *
      *****************************************************************
       X690-PROC-INFO-MSG.
           SET LOG-INFM-ONLY
               LOG-INFM-MSG
               LOG-NO-ACTN             TO TRUE
           MOVE WS-DEPT-ID             TO LOG-DEPT-ID
           PERFORM X920-ERROR-LOG-RETN
           .
      *****************************************************************
      * Log Warning Messages                                          *
      *****************************************************************
       X790-PROC-WRNG-MSG.
           SET LOG-DATA-ERROR
               LOG-WRNG-MSG
               LOG-NO-ACTN             TO TRUE
           MOVE WS-DEPT-ID             TO LOG-DEPT-ID
           PERFORM X920-ERROR-LOG-RETN
           .
      *****************************************************************
      * Invoke The Logging Subprogram With The Assembled LOG-* Fields  *
      *****************************************************************
       X920-ERROR-LOG-RETN.
           MOVE WS-SUBPGM-NAM          TO LOG-ERR-PGM
           CALL WS-SUBPGM-NAM USING WE-ERROR-FLDS
               ON EXCEPTION
                   DISPLAY 'UNABLE TO CALL LOGGING SUBPROGRAM: '
                       WS-SUBPGM-NAM
           END-CALL
           MOVE RETURN-CODE            TO LOG-RTRN-COD
           .
      *****************************************************************
      * ABEND COBOL PROGRAM ON SERIOUS ERROR - THE RUN COMMITS        *
      * NOTHING BEFORE ITS END, SO EVERYTHING IT WROTE TO DB2 IS      *
      * ROLLED BACK FIRST (THE STOP RUN BELOW WOULD OTHERWISE COMMIT  *
      * IT) AND NO TABLE IS LEFT HALF PURGED; THE CLOSING MESSAGE IS  *
      * LOGGED AFTER THE ROLLBACK SO IT STANDS                        *
      *****************************************************************
       X999-PGM-EXIT.
           DISPLAY '****Program Exited in X999****'
           SET PROG-ABEND              TO TRUE
           MOVE WS-PROG-NAM            TO DIAG-PROG-NAM
           MOVE WS-RUN-ID              TO DIAG-RUN-ID
           MOVE LOG-PARA-NAM           TO DIAG-PARA-NAM
           MOVE LOG-MSG-NO             TO DIAG-MSG-NO
           MOVE LOG-ERR-TEXT-LONG      TO DIAG-MSG-TEXT
           MOVE 16                     TO DIAG-ABEND-RC
           MOVE WS-TOT-AGED            TO DIAG-REC-READ-CNT
           MOVE WS-TOT-DEL             TO DIAG-REC-PROC-CNT
           EXEC SQL
               ROLLBACK
           END-EXEC
           PERFORM C010-CLOSING-MSG
           MOVE 16                     TO RETURN-CODE
           CALL WS-CANCEL-PGM
           STOP RUN
           .
