       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSARPKC.
       AUTHOR. RISHI SHARMA.
       DATE-WRITTEN. OCT,2026.
       DATE-COMPILED. OCT,2026.
       INSTALLATION. Nowhere.
      *****************************************************************
      * THIS BATCH PROGRAM PRODUCES THE DATA-SUBJECT ACCESS PACK FOR  *
      * EACH CUSTOMER NAMED ON ITS REQUEST LIST (DSARPKI) - THE       *
      * TABCUST RECORD, EVERY TABACCPF PERMISSION WITH ITS TABACCNT   *
      * ACCOUNT, EVERY PAYMENT INSTRUCTION, THE TABPIMG CHANGE        *
      * HISTORY, EVERY TABPAUD LOOKUP (WHO LOOKED AND WHEN), THE      *
      * TABGIBH DOWNLOAD HISTORY AND THE TABAPRQ/TABCPRQ STATUS       *
      * REQUESTS. THE HISTORY SECTIONS TAKE IN THE ROWS ALREADY       *
      * ARCHIVED - THE HKPURGC ARCHIVE FILES AND THE PAUDARCH AND     *
      * GIBHARCH FILES THE OLD PAUDRPTC/GIBHROLC PURGES WROTE - AND   *
      * ARE LIMITED TO THE PERIOD THE REQUEST ASKS FOR. EACH PACK     *
      * SHOWS THE REQUEST'S STATUTORY DUE DATE (ONE CALENDAR MONTH    *
      * FROM RECEIPT) AND IS LOGGED ON TABDSAR WHEN IT IS PRODUCED    *
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
           SELECT DSARPKI
                                    ASSIGN TO DSARPKI
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS INFILE-STATUS.
           SELECT DSARPKT
                                    ASSIGN TO DSARPKT
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-DSARPKT-STATUS.
           SELECT HKAPIMG
                                    ASSIGN TO HKAPIMG
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-ARCH-STATUS.
           SELECT HKAPAUD
                                    ASSIGN TO HKAPAUD
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-ARCH-STATUS.
           SELECT PAUDARCH
                                    ASSIGN TO PAUDARCH
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-ARCH-STATUS.
           SELECT HKAGIBH
                                    ASSIGN TO HKAGIBH
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-ARCH-STATUS.
           SELECT GIBHARCH
                                    ASSIGN TO GIBHARCH
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-ARCH-STATUS.
           SELECT HKAAPRQ
                                    ASSIGN TO HKAAPRQ
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-ARCH-STATUS.
           SELECT HKACPRQ
                                    ASSIGN TO HKACPRQ
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-ARCH-STATUS.
       DATA DIVISION.
       FILE SECTION.

      *****************************************************************
      * THE REQUEST LIST - ONE CUSTOMER PER LINE WITH THE REQUEST'S   *
      * OWN REFERENCE, THE DATE IT WAS RECEIVED AND THE PERIOD IT     *
      * ASKS FOR (YYYYMMDD, BLANK - THE WHOLE HISTORY)                *
      *****************************************************************
       FD DSARPKI
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS DSARPKI-REC.
       01 DSARPKI-REC.
           05 DSRI-CUST-CTRY          PIC X(3).
           05 DSRI-CUST-INSTT         PIC X(10).
           05 DSRI-CUST-ID            PIC X(20).
           05 DSRI-REQ-REF            PIC X(20).
           05 DSRI-RCVD-DT            PIC X(8).
           05 DSRI-PRD-FROM-DT        PIC X(8).
           05 DSRI-PRD-TO-DT          PIC X(8).
           05 FILLER                  PIC X(3).

       FD DSARPKT
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS DSARPKT-REC.
       01 DSARPKT-REC                 PIC X(132).
      *****************************************************************
      * HKPURGC ARCHIVE FILES - EACH RECORD THE RUN DATE AND THE      *
      * PURGED ROW                                                    *
      *****************************************************************
       FD HKAPIMG
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 1736 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS HKAPIMG-REC.
       01 HKAPIMG-REC.
           05 APIMG-RUN-DT            PIC X(8).
           05 APIMG-ROW               PIC X(1728).

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
      *****************************************************************
      * THE ARCHIVE THE OLD PAUDRPTC PURGE WROTE - NO RUN DATE        *
      *****************************************************************
       FD PAUDARCH
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS PAUDARCH-REC.
       01 PAUDARCH-REC.
           05 OPAUD-CUST-CTRY         PIC X(3).
           05 OPAUD-CUST-INSTT        PIC X(10).
           05 OPAUD-CUST-ID           PIC X(20).
           05 OPAUD-INSTR-REF-NUM     PIC X(20).
           05 OPAUD-USERID            PIC X(8).
           05 OPAUD-TERM-ID           PIC X(4).
           05 OPAUD-AUDIT-TS          PIC X(26).
           05 FILLER                  PIC X(9).

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
      *****************************************************************
      * THE ARCHIVE THE OLD GIBHROLC PURGE WROTE - NO RUN DATE        *
      *****************************************************************
       FD GIBHARCH
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS GIBHARCH-REC.
       01 GIBHARCH-REC.
           05 OGIBH-RPT-CTRY          PIC X(2).
           05 OGIBH-RPT-INSTT         PIC X(4).
           05 OGIBH-RPT-ID            PIC X(20).
           05 OGIBH-RPT-TYPE          PIC X(4).
           05 OGIBH-DNLD-DT           PIC X(8).
           05 OGIBH-DNLD-TM           PIC X(6).
           05 OGIBH-REC-CNT           PIC 9(9).
           05 OGIBH-RPT-STAT          PIC X(1).
           05 FILLER                  PIC X(46).

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
       WORKING-STORAGE SECTION.
       77  FILLER                     PIC X(40) VALUE
            'WORKING STORAGE SECTION STARTS HERE'.
       01  WS-MISC.
           05 INFILE-STATUS           PIC X(2).
           05 WS-CANCEL-PGM           PIC X(8) VALUE 'EXITPGM'.
           05 WS-SUBPGM-NAM           PIC X(8) VALUE 'LOGPGMC'.
               88 WS-SUBPGM-LOG       VALUE 'LOGPGMC'.
           05 WS-DEPT-ID              PIC X(8) VALUE 'INETBKNG'.
               88 IB-DEPT             VALUE 'INETBKNG'.
           05 WS-RUNREG-PGM           PIC X(8) VALUE 'RUNREGC'.
           05 WS-DSRI-EOF-SW          PIC X(1) VALUE 'N'.
               88 WS-DSRI-EOF         VALUE 'Y'.
           05 WS-DSRI-OPEN-SW         PIC X(1) VALUE 'N'.
               88 WS-DSRI-OPEN        VALUE 'Y'.
           05 WS-DSARPKT-STATUS       PIC X(2).
           05 WS-DSARPKT-OPEN-SW      PIC X(1) VALUE 'N'.
               88 WS-DSARPKT-OPEN     VALUE 'Y'.
      *****************************************************************
      * THE ARCHIVE FILES ARE READ ONE AT A TIME, ONCE PER PACK       *
      *****************************************************************
           05 WS-ARCH-STATUS          PIC X(2).
           05 WS-ARCH-EOF-SW          PIC X(1) VALUE 'N'.
               88 WS-ARCH-EOF         VALUE 'Y'.
           05 WS-ARCH-OPEN-DD         PIC X(8) VALUE SPACES.
           05 WS-JOBEND-MSG           PIC X(80) VALUE SPACES.
           05 WS-TODAY-DATE.
               10 WS-TODAY-DATE-8     PIC X(8).
               10 WS-TODAY-TIME-6     PIC X(6).
               10 FILLER              PIC X(7).
      *****************************************************************
      * RUN TOTALS                                                    *
      *****************************************************************
           05 WS-REQ-READ-CNT         PIC 9(5) VALUE ZEROS.
           05 WS-PACK-CNT             PIC 9(5) VALUE ZEROS.
           05 WS-LATE-CNT             PIC 9(5) VALUE ZEROS.
           05 WS-REJT-CNT             PIC 9(5) VALUE ZEROS.
      *****************************************************************
      * THE REQUEST IN HAND - ITS CUSTOMER, ITS DATES AND THE PERIOD  *
      * BOUNDS THE HISTORY SECTIONS ARE HELD TO                       *
      *****************************************************************
           05 WS-REQ-CUST-CTRY        PIC X(3).
           05 WS-REQ-CUST-INSTT       PIC X(10).
           05 WS-REQ-CUST-ID          PIC X(20).
           05 WS-REQ-REF              PIC X(20).
           05 WS-REQ-RCVD-DT          PIC X(8).
           05 WS-REQ-FROM-DT          PIC X(8).
           05 WS-REQ-TO-DT            PIC X(8).
           05 WS-REQ-DUE-DT           PIC X(8).
           05 WS-RCVD-ISO             PIC X(10).
           05 WS-FROM-ISO             PIC X(10).
           05 WS-TO-ISO               PIC X(10).
           05 WS-DUE-ISO              PIC X(10).
           05 WS-REQ-REASON           PIC X(40).
           05 WS-REQ-LATE-SW          PIC X(1).
               88 WS-REQ-LATE         VALUE 'Y'.
           05 WS-SRC-TAG              PIC X(4).
           05 WS-SECT-CNT             PIC S9(9) COMP.
           05 WS-PACK-ROWS            PIC S9(9) COMP.
           05 WS-CNT-DISP             PIC ZZZ,ZZZ,ZZ9.
           05 WS-NUM-DISP             PIC ZZZ,ZZZ,ZZ9.
           05 WS-AMT-DISP             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 WS-AMT-DISP2            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 WS-DT-DISP              PIC X(10).
           05 WS-DT-WORK              PIC X(8).
           05 WS-SECT-TITLE           PIC X(60).
      *****************************************************************
      * ONE PAYMENT INSTRUCTION AS FETCHED FOR THE PACK               *
      *****************************************************************
           05 WS-PI-INSTR-REF-NUM     PIC X(20).
           05 WS-PI-AC-CTRY           PIC X(3).
           05 WS-PI-AC-INSTT          PIC X(10).
           05 WS-PI-AC-NO             PIC X(20).
           05 WS-PI-BENE-NAM          PIC X(100).
           05 WS-PI-INSTR-AMT         PIC S9(13)V9(2) COMP-3.
           05 WS-PI-INSTR-CCY         PIC X(3).
           05 WS-PI-INSTR-FREQ        PIC X(1).
           05 WS-PI-NEXT-EXEC-DT      PIC X(8).
           05 WS-PI-INSTR-STAT        PIC X(1).
      *****************************************************************
      * THE CUSTOMER'S PERMISSIONED ACCOUNTS, KEPT FROM THE           *
      * PERMISSION SECTION TO PICK OUT ITS ARCHIVED TABAPRQ REQUESTS  *
      *****************************************************************
       01  WS-CACC-CTL.
           05 WS-CACC-CNT             PIC 9(3) COMP VALUE ZEROS.
           05 WS-CACC-MAX             PIC 9(3) COMP VALUE 500.
           05 WS-CACC-IDX             PIC 9(3) COMP.
           05 WS-CACC-FULL-SW         PIC X(1) VALUE 'N'.
               88 WS-CACC-FULL        VALUE 'Y'.
           05 WS-CACC-FND-SW          PIC X(1) VALUE 'N'.
               88 WS-CACC-FND         VALUE 'Y'.
       01  WS-CACC-TBL.
           05 WS-CACC-ENT             OCCURS 500 TIMES.
               10 WS-CACC-ACC-CTRY    PIC X(2).
               10 WS-CACC-ACC-INSTT   PIC X(4).
               10 WS-CACC-ACC-NO      PIC X(35).
      *****************************************************************
      * THE EIGHT OLD/NEW NAME AND ADDRESS PAIRS OF A TABPIMG IMAGE,  *
      * LAID OVER THE ROW FROM OLD_BENE_NAM ON, AND THEIR LABELS      *
      *****************************************************************
       01  WS-PIMG-PAIRS.
           05 WS-PIMG-PAIR            OCCURS 8 TIMES.
               10 WS-PIMG-OLD         PIC X(100).
               10 WS-PIMG-NEW         PIC X(100).
       01  WS-PIMG-LBL-INIT.
           05 FILLER                  PIC X(12) VALUE 'BENE NAME'.
           05 FILLER                  PIC X(12) VALUE 'BENE ADDR1'.
           05 FILLER                  PIC X(12) VALUE 'BENE ADDR2'.
           05 FILLER                  PIC X(12) VALUE 'BENE ADDR3'.
           05 FILLER                  PIC X(12) VALUE 'DEBTOR NAME'.
           05 FILLER                  PIC X(12) VALUE 'DEBTOR ADDR1'.
           05 FILLER                  PIC X(12) VALUE 'DEBTOR ADDR2'.
           05 FILLER                  PIC X(12) VALUE 'DEBTOR ADDR3'.
       01  WS-PIMG-LBLS               REDEFINES WS-PIMG-LBL-INIT.
           05 WS-PIMG-LBL             PIC X(12) OCCURS 8 TIMES.
       01  WS-PIMG-IDX                PIC 9(3) COMP.
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
               INCLUDE TABCSTW
           END-EXEC.
           EXEC SQL
               INCLUDE TABACPFW
           END-EXEC.
           EXEC SQL
               INCLUDE TABACCW
           END-EXEC.
           EXEC SQL
               INCLUDE TABPIMGW
           END-EXEC.
           EXEC SQL
               INCLUDE TABPAUDW
           END-EXEC.
           EXEC SQL
               INCLUDE TABGIBHW
           END-EXEC.
           EXEC SQL
               INCLUDE TABAPRQW
           END-EXEC.
           EXEC SQL
               INCLUDE TABCPRQW
           END-EXEC.
           EXEC SQL
               INCLUDE TABDSARW
           END-EXEC.
      *--------------------------------------*
      *      DB2 CURSOR DECLARATION          *
      *--------------------------------------*
      *****************************************************************
      * EVERY PERMISSION THE CUSTOMER HOLDS, WITH ITS ACCOUNT - AN    *
      * ACCOUNT NO LONGER ON TABACCNT STILL SHOWS ITS PERMISSION      *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-DSR-ACPF CURSOR FOR
               SELECT P.ACC_CTRY,
                      P.ACC_INSTT,
                      P.ACC_NO,
                      P.MST_PND_COD,
                      P.CST_TYP_COD,
                      P.ACPF_STAT,
                      CHAR(P.CREAT_TS),
                      VALUE(A.ACC_PRODU_TYP, ' '),
                      VALUE(A.ACC_NUM_FMTD, ' '),
                      VALUE(A.ACC_CCY, ' '),
                      VALUE(A.ACC_STAT, ' ')
               FROM   TABACCPF P
                      LEFT OUTER JOIN TABACCNT A
                        ON  A.ACC_CTRY  = P.ACC_CTRY
                        AND A.ACC_INSTT = P.ACC_INSTT
                        AND A.ACC_NO    = P.ACC_NO
               WHERE  P.CST_CTRY  = :WS-REQ-CUST-CTRY
                AND   P.CST_INSTT = :WS-REQ-CUST-INSTT
                AND   P.CST_ID    = :WS-REQ-CUST-ID
               ORDER BY P.ACC_CTRY, P.ACC_INSTT, P.ACC_NO
               FOR FETCH ONLY
           END-EXEC.
      *****************************************************************
      * EVERY PAYMENT INSTRUCTION THE CUSTOMER HOLDS, ANY STATUS      *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-DSR-INSTR CURSOR FOR
               SELECT INSTR_REF_NUM,
                      AC_CTRY,
                      AC_INSTT,
                      AC_NO,
                      BENE_NAM,
                      INSTR_AMT,
                      INSTR_CCY,
                      INSTR_FREQ,
                      NEXT_EXEC_DT,
                      INSTR_STAT
               FROM   PAYMENTS.PAYMENT_INSTRUCTIONS
               WHERE  CUST_CTRY  = :WS-REQ-CUST-CTRY
                AND   CUST_INSTT = :WS-REQ-CUST-INSTT
                AND   CUST_ID    = :WS-REQ-CUST-ID
               ORDER BY INSTR_REF_NUM
               FOR FETCH ONLY
           END-EXEC.
      *****************************************************************
      * THE CUSTOMER'S INSTRUCTION CHANGE IMAGES IN THE PERIOD        *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-DSR-PIMG CURSOR FOR
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
               FROM   TABPIMG
               WHERE  CUST_CTRY  = :WS-REQ-CUST-CTRY
                AND   CUST_INSTT = :WS-REQ-CUST-INSTT
                AND   CUST_ID    = :WS-REQ-CUST-ID
                AND   DATE(CHG_TS) BETWEEN :WS-FROM-ISO
                                       AND :WS-TO-ISO
               ORDER BY CHG_TS
               FOR FETCH ONLY
           END-EXEC.
      *****************************************************************
      * EVERY LOOKUP OF THE CUSTOMER IN THE PERIOD                    *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-DSR-PAUD CURSOR FOR
               SELECT INSTR_REF_NUM,
                      USERID,
                      TERM_ID,
                      CHAR(AUDIT_TS)
               FROM   TABPAUD
               WHERE  CUST_CTRY  = :WS-REQ-CUST-CTRY
                AND   CUST_INSTT = :WS-REQ-CUST-INSTT
                AND   CUST_ID    = :WS-REQ-CUST-ID
                AND   DATE(AUDIT_TS) BETWEEN :WS-FROM-ISO
                                         AND :WS-TO-ISO
               ORDER BY AUDIT_TS
               FOR FETCH ONLY
           END-EXEC.
      *****************************************************************
      * THE CUSTOMER'S REPORT DOWNLOADS IN THE PERIOD - MATCHED ON    *
      * RPT_ID AS CUSTCLSC AND CUS360C DO                             *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-DSR-GIBH CURSOR FOR
               SELECT RPT_CTRY,
                      RPT_INSTT,
                      RPT_ID,
                      RPT_TYPE,
                      DNLD_DT,
                      DNLD_TM,
                      REC_CNT,
                      RPT_STAT
               FROM   TABGIBH
               WHERE  RPT_ID = :WS-REQ-CUST-ID
                AND   DNLD_DT BETWEEN :WS-REQ-FROM-DT
                                  AND :WS-REQ-TO-DT
               ORDER BY DNLD_DT, DNLD_TM
               FOR FETCH ONLY
           END-EXEC.
      *****************************************************************
      * STATUS REQUESTS ON THE CUSTOMER'S ACCOUNTS IN THE PERIOD      *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-DSR-APRQ CURSOR FOR
               SELECT Q.ACC_CTRY,
                      Q.ACC_INSTT,
                      Q.ACC_NO,
                      Q.OLD_ACC_STAT,
                      Q.NEW_ACC_STAT,
                      Q.REQ_USERID,
                      CHAR(Q.REQ_TS),
                      Q.APRV_USERID,
                      Q.APRV_TS,
                      Q.REQ_STAT
               FROM   TABAPRQ Q,
                      TABACCPF P
               WHERE  P.CST_CTRY  = :WS-REQ-CUST-CTRY
                AND   P.CST_INSTT = :WS-REQ-CUST-INSTT
                AND   P.CST_ID    = :WS-REQ-CUST-ID
                AND   Q.ACC_CTRY  = P.ACC_CTRY
                AND   Q.ACC_INSTT = P.ACC_INSTT
                AND   Q.ACC_NO    = P.ACC_NO
                AND   DATE(Q.REQ_TS) BETWEEN :WS-FROM-ISO
                                         AND :WS-TO-ISO
               ORDER BY Q.REQ_TS
               FOR FETCH ONLY
           END-EXEC.
      *****************************************************************
      * STATUS REQUESTS ON THE CUSTOMER IN THE PERIOD                 *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-DSR-CPRQ CURSOR FOR
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
               FROM   TABCPRQ
               WHERE  CUST_CTRY  = :WS-REQ-CUST-CTRY
                AND   CUST_INSTT = :WS-REQ-CUST-INSTT
                AND   CUST_ID    = :WS-REQ-CUST-ID
                AND   DATE(REQ_TS) BETWEEN :WS-FROM-ISO
                                       AND :WS-TO-ISO
               ORDER BY REQ_TS
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
           MOVE 'DSARPKC'              TO WS-PROG-NAM
           PERFORM A010-WRT-START-MSG
           MOVE FUNCTION CURRENT-DATE  TO WS-TODAY-DATE
           PERFORM A015-REGISTER-RUN-START
           PERFORM A020-OPEN-DSARPKI
           IF PROG-NORMAL
               PERFORM A024-OPEN-DSARPKT
           END-IF
           .
      *****************************************************************
      * Announce This Run On The TABRREG RUN REGISTRY - ITS BUSINESS  *
      * DATE IS TODAY'S                                               *
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
      * Main Process Routine - One Pack Per Request On The List       *
      *****************************************************************
       B000-MAIN.
           MOVE SPACES                 TO DSARPKT-REC
           STRING 'DATA-SUBJECT ACCESS PACKS - RUN '
                                       DELIMITED BY SIZE
                  WS-TODAY-DATE-8      DELIMITED BY SIZE
               INTO DSARPKT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE

           PERFORM B010-READ-DSARPKI
           PERFORM UNTIL WS-DSRI-EOF OR PROG-ABEND
               PERFORM B100-PROC-REQUEST
               IF PROG-NORMAL
                   PERFORM B010-READ-DSARPKI
               END-IF
           END-PERFORM

           IF PROG-NORMAL
               PERFORM B950-WRITE-TOTALS
           END-IF
           .
      *****************************************************************
      * Read The Next Request                                         *
      *****************************************************************
       B010-READ-DSARPKI.
           READ DSARPKI
               AT END
                   SET WS-DSRI-EOF     TO TRUE
               NOT AT END
                   ADD 1               TO WS-REQ-READ-CNT
           END-READ
           .
      *****************************************************************
      * One Request - Check It, Then Build And Log Its Pack. A        *
      * REQUEST THAT CANNOT BE READ IS LISTED AS REJECTED AND THE RUN *
      * GOES ON TO THE NEXT                                           *
      *****************************************************************
       B100-PROC-REQUEST.
           MOVE DSRI-CUST-CTRY         TO WS-REQ-CUST-CTRY
           MOVE DSRI-CUST-INSTT        TO WS-REQ-CUST-INSTT
           MOVE DSRI-CUST-ID           TO WS-REQ-CUST-ID
           MOVE DSRI-REQ-REF           TO WS-REQ-REF
           MOVE DSRI-RCVD-DT           TO WS-REQ-RCVD-DT
           MOVE DSRI-PRD-FROM-DT       TO WS-REQ-FROM-DT
           MOVE DSRI-PRD-TO-DT         TO WS-REQ-TO-DT
           MOVE SPACES                 TO WS-REQ-REASON
           PERFORM B110-CHECK-REQUEST
           IF PROG-NORMAL
               IF WS-REQ-REASON = SPACES
                   PERFORM B200-BUILD-PACK
               ELSE
                   PERFORM B190-REJECT-REQUEST
               END-IF
           END-IF
           .
      *****************************************************************
      * Check The Request - A CUSTOMER KEY, A RECEIVED DATE AND A     *
      * PERIOD THAT ARE REAL DATES, THE PERIOD DEFAULTING TO THE      *
      * WHOLE HISTORY. THE DUE DATE IS TAKEN HERE AS WELL, DB2        *
      * ADDING THE CALENDAR MONTH                                     *
      *****************************************************************
       B110-CHECK-REQUEST.
           IF WS-REQ-FROM-DT = SPACES
               MOVE '00010101'         TO WS-REQ-FROM-DT
           END-IF
           IF WS-REQ-TO-DT = SPACES
               MOVE '99991231'         TO WS-REQ-TO-DT
           END-IF
           EVALUATE TRUE
               WHEN WS-REQ-CUST-CTRY = SPACES
                 OR WS-REQ-CUST-INSTT = SPACES
                 OR WS-REQ-CUST-ID = SPACES
                   MOVE 'CUSTOMER KEY MISSING' TO WS-REQ-REASON
               WHEN WS-REQ-REF = SPACES
                   MOVE 'REQUEST REFERENCE MISSING' TO WS-REQ-REASON
               WHEN WS-REQ-RCVD-DT IS NOT NUMERIC
                   MOVE 'RECEIVED DATE NOT YYYYMMDD' TO WS-REQ-REASON
               WHEN WS-REQ-FROM-DT IS NOT NUMERIC
                 OR WS-REQ-TO-DT IS NOT NUMERIC
                   MOVE 'PERIOD DATE NOT YYYYMMDD' TO WS-REQ-REASON
               WHEN WS-REQ-FROM-DT > WS-REQ-TO-DT
                   MOVE 'PERIOD ENDS BEFORE IT STARTS'
                                       TO WS-REQ-REASON
           END-EVALUATE
           IF WS-REQ-REASON = SPACES
               MOVE WS-REQ-RCVD-DT     TO WS-DT-DISP
               PERFORM Z020-ISO-DATE
               MOVE WS-DT-DISP         TO WS-RCVD-ISO
               MOVE WS-REQ-FROM-DT     TO WS-DT-DISP
               PERFORM Z020-ISO-DATE
               MOVE WS-DT-DISP         TO WS-FROM-ISO
               MOVE WS-REQ-TO-DT       TO WS-DT-DISP
               PERFORM Z020-ISO-DATE
               MOVE WS-DT-DISP         TO WS-TO-ISO

               EXEC SQL
                   SELECT CHAR(DATE(:WS-RCVD-ISO) + 1 MONTH, ISO),
                          CHAR(DATE(:WS-FROM-ISO), ISO),
                          CHAR(DATE(:WS-TO-ISO), ISO)
                   INTO   :WS-DUE-ISO,
                          :WS-FROM-ISO,
                          :WS-TO-ISO
                   FROM   SYSIBM.SYSDUMMY1
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       MOVE SPACES     TO WS-REQ-DUE-DT
                       STRING WS-DUE-ISO(1:4)
                              WS-DUE-ISO(6:2)
                              WS-DUE-ISO(9:2)
                           DELIMITED BY SIZE INTO WS-REQ-DUE-DT
                       END-STRING
                   WHEN -180
                   WHEN -181
                       MOVE 'RECEIVED OR PERIOD DATE IS NOT A DATE'
                                           TO WS-REQ-REASON
                   WHEN OTHER
                       PERFORM X490-PROC-SQL-ERROR
               END-EVALUATE
           END-IF
           .
      *****************************************************************
      * List A Request That Could Not Be Packed                       *
      *****************************************************************
       B190-REJECT-REQUEST.
           ADD 1                       TO WS-REJT-CNT
           MOVE SPACES                 TO DSARPKT-REC
           PERFORM Z010-WRITE-RPT-LINE
           MOVE SPACES                 TO DSARPKT-REC
           STRING '*** REQUEST REJECTED - REF '  DELIMITED BY SIZE
                  DSRI-REQ-REF                   DELIMITED BY SIZE
                  ' CUSTOMER '                   DELIMITED BY SIZE
                  DSRI-CUST-CTRY                 DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  DSRI-CUST-INSTT                DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  DSRI-CUST-ID                   DELIMITED BY SIZE
                  ' - '                          DELIMITED BY SIZE
                  WS-REQ-REASON                  DELIMITED BY SIZE
               INTO DSARPKT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * Build One Customer's Pack, Section By Section, Then Log It    *
      *****************************************************************
       B200-BUILD-PACK.
           MOVE ZEROS                  TO WS-PACK-ROWS WS-CACC-CNT
           MOVE 'N'                    TO WS-CACC-FULL-SW
           MOVE 'N'                    TO WS-REQ-LATE-SW
           IF WS-TODAY-DATE-8 > WS-REQ-DUE-DT
               SET WS-REQ-LATE         TO TRUE
           END-IF
           PERFORM B205-PACK-HEADER
           PERFORM B210-SECT-CUSTOMER
           IF PROG-NORMAL
               PERFORM B220-SECT-PERMISSIONS
           END-IF
           IF PROG-NORMAL
               PERFORM B230-SECT-INSTRUCTIONS
           END-IF
           IF PROG-NORMAL
               PERFORM B240-SECT-CHANGES
           END-IF
           IF PROG-NORMAL
               PERFORM B250-SECT-LOOKUPS
           END-IF
           IF PROG-NORMAL
               PERFORM B260-SECT-DOWNLOADS
           END-IF
           IF PROG-NORMAL
               PERFORM B270-SECT-ACCT-REQUESTS
           END-IF
           IF PROG-NORMAL
               PERFORM B280-SECT-CUST-REQUESTS
           END-IF
           IF PROG-NORMAL
               PERFORM B290-LOG-PACK
           END-IF
           .
      *****************************************************************
      * The Pack's Opening Lines - Whose It Is, The Request And Its   *
      * Statutory Due Date                                            *
      *****************************************************************
       B205-PACK-HEADER.
           MOVE SPACES                 TO DSARPKT-REC
           PERFORM Z010-WRITE-RPT-LINE
           MOVE ALL '='                TO DSARPKT-REC
           PERFORM Z010-WRITE-RPT-LINE
           MOVE SPACES                 TO DSARPKT-REC
           STRING 'DATA-SUBJECT ACCESS PACK - CUSTOMER '
                                       DELIMITED BY SIZE
                  WS-REQ-CUST-CTRY     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-REQ-CUST-INSTT    DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-REQ-CUST-ID       DELIMITED BY SIZE
                  '  REQUEST REF '     DELIMITED BY SIZE
                  WS-REQ-REF           DELIMITED BY SIZE
               INTO DSARPKT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           MOVE SPACES                 TO DSARPKT-REC
           STRING 'RECEIVED '          DELIMITED BY SIZE
                  WS-RCVD-ISO          DELIMITED BY SIZE
                  '  DUE '             DELIMITED BY SIZE
                  WS-DUE-ISO           DELIMITED BY SIZE
                  '  PRODUCED '        DELIMITED BY SIZE
                  WS-TODAY-DATE-8      DELIMITED BY SIZE
                  '  PERIOD '          DELIMITED BY SIZE
                  WS-FROM-ISO          DELIMITED BY SIZE
                  ' TO '               DELIMITED BY SIZE
                  WS-TO-ISO            DELIMITED BY SIZE
               INTO DSARPKT-REC
           END-STRING
           IF WS-REQ-LATE
               MOVE '*** PAST STATUTORY DUE DATE ***'
                                       TO DSARPKT-REC(100:31)
           END-IF
           PERFORM Z010-WRITE-RPT-LINE
           MOVE ALL '='                TO DSARPKT-REC
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * Section 1 - The TABCUST Record                                *
      *****************************************************************
       B210-SECT-CUSTOMER.
           MOVE '1. CUSTOMER RECORD (TABCUST)' TO WS-SECT-TITLE
           PERFORM Z030-SECTION-HEAD
           EXEC SQL
               SELECT CUST_NAME,
                      CUST_TYP_COD,
                      CUST_STAT,
                      CHAR(CREAT_TS),
                      CHAR(LAST_UPDT_TS),
                      NOTIF_SUPP_IND
               INTO   :TABCUST-CUST-NAME,
                      :TABCUST-CUST-TYP-COD,
                      :TABCUST-CUST-STAT,
                      :TABCUST-CREAT-TS,
                      :TABCUST-LAST-UPDT-TS,
                      :TABCUST-NOTIF-SUPP-IND
               FROM   TABCUST
               WHERE  CUST_CTRY  = :WS-REQ-CUST-CTRY
                AND   CUST_INSTT = :WS-REQ-CUST-INSTT
                AND   CUST_ID    = :WS-REQ-CUST-ID
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1               TO WS-SECT-CNT
                   MOVE SPACES         TO DSARPKT-REC
                   STRING '  NAME '              DELIMITED BY SIZE
                          TABCUST-CUST-NAME      DELIMITED BY SIZE
                          ' TYPE '               DELIMITED BY SIZE
                          TABCUST-CUST-TYP-COD   DELIMITED BY SIZE
                          ' STATUS '             DELIMITED BY SIZE
                          TABCUST-CUST-STAT      DELIMITED BY SIZE
                          ' NOTIFICATIONS SUPPRESSED '
                                                 DELIMITED BY SIZE
                          TABCUST-NOTIF-SUPP-IND DELIMITED BY SIZE
                       INTO DSARPKT-REC
                   END-STRING
                   PERFORM Z010-WRITE-RPT-LINE
                   MOVE SPACES         TO DSARPKT-REC
                   STRING '  CREATED '           DELIMITED BY SIZE
                          TABCUST-CREAT-TS(1:19) DELIMITED BY SIZE
                          '  LAST UPDATED '      DELIMITED BY SIZE
                          TABCUST-LAST-UPDT-TS(1:19)
                                                 DELIMITED BY SIZE
                       INTO DSARPKT-REC
                   END-STRING
                   PERFORM Z010-WRITE-RPT-LINE
               WHEN 100
                   MOVE '  NO TABCUST RECORD FOR THIS CUSTOMER'
                                       TO DSARPKT-REC
                   PERFORM Z010-WRITE-RPT-LINE
               WHEN OTHER
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           PERFORM Z040-SECTION-END
           .
      *****************************************************************
      * Section 2 - Every TABACCPF Permission With Its TABACCNT       *
      * Account. THE ACCOUNTS ARE KEPT TO MATCH ARCHIVED TABAPRQ ROWS *
      *****************************************************************
       B220-SECT-PERMISSIONS.
           MOVE '2. ACCOUNT PERMISSIONS (TABACCPF / TABACCNT)'
                                       TO WS-SECT-TITLE
           PERFORM Z030-SECTION-HEAD
           MOVE '  ACCOUNT                                     CUST TYPE
      -         '  MASTER/PND S PRODUCT              CCY S GRANTED'
                                       TO DSARPKT-REC
           PERFORM Z010-WRITE-RPT-LINE
           MOVE '         FORMATTED NUMBER'
                                       TO DSARPKT-REC
           PERFORM Z010-WRITE-RPT-LINE
           EXEC SQL
               OPEN CSR-DSR-ACPF
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           PERFORM B222-FETCH-ACPF
           PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
               ADD 1                   TO WS-SECT-CNT
               IF WS-CACC-CNT < WS-CACC-MAX
                   ADD 1               TO WS-CACC-CNT
                   MOVE TABACCPF-ACC-CTRY
                                       TO WS-CACC-ACC-CTRY(WS-CACC-CNT)
                   MOVE TABACCPF-ACC-INSTT
                                       TO WS-CACC-ACC-INSTT(WS-CACC-CNT)
                   MOVE TABACCPF-ACC-NO
                                       TO WS-CACC-ACC-NO(WS-CACC-CNT)
               ELSE
                   SET WS-CACC-FULL    TO TRUE
               END-IF
               MOVE SPACES             TO DSARPKT-REC
               STRING '  '                     DELIMITED BY SIZE
                      TABACCPF-ACC-CTRY        DELIMITED BY SIZE
                      ' '                      DELIMITED BY SIZE
                      TABACCPF-ACC-INSTT       DELIMITED BY SIZE
                      ' '                      DELIMITED BY SIZE
                      TABACCPF-ACC-NO          DELIMITED BY SIZE
                      ' '                      DELIMITED BY SIZE
                      TABACCPF-CST-TYP-COD     DELIMITED BY SIZE
                      ' '                      DELIMITED BY SIZE
                      TABACCPF-MST-PND-COD     DELIMITED BY SIZE
                      ' '                      DELIMITED BY SIZE
                      TABACCPF-ACPF-STAT       DELIMITED BY SIZE
                      ' '                      DELIMITED BY SIZE
                      TABACCNT-ACC-PRODU-TYP   DELIMITED BY SIZE
                      ' '                      DELIMITED BY SIZE
                      TABACCNT-ACC-CCY         DELIMITED BY SIZE
                      ' '                      DELIMITED BY SIZE
                      TABACCNT-ACC-STAT        DELIMITED BY SIZE
                      ' '                      DELIMITED BY SIZE
                      TABACCPF-CREAT-TS(1:10)  DELIMITED BY SIZE
                   INTO DSARPKT-REC
               END-STRING
               PERFORM Z010-WRITE-RPT-LINE
               MOVE SPACES             TO DSARPKT-REC
               STRING '         '              DELIMITED BY SIZE
                      TABACCNT-ACC-NUM-FMTD    DELIMITED BY SIZE
                   INTO DSARPKT-REC
               END-STRING
               PERFORM Z010-WRITE-RPT-LINE
               PERFORM B222-FETCH-ACPF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-DSR-ACPF
           END-EXEC
           PERFORM Z040-SECTION-END
           .
       B222-FETCH-ACPF.
           EXEC SQL
               FETCH CSR-DSR-ACPF
               INTO :TABACCPF-ACC-CTRY,
                    :TABACCPF-ACC-INSTT,
                    :TABACCPF-ACC-NO,
                    :TABACCPF-MST-PND-COD,
                    :TABACCPF-CST-TYP-COD,
                    :TABACCPF-ACPF-STAT,
                    :TABACCPF-CREAT-TS,
                    :TABACCNT-ACC-PRODU-TYP,
                    :TABACCNT-ACC-NUM-FMTD,
                    :TABACCNT-ACC-CCY,
                    :TABACCNT-ACC-STAT
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * Section 3 - Every Payment Instruction                         *
      *****************************************************************
       B230-SECT-INSTRUCTIONS.
           MOVE '3. PAYMENT INSTRUCTIONS' TO WS-SECT-TITLE
           PERFORM Z030-SECTION-HEAD
           MOVE '  REFERENCE            DEBIT ACCOUNT                   
      -         '                 AMOUNT  CCY F NEXT EXEC S'
                                       TO DSARPKT-REC
           PERFORM Z010-WRITE-RPT-LINE
           MOVE '         BENEFICIARY' TO DSARPKT-REC
           PERFORM Z010-WRITE-RPT-LINE
           EXEC SQL
               OPEN CSR-DSR-INSTR
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           PERFORM B232-FETCH-INSTR
           PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
               ADD 1                   TO WS-SECT-CNT
               MOVE WS-PI-INSTR-AMT    TO WS-AMT-DISP
               MOVE SPACES             TO DSARPKT-REC
               STRING '  '                     DELIMITED BY SIZE
                      WS-PI-INSTR-REF-NUM      DELIMITED BY SIZE
                      ' '                      DELIMITED BY SIZE
                      WS-PI-AC-CTRY            DELIMITED BY SIZE
                      ' '                      DELIMITED BY SIZE
                      WS-PI-AC-INSTT           DELIMITED BY SIZE
                      ' '                      DELIMITED BY SIZE
                      WS-PI-AC-NO              DELIMITED BY SIZE
                      WS-AMT-DISP              DELIMITED BY SIZE
                      ' '                      DELIMITED BY SIZE
                      WS-PI-INSTR-CCY          DELIMITED BY SIZE
                      ' '                      DELIMITED BY SIZE
                      WS-PI-INSTR-FREQ         DELIMITED BY SIZE
                      ' '                      DELIMITED BY SIZE
                      WS-PI-NEXT-EXEC-DT       DELIMITED BY SIZE
                      '  '                     DELIMITED BY SIZE
                      WS-PI-INSTR-STAT         DELIMITED BY SIZE
                   INTO DSARPKT-REC
               END-STRING
               PERFORM Z010-WRITE-RPT-LINE
               MOVE SPACES             TO DSARPKT-REC
               STRING '         '              DELIMITED BY SIZE
                      WS-PI-BENE-NAM           DELIMITED BY SIZE
                   INTO DSARPKT-REC
               END-STRING
               PERFORM Z010-WRITE-RPT-LINE
               PERFORM B232-FETCH-INSTR
           END-PERFORM
           EXEC SQL
               CLOSE CSR-DSR-INSTR
           END-EXEC
           PERFORM Z040-SECTION-END
           .
       B232-FETCH-INSTR.
           EXEC SQL
               FETCH CSR-DSR-INSTR
               INTO :WS-PI-INSTR-REF-NUM,
                    :WS-PI-AC-CTRY,
                    :WS-PI-AC-INSTT,
                    :WS-PI-AC-NO,
                    :WS-PI-BENE-NAM,
                    :WS-PI-INSTR-AMT,
                    :WS-PI-INSTR-CCY,
                    :WS-PI-INSTR-FREQ,
                    :WS-PI-NEXT-EXEC-DT,
                    :WS-PI-INSTR-STAT
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * Section 4 - The TABPIMG Change History, Live Then Archived    *
      *****************************************************************
       B240-SECT-CHANGES.
           MOVE '4. INSTRUCTION CHANGE HISTORY (TABPIMG)'
                                       TO WS-SECT-TITLE
           PERFORM Z030-SECTION-HEAD
           MOVE '  SRC  CHANGED             A REFERENCE            USERI
      -         'D   TERM'             TO DSARPKT-REC
           PERFORM Z010-WRITE-RPT-LINE
           MOVE 'LIVE'                 TO WS-SRC-TAG
           EXEC SQL
               OPEN CSR-DSR-PIMG
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           PERFORM B242-FETCH-PIMG
           PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
               PERFORM B244-WRITE-PIMG
               PERFORM B242-FETCH-PIMG
           END-PERFORM
           EXEC SQL
               CLOSE CSR-DSR-PIMG
           END-EXEC
           IF PROG-NORMAL
               PERFORM B246-SCAN-HKAPIMG
           END-IF
           PERFORM Z040-SECTION-END
           .
       B242-FETCH-PIMG.
           EXEC SQL
               FETCH CSR-DSR-PIMG
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
      *****************************************************************
      * One Change Image - The Change, Then Each Field It Altered,    *
      * Old Value Over New                                            *
      *****************************************************************
       B244-WRITE-PIMG.
           ADD 1                       TO WS-SECT-CNT
           MOVE SPACES                 TO DSARPKT-REC
           STRING '  '                       DELIMITED BY SIZE
                  WS-SRC-TAG                 DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  TABPIMG-CHG-TS(1:19)       DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  TABPIMG-CHG-ACTION         DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  TABPIMG-INSTR-REF-NUM      DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  TABPIMG-USERID             DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  TABPIMG-TERM-ID            DELIMITED BY SIZE
               INTO DSARPKT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           MOVE TABPIMG-WORK-REC(93:1600) TO WS-PIMG-PAIRS
           PERFORM VARYING WS-PIMG-IDX FROM 1 BY 1
                   UNTIL WS-PIMG-IDX > 8
               IF WS-PIMG-OLD(WS-PIMG-IDX)
                       NOT = WS-PIMG-NEW(WS-PIMG-IDX)
                   MOVE SPACES         TO DSARPKT-REC
                   STRING '       '                 DELIMITED BY SIZE
                          WS-PIMG-LBL(WS-PIMG-IDX)  DELIMITED BY SIZE
                          ' OLD: '                  DELIMITED BY SIZE
                          WS-PIMG-OLD(WS-PIMG-IDX)  DELIMITED BY SIZE
                       INTO DSARPKT-REC
                   END-STRING
                   PERFORM Z010-WRITE-RPT-LINE
                   MOVE SPACES         TO DSARPKT-REC
                   STRING '       '                 DELIMITED BY SIZE
                          '            '            DELIMITED BY SIZE
                          ' NEW: '                  DELIMITED BY SIZE
                          WS-PIMG-NEW(WS-PIMG-IDX)  DELIMITED BY SIZE
                       INTO DSARPKT-REC
                   END-STRING
                   PERFORM Z010-WRITE-RPT-LINE
               END-IF
           END-PERFORM
           IF TABPIMG-OLD-INSTR-PTY NOT = TABPIMG-NEW-INSTR-PTY
               MOVE SPACES             TO DSARPKT-REC
               STRING '       INSTR PTY    OLD: ' DELIMITED BY SIZE
                      TABPIMG-OLD-INSTR-PTY       DELIMITED BY SIZE
                      '  NEW: '                   DELIMITED BY SIZE
                      TABPIMG-NEW-INSTR-PTY       DELIMITED BY SIZE
                   INTO DSARPKT-REC
               END-STRING
               PERFORM Z010-WRITE-RPT-LINE
           END-IF
           IF TABPIMG-OLD-INSTR-AMT NOT = TABPIMG-NEW-INSTR-AMT
               MOVE TABPIMG-OLD-INSTR-AMT TO WS-AMT-DISP
               MOVE TABPIMG-NEW-INSTR-AMT TO WS-AMT-DISP2
               MOVE SPACES             TO DSARPKT-REC
               STRING '       INSTR AMOUNT OLD: ' DELIMITED BY SIZE
                      WS-AMT-DISP                 DELIMITED BY SIZE
                      '  NEW: '                   DELIMITED BY SIZE
                      WS-AMT-DISP2                DELIMITED BY SIZE
                   INTO DSARPKT-REC
               END-STRING
               PERFORM Z010-WRITE-RPT-LINE
           END-IF
           .
      *****************************************************************
      * Archived Change Images Of This Customer In The Period         *
      *****************************************************************
       B246-SCAN-HKAPIMG.
           MOVE 'HKAPIMG'              TO WS-ARCH-OPEN-DD
           OPEN INPUT HKAPIMG
           PERFORM Z050-CHECK-ARCH-OPEN
           PERFORM B248-READ-HKAPIMG
           PERFORM UNTIL WS-ARCH-EOF OR PROG-ABEND
               MOVE APIMG-ROW          TO TABPIMG-WORK-REC
               IF  TABPIMG-CUST-CTRY  = WS-REQ-CUST-CTRY
               AND TABPIMG-CUST-INSTT = WS-REQ-CUST-INSTT
               AND TABPIMG-CUST-ID    = WS-REQ-CUST-ID
               AND TABPIMG-CHG-TS(1:10) NOT < WS-FROM-ISO
               AND TABPIMG-CHG-TS(1:10) NOT > WS-TO-ISO
                   MOVE 'ARCH'         TO WS-SRC-TAG
                   PERFORM B244-WRITE-PIMG
               END-IF
               PERFORM B248-READ-HKAPIMG
           END-PERFORM
           CLOSE HKAPIMG
           MOVE SPACES                 TO WS-ARCH-OPEN-DD
           .
       B248-READ-HKAPIMG.
           READ HKAPIMG
               AT END
                   SET WS-ARCH-EOF     TO TRUE
           END-READ
           .
      *****************************************************************
      * Section 5 - Every TABPAUD Lookup, Live Then Archived By       *
      * HKPURGC And By The Old PAUDRPTC Purge                         *
      *****************************************************************
       B250-SECT-LOOKUPS.
           MOVE '5. LOOKUPS OF THIS CUSTOMER (TABPAUD)' TO WS-SECT-TITLE
           PERFORM Z030-SECTION-HEAD
           MOVE '  SRC  LOOKED AT           USERID   TERM REFERENCE'
                                       TO DSARPKT-REC
           PERFORM Z010-WRITE-RPT-LINE
           MOVE 'LIVE'                 TO WS-SRC-TAG
           EXEC SQL
               OPEN CSR-DSR-PAUD
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           PERFORM B252-FETCH-PAUD
           PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
               PERFORM B254-WRITE-PAUD
               PERFORM B252-FETCH-PAUD
           END-PERFORM
           EXEC SQL
               CLOSE CSR-DSR-PAUD
           END-EXEC
           IF PROG-NORMAL
               PERFORM B256-SCAN-HKAPAUD
           END-IF
           IF PROG-NORMAL
               PERFORM B258-SCAN-PAUDARCH
           END-IF
           PERFORM Z040-SECTION-END
           .
       B252-FETCH-PAUD.
           EXEC SQL
               FETCH CSR-DSR-PAUD
               INTO :TABPAUD-INSTR-REF-NUM,
                    :TABPAUD-USERID,
                    :TABPAUD-TERM-ID,
                    :TABPAUD-AUDIT-TS
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
       B254-WRITE-PAUD.
           ADD 1                       TO WS-SECT-CNT
           MOVE SPACES                 TO DSARPKT-REC
           STRING '  '                       DELIMITED BY SIZE
                  WS-SRC-TAG                 DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  TABPAUD-AUDIT-TS(1:19)     DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  TABPAUD-USERID             DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  TABPAUD-TERM-ID            DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  TABPAUD-INSTR-REF-NUM      DELIMITED BY SIZE
               INTO DSARPKT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           .
       B256-SCAN-HKAPAUD.
           MOVE 'HKAPAUD'              TO WS-ARCH-OPEN-DD
           OPEN INPUT HKAPAUD
           PERFORM Z050-CHECK-ARCH-OPEN
           PERFORM B257-READ-HKAPAUD
           PERFORM UNTIL WS-ARCH-EOF OR PROG-ABEND
               IF  APAUD-CUST-CTRY  = WS-REQ-CUST-CTRY
               AND APAUD-CUST-INSTT = WS-REQ-CUST-INSTT
               AND APAUD-CUST-ID    = WS-REQ-CUST-ID
               AND APAUD-AUDIT-TS(1:10) NOT < WS-FROM-ISO
               AND APAUD-AUDIT-TS(1:10) NOT > WS-TO-ISO
                   MOVE 'ARCH'         TO WS-SRC-TAG
                   MOVE APAUD-INSTR-REF-NUM
                                       TO TABPAUD-INSTR-REF-NUM
                   MOVE APAUD-USERID   TO TABPAUD-USERID
                   MOVE APAUD-TERM-ID  TO TABPAUD-TERM-ID
                   MOVE APAUD-AUDIT-TS TO TABPAUD-AUDIT-TS
                   PERFORM B254-WRITE-PAUD
               END-IF
               PERFORM B257-READ-HKAPAUD
           END-PERFORM
           CLOSE HKAPAUD
           MOVE SPACES                 TO WS-ARCH-OPEN-DD
           .
       B257-READ-HKAPAUD.
           READ HKAPAUD
               AT END
                   SET WS-ARCH-EOF     TO TRUE
           END-READ
           .
       B258-SCAN-PAUDARCH.
           MOVE 'PAUDARCH'             TO WS-ARCH-OPEN-DD
           OPEN INPUT PAUDARCH
           PERFORM Z050-CHECK-ARCH-OPEN
           PERFORM B259-READ-PAUDARCH
           PERFORM UNTIL WS-ARCH-EOF OR PROG-ABEND
               IF  OPAUD-CUST-CTRY  = WS-REQ-CUST-CTRY
               AND OPAUD-CUST-INSTT = WS-REQ-CUST-INSTT
               AND OPAUD-CUST-ID    = WS-REQ-CUST-ID
               AND OPAUD-AUDIT-TS(1:10) NOT < WS-FROM-ISO
               AND OPAUD-AUDIT-TS(1:10) NOT > WS-TO-ISO
                   MOVE 'ARCH'         TO WS-SRC-TAG
                   MOVE OPAUD-INSTR-REF-NUM
                                       TO TABPAUD-INSTR-REF-NUM
                   MOVE OPAUD-USERID   TO TABPAUD-USERID
                   MOVE OPAUD-TERM-ID  TO TABPAUD-TERM-ID
                   MOVE OPAUD-AUDIT-TS TO TABPAUD-AUDIT-TS
                   PERFORM B254-WRITE-PAUD
               END-IF
               PERFORM B259-READ-PAUDARCH
           END-PERFORM
           CLOSE PAUDARCH
           MOVE SPACES                 TO WS-ARCH-OPEN-DD
           .
       B259-READ-PAUDARCH.
           READ PAUDARCH
               AT END
                   SET WS-ARCH-EOF     TO TRUE
           END-READ
           .
      *****************************************************************
      * Section 6 - The TABGIBH Download History, Live Then Archived  *
      * By HKPURGC And By The Old GIBHROLC Purge                      *
      *****************************************************************
       B260-SECT-DOWNLOADS.
           MOVE '6. REPORT DOWNLOADS (TABGIBH)' TO WS-SECT-TITLE
           PERFORM Z030-SECTION-HEAD
           MOVE '  SRC  DATE     TIME   CT INST TYPE    RECORDS S'
                                       TO DSARPKT-REC
           PERFORM Z010-WRITE-RPT-LINE
           MOVE 'LIVE'                 TO WS-SRC-TAG
           EXEC SQL
               OPEN CSR-DSR-GIBH
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           PERFORM B262-FETCH-GIBH
           PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
               PERFORM B264-WRITE-GIBH
               PERFORM B262-FETCH-GIBH
           END-PERFORM
           EXEC SQL
               CLOSE CSR-DSR-GIBH
           END-EXEC
           IF PROG-NORMAL
               PERFORM B266-SCAN-HKAGIBH
           END-IF
           IF PROG-NORMAL
               PERFORM B268-SCAN-GIBHARCH
           END-IF
           PERFORM Z040-SECTION-END
           .
       B262-FETCH-GIBH.
           EXEC SQL
               FETCH CSR-DSR-GIBH
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
       B264-WRITE-GIBH.
           ADD 1                       TO WS-SECT-CNT
           MOVE TABGIBH-REC-CNT        TO WS-NUM-DISP
           MOVE SPACES                 TO DSARPKT-REC
           STRING '  '                       DELIMITED BY SIZE
                  WS-SRC-TAG                 DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  TABGIBH-DNLD-DT            DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  TABGIBH-DNLD-TM            DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  TABGIBH-RPT-CTRY           DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  TABGIBH-RPT-INSTT          DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  TABGIBH-RPT-TYPE           DELIMITED BY SIZE
                  WS-NUM-DISP                DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  TABGIBH-RPT-STAT           DELIMITED BY SIZE
               INTO DSARPKT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           .
       B266-SCAN-HKAGIBH.
           MOVE 'HKAGIBH'              TO WS-ARCH-OPEN-DD
           OPEN INPUT HKAGIBH
           PERFORM Z050-CHECK-ARCH-OPEN
           PERFORM B267-READ-HKAGIBH
           PERFORM UNTIL WS-ARCH-EOF OR PROG-ABEND
               IF  AGIBH-RPT-ID = WS-REQ-CUST-ID
               AND AGIBH-DNLD-DT NOT < WS-REQ-FROM-DT
               AND AGIBH-DNLD-DT NOT > WS-REQ-TO-DT
                   MOVE 'ARCH'         TO WS-SRC-TAG
                   MOVE AGIBH-RPT-CTRY TO TABGIBH-RPT-CTRY
                   MOVE AGIBH-RPT-INSTT
                                       TO TABGIBH-RPT-INSTT
                   MOVE AGIBH-RPT-TYPE TO TABGIBH-RPT-TYPE
                   MOVE AGIBH-DNLD-DT  TO TABGIBH-DNLD-DT
                   MOVE AGIBH-DNLD-TM  TO TABGIBH-DNLD-TM
                   MOVE AGIBH-REC-CNT  TO TABGIBH-REC-CNT
                   MOVE AGIBH-RPT-STAT TO TABGIBH-RPT-STAT
                   PERFORM B264-WRITE-GIBH
               END-IF
               PERFORM B267-READ-HKAGIBH
           END-PERFORM
           CLOSE HKAGIBH
           MOVE SPACES                 TO WS-ARCH-OPEN-DD
           .
       B267-READ-HKAGIBH.
           READ HKAGIBH
               AT END
                   SET WS-ARCH-EOF     TO TRUE
           END-READ
           .
       B268-SCAN-GIBHARCH.
           MOVE 'GIBHARCH'             TO WS-ARCH-OPEN-DD
           OPEN INPUT GIBHARCH
           PERFORM Z050-CHECK-ARCH-OPEN
           PERFORM B269-READ-GIBHARCH
           PERFORM UNTIL WS-ARCH-EOF OR PROG-ABEND
               IF  OGIBH-RPT-ID = WS-REQ-CUST-ID
               AND OGIBH-DNLD-DT NOT < WS-REQ-FROM-DT
               AND OGIBH-DNLD-DT NOT > WS-REQ-TO-DT
                   MOVE 'ARCH'         TO WS-SRC-TAG
                   MOVE OGIBH-RPT-CTRY TO TABGIBH-RPT-CTRY
                   MOVE OGIBH-RPT-INSTT
                                       TO TABGIBH-RPT-INSTT
                   MOVE OGIBH-RPT-TYPE TO TABGIBH-RPT-TYPE
                   MOVE OGIBH-DNLD-DT  TO TABGIBH-DNLD-DT
                   MOVE OGIBH-DNLD-TM  TO TABGIBH-DNLD-TM
                   MOVE OGIBH-REC-CNT  TO TABGIBH-REC-CNT
                   MOVE OGIBH-RPT-STAT TO TABGIBH-RPT-STAT
                   PERFORM B264-WRITE-GIBH
               END-IF
               PERFORM B269-READ-GIBHARCH
           END-PERFORM
           CLOSE GIBHARCH
           MOVE SPACES                 TO WS-ARCH-OPEN-DD
           .
       B269-READ-GIBHARCH.
           READ GIBHARCH
               AT END
                   SET WS-ARCH-EOF     TO TRUE
           END-READ
           .
      *****************************************************************
      * Section 7 - Status Requests On The Customer's Accounts        *
      * (TABAPRQ), Live Then Archived. AN ARCHIVED REQUEST IS MATCHED *
      * TO THE ACCOUNTS THE CUSTOMER HOLDS TODAY                      *
      *****************************************************************
       B270-SECT-ACCT-REQUESTS.
           MOVE '7. ACCOUNT STATUS REQUESTS (TABAPRQ)' TO WS-SECT-TITLE
           PERFORM Z030-SECTION-HEAD
           MOVE '  SRC  REQUESTED           ACCOUNT
      -         '                  O N MAKER                CHECKER
      -         '            S'        TO DSARPKT-REC
           PERFORM Z010-WRITE-RPT-LINE
           IF WS-CACC-FULL
               MOVE '  ARCHIVED REQUESTS MATCHED ON THE FIRST 500 PERMIS
      -             'SIONED ACCOUNTS ONLY' TO DSARPKT-REC
               PERFORM Z010-WRITE-RPT-LINE
           END-IF
           MOVE 'LIVE'                 TO WS-SRC-TAG
           EXEC SQL
               OPEN CSR-DSR-APRQ
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           PERFORM B272-FETCH-APRQ
           PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
               PERFORM B274-WRITE-APRQ
               PERFORM B272-FETCH-APRQ
           END-PERFORM
           EXEC SQL
               CLOSE CSR-DSR-APRQ
           END-EXEC
           IF PROG-NORMAL AND WS-CACC-CNT > 0
               PERFORM B276-SCAN-HKAAPRQ
           END-IF
           PERFORM Z040-SECTION-END
           .
       B272-FETCH-APRQ.
           EXEC SQL
               FETCH CSR-DSR-APRQ
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
       B274-WRITE-APRQ.
           ADD 1                       TO WS-SECT-CNT
           MOVE SPACES                 TO DSARPKT-REC
           STRING '  '                       DELIMITED BY SIZE
                  WS-SRC-TAG                 DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  TABAPRQ-REQ-TS(1:19)       DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  TABAPRQ-ACC-CTRY           DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  TABAPRQ-ACC-INSTT          DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  TABAPRQ-ACC-NO             DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  TABAPRQ-OLD-ACC-STAT       DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  TABAPRQ-NEW-ACC-STAT       DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  TABAPRQ-REQ-USERID         DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  TABAPRQ-APRV-USERID        DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  TABAPRQ-REQ-STAT           DELIMITED BY SIZE
               INTO DSARPKT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           .
       B276-SCAN-HKAAPRQ.
           MOVE 'HKAAPRQ'              TO WS-ARCH-OPEN-DD
           OPEN INPUT HKAAPRQ
           PERFORM Z050-CHECK-ARCH-OPEN
           PERFORM B277-READ-HKAAPRQ
           PERFORM UNTIL WS-ARCH-EOF OR PROG-ABEND
               MOVE AAPRQ-ROW          TO TABAPRQ-WORK-REC
               IF  TABAPRQ-REQ-TS(1:10) NOT < WS-FROM-ISO
               AND TABAPRQ-REQ-TS(1:10) NOT > WS-TO-ISO
                   PERFORM B278-FIND-CUST-ACCOUNT
                   IF WS-CACC-FND
                       MOVE 'ARCH'     TO WS-SRC-TAG
                       PERFORM B274-WRITE-APRQ
                   END-IF
               END-IF
               PERFORM B277-READ-HKAAPRQ
           END-PERFORM
           CLOSE HKAAPRQ
           MOVE SPACES                 TO WS-ARCH-OPEN-DD
           .
       B277-READ-HKAAPRQ.
           READ HKAAPRQ
               AT END
                   SET WS-ARCH-EOF     TO TRUE
           END-READ
           .
       B278-FIND-CUST-ACCOUNT.
           MOVE 'N'                    TO WS-CACC-FND-SW
           PERFORM VARYING WS-CACC-IDX FROM 1 BY 1
                   UNTIL WS-CACC-IDX > WS-CACC-CNT OR WS-CACC-FND
               IF  WS-CACC-ACC-CTRY(WS-CACC-IDX)  = TABAPRQ-ACC-CTRY
               AND WS-CACC-ACC-INSTT(WS-CACC-IDX) = TABAPRQ-ACC-INSTT
               AND WS-CACC-ACC-NO(WS-CACC-IDX)    = TABAPRQ-ACC-NO
                   SET WS-CACC-FND     TO TRUE
               END-IF
           END-PERFORM
           .
      *****************************************************************
      * Section 8 - Status Requests On The Customer (TABCPRQ), Live   *
      * Then Archived                                                 *
      *****************************************************************
       B280-SECT-CUST-REQUESTS.
           MOVE '8. CUSTOMER STATUS REQUESTS (TABCPRQ)'
                                       TO WS-SECT-TITLE
           PERFORM Z030-SECTION-HEAD
           MOVE '  SRC  REQUESTED           O N MAKER                CHE
      -         'CKER              S'  TO DSARPKT-REC
           PERFORM Z010-WRITE-RPT-LINE
           MOVE 'LIVE'                 TO WS-SRC-TAG
           EXEC SQL
               OPEN CSR-DSR-CPRQ
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           PERFORM B282-FETCH-CPRQ
           PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
               PERFORM B284-WRITE-CPRQ
               PERFORM B282-FETCH-CPRQ
           END-PERFORM
           EXEC SQL
               CLOSE CSR-DSR-CPRQ
           END-EXEC
           IF PROG-NORMAL
               PERFORM B286-SCAN-HKACPRQ
           END-IF
           PERFORM Z040-SECTION-END
           .
       B282-FETCH-CPRQ.
           EXEC SQL
               FETCH CSR-DSR-CPRQ
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
       B284-WRITE-CPRQ.
           ADD 1                       TO WS-SECT-CNT
           MOVE SPACES                 TO DSARPKT-REC
           STRING '  '                       DELIMITED BY SIZE
                  WS-SRC-TAG                 DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  TABCPRQ-REQ-TS(1:19)       DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  TABCPRQ-OLD-CUST-STAT      DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  TABCPRQ-NEW-CUST-STAT      DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  TABCPRQ-REQ-USERID         DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  TABCPRQ-APRV-USERID        DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  TABCPRQ-REQ-STAT           DELIMITED BY SIZE
               INTO DSARPKT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           .
       B286-SCAN-HKACPRQ.
           MOVE 'HKACPRQ'              TO WS-ARCH-OPEN-DD
           OPEN INPUT HKACPRQ
           PERFORM Z050-CHECK-ARCH-OPEN
           PERFORM B287-READ-HKACPRQ
           PERFORM UNTIL WS-ARCH-EOF OR PROG-ABEND
               MOVE ACPRQ-ROW          TO TABCPRQ-WORK-REC
               IF  TABCPRQ-CUST-CTRY  = WS-REQ-CUST-CTRY
               AND TABCPRQ-CUST-INSTT = WS-REQ-CUST-INSTT
               AND TABCPRQ-CUST-ID    = WS-REQ-CUST-ID
               AND TABCPRQ-REQ-TS(1:10) NOT < WS-FROM-ISO
               AND TABCPRQ-REQ-TS(1:10) NOT > WS-TO-ISO
                   MOVE 'ARCH'         TO WS-SRC-TAG
                   PERFORM B284-WRITE-CPRQ
               END-IF
               PERFORM B287-READ-HKACPRQ
           END-PERFORM
           CLOSE HKACPRQ
           MOVE SPACES                 TO WS-ARCH-OPEN-DD
           .
       B287-READ-HKACPRQ.
           READ HKACPRQ
               AT END
                   SET WS-ARCH-EOF     TO TRUE
           END-READ
           .
      *****************************************************************
      * Close The Pack And Log It On TABDSAR - THE ROW'S TIMESTAMP IS *
      * THE PROOF OF WHEN THE PACK WAS PRODUCED                       *
      *****************************************************************
       B290-LOG-PACK.
           MOVE WS-PACK-ROWS           TO WS-CNT-DISP
           MOVE SPACES                 TO DSARPKT-REC
           STRING 'END OF PACK - REQUEST REF '   DELIMITED BY SIZE
                  WS-REQ-REF                     DELIMITED BY SIZE
                  ' ROWS: '                      DELIMITED BY SIZE
                  WS-CNT-DISP                    DELIMITED BY SIZE
               INTO DSARPKT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE

           MOVE WS-REQ-CUST-CTRY       TO TABDSAR-CUST-CTRY
           MOVE WS-REQ-CUST-INSTT      TO TABDSAR-CUST-INSTT
           MOVE WS-REQ-CUST-ID         TO TABDSAR-CUST-ID
           MOVE WS-REQ-REF             TO TABDSAR-REQ-REF
           MOVE WS-REQ-RCVD-DT         TO TABDSAR-RCVD-DT
           MOVE WS-REQ-DUE-DT          TO TABDSAR-DUE-DT
           MOVE DSRI-PRD-FROM-DT       TO TABDSAR-PRD-FROM-DT
           MOVE DSRI-PRD-TO-DT         TO TABDSAR-PRD-TO-DT
           MOVE WS-PACK-ROWS           TO TABDSAR-PACK-ROWS
           MOVE WS-REQ-LATE-SW         TO TABDSAR-LATE-IND
           EXEC SQL
               INSERT INTO TABDSAR
                   (CUST_CTRY, CUST_INSTT, CUST_ID, REQ_REF,
                    RCVD_DT, DUE_DT, PRD_FROM_DT, PRD_TO_DT,
                    PACK_ROWS, LATE_IND, PACK_TS)
               VALUES
                   (:TABDSAR-CUST-CTRY, :TABDSAR-CUST-INSTT,
                    :TABDSAR-CUST-ID, :TABDSAR-REQ-REF,
                    :TABDSAR-RCVD-DT, :TABDSAR-DUE-DT,
                    :TABDSAR-PRD-FROM-DT, :TABDSAR-PRD-TO-DT,
                    :TABDSAR-PACK-ROWS, :TABDSAR-LATE-IND,
                    CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           ELSE
               ADD 1                   TO WS-PACK-CNT
               IF WS-REQ-LATE
                   ADD 1               TO WS-LATE-CNT
               END-IF
           END-IF
           .
      *****************************************************************
      * Run Totals                                                    *
      *****************************************************************
       B950-WRITE-TOTALS.
           MOVE SPACES                 TO DSARPKT-REC
           PERFORM Z010-WRITE-RPT-LINE
           MOVE ALL '='                TO DSARPKT-REC
           PERFORM Z010-WRITE-RPT-LINE
           MOVE SPACES                 TO DSARPKT-REC
           STRING 'REQUESTS READ: '    DELIMITED BY SIZE
                  WS-REQ-READ-CNT      DELIMITED BY SIZE
                  '  PACKS PRODUCED: ' DELIMITED BY SIZE
                  WS-PACK-CNT          DELIMITED BY SIZE
                  '  PRODUCED LATE: '  DELIMITED BY SIZE
                  WS-LATE-CNT          DELIMITED BY SIZE
                  '  REJECTED: '       DELIMITED BY SIZE
                  WS-REJT-CNT          DELIMITED BY SIZE
               INTO DSARPKT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * Write One Line To The Pack File                               *
      *****************************************************************
       Z010-WRITE-RPT-LINE.
           IF WS-DSARPKT-OPEN
               WRITE DSARPKT-REC
           END-IF
           .
      *****************************************************************
      * Lay The YYYYMMDD Date In WS-DT-DISP Out As YYYY-MM-DD         *
      *****************************************************************
       Z020-ISO-DATE.
           MOVE WS-DT-DISP(1:8)        TO WS-DT-WORK
           MOVE SPACES                 TO WS-DT-DISP
           STRING WS-DT-WORK(1:4)      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-DT-WORK(5:2)      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-DT-WORK(7:2)      DELIMITED BY SIZE
               INTO WS-DT-DISP
           END-STRING
           .
      *****************************************************************
      * Open A Pack Section - ITS TITLE IS IN WS-SECT-TITLE           *
      *****************************************************************
       Z030-SECTION-HEAD.
           MOVE ZEROS                  TO WS-SECT-CNT
           MOVE SPACES                 TO DSARPKT-REC
           PERFORM Z010-WRITE-RPT-LINE
           MOVE WS-SECT-TITLE          TO DSARPKT-REC
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * Close A Pack Section With Its Row Count                       *
      *****************************************************************
       Z040-SECTION-END.
           ADD WS-SECT-CNT             TO WS-PACK-ROWS
           MOVE WS-SECT-CNT            TO WS-CNT-DISP
           MOVE SPACES                 TO DSARPKT-REC
           STRING '  ROWS: '           DELIMITED BY SIZE
                  WS-CNT-DISP          DELIMITED BY SIZE
               INTO DSARPKT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * An Archive File Would Not Open - THE PACK WOULD BE INCOMPLETE *
      *****************************************************************
       Z050-CHECK-ARCH-OPEN.
           MOVE 'N'                    TO WS-ARCH-EOF-SW
           IF WS-ARCH-STATUS NOT = '00'
               DISPLAY WS-ARCH-OPEN-DD
                   ' OPEN ERROR, FILE STATUS IS :' WS-ARCH-STATUS
               MOVE SPACES             TO WS-ARCH-OPEN-DD
               PERFORM X390-PROC-FILE-ERROR
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
      * Open The Request List                                         *
      *****************************************************************
       A020-OPEN-DSARPKI.
           OPEN INPUT DSARPKI
           IF INFILE-STATUS NOT = '00'
               DISPLAY 'FILE OPEN ERROR, FILE STATUS IS :'
                   INFILE-STATUS
               PERFORM X390-PROC-FILE-ERROR
           ELSE
               SET WS-DSRI-OPEN        TO TRUE
           END-IF
           .
      *****************************************************************
      * Open The Pack File                                            *
      *****************************************************************
       A024-OPEN-DSARPKT.
           OPEN OUTPUT DSARPKT
           IF WS-DSARPKT-STATUS NOT = '00'
               DISPLAY 'DSARPKT OPEN ERROR, FILE STATUS IS :'
                   WS-DSARPKT-STATUS
               PERFORM X390-PROC-FILE-ERROR
           ELSE
               SET WS-DSARPKT-OPEN     TO TRUE
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
      * Close Files, Write Job-End Summary To The Log                 *
      *****************************************************************
       C010-CLOSING-MSG.
           EVALUATE WS-ARCH-OPEN-DD
               WHEN 'HKAPIMG'
                   CLOSE HKAPIMG
               WHEN 'HKAPAUD'
                   CLOSE HKAPAUD
               WHEN 'PAUDARCH'
                   CLOSE PAUDARCH
               WHEN 'HKAGIBH'
                   CLOSE HKAGIBH
               WHEN 'GIBHARCH'
                   CLOSE GIBHARCH
               WHEN 'HKAAPRQ'
                   CLOSE HKAAPRQ
               WHEN 'HKACPRQ'
                   CLOSE HKACPRQ
           END-EVALUATE
           MOVE SPACES                 TO WS-ARCH-OPEN-DD

           IF WS-DSRI-OPEN
               CLOSE DSARPKI
               MOVE 'N'                TO WS-DSRI-OPEN-SW
           END-IF

           IF WS-DSARPKT-OPEN
               CLOSE DSARPKT
               MOVE 'N'                TO WS-DSARPKT-OPEN-SW
           END-IF

      * ONLY A CLEAN END EARNS ITS COMPLETION ROW - AN ABENDED RUN'S
      * START ROW IS LEFT UNMATCHED ON THE REGISTRY
           IF PROG-NORMAL
               PERFORM C018-REGISTER-RUN-END
           END-IF

           MOVE SPACES                 TO WS-JOBEND-MSG
           STRING 'JOB END SUMMARY - REQUESTS: '  WS-REQ-READ-CNT
                  ' PACKS: '                      WS-PACK-CNT
                  ' LATE: '                       WS-LATE-CNT
                  ' REJECTED: '                   WS-REJT-CNT
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
           MOVE WS-REQ-READ-CNT        TO RREG-REC-READ
           MOVE WS-PACK-CNT            TO RREG-REC-PROC
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
      * ABEND COBOL PROGRAM ON SERIOUS ERROR - A PACK NOT YET LOGGED  *
      * ON TABDSAR WAS NOT PRODUCED                                   *
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
           MOVE WS-REQ-READ-CNT        TO DIAG-REC-READ-CNT
           MOVE WS-PACK-CNT            TO DIAG-REC-PROC-CNT
           PERFORM C010-CLOSING-MSG
           MOVE 16                     TO RETURN-CODE
           CALL WS-CANCEL-PGM
           STOP RUN
           .
