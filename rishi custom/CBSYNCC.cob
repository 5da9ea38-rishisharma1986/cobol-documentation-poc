       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSYNCC.
       AUTHOR. RISHI SHARMA.
       DATE-WRITTEN. OCT,2026.
       DATE-COMPILED. OCT,2026.
       INSTALLATION. Nowhere.
      *****************************************************************
      * NIGHTLY CORE-BANKING MASTER SYNC. THE CORE SYSTEM OWNS THE    *
      * CUSTOMER AND ACCOUNT MASTERS; ITS NIGHTLY DELTA (CBSYNCI) IS  *
      * APPLIED HERE TO TABCUST AND TABACCNT. A KEY NOT ON FILE IS    *
      * INSERTED WITH ITS CREATION STAMPS. AN EXISTING ROW TAKES THE  *
      * CORE'S NAME/TYPE, PRODUCT, CURRENCY, FORMATTED NUMBER AND     *
      * MASTER-PENDING CLEARANCE DIRECTLY, STAMPED LAST_UPDT_TS (AND  *
      * LST_UPDT_ID ON TABACCNT) ONLY WHEN A FIELD ACTUALLY CHANGES.  *
      * A CLOSED OR ANONYMISED (TABCANO) CUSTOMER'S NAME AND TYPE ARE *
      * NEVER REWRITTEN - THAT WOULD PUT BACK PERSONAL DATA CUSTANOC  *
      * HAS REMOVED AND RESTART THE CLOSURE AGE IT RUNS FROM - SO     *
      * SUCH A CUSTOMER IS LISTED AS SKIPPED INSTEAD. A STATUS CHANGE *
      * IS NEVER APPLIED HERE - IT IS QUEUED ON TABCPRQ/TABAPRQ UNDER *
      * THIS PROGRAM AS MAKER SO A CHECKER RELEASES IT THROUGH        *
      * CUSTCLSC/ACCTAPRC LIKE ANY OTHER (CUSTCLSC RE-RUNS ITS        *
      * PRE-CLOSURE IMPACT CHECK ON A QUEUED CLOSURE). A RECORD THAT  *
      * FAILS VALIDATION GOES TO THE REJECT FILE (CBSYNRJ) WITH ITS   *
      * REASON, AND THE CONTROL REPORT (CBSYNRPT) LISTS QUEUED,       *
      * SKIPPED AND REJECTED RECORDS AND THE APPLIED/QUEUED/          *
      * UNCHANGED/SKIPPED/REJECTED TOTALS PER RECORD TYPE             *
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
           SELECT CBSYNCI
                                    ASSIGN TO CBSYNCI
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS INFILE-STATUS.
           SELECT CBSYNRJ
                                    ASSIGN TO CBSYNRJ
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-CBSYNRJ-STATUS.
           SELECT CBSYNRPT
                                    ASSIGN TO CBSYNRPT
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-CBSYNRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.

      *****************************************************************
      * THE CORE-BANKING DELTA - ONE CUSTOMER (C) OR ACCOUNT (A)      *
      * MASTER RECORD PER LINE, IN THE TABCUST/TABACCNT KEY WIDTHS    *
      *****************************************************************
       FD CBSYNCI
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS CBSYNCI-REC.
       01 CBSYNCI-REC.
           05 SYNI-REC-TYP            PIC X(1).
               88 SYNI-CUSTOMER       VALUE 'C'.
               88 SYNI-ACCOUNT        VALUE 'A'.
           05 SYNI-CUST-DATA.
               10 SYNI-CUST-CTRY      PIC X(3).
               10 SYNI-CUST-INSTT     PIC X(10).
               10 SYNI-CUST-ID        PIC X(20).
               10 SYNI-CUST-NAME      PIC X(50).
               10 SYNI-CUST-TYP-COD   PIC X(10).
               10 SYNI-CUST-STAT      PIC X(1).
               10 FILLER              PIC X(105).
           05 SYNI-ACCT-DATA REDEFINES SYNI-CUST-DATA.
               10 SYNI-ACC-CTRY       PIC X(2).
               10 SYNI-ACC-INSTT      PIC X(4).
               10 SYNI-ACC-NO         PIC X(35).
               10 SYNI-ACC-PRODU-TYP  PIC X(20).
               10 SYNI-MST-PND-COD    PIC X(10).
               10 SYNI-ACC-NUM-FMTD   PIC X(35).
               10 SYNI-ACC-CCY        PIC X(3).
               10 SYNI-ACC-STAT       PIC X(1).
               10 FILLER              PIC X(89).

       FD CBSYNRJ
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 208 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS CBSYNRJ-REC.
       01 CBSYNRJ-REC.
           05 REJT-REASON             PIC X(8).
           05 REJT-REC-DATA           PIC X(200).

       FD CBSYNRPT
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS CBSYNRPT-REC.
       01 CBSYNRPT-REC                PIC X(132).
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
           05 WS-SYNC-MAKER-ID        PIC X(20) VALUE 'CBSYNCC'.
           05 WS-SYNI-EOF-SW          PIC X(1) VALUE 'N'.
               88 WS-SYNI-EOF         VALUE 'Y'.
           05 WS-SYNI-OPEN-SW         PIC X(1) VALUE 'N'.
               88 WS-SYNI-OPEN        VALUE 'Y'.
           05 WS-CBSYNRJ-STATUS       PIC X(2).
           05 WS-CBSYNRJ-OPEN-SW      PIC X(1) VALUE 'N'.
               88 WS-CBSYNRJ-OPEN     VALUE 'Y'.
           05 WS-CBSYNRPT-STATUS      PIC X(2).
           05 WS-CBSYNRPT-OPEN-SW     PIC X(1) VALUE 'N'.
               88 WS-CBSYNRPT-OPEN    VALUE 'Y'.
           05 WS-REC-READ-CNT         PIC 9(7) VALUE ZEROS.
           05 WS-REC-APPL-CNT         PIC 9(7) VALUE ZEROS.
           05 WS-REC-REJT-CNT         PIC 9(7) VALUE ZEROS.
           05 WS-JOBEND-MSG           PIC X(80) VALUE SPACES.
      *****************************************************************
      * PER-RECORD-TYPE CONTROL TOTALS - A RECORD WHOSE DATA IS       *
      * UPDATED AND WHOSE STATUS IS QUEUED COUNTS IN BOTH; UNCHANGED  *
      * MEANS NEITHER                                                 *
      *****************************************************************
           05 WS-CUST-READ-CNT        PIC 9(7) VALUE ZEROS.
           05 WS-CUST-INSR-CNT        PIC 9(7) VALUE ZEROS.
           05 WS-CUST-UPDT-CNT        PIC 9(7) VALUE ZEROS.
           05 WS-CUST-QUED-CNT        PIC 9(7) VALUE ZEROS.
           05 WS-CUST-PEND-CNT        PIC 9(7) VALUE ZEROS.
           05 WS-CUST-UNCH-CNT        PIC 9(7) VALUE ZEROS.
           05 WS-CUST-SKIP-CNT        PIC 9(7) VALUE ZEROS.
           05 WS-CUST-REJT-CNT        PIC 9(7) VALUE ZEROS.
           05 WS-ACCT-READ-CNT        PIC 9(7) VALUE ZEROS.
           05 WS-ACCT-INSR-CNT        PIC 9(7) VALUE ZEROS.
           05 WS-ACCT-UPDT-CNT        PIC 9(7) VALUE ZEROS.
           05 WS-ACCT-QUED-CNT        PIC 9(7) VALUE ZEROS.
           05 WS-ACCT-PEND-CNT        PIC 9(7) VALUE ZEROS.
           05 WS-ACCT-UNCH-CNT        PIC 9(7) VALUE ZEROS.
           05 WS-ACCT-REJT-CNT        PIC 9(7) VALUE ZEROS.
           05 WS-OTHR-REJT-CNT        PIC 9(7) VALUE ZEROS.
      *****************************************************************
      * THE RECORD IN HAND                                            *
      *****************************************************************
           05 WS-REJT-REASON          PIC X(8).
           05 WS-DATA-CHG-SW          PIC X(1).
               88 WS-DATA-CHANGED     VALUE 'Y'.
           05 WS-STAT-CHG-SW          PIC X(1).
               88 WS-STAT-CHANGED     VALUE 'Y'.
           05 WS-DATA-SKIP-SW         PIC X(1).
               88 WS-DATA-SKIPPED     VALUE 'Y'.
           05 WS-ANON-CNT             PIC S9(9) COMP VALUE +0.
           05 WS-REF-CNT              PIC S9(9) COMP VALUE +0.
           05 WS-PEND-REQ-CNT         PIC S9(9) COMP VALUE +0.
           05 WS-DTL-TAG              PIC X(9).
           05 WS-DTL-KEY              PIC X(60).
           05 WS-OLD-STAT             PIC X(1).
           05 WS-NEW-STAT             PIC X(1).
           05 WS-TODAY-DATE.
               10 WS-TODAY-DATE-8     PIC X(8).
               10 FILLER              PIC X(13).
      *****************************************************************
      * CONTROL-REPORT TOTAL LINE                                     *
      *****************************************************************
           05 WS-TOT-LINE.
               10 WS-TOT-LABEL        PIC X(12).
               10 WS-TOT-READ         PIC Z(6)9.
               10 FILLER              PIC X(3) VALUE SPACES.
               10 WS-TOT-INSR         PIC Z(6)9.
               10 FILLER              PIC X(3) VALUE SPACES.
               10 WS-TOT-UPDT         PIC Z(6)9.
               10 FILLER              PIC X(3) VALUE SPACES.
               10 WS-TOT-QUED         PIC Z(6)9.
               10 FILLER              PIC X(3) VALUE SPACES.
               10 WS-TOT-PEND         PIC Z(6)9.
               10 FILLER              PIC X(3) VALUE SPACES.
               10 WS-TOT-UNCH         PIC Z(6)9.
               10 FILLER              PIC X(3) VALUE SPACES.
               10 WS-TOT-SKIP         PIC Z(6)9.
               10 FILLER              PIC X(3) VALUE SPACES.
               10 WS-TOT-REJT         PIC Z(6)9.
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
               INCLUDE TABACCW
           END-EXEC.
           EXEC SQL
               INCLUDE TABCPRQW
           END-EXEC.
           EXEC SQL
               INCLUDE TABAPRQW
           END-EXEC.
           EXEC SQL
               INCLUDE TABCDRFW
           END-EXEC.
           EXEC SQL
               INCLUDE TABCANOW
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
           MOVE 'CBSYNCC'              TO WS-PROG-NAM
           PERFORM A010-WRT-START-MSG
           MOVE FUNCTION CURRENT-DATE  TO WS-TODAY-DATE
           PERFORM A015-REGISTER-RUN-START
           PERFORM A020-OPEN-CBSYNCI
           IF PROG-NORMAL
               PERFORM A022-OPEN-CBSYNRJ
           END-IF
           IF PROG-NORMAL
               PERFORM A024-OPEN-CBSYNRPT
           END-IF
           .
      *****************************************************************
      * Announce This Run On The TABRREG RUN REGISTRY - THE DELTA IS  *
      * THE CORE'S CLOSE OF TODAY, SO ITS BUSINESS DATE IS TODAY'S    *
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
      * Main Process Routine                                          *
      *****************************************************************
       B000-MAIN.
           MOVE SPACES                 TO CBSYNRPT-REC
           STRING 'CORE-BANKING MASTER SYNC - CONTROL REPORT - RUN '
                                       DELIMITED BY SIZE
                  WS-TODAY-DATE-8      DELIMITED BY SIZE
               INTO CBSYNRPT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           MOVE '*** STATUS CHANGES QUEUED, SKIPS AND REJECTS ***'
                                       TO CBSYNRPT-REC
           PERFORM Z010-WRITE-RPT-LINE

           PERFORM B010-READ-CBSYNCI
           PERFORM UNTIL WS-SYNI-EOF OR PROG-ABEND
               EVALUATE TRUE
                   WHEN SYNI-CUSTOMER
                       PERFORM B100-PROC-CUSTOMER
                   WHEN SYNI-ACCOUNT
                       PERFORM B200-PROC-ACCOUNT
                   WHEN OTHER
                       ADD 1           TO WS-OTHR-REJT-CNT
                       MOVE 'BAD-TYPE' TO WS-REJT-REASON
                       MOVE SPACES     TO WS-DTL-KEY
                       PERFORM B900-REJECT-RECORD
               END-EVALUATE
               IF PROG-NORMAL
                   PERFORM B010-READ-CBSYNCI
               END-IF
           END-PERFORM

           IF PROG-NORMAL
               PERFORM B950-WRITE-TOTALS
           END-IF
           .
      *****************************************************************
      * Read Next Delta Record                                        *
      *****************************************************************
       B010-READ-CBSYNCI.
           READ CBSYNCI
               AT END
                   SET WS-SYNI-EOF     TO TRUE
               NOT AT END
                   ADD 1               TO WS-REC-READ-CNT
           END-READ
           .
      *****************************************************************
      * One Customer Master Record - Validate, Then Insert A New Key  *
      * Or Bring An Existing Row Into Line With The Core              *
      *****************************************************************
       B100-PROC-CUSTOMER.
           ADD 1                       TO WS-CUST-READ-CNT
           MOVE SPACES                 TO WS-DTL-KEY
           STRING SYNI-CUST-CTRY       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  SYNI-CUST-INSTT      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  SYNI-CUST-ID         DELIMITED BY SIZE
               INTO WS-DTL-KEY
           END-STRING

           MOVE SPACES                 TO WS-REJT-REASON
           EVALUATE TRUE
               WHEN SYNI-CUST-ID = SPACES
                   MOVE 'BLANK-ID'     TO WS-REJT-REASON
               WHEN SYNI-CUST-CTRY = SPACES
                   MOVE 'BAD-CTRY'     TO WS-REJT-REASON
               WHEN SYNI-CUST-CTRY NOT ALPHABETIC
                   MOVE 'BAD-CTRY'     TO WS-REJT-REASON
               WHEN SYNI-CUST-INSTT = SPACES
                   MOVE 'BAD-INST'     TO WS-REJT-REASON
               WHEN SYNI-CUST-NAME = SPACES
                   MOVE 'NO-NAME'      TO WS-REJT-REASON
               WHEN OTHER
                   MOVE 'CSTS'         TO GEN-REF-TYP
                   MOVE SYNI-CUST-STAT TO GEN-REF-CODE
                   PERFORM X810-CHECK-GEN-REF
                   IF PROG-NORMAL AND WS-REF-CNT = 0
                       MOVE 'BAD-STAT' TO WS-REJT-REASON
                   END-IF
           END-EVALUATE

           IF PROG-NORMAL
               IF WS-REJT-REASON NOT = SPACES
                   ADD 1               TO WS-CUST-REJT-CNT
                   PERFORM B900-REJECT-RECORD
               ELSE
                   PERFORM B110-READ-TABCUST
               END-IF
           END-IF
           .
      *****************************************************************
      * Look The Customer Up On TABCUST                               *
      *****************************************************************
       B110-READ-TABCUST.
           EXEC SQL
               SELECT CUST_NAME,
                      CUST_TYP_COD,
                      CUST_STAT
               INTO   :TABCUST-CUST-NAME,
                      :TABCUST-CUST-TYP-COD,
                      :TABCUST-CUST-STAT
               FROM   TABCUST
               WHERE  CUST_CTRY  = :SYNI-CUST-CTRY
                AND   CUST_INSTT = :SYNI-CUST-INSTT
                AND   CUST_ID    = :SYNI-CUST-ID
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM B130-SYNC-CUSTOMER
               WHEN 100
                   PERFORM B120-INSERT-CUSTOMER
               WHEN OTHER
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * A Customer New To This System - Inserted As The Core Has It,  *
      * Status Included; There Is No Prior Status To Dual-Control     *
      *****************************************************************
       B120-INSERT-CUSTOMER.
           EXEC SQL
               INSERT INTO TABCUST
                   (CUST_CTRY, CUST_INSTT, CUST_ID,
                    CUST_NAME, CUST_TYP_COD, CUST_STAT,
                    CREAT_TS, LAST_UPDT_TS)
               VALUES
                   (:SYNI-CUST-CTRY, :SYNI-CUST-INSTT,
                    :SYNI-CUST-ID,
                    :SYNI-CUST-NAME, :SYNI-CUST-TYP-COD,
                    :SYNI-CUST-STAT,
                    CURRENT TIMESTAMP, CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE = 0
               ADD 1                   TO WS-CUST-INSR-CNT
                                          WS-REC-APPL-CNT
           ELSE
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * An Existing Customer - Name And Type Are Taken From The Core  *
      * Directly, Unless The Customer Is Closed Or Anonymised; A      *
      * Different Status Is Queued For A Checker                      *
      *****************************************************************
       B130-SYNC-CUSTOMER.
           MOVE 'N'                    TO WS-DATA-CHG-SW
                                          WS-STAT-CHG-SW
                                          WS-DATA-SKIP-SW
           IF TABCUST-CUST-NAME    NOT = SYNI-CUST-NAME
           OR TABCUST-CUST-TYP-COD NOT = SYNI-CUST-TYP-COD
               PERFORM B135-CHECK-CUST-SKIP
           END-IF

           IF PROG-NORMAL AND NOT WS-DATA-SKIPPED
           AND (TABCUST-CUST-NAME    NOT = SYNI-CUST-NAME
             OR TABCUST-CUST-TYP-COD NOT = SYNI-CUST-TYP-COD)
               EXEC SQL
                   UPDATE TABCUST
                   SET    CUST_NAME    = :SYNI-CUST-NAME,
                          CUST_TYP_COD = :SYNI-CUST-TYP-COD,
                          LAST_UPDT_TS = CURRENT TIMESTAMP
                   WHERE  CUST_CTRY  = :SYNI-CUST-CTRY
                    AND   CUST_INSTT = :SYNI-CUST-INSTT
                    AND   CUST_ID    = :SYNI-CUST-ID
               END-EXEC
               IF SQLCODE = 0
                   SET WS-DATA-CHANGED TO TRUE
                   ADD 1               TO WS-CUST-UPDT-CNT
                                          WS-REC-APPL-CNT
               ELSE
                   PERFORM X490-PROC-SQL-ERROR
               END-IF
           END-IF

           IF PROG-NORMAL
           AND TABCUST-CUST-STAT NOT = SYNI-CUST-STAT
               SET WS-STAT-CHANGED     TO TRUE
               PERFORM B140-QUEUE-CUST-STAT
           END-IF

           IF PROG-NORMAL
           AND NOT WS-DATA-CHANGED AND NOT WS-STAT-CHANGED
           AND NOT WS-DATA-SKIPPED
               ADD 1                   TO WS-CUST-UNCH-CNT
           END-IF
           .
      *****************************************************************
      * A Closed Customer, Or One CUSTANOC Has Anonymised (A TABCANO  *
      * ROW), Keeps Its Name And Type As They Stand - THE DIFFERENCE  *
      * IS LISTED AS SKIPPED AND LAST_UPDT_TS IS LEFT ALONE           *
      *****************************************************************
       B135-CHECK-CUST-SKIP.
           MOVE ZEROS                  TO WS-ANON-CNT
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-ANON-CNT
               FROM   TABCANO
               WHERE  CUST_CTRY  = :SYNI-CUST-CTRY
                AND   CUST_INSTT = :SYNI-CUST-INSTT
                AND   CUST_ID    = :SYNI-CUST-ID
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF

           IF PROG-NORMAL
               EVALUATE TRUE
                   WHEN WS-ANON-CNT > 0
                       SET WS-DATA-SKIPPED TO TRUE
                       MOVE 'ANONYMSD' TO WS-REJT-REASON
                   WHEN TABCUST-CUST-STAT = 'C'
                       SET WS-DATA-SKIPPED TO TRUE
                       MOVE 'CLOSED'   TO WS-REJT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF PROG-NORMAL AND WS-DATA-SKIPPED
               ADD 1                   TO WS-CUST-SKIP-CNT
               MOVE SPACES             TO CBSYNRPT-REC
               STRING '  SKIPPED   '   DELIMITED BY SIZE
                      SYNI-REC-TYP     DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-DTL-KEY       DELIMITED BY SIZE
                      ' NAME/TYPE NOT SYNCED: '
                                       DELIMITED BY SIZE
                      WS-REJT-REASON   DELIMITED BY SIZE
                   INTO CBSYNRPT-REC
               END-STRING
               PERFORM Z010-WRITE-RPT-LINE
           END-IF
           .
      *****************************************************************
      * Queue The Core's Customer-Status Change On TABCPRQ - UNLESS A *
      * REQUEST IS ALREADY PENDING, WHICH THE CHECKER MUST CLEAR      *
      * FIRST; TOMORROW'S DELTA RE-PRESENTS THE CHANGE IF STILL DUE   *
      *****************************************************************
       B140-QUEUE-CUST-STAT.
           MOVE TABCUST-CUST-STAT      TO WS-OLD-STAT
           MOVE SYNI-CUST-STAT         TO WS-NEW-STAT
           MOVE ZEROS                  TO WS-PEND-REQ-CNT
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-PEND-REQ-CNT
               FROM   TABCPRQ
               WHERE  CUST_CTRY  = :SYNI-CUST-CTRY
                AND   CUST_INSTT = :SYNI-CUST-INSTT
                AND   CUST_ID    = :SYNI-CUST-ID
                AND   REQ_STAT   = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF

           IF PROG-NORMAL
               IF WS-PEND-REQ-CNT > 0
                   ADD 1               TO WS-CUST-PEND-CNT
                   MOVE 'PENDING'      TO WS-DTL-TAG
               ELSE
                   EXEC SQL
                       INSERT INTO TABCPRQ
                           (CUST_CTRY, CUST_INSTT, CUST_ID,
                            OLD_CUST_STAT, NEW_CUST_STAT,
                            REQ_USERID, REQ_TS,
                            APRV_USERID, APRV_TS, REQ_STAT)
                       VALUES
                           (:SYNI-CUST-CTRY, :SYNI-CUST-INSTT,
                            :SYNI-CUST-ID,
                            :TABCUST-CUST-STAT, :SYNI-CUST-STAT,
                            :WS-SYNC-MAKER-ID, CURRENT TIMESTAMP,
                            ' ', ' ', 'P')
                   END-EXEC
                   IF SQLCODE = 0
                       ADD 1           TO WS-CUST-QUED-CNT
                                          WS-REC-APPL-CNT
                       MOVE 'QUEUED'   TO WS-DTL-TAG
                   ELSE
                       PERFORM X490-PROC-SQL-ERROR
                   END-IF
               END-IF
           END-IF

           IF PROG-NORMAL
               MOVE 'CSTS'             TO GEN-REF-TYP
               PERFORM B910-WRITE-STAT-LINE
           END-IF
           .
      *****************************************************************
      * One Account Master Record - Validate, Then Insert A New Key   *
      * Or Bring An Existing Row Into Line With The Core              *
      *****************************************************************
       B200-PROC-ACCOUNT.
           ADD 1                       TO WS-ACCT-READ-CNT
           MOVE SPACES                 TO WS-DTL-KEY
           STRING SYNI-ACC-CTRY        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  SYNI-ACC-INSTT       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  SYNI-ACC-NO          DELIMITED BY SIZE
               INTO WS-DTL-KEY
           END-STRING

           MOVE SPACES                 TO WS-REJT-REASON
           EVALUATE TRUE
               WHEN SYNI-ACC-NO = SPACES
                   MOVE 'BLANK-ID'     TO WS-REJT-REASON
               WHEN SYNI-ACC-CTRY = SPACES
                   MOVE 'BAD-CTRY'     TO WS-REJT-REASON
               WHEN SYNI-ACC-CTRY NOT ALPHABETIC
                   MOVE 'BAD-CTRY'     TO WS-REJT-REASON
               WHEN SYNI-ACC-INSTT = SPACES
                   MOVE 'BAD-INST'     TO WS-REJT-REASON
               WHEN SYNI-ACC-PRODU-TYP = SPACES
                   MOVE 'NO-PRODU'     TO WS-REJT-REASON
               WHEN SYNI-ACC-CCY = SPACES
                   MOVE 'BAD-CCY'      TO WS-REJT-REASON
               WHEN SYNI-ACC-CCY NOT ALPHABETIC
                   MOVE 'BAD-CCY'      TO WS-REJT-REASON
               WHEN OTHER
                   MOVE 'ACCS'         TO GEN-REF-TYP
                   MOVE SYNI-ACC-STAT  TO GEN-REF-CODE
                   PERFORM X810-CHECK-GEN-REF
                   IF PROG-NORMAL AND WS-REF-CNT = 0
                       MOVE 'BAD-STAT' TO WS-REJT-REASON
                   END-IF
           END-EVALUATE

           IF PROG-NORMAL
               IF WS-REJT-REASON NOT = SPACES
                   ADD 1               TO WS-ACCT-REJT-CNT
                   PERFORM B900-REJECT-RECORD
               ELSE
                   PERFORM B210-READ-TABACCNT
               END-IF
           END-IF
           .
      *****************************************************************
      * Look The Account Up On TABACCNT                               *
      *****************************************************************
       B210-READ-TABACCNT.
           EXEC SQL
               SELECT ACC_PRODU_TYP,
                      MST_PND_COD,
                      ACC_NUM_FMTD,
                      ACC_CCY,
                      ACC_STAT
               INTO   :TABACCNT-ACC-PRODU-TYP,
                      :TABACCNT-MST-PND-COD,
                      :TABACCNT-ACC-NUM-FMTD,
                      :TABACCNT-ACC-CCY,
                      :TABACCNT-ACC-STAT
               FROM   TABACCNT
               WHERE  ACC_CTRY  = :SYNI-ACC-CTRY
                AND   ACC_INSTT = :SYNI-ACC-INSTT
                AND   ACC_NO    = :SYNI-ACC-NO
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM B230-SYNC-ACCOUNT
               WHEN 100
                   PERFORM B220-INSERT-ACCOUNT
               WHEN OTHER
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * An Account New To This System - Inserted As The Core Has It,  *
      * Status And Master-Pending Code Included                       *
      *****************************************************************
       B220-INSERT-ACCOUNT.
           EXEC SQL
               INSERT INTO TABACCNT
                   (ACC_CTRY, ACC_INSTT, ACC_NO,
                    ACC_PRODU_TYP, MST_PND_COD, ACC_NUM_FMTD,
                    ACC_CCY, ACC_STAT,
                    CREAT_TS, LAST_UPDT_TS, LST_UPDT_ID)
               VALUES
                   (:SYNI-ACC-CTRY, :SYNI-ACC-INSTT,
                    :SYNI-ACC-NO,
                    :SYNI-ACC-PRODU-TYP, :SYNI-MST-PND-COD,
                    :SYNI-ACC-NUM-FMTD,
                    :SYNI-ACC-CCY, :SYNI-ACC-STAT,
                    CURRENT TIMESTAMP, CURRENT TIMESTAMP,
                    :WS-SYNC-MAKER-ID)
           END-EXEC
           IF SQLCODE = 0
               ADD 1                   TO WS-ACCT-INSR-CNT
                                          WS-REC-APPL-CNT
           ELSE
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * An Existing Account - Product, Currency, Formatted Number And *
      * The Master-Pending Clearance Are Taken From The Core          *
      * Directly; A Different Status Is Queued For A Checker          *
      *****************************************************************
       B230-SYNC-ACCOUNT.
           MOVE 'N'                    TO WS-DATA-CHG-SW
                                          WS-STAT-CHG-SW
           IF TABACCNT-ACC-PRODU-TYP NOT = SYNI-ACC-PRODU-TYP
           OR TABACCNT-MST-PND-COD   NOT = SYNI-MST-PND-COD
           OR TABACCNT-ACC-NUM-FMTD  NOT = SYNI-ACC-NUM-FMTD
           OR TABACCNT-ACC-CCY       NOT = SYNI-ACC-CCY
               EXEC SQL
                   UPDATE TABACCNT
                   SET    ACC_PRODU_TYP = :SYNI-ACC-PRODU-TYP,
                          MST_PND_COD   = :SYNI-MST-PND-COD,
                          ACC_NUM_FMTD  = :SYNI-ACC-NUM-FMTD,
                          ACC_CCY       = :SYNI-ACC-CCY,
                          LAST_UPDT_TS  = CURRENT TIMESTAMP,
                          LST_UPDT_ID   = :WS-SYNC-MAKER-ID
                   WHERE  ACC_CTRY  = :SYNI-ACC-CTRY
                    AND   ACC_INSTT = :SYNI-ACC-INSTT
                    AND   ACC_NO    = :SYNI-ACC-NO
               END-EXEC
               IF SQLCODE = 0
                   SET WS-DATA-CHANGED TO TRUE
                   ADD 1               TO WS-ACCT-UPDT-CNT
                                          WS-REC-APPL-CNT
               ELSE
                   PERFORM X490-PROC-SQL-ERROR
               END-IF
           END-IF

           IF PROG-NORMAL
           AND TABACCNT-ACC-STAT NOT = SYNI-ACC-STAT
               SET WS-STAT-CHANGED     TO TRUE
               PERFORM B240-QUEUE-ACCT-STAT
           END-IF

           IF PROG-NORMAL
           AND NOT WS-DATA-CHANGED AND NOT WS-STAT-CHANGED
               ADD 1                   TO WS-ACCT-UNCH-CNT
           END-IF
           .
      *****************************************************************
      * Queue The Core's Account-Status Change On TABAPRQ - UNLESS A  *
      * REQUEST IS ALREADY PENDING, WHICH THE CHECKER MUST CLEAR      *
      * FIRST; TOMORROW'S DELTA RE-PRESENTS THE CHANGE IF STILL DUE   *
      *****************************************************************
       B240-QUEUE-ACCT-STAT.
           MOVE TABACCNT-ACC-STAT      TO WS-OLD-STAT
           MOVE SYNI-ACC-STAT          TO WS-NEW-STAT
           MOVE ZEROS                  TO WS-PEND-REQ-CNT
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-PEND-REQ-CNT
               FROM   TABAPRQ
               WHERE  ACC_CTRY  = :SYNI-ACC-CTRY
                AND   ACC_INSTT = :SYNI-ACC-INSTT
                AND   ACC_NO    = :SYNI-ACC-NO
                AND   REQ_STAT  = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF

           IF PROG-NORMAL
               IF WS-PEND-REQ-CNT > 0
                   ADD 1               TO WS-ACCT-PEND-CNT
                   MOVE 'PENDING'      TO WS-DTL-TAG
               ELSE
                   EXEC SQL
                       INSERT INTO TABAPRQ
                           (ACC_CTRY, ACC_INSTT, ACC_NO,
                            OLD_ACC_STAT, NEW_ACC_STAT,
                            REQ_USERID, REQ_TS,
                            APRV_USERID, APRV_TS, REQ_STAT)
                       VALUES
                           (:SYNI-ACC-CTRY, :SYNI-ACC-INSTT,
                            :SYNI-ACC-NO,
                            :TABACCNT-ACC-STAT, :SYNI-ACC-STAT,
                            :WS-SYNC-MAKER-ID, CURRENT TIMESTAMP,
                            ' ', ' ', 'P')
                   END-EXEC
                   IF SQLCODE = 0
                       ADD 1           TO WS-ACCT-QUED-CNT
                                          WS-REC-APPL-CNT
                       MOVE 'QUEUED'   TO WS-DTL-TAG
                   ELSE
                       PERFORM X490-PROC-SQL-ERROR
                   END-IF
               END-IF
           END-IF

           IF PROG-NORMAL
               MOVE 'ACCS'             TO GEN-REF-TYP
               PERFORM B910-WRITE-STAT-LINE
           END-IF
           .
      *****************************************************************
      * Write The Bad Record, In Full, To The Reject File With Its    *
      * Reason Code, And List It On The Control Report                *
      *****************************************************************
       B900-REJECT-RECORD.
           ADD 1                       TO WS-REC-REJT-CNT
           MOVE SPACES                 TO CBSYNRJ-REC
           MOVE WS-REJT-REASON         TO REJT-REASON
           MOVE CBSYNCI-REC            TO REJT-REC-DATA
           IF WS-CBSYNRJ-OPEN
               WRITE CBSYNRJ-REC
           END-IF

           MOVE SPACES                 TO CBSYNRPT-REC
           STRING '  REJECTED  '       DELIMITED BY SIZE
                  SYNI-REC-TYP         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-DTL-KEY           DELIMITED BY SIZE
                  ' REASON: '          DELIMITED BY SIZE
                  WS-REJT-REASON       DELIMITED BY SIZE
               INTO CBSYNRPT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * List One Status Change On The Control Report - QUEUED FOR A   *
      * CHECKER, OR LEFT BEHIND AN ALREADY-PENDING REQUEST            *
      *****************************************************************
       B910-WRITE-STAT-LINE.
           MOVE WS-NEW-STAT            TO GEN-REF-CODE
           PERFORM X800-DECODE-GEN-REF
           MOVE SPACES                 TO CBSYNRPT-REC
           STRING '  '                 DELIMITED BY SIZE
                  WS-DTL-TAG           DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  SYNI-REC-TYP         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-DTL-KEY           DELIMITED BY SIZE
                  ' STAT: '            DELIMITED BY SIZE
                  WS-OLD-STAT          DELIMITED BY SIZE
                  ' -> '               DELIMITED BY SIZE
                  WS-NEW-STAT          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  GEN-REF-DESC(1:20)   DELIMITED BY SIZE
               INTO CBSYNRPT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * The Control Totals - One Line Per Record Type                 *
      *****************************************************************
       B950-WRITE-TOTALS.
           MOVE SPACES                 TO CBSYNRPT-REC
           PERFORM Z010-WRITE-RPT-LINE
           MOVE '*** CONTROL TOTALS ***'
                                       TO CBSYNRPT-REC
           PERFORM Z010-WRITE-RPT-LINE
           MOVE SPACES                 TO CBSYNRPT-REC
           STRING '               READ   INSERTED'
                                       DELIMITED BY SIZE
                  '    UPDATED     QUEUED    PENDING'
                                       DELIMITED BY SIZE
                  '  UNCHANGED    SKIPPED   REJECTED'
                                       DELIMITED BY SIZE
               INTO CBSYNRPT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE

           MOVE 'CUSTOMERS'            TO WS-TOT-LABEL
           MOVE WS-CUST-READ-CNT       TO WS-TOT-READ
           MOVE WS-CUST-INSR-CNT       TO WS-TOT-INSR
           MOVE WS-CUST-UPDT-CNT       TO WS-TOT-UPDT
           MOVE WS-CUST-QUED-CNT       TO WS-TOT-QUED
           MOVE WS-CUST-PEND-CNT       TO WS-TOT-PEND
           MOVE WS-CUST-UNCH-CNT       TO WS-TOT-UNCH
           MOVE WS-CUST-SKIP-CNT       TO WS-TOT-SKIP
           MOVE WS-CUST-REJT-CNT       TO WS-TOT-REJT
           MOVE WS-TOT-LINE            TO CBSYNRPT-REC
           PERFORM Z010-WRITE-RPT-LINE

           MOVE 'ACCOUNTS'             TO WS-TOT-LABEL
           MOVE WS-ACCT-READ-CNT       TO WS-TOT-READ
           MOVE WS-ACCT-INSR-CNT       TO WS-TOT-INSR
           MOVE WS-ACCT-UPDT-CNT       TO WS-TOT-UPDT
           MOVE WS-ACCT-QUED-CNT       TO WS-TOT-QUED
           MOVE WS-ACCT-PEND-CNT       TO WS-TOT-PEND
           MOVE WS-ACCT-UNCH-CNT       TO WS-TOT-UNCH
           MOVE ZEROS                  TO WS-TOT-SKIP
           MOVE WS-ACCT-REJT-CNT       TO WS-TOT-REJT
           MOVE WS-TOT-LINE            TO CBSYNRPT-REC
           PERFORM Z010-WRITE-RPT-LINE

           MOVE SPACES                 TO CBSYNRPT-REC
           STRING 'UNKNOWN RECORD TYPES REJECTED: '
                                       DELIMITED BY SIZE
                  WS-OTHR-REJT-CNT     DELIMITED BY SIZE
               INTO CBSYNRPT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * Write One Line To The Control Report                          *
      *****************************************************************
       Z010-WRITE-RPT-LINE.
           IF WS-CBSYNRPT-OPEN
               WRITE CBSYNRPT-REC
           END-IF
           .
      *****************************************************************
      * Is The Code On TABCDREF Under The Type Given - THE CALLER     *
      * SETS GEN-REF-TYP/GEN-REF-CODE AND READS WS-REF-CNT            *
      *****************************************************************
       X810-CHECK-GEN-REF.
           MOVE ZEROS                  TO WS-REF-CNT
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-REF-CNT
               FROM   TABCDREF
               WHERE  GEN_REF_TYP  = :GEN-REF-TYP
                AND   GEN_REF_CODE = :GEN-REF-CODE
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * Decode One Reference Code To Its TABCDREF DESCRIPTION - THE   *
      * CALLER SETS GEN-REF-TYP/GEN-REF-CODE AND READS GEN-REF-DESC   *
      *****************************************************************
       X800-DECODE-GEN-REF.
           MOVE SPACES                 TO GEN-REF-DESC
           EXEC SQL
               SELECT GEN_REF_DESC
               INTO   :GEN-REF-DESC
               FROM   TABCDREF
               WHERE  GEN_REF_TYP  = :GEN-REF-TYP
                AND   GEN_REF_CODE = :GEN-REF-CODE
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE '(NO DESCRIPTION ON FILE)'
                                       TO GEN-REF-DESC
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
      * Open The Core-Banking Delta                                   *
      *****************************************************************
       A020-OPEN-CBSYNCI.
           OPEN INPUT CBSYNCI
           IF INFILE-STATUS NOT = '00'
               DISPLAY 'FILE OPEN ERROR, FILE STATUS IS :'
                   INFILE-STATUS
               PERFORM X390-PROC-FILE-ERROR
           ELSE
               SET WS-SYNI-OPEN        TO TRUE
           END-IF
           .
      *****************************************************************
      * Open The Reject File                                          *
      *****************************************************************
       A022-OPEN-CBSYNRJ.
           OPEN OUTPUT CBSYNRJ
           IF WS-CBSYNRJ-STATUS NOT = '00'
               DISPLAY 'CBSYNRJ OPEN ERROR, FILE STATUS IS :'
                   WS-CBSYNRJ-STATUS
               PERFORM X390-PROC-FILE-ERROR
           ELSE
               SET WS-CBSYNRJ-OPEN     TO TRUE
           END-IF
           .
      *****************************************************************
      * Open The Control Report                                       *
      *****************************************************************
       A024-OPEN-CBSYNRPT.
           OPEN OUTPUT CBSYNRPT
           IF WS-CBSYNRPT-STATUS NOT = '00'
               DISPLAY 'CBSYNRPT OPEN ERROR, FILE STATUS IS :'
                   WS-CBSYNRPT-STATUS
               PERFORM X390-PROC-FILE-ERROR
           ELSE
               SET WS-CBSYNRPT-OPEN    TO TRUE
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
           IF WS-SYNI-OPEN
               CLOSE CBSYNCI
               MOVE 'N'                TO WS-SYNI-OPEN-SW
           END-IF

           IF WS-CBSYNRJ-OPEN
               CLOSE CBSYNRJ
               MOVE 'N'                TO WS-CBSYNRJ-OPEN-SW
           END-IF

           IF WS-CBSYNRPT-OPEN
               CLOSE CBSYNRPT
               MOVE 'N'                TO WS-CBSYNRPT-OPEN-SW
           END-IF

      * ONLY A CLEAN END EARNS ITS COMPLETION ROW - AN ABENDED RUN'S
      * START ROW IS LEFT UNMATCHED ON THE REGISTRY
           IF PROG-NORMAL
               PERFORM C018-REGISTER-RUN-END
           END-IF

           STRING 'JOB END SUMMARY - READ: '      WS-REC-READ-CNT
                  ' APPLIED: '                    WS-REC-APPL-CNT
                  ' REJECTED: '                   WS-REC-REJT-CNT
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
      * This Run's Completion Row On The TABRREG RUN REGISTRY,         *
      * Carrying Its Counts                                            *
      *****************************************************************
       C018-REGISTER-RUN-END.
           INITIALIZE WR-RUNREG-FLDS
                        REPLACING NUMERIC DATA BY ZERO
           SET RREG-FUNC-COMPLETE      TO TRUE
           MOVE WS-PROG-NAM            TO RREG-PROG-NAM
           MOVE WS-TODAY-DATE-8        TO RREG-BUS-DT
           MOVE WS-REC-READ-CNT        TO RREG-REC-READ
           MOVE WS-REC-APPL-CNT        TO RREG-REC-PROC
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
      * ABEND COBOL PROGRAM ON SERIOUS ERROR                          *
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
           MOVE WS-REC-READ-CNT        TO DIAG-REC-READ-CNT
           MOVE WS-REC-APPL-CNT        TO DIAG-REC-PROC-CNT
           PERFORM C010-CLOSING-MSG
           MOVE 16                     TO RETURN-CODE
           CALL WS-CANCEL-PGM
           STOP RUN
           .
