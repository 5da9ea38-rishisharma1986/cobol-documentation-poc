       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTANOC.
       AUTHOR. RISHI SHARMA.
       DATE-WRITTEN. OCT,2026.
       DATE-COMPILED. OCT,2026.
       INSTALLATION. Nowhere.
      *****************************************************************
      * THIS BATCH PROGRAM ANONYMISES CUSTOMERS CLOSED LONGER THAN    *
      * THE RETENTION PERIOD ON THE TABRETP TABCUST POLICY ROW. A     *
      * CLOSED CUSTOMER (TABCUST CUST_STAT C) WHOSE ROW WAS LAST      *
      * UPDATED - CLOSED, BY CUSTCLSC - BEFORE THE CUTOFF HAS ITS     *
      * NAME ON TABCUST AND EVERY BENEFICIARY AND DEBTOR NAME AND     *
      * ADDRESS LINE ON ITS PAYMENT INSTRUCTIONS, ITS TABPIMG CHANGE  *
      * IMAGES AND ITS TABWLHT WATCHLIST HITS OVERWRITTEN WITH ONE    *
      * TOKEN (ANON- AND A SEQUENCE NUMBER). KEYS, AMOUNTS, DATES AND *
      * STATUSES ARE LEFT AS THEY ARE SO REPORTS STILL RECONCILE; A   *
      * BLANK LINE STAYS BLANK. THE CHANGE CANNOT BE UNDONE - THE     *
      * TOKEN CARRIES NOTHING OF THE DATA IT REPLACED AND NO BEFORE   *
      * IMAGE IS KEPT. A CUSTOMER UNDER ANY ACTIVE TABLHLD LEGAL HOLD *
      * IS LEFT UNTOUCHED. EACH CUSTOMER ANONYMISED IS LOGGED ON      *
      * TABCANO AND LISTED ON THE CUSTANOT EVIDENCE REPORT WITH THE   *
      * ROWS CHANGED ON EACH TABLE. PARM 1 'LIST' REPORTS WHAT IS DUE *
      * WITHOUT CHANGING ANYTHING                                     *
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
           SELECT CUSTANOT
                                    ASSIGN TO CUSTANOT
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-CUSTANOT-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD CUSTANOT
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS CUSTANOT-REC.
       01 CUSTANOT-REC                PIC X(132).
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
           05 WS-CUSTANOT-STATUS      PIC X(2).
           05 WS-CUSTANOT-OPEN-SW     PIC X(1) VALUE 'N'.
               88 WS-CUSTANOT-OPEN    VALUE 'Y'.
           05 WS-CTL-PARM             PIC X(8) VALUE SPACES.
           05 WS-LIST-MODE-SW         PIC X(1) VALUE 'N'.
               88 WS-LIST-MODE        VALUE 'Y'.
           05 WS-JOBEND-MSG           PIC X(80) VALUE SPACES.
           05 WS-TODAY-DATE.
               10 WS-TODAY-DATE-8     PIC X(8).
               10 WS-TODAY-TIME-6     PIC X(6).
               10 FILLER              PIC X(7).
      *****************************************************************
      * THE RUN'S OWN TIMESTAMP AND THE CLOSURE CUTOFF TAKEN FROM IT  *
      *****************************************************************
           05 WS-RUN-TS               PIC X(26) VALUE SPACES.
           05 WS-CUTOFF-TS            PIC X(26) VALUE SPACES.
      *****************************************************************
      * THE TABCUST POLICY ROW                                        *
      *****************************************************************
           05 WS-POL-FND-SW           PIC X(1) VALUE 'N'.
               88 WS-POL-FND          VALUE 'Y'.
           05 WS-POL-RETN-DAYS        PIC S9(4) COMP VALUE ZEROS.
           05 WS-POL-HOLD-IND         PIC X(1) VALUE 'N'.
               88 WS-POL-ALL-HELD     VALUE 'Y'.
           05 WS-POL-ACTION           PIC X(40) VALUE SPACES.
      *****************************************************************
      * THE CUSTOMER IN HAND - ITS HOLDS, ITS TOKEN AND THE ROWS      *
      * CHANGED ON EACH TABLE                                         *
      *****************************************************************
           05 WS-CLOSED-TS            PIC X(26).
           05 WS-HOLD-CNT             PIC S9(9) COMP.
           05 WS-HOLD-REF             PIC X(20).
           05 WS-TOKEN-SEQ            PIC 9(10) VALUE ZEROS.
           05 WS-TOKEN-BASE           PIC S9(9) COMP VALUE ZEROS.
           05 WS-ANON-TOKEN.
               10 FILLER              PIC X(5) VALUE 'ANON-'.
               10 WS-ANON-TOKEN-SEQ   PIC 9(10).
               10 FILLER              PIC X(5) VALUE SPACES.
           05 WS-CUST-ROWS            PIC S9(9) COMP.
           05 WS-INSTR-ROWS           PIC S9(9) COMP.
           05 WS-PIMG-ROWS            PIC S9(9) COMP.
           05 WS-WLHT-ROWS            PIC S9(9) COMP.
      *****************************************************************
      * RUN TOTALS                                                    *
      *****************************************************************
           05 WS-CAND-CNT             PIC 9(9) VALUE ZEROS.
           05 WS-ANON-CNT             PIC 9(9) VALUE ZEROS.
           05 WS-HELD-CNT             PIC 9(9) VALUE ZEROS.
           05 WS-TOT-INSTR            PIC 9(9) VALUE ZEROS.
           05 WS-TOT-PIMG             PIC 9(9) VALUE ZEROS.
           05 WS-TOT-WLHT             PIC 9(9) VALUE ZEROS.
      *****************************************************************
      * REPORT EDITING                                                *
      *****************************************************************
           05 WS-DAYS-DISP            PIC ZZZZ9.
           05 WS-CUST-DISP            PIC ZZZ9.
           05 WS-INSTR-DISP           PIC ZZZ,ZZ9.
           05 WS-PIMG-DISP            PIC ZZZ,ZZ9.
           05 WS-WLHT-DISP            PIC ZZZ,ZZ9.
           05 WS-TOT-DISP             PIC ZZZ,ZZZ,ZZ9.
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
               INCLUDE TABCSTW
           END-EXEC.
           EXEC SQL
               INCLUDE TABPIMGW
           END-EXEC.
           EXEC SQL
               INCLUDE TABWLHTW
           END-EXEC.
           EXEC SQL
               INCLUDE TABCANOW
           END-EXEC.
      *--------------------------------------*
      *      DB2 CURSOR DECLARATION          *
      *--------------------------------------*
      *****************************************************************
      * CLOSED CUSTOMERS PAST THE CUTOFF NOT YET ANONYMISED           *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-ANO-CUST CURSOR FOR
               SELECT C.CUST_CTRY,
                      C.CUST_INSTT,
                      C.CUST_ID,
                      CHAR(C.LAST_UPDT_TS)
               FROM   TABCUST C
               WHERE  C.CUST_STAT    = 'C'
                AND   C.LAST_UPDT_TS < :WS-CUTOFF-TS
                AND   NOT EXISTS
                      (SELECT 1
                       FROM   TABCANO A
                       WHERE  A.CUST_CTRY  = C.CUST_CTRY
                        AND   A.CUST_INSTT = C.CUST_INSTT
                        AND   A.CUST_ID    = C.CUST_ID)
               ORDER BY C.CUST_CTRY, C.CUST_INSTT, C.CUST_ID
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
           MOVE 'CUSTANOC'             TO WS-PROG-NAM
           PERFORM A010-WRT-START-MSG
           MOVE FUNCTION CURRENT-DATE  TO WS-TODAY-DATE
           PERFORM A015-REGISTER-RUN-START
           PERFORM A008-GET-CTL-PARMS
           PERFORM A020-OPEN-CUSTANOT
           IF PROG-NORMAL
               PERFORM A030-SET-RUN-TS
           END-IF
           .
      *****************************************************************
      * PARM 1 - 'LIST' REPORTS THE CUSTOMERS DUE WITHOUT CHANGING    *
      * THEM                                                          *
      *****************************************************************
       A008-GET-CTL-PARMS.
           MOVE SPACES                 TO WS-CTL-PARM
           DISPLAY 1                   UPON ARGUMENT-NUMBER
           ACCEPT WS-CTL-PARM          FROM ARGUMENT-VALUE
           IF WS-CTL-PARM = 'LIST'
               SET WS-LIST-MODE        TO TRUE
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
      * Fix The Run's Timestamp The Cutoff Is Taken From              *
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
      * Main Process Routine - The Policy, Then Each Closed Customer  *
      * Past Its Cutoff                                               *
      *****************************************************************
       B000-MAIN.
           PERFORM B010-WRITE-HEADING
           PERFORM B100-LOAD-POLICY
           IF PROG-NORMAL
               EVALUATE TRUE
                   WHEN NOT WS-POL-FND
                       MOVE 'NO TABCUST POLICY - NOTHING ANONYMISED'
                                       TO WS-POL-ACTION
                   WHEN WS-POL-ALL-HELD
                       MOVE 'POLICY LEGAL HOLD - NOTHING ANONYMISED'
                                       TO WS-POL-ACTION
                   WHEN WS-POL-RETN-DAYS NOT > 0
                       MOVE 'KEPT INDEFINITELY - NOTHING ANONYMISED'
                                       TO WS-POL-ACTION
                   WHEN OTHER
                       PERFORM B200-PROC-CUSTOMERS
               END-EVALUATE
           END-IF
           IF PROG-NORMAL
               IF WS-POL-ACTION NOT = SPACES
                   MOVE WS-POL-ACTION  TO CUSTANOT-REC
                   PERFORM Z010-WRITE-RPT-LINE
               END-IF
               PERFORM B950-WRITE-TOTALS
           END-IF
           .
      *****************************************************************
      * Report Heading                                                *
      *****************************************************************
       B010-WRITE-HEADING.
           MOVE SPACES                 TO CUSTANOT-REC
           STRING 'CLOSED CUSTOMER ANONYMISATION - RUN '
                                       DELIMITED BY SIZE
                  WS-RUN-TS(1:19)      DELIMITED BY SIZE
               INTO CUSTANOT-REC
           END-STRING
           IF WS-LIST-MODE
               MOVE '*** LIST RUN - NOTHING CHANGED ***'
                                       TO CUSTANOT-REC(60:34)
           END-IF
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * The TABCUST Row Of The Retention Policy                       *
      *****************************************************************
       B100-LOAD-POLICY.
           EXEC SQL
               SELECT RETN_DAYS,
                      LGL_HOLD_IND,
                      POL_DESC
               INTO   :TABRETP-RETN-DAYS,
                      :TABRETP-LGL-HOLD-IND,
                      :TABRETP-POL-DESC
               FROM   TABRETP
               WHERE  TAB_NAM = 'TABCUST'
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   SET WS-POL-FND      TO TRUE
                   MOVE TABRETP-RETN-DAYS
                                       TO WS-POL-RETN-DAYS
                   MOVE TABRETP-LGL-HOLD-IND
                                       TO WS-POL-HOLD-IND
                   MOVE TABRETP-RETN-DAYS
                                       TO WS-DAYS-DISP
                   MOVE SPACES         TO CUSTANOT-REC
                   STRING 'POLICY: CLOSED '     DELIMITED BY SIZE
                          WS-DAYS-DISP          DELIMITED BY SIZE
                          ' DAYS  HOLD '        DELIMITED BY SIZE
                          TABRETP-LGL-HOLD-IND  DELIMITED BY SIZE
                          '  '                  DELIMITED BY SIZE
                          TABRETP-POL-DESC      DELIMITED BY SIZE
                       INTO CUSTANOT-REC
                   END-STRING
                   PERFORM Z010-WRITE-RPT-LINE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * Every Closed Customer Past The Cutoff - THE TOKEN SEQUENCE    *
      * CARRIES ON FROM THE CUSTOMERS ALREADY LOGGED ON TABCANO       *
      *****************************************************************
       B200-PROC-CUSTOMERS.
           EXEC SQL
               SELECT CHAR(TIMESTAMP(:WS-RUN-TS)
                           - :WS-POL-RETN-DAYS DAYS)
               INTO   :WS-CUTOFF-TS
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-TOKEN-BASE
               FROM   TABCANO
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           MOVE WS-TOKEN-BASE          TO WS-TOKEN-SEQ

           MOVE SPACES                 TO CUSTANOT-REC
           STRING 'CLOSED BEFORE '     DELIMITED BY SIZE
                  WS-CUTOFF-TS(1:19)   DELIMITED BY SIZE
               INTO CUSTANOT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           MOVE SPACES                 TO CUSTANOT-REC
           PERFORM Z010-WRITE-RPT-LINE
           MOVE 'CUSTOMER                           CLOSED
      -         '  RESULT                TOKEN           CUST   INSTR
      -         '  IMAGES    HITS'     TO CUSTANOT-REC
           PERFORM Z010-WRITE-RPT-LINE

           EXEC SQL
               OPEN CSR-ANO-CUST
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           PERFORM B210-FETCH-CUST
           PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
               ADD 1                   TO WS-CAND-CNT
               PERFORM B300-PROC-ONE-CUSTOMER
               IF PROG-NORMAL
                   PERFORM B210-FETCH-CUST
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-ANO-CUST
           END-EXEC
           IF WS-CAND-CNT = 0
               MOVE 'NO CLOSED CUSTOMER IS DUE' TO WS-POL-ACTION
           END-IF
           .
      *****************************************************************
      * Fetch The Next Customer Due                                   *
      *****************************************************************
       B210-FETCH-CUST.
           EXEC SQL
               FETCH CSR-ANO-CUST
               INTO :TABCUST-CUST-CTRY,
                    :TABCUST-CUST-INSTT,
                    :TABCUST-CUST-ID,
                    :WS-CLOSED-TS
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * One Customer - Kept Under An Active Legal Hold On Any Table,  *
      * Listed Only On A LIST Run, Otherwise Anonymised And Logged    *
      *****************************************************************
       B300-PROC-ONE-CUSTOMER.
           MOVE ZEROS                  TO WS-CUST-ROWS WS-INSTR-ROWS
                                          WS-PIMG-ROWS WS-WLHT-ROWS
           EXEC SQL
               SELECT COUNT(*),
                      VALUE(MIN(HOLD_REF), ' ')
               INTO   :WS-HOLD-CNT,
                      :WS-HOLD-REF
               FROM   TABLHLD
               WHERE  CUST_CTRY  = :TABCUST-CUST-CTRY
                AND   CUST_INSTT = :TABCUST-CUST-INSTT
                AND   CUST_ID    = :TABCUST-CUST-ID
                AND   HOLD_STAT  = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF

           MOVE SPACES                 TO CUSTANOT-REC
           STRING TABCUST-CUST-CTRY    DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  TABCUST-CUST-INSTT   DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  TABCUST-CUST-ID      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-CLOSED-TS(1:19)   DELIMITED BY SIZE
               INTO CUSTANOT-REC
           END-STRING
           EVALUATE TRUE
               WHEN WS-HOLD-CNT > 0
                   ADD 1               TO WS-HELD-CNT
                   STRING 'LEGAL HOLD ' WS-HOLD-REF
                       DELIMITED BY SIZE INTO CUSTANOT-REC(57:31)
                   END-STRING
               WHEN WS-LIST-MODE
                   MOVE 'DUE'          TO CUSTANOT-REC(57:3)
               WHEN OTHER
                   PERFORM B310-ANONYMISE
                   IF PROG-NORMAL
                       MOVE WS-CUST-ROWS   TO WS-CUST-DISP
                       MOVE WS-INSTR-ROWS  TO WS-INSTR-DISP
                       MOVE WS-PIMG-ROWS   TO WS-PIMG-DISP
                       MOVE WS-WLHT-ROWS   TO WS-WLHT-DISP
                       STRING 'ANONYMISED            '
                                           DELIMITED BY SIZE
                              WS-ANON-TOKEN(1:15)
                                           DELIMITED BY SIZE
                              '  '         DELIMITED BY SIZE
                              WS-CUST-DISP DELIMITED BY SIZE
                              WS-INSTR-DISP
                                           DELIMITED BY SIZE
                              ' '          DELIMITED BY SIZE
                              WS-PIMG-DISP DELIMITED BY SIZE
                              ' '          DELIMITED BY SIZE
                              WS-WLHT-DISP DELIMITED BY SIZE
                           INTO CUSTANOT-REC(57:76)
                       END-STRING
                   END-IF
           END-EVALUATE
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * Overwrite The Customer's Personal Data With Its Token And Log *
      * It - A BLANK ADDRESS LINE IS LEFT BLANK; ANY FAILURE ABENDS   *
      * THE RUN AND THE UNIT OF WORK ROLLS BACK                       *
      *****************************************************************
       B310-ANONYMISE.
           ADD 1                       TO WS-TOKEN-SEQ
           MOVE WS-TOKEN-SEQ           TO WS-ANON-TOKEN-SEQ

           EXEC SQL
               UPDATE TABCUST
               SET    CUST_NAME    = :WS-ANON-TOKEN,
                      LAST_UPDT_TS = CURRENT TIMESTAMP
               WHERE  CUST_CTRY  = :TABCUST-CUST-CTRY
                AND   CUST_INSTT = :TABCUST-CUST-INSTT
                AND   CUST_ID    = :TABCUST-CUST-ID
                AND   CUST_STAT  = 'C'
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           MOVE SQLERRD(3)             TO WS-CUST-ROWS

           EXEC SQL
               UPDATE PAYMENTS.PAYMENT_INSTRUCTIONS
               SET    BENE_NAM      = CASE WHEN BENE_NAM = ' '
                                      THEN ' ' ELSE :WS-ANON-TOKEN END,
                      BENE_ADDR1    = CASE WHEN BENE_ADDR1 = ' '
                                      THEN ' ' ELSE :WS-ANON-TOKEN END,
                      BENE_ADDR2    = CASE WHEN BENE_ADDR2 = ' '
                                      THEN ' ' ELSE :WS-ANON-TOKEN END,
                      BENE_ADDR3    = CASE WHEN BENE_ADDR3 = ' '
                                      THEN ' ' ELSE :WS-ANON-TOKEN END,
                      DEBTOR_NAME   = CASE WHEN DEBTOR_NAME = ' '
                                      THEN ' ' ELSE :WS-ANON-TOKEN END,
                      DEBTOR_ADDR1  = CASE WHEN DEBTOR_ADDR1 = ' '
                                      THEN ' ' ELSE :WS-ANON-TOKEN END,
                      DEBTOR_ADDR2  = CASE WHEN DEBTOR_ADDR2 = ' '
                                      THEN ' ' ELSE :WS-ANON-TOKEN END,
                      DEBTOR_ADDR3  = CASE WHEN DEBTOR_ADDR3 = ' '
                                      THEN ' ' ELSE :WS-ANON-TOKEN END
               WHERE  CUST_CTRY  = :TABCUST-CUST-CTRY
                AND   CUST_INSTT = :TABCUST-CUST-INSTT
                AND   CUST_ID    = :TABCUST-CUST-ID
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD(3)     TO WS-INSTR-ROWS
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE

           PERFORM B320-ANONYMISE-PIMG
           PERFORM B330-ANONYMISE-WLHT
           PERFORM B340-LOG-CUSTOMER
           .
      *****************************************************************
      * Both Images Of Every Name And Address Line On The Customer's  *
      * TABPIMG Rows                                                  *
      *****************************************************************
       B320-ANONYMISE-PIMG.
           EXEC SQL
               UPDATE TABPIMG
               SET OLD_BENE_NAM     = CASE WHEN OLD_BENE_NAM = ' '
                                   THEN ' ' ELSE :WS-ANON-TOKEN END,
                   NEW_BENE_NAM     = CASE WHEN NEW_BENE_NAM = ' '
                                   THEN ' ' ELSE :WS-ANON-TOKEN END,
                   OLD_BENE_ADDR1   = CASE WHEN OLD_BENE_ADDR1 = ' '
                                   THEN ' ' ELSE :WS-ANON-TOKEN END,
                   NEW_BENE_ADDR1   = CASE WHEN NEW_BENE_ADDR1 = ' '
                                   THEN ' ' ELSE :WS-ANON-TOKEN END,
                   OLD_BENE_ADDR2   = CASE WHEN OLD_BENE_ADDR2 = ' '
                                   THEN ' ' ELSE :WS-ANON-TOKEN END,
                   NEW_BENE_ADDR2   = CASE WHEN NEW_BENE_ADDR2 = ' '
                                   THEN ' ' ELSE :WS-ANON-TOKEN END,
                   OLD_BENE_ADDR3   = CASE WHEN OLD_BENE_ADDR3 = ' '
                                   THEN ' ' ELSE :WS-ANON-TOKEN END,
                   NEW_BENE_ADDR3   = CASE WHEN NEW_BENE_ADDR3 = ' '
                                   THEN ' ' ELSE :WS-ANON-TOKEN END,
                   OLD_DEBTOR_NAME  = CASE WHEN OLD_DEBTOR_NAME = ' '
                                   THEN ' ' ELSE :WS-ANON-TOKEN END,
                   NEW_DEBTOR_NAME  = CASE WHEN NEW_DEBTOR_NAME = ' '
                                   THEN ' ' ELSE :WS-ANON-TOKEN END,
                   OLD_DEBTOR_ADDR1 = CASE WHEN OLD_DEBTOR_ADDR1 = ' '
                                   THEN ' ' ELSE :WS-ANON-TOKEN END,
                   NEW_DEBTOR_ADDR1 = CASE WHEN NEW_DEBTOR_ADDR1 = ' '
                                   THEN ' ' ELSE :WS-ANON-TOKEN END,
                   OLD_DEBTOR_ADDR2 = CASE WHEN OLD_DEBTOR_ADDR2 = ' '
                                   THEN ' ' ELSE :WS-ANON-TOKEN END,
                   NEW_DEBTOR_ADDR2 = CASE WHEN NEW_DEBTOR_ADDR2 = ' '
                                   THEN ' ' ELSE :WS-ANON-TOKEN END,
                   OLD_DEBTOR_ADDR3 = CASE WHEN OLD_DEBTOR_ADDR3 = ' '
                                   THEN ' ' ELSE :WS-ANON-TOKEN END,
                   NEW_DEBTOR_ADDR3 = CASE WHEN NEW_DEBTOR_ADDR3 = ' '
                                   THEN ' ' ELSE :WS-ANON-TOKEN END
               WHERE  CUST_CTRY  = :TABCUST-CUST-CTRY
                AND   CUST_INSTT = :TABCUST-CUST-INSTT
                AND   CUST_ID    = :TABCUST-CUST-ID
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD(3)     TO WS-PIMG-ROWS
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * The Beneficiary Lines As Screened On The Customer's TABWLHT   *
      * Hits - THE WATCHLIST ENTRY MATCHED (WL_NAME) IS LIST DATA,    *
      * NOT THE CUSTOMER'S, AND IS KEPT                               *
      *****************************************************************
       B330-ANONYMISE-WLHT.
           EXEC SQL
               UPDATE TABWLHT
               SET    BENE_NAM      = CASE WHEN BENE_NAM = ' '
                                      THEN ' ' ELSE :WS-ANON-TOKEN END,
                      BENE_ADDR1    = CASE WHEN BENE_ADDR1 = ' '
                                      THEN ' ' ELSE :WS-ANON-TOKEN END,
                      BENE_ADDR2    = CASE WHEN BENE_ADDR2 = ' '
                                      THEN ' ' ELSE :WS-ANON-TOKEN END,
                      BENE_ADDR3    = CASE WHEN BENE_ADDR3 = ' '
                                      THEN ' ' ELSE :WS-ANON-TOKEN END
               WHERE  CUST_CTRY  = :TABCUST-CUST-CTRY
                AND   CUST_INSTT = :TABCUST-CUST-INSTT
                AND   CUST_ID    = :TABCUST-CUST-ID
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD(3)     TO WS-WLHT-ROWS
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * Log The Customer On TABCANO - NEVER PICKED UP AGAIN           *
      *****************************************************************
       B340-LOG-CUSTOMER.
           MOVE TABCUST-CUST-CTRY      TO TABCANO-CUST-CTRY
           MOVE TABCUST-CUST-INSTT     TO TABCANO-CUST-INSTT
           MOVE TABCUST-CUST-ID        TO TABCANO-CUST-ID
           MOVE WS-ANON-TOKEN          TO TABCANO-ANON-TOKEN
           MOVE WS-CLOSED-TS           TO TABCANO-CLOSED-TS
           MOVE WS-CUST-ROWS           TO TABCANO-CUST-ROWS
           MOVE WS-INSTR-ROWS          TO TABCANO-INSTR-ROWS
           MOVE WS-PIMG-ROWS           TO TABCANO-PIMG-ROWS
           MOVE WS-WLHT-ROWS           TO TABCANO-WLHT-ROWS
           EXEC SQL
               INSERT INTO TABCANO
                   (CUST_CTRY, CUST_INSTT, CUST_ID, ANON_TOKEN,
                    CLOSED_TS, CUST_ROWS, INSTR_ROWS, PIMG_ROWS,
                    WLHT_ROWS, ANON_TS)
               VALUES
                   (:TABCANO-CUST-CTRY, :TABCANO-CUST-INSTT,
                    :TABCANO-CUST-ID, :TABCANO-ANON-TOKEN,
                    TIMESTAMP(:TABCANO-CLOSED-TS),
                    :TABCANO-CUST-ROWS, :TABCANO-INSTR-ROWS,
                    :TABCANO-PIMG-ROWS, :TABCANO-WLHT-ROWS,
                    CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           ELSE
               ADD 1                   TO WS-ANON-CNT
               ADD WS-INSTR-ROWS       TO WS-TOT-INSTR
               ADD WS-PIMG-ROWS        TO WS-TOT-PIMG
               ADD WS-WLHT-ROWS        TO WS-TOT-WLHT
           END-IF
           .
      *****************************************************************
      * Run Totals                                                    *
      *****************************************************************
       B950-WRITE-TOTALS.
           MOVE SPACES                 TO CUSTANOT-REC
           PERFORM Z010-WRITE-RPT-LINE
           MOVE WS-CAND-CNT            TO WS-TOT-DISP
           MOVE SPACES                 TO CUSTANOT-REC
           STRING 'CLOSED CUSTOMERS DUE:       ' WS-TOT-DISP
               DELIMITED BY SIZE INTO CUSTANOT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           MOVE WS-HELD-CNT            TO WS-TOT-DISP
           MOVE SPACES                 TO CUSTANOT-REC
           STRING 'KEPT UNDER LEGAL HOLD:      ' WS-TOT-DISP
               DELIMITED BY SIZE INTO CUSTANOT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           MOVE WS-ANON-CNT            TO WS-TOT-DISP
           MOVE SPACES                 TO CUSTANOT-REC
           STRING 'CUSTOMERS ANONYMISED:       ' WS-TOT-DISP
               DELIMITED BY SIZE INTO CUSTANOT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           MOVE WS-TOT-INSTR           TO WS-TOT-DISP
           MOVE SPACES                 TO CUSTANOT-REC
           STRING 'INSTRUCTION ROWS CHANGED:   ' WS-TOT-DISP
               DELIMITED BY SIZE INTO CUSTANOT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           MOVE WS-TOT-PIMG            TO WS-TOT-DISP
           MOVE SPACES                 TO CUSTANOT-REC
           STRING 'CHANGE IMAGE ROWS CHANGED:  ' WS-TOT-DISP
               DELIMITED BY SIZE INTO CUSTANOT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           MOVE WS-TOT-WLHT            TO WS-TOT-DISP
           MOVE SPACES                 TO CUSTANOT-REC
           STRING 'WATCHLIST HIT ROWS CHANGED: ' WS-TOT-DISP
               DELIMITED BY SIZE INTO CUSTANOT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * Write One Report Line                                         *
      *****************************************************************
       Z010-WRITE-RPT-LINE.
           IF WS-CUSTANOT-OPEN
               WRITE CUSTANOT-REC
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
      * Open The Evidence Report                                      *
      *****************************************************************
       A020-OPEN-CUSTANOT.
           OPEN OUTPUT CUSTANOT
           IF WS-CUSTANOT-STATUS NOT = '00'
               DISPLAY 'CUSTANOT OPEN ERROR, FILE STATUS IS :'
                   WS-CUSTANOT-STATUS
               PERFORM X390-PROC-FILE-ERROR
           ELSE
               SET WS-CUSTANOT-OPEN    TO TRUE
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
           IF WS-CUSTANOT-OPEN
               CLOSE CUSTANOT
               MOVE 'N'                TO WS-CUSTANOT-OPEN-SW
           END-IF

      * ONLY A CLEAN END EARNS ITS COMPLETION ROW - AN ABENDED RUN
      * ROLLS ITS START ROW BACK WITH THE REST OF ITS WORK AT X999
           IF PROG-NORMAL
               PERFORM C018-REGISTER-RUN-END
           END-IF

           STRING 'JOB END - DUE: '              WS-CAND-CNT
                  ' ANONYMISED: '                WS-ANON-CNT
                  ' HELD: '                      WS-HELD-CNT
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
           MOVE WS-CAND-CNT            TO RREG-REC-READ
           MOVE WS-ANON-CNT            TO RREG-REC-PROC
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
      * IT) AND NO CUSTOMER IS LEFT HALF ANONYMISED OR ANONYMISED     *
      * WITHOUT ITS TABCANO ROW; THE CLOSING MESSAGE IS LOGGED AFTER  *
      * THE ROLLBACK SO IT STANDS                                     *
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
           MOVE WS-CAND-CNT            TO DIAG-REC-READ-CNT
           MOVE WS-ANON-CNT            TO DIAG-REC-PROC-CNT
           EXEC SQL
               ROLLBACK
           END-EXEC
           PERFORM C010-CLOSING-MSG
           MOVE 16                     TO RETURN-CODE
           CALL WS-CANCEL-PGM
           STOP RUN
           .
