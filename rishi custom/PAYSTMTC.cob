       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSTMTC.
       AUTHOR. RISHI SHARMA.
       DATE-WRITTEN. OCT,2026.
       DATE-COMPILED. OCT,2026.
       INSTALLATION. Nowhere.
      *****************************************************************
      * MONTH-END PAYMENT STATEMENT. ONE STATEMENT PER CUSTOMER       *
      * (CUST_CTRY/CUST_INSTT/CUST_ID) LISTING EVERY EXECUTION OF     *
      * EVERY PAYMENT INSTRUCTION DURING THE STATEMENT MONTH FROM THE *
      * TABPEXL EXECUTION LEDGER - DUE DATE, REFERENCE, AMOUNT AND    *
      * CURRENCY, THE PAIN.001 MSGID IT WENT OUT UNDER AND THE        *
      * PAIN.002 OUTCOME PAINIMPC STAMPED - SO 'DID MY PAYMENT GO ON  *
      * THE 1ST' IS ANSWERED WITHOUT DIGGING THROUGH ARCHIVED         *
      * PAINEXPT FILES. AN EXECUTION PACSRTNC LATER STAMPED 'RTND'    *
      * SHOWS AS RETURNED, WITH ITS OWN COUNT IN THE CUSTOMER FOOTER. *
      * PARM 1 IS THE STATEMENT MONTH (YYYYMM); LEFT BLANK THE JOB    *
      * STATES THE MONTH JUST ENDED                                   *
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
           SELECT PAYSTMT
                                    ASSIGN TO PAYSTMT
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-PAYSTMT-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD PAYSTMT
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS PAYSTMT-REC.
       01 PAYSTMT-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       77  FILLER                     PIC X(40) VALUE
            'WORKING STORAGE SECTION STARTS HERE'.
       01  WS-MISC.
           05 WS-CANCEL-PGM           PIC X(8) VALUE 'EXITPGM'.
           05 WS-SUBPGM-NAM           PIC X(8).
               88 WS-SUBPGM-LOG       VALUE 'LOGPGMC'.
           05 WS-DEPT-ID              PIC X(8).
               88 IB-DEPT             VALUE 'INETBKNG'.
           05 WS-PAYSTMT-STATUS       PIC X(2).
           05 WS-PAYSTMT-OPEN-SW      PIC X(1) VALUE 'N'.
               88 WS-PAYSTMT-OPEN     VALUE 'Y'.
           05 WS-REC-READ-CNT         PIC 9(7) VALUE ZEROS.
           05 WS-STMT-CUST-CNT        PIC 9(7) VALUE ZEROS.
           05 WS-JOBEND-MSG           PIC X(80) VALUE SPACES.
      *****************************************************************
      * STATEMENT MONTH (PARM 1 = YYYYMM) AND THE EXEC_DT RANGE IT    *
      * COVERS - DAY 31 AS THE UPPER BOUND CATCHES EVERY MONTH END    *
      *****************************************************************
           05 WS-CTL-PARM             PIC X(8).
           05 WS-STMT-MONTH           PIC X(6).
           05 WS-STMT-MONTH-NUM       REDEFINES WS-STMT-MONTH.
               10 WS-STMT-YYYY        PIC 9(4).
               10 WS-STMT-MM          PIC 9(2).
           05 WS-STMT-FROM-DT         PIC X(8).
           05 WS-STMT-TO-DT           PIC X(8).
      *****************************************************************
      * CUSTOMER CONTROL BREAK AND PER-CUSTOMER OUTCOME COUNTS        *
      *****************************************************************
           05 WS-FIRST-CUST-SW        PIC X(1) VALUE 'Y'.
               88 WS-FIRST-CUST       VALUE 'Y'.
           05 WS-CUR-CUST-CTRY        PIC X(3).
           05 WS-CUR-CUST-INSTT       PIC X(10).
           05 WS-CUR-CUST-ID          PIC X(20).
           05 WS-CUST-EXEC-CNT        PIC 9(5) VALUE ZEROS.
           05 WS-CUST-ACPT-CNT        PIC 9(5) VALUE ZEROS.
           05 WS-CUST-RJCT-CNT        PIC 9(5) VALUE ZEROS.
           05 WS-CUST-PNDG-CNT        PIC 9(5) VALUE ZEROS.
           05 WS-CUST-NORS-CNT        PIC 9(5) VALUE ZEROS.
           05 WS-CUST-RTND-CNT        PIC 9(5) VALUE ZEROS.
           05 WS-CUST-NAME            PIC X(50).
           05 WS-TX-STS               PIC X(4).
               88 WS-STS-ACCEPTED     VALUES 'ACSP' 'ACCP' 'ACTC'
                                             'ACWC' 'ACSC'.
               88 WS-STS-REJECTED     VALUE  'RJCT'.
               88 WS-STS-NO-RESPONSE  VALUE  SPACES.
               88 WS-STS-RETURNED     VALUE  'RTND'.
           05 WS-STS-CLASS            PIC X(16).
           05 WS-AMT-DISP             PIC Z(12)9.9(2).
      *****************************************************************
      *   COPYBOOKS                                                   *
      *****************************************************************
       COPY IBRFDCW.
       COPY IBRDIAGW.

      *****************************************************************
      *      DB2 TABLE DECLARATION                                    *
      *****************************************************************
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE TABPEXLW
           END-EXEC.
           EXEC SQL
               INCLUDE TABCSTW
           END-EXEC.
      *--------------------------------------*
      *      DB2 CURSOR DECLARATION          *
      *--------------------------------------*
      *****************************************************************
      * EVERY LEDGERED EXECUTION DUE IN THE STATEMENT MONTH, GROUPED  *
      * BY CUSTOMER AND IN DATE ORDER WITHIN THE CUSTOMER             *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-PEXL-STMT CURSOR FOR
               SELECT CUST_CTRY,
                      CUST_INSTT,
                      CUST_ID,
                      INSTR_REF_NUM,
                      EXEC_DT,
                      MSG_ID,
                      INSTR_AMT,
                      INSTR_CCY,
                      TX_STS
               FROM   TABPEXL
               WHERE  EXEC_DT >= :WS-STMT-FROM-DT
                AND   EXEC_DT <= :WS-STMT-TO-DT
               ORDER BY CUST_CTRY, CUST_INSTT, CUST_ID,
                      EXEC_DT, INSTR_REF_NUM
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
           MOVE 'PAYSTMTC'             TO WS-PROG-NAM
           PERFORM A008-GET-CTL-PARMS
           PERFORM A010-WRT-START-MSG
           PERFORM A020-OPEN-PAYSTMT
           IF PROG-NORMAL
               EXEC SQL
                   OPEN CSR-PEXL-STMT
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM X490-PROC-SQL-ERROR
               END-IF
           END-IF
           .
      *****************************************************************
      * PARM 1 - THE STATEMENT MONTH AS YYYYMM. BLANK MEANS THE MONTH *
      * BEFORE TODAY'S, WHICH IS WHAT THE MONTH-END SCHEDULE WANTS    *
      *****************************************************************
       A008-GET-CTL-PARMS.
           MOVE SPACES                 TO WS-CTL-PARM
           DISPLAY 1                   UPON ARGUMENT-NUMBER
           ACCEPT WS-CTL-PARM          FROM ARGUMENT-VALUE
           IF WS-CTL-PARM(1:6) IS NUMERIC
               MOVE WS-CTL-PARM(1:6)   TO WS-STMT-MONTH
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:6)
                                       TO WS-STMT-MONTH
               IF WS-STMT-MM = 01
                   MOVE 12             TO WS-STMT-MM
                   SUBTRACT 1          FROM WS-STMT-YYYY
               ELSE
                   SUBTRACT 1          FROM WS-STMT-MM
               END-IF
           END-IF
           STRING WS-STMT-MONTH '01'
               DELIMITED BY SIZE INTO WS-STMT-FROM-DT
           END-STRING
           STRING WS-STMT-MONTH '31'
               DELIMITED BY SIZE INTO WS-STMT-TO-DT
           END-STRING
           .
      *****************************************************************
      * Main Process Routine                                          *
      *****************************************************************
       B000-MAIN.
           PERFORM B010-FETCH-PEXL-ROW
           PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
               PERFORM B020-PROC-PEXL-ROW
               IF PROG-NORMAL
                   PERFORM B010-FETCH-PEXL-ROW
               END-IF
           END-PERFORM
           IF PROG-NORMAL AND NOT WS-FIRST-CUST
               PERFORM B060-WRITE-CUST-FOOTER
           END-IF
           .
      *****************************************************************
      * Fetch Next Ledgered Execution                                  *
      *****************************************************************
       B010-FETCH-PEXL-ROW.
           EXEC SQL
               FETCH CSR-PEXL-STMT
               INTO :TABPEXL-CUST-CTRY,
                    :TABPEXL-CUST-INSTT,
                    :TABPEXL-CUST-ID,
                    :TABPEXL-INSTR-REF-NUM,
                    :TABPEXL-EXEC-DT,
                    :TABPEXL-MSG-ID,
                    :TABPEXL-INSTR-AMT,
                    :TABPEXL-INSTR-CCY,
                    :TABPEXL-TX-STS
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1               TO WS-REC-READ-CNT
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * A New Customer Closes The Previous Statement And Opens The    *
      * Next; Every Row Then Prints As One Statement Line             *
      *****************************************************************
       B020-PROC-PEXL-ROW.
           EVALUATE TRUE
               WHEN WS-FIRST-CUST
                   MOVE 'N'            TO WS-FIRST-CUST-SW
                   PERFORM B030-START-CUST-STMT
               WHEN TABPEXL-CUST-CTRY  NOT = WS-CUR-CUST-CTRY
                 OR TABPEXL-CUST-INSTT NOT = WS-CUR-CUST-INSTT
                 OR TABPEXL-CUST-ID    NOT = WS-CUR-CUST-ID
                   PERFORM B060-WRITE-CUST-FOOTER
                   PERFORM B030-START-CUST-STMT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM B040-CLASSIFY-OUTCOME
           PERFORM B050-WRITE-EXEC-LINE
           .
      *****************************************************************
      * Statement Heading For The Customer Now In Hand - THE NAME IS  *
      * TAKEN FROM TABCUST, A CUSTOMER NO LONGER ON FILE STILL GETS   *
      * ITS STATEMENT                                                 *
      *****************************************************************
       B030-START-CUST-STMT.
           MOVE TABPEXL-CUST-CTRY      TO WS-CUR-CUST-CTRY
           MOVE TABPEXL-CUST-INSTT     TO WS-CUR-CUST-INSTT
           MOVE TABPEXL-CUST-ID        TO WS-CUR-CUST-ID
           MOVE ZEROS                  TO WS-CUST-EXEC-CNT
                                          WS-CUST-ACPT-CNT
                                          WS-CUST-RJCT-CNT
                                          WS-CUST-PNDG-CNT
                                          WS-CUST-NORS-CNT
                                          WS-CUST-RTND-CNT
           ADD 1                       TO WS-STMT-CUST-CNT

           EXEC SQL
               SELECT CUST_NAME
               INTO   :TABCUST-CUST-NAME
               FROM   TABCUST
               WHERE  CUST_CTRY  = :WS-CUR-CUST-CTRY
                AND   CUST_INSTT = :WS-CUR-CUST-INSTT
                AND   CUST_ID    = :WS-CUR-CUST-ID
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE TABCUST-CUST-NAME TO WS-CUST-NAME
               WHEN 100
                   MOVE '(CUSTOMER NOT ON FILE)' TO WS-CUST-NAME
               WHEN OTHER
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE

           MOVE SPACES                 TO PAYSTMT-REC
           STRING '*** PAYMENT STATEMENT FOR ' DELIMITED BY SIZE
                  WS-STMT-MONTH        DELIMITED BY SIZE
                  ' - CUSTOMER '       DELIMITED BY SIZE
                  WS-CUR-CUST-CTRY     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-CUR-CUST-INSTT    DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-CUR-CUST-ID       DELIMITED BY SIZE
                  ' ***'               DELIMITED BY SIZE
               INTO PAYSTMT-REC
           END-STRING
           PERFORM B075-WRITE-PAYSTMT-REC

           MOVE SPACES                 TO PAYSTMT-REC
           STRING '    NAME: '         DELIMITED BY SIZE
                  WS-CUST-NAME         DELIMITED BY SIZE
               INTO PAYSTMT-REC
           END-STRING
           PERFORM B075-WRITE-PAYSTMT-REC

           MOVE SPACES                 TO PAYSTMT-REC
           STRING '    DUE-DATE INSTRUCTION-REF      '
                                       DELIMITED BY SIZE
                  '            AMOUNT CCY MSGID'
                                       DELIMITED BY SIZE
                  '                      STATUS OUTCOME'
                                       DELIMITED BY SIZE
               INTO PAYSTMT-REC
           END-STRING
           PERFORM B075-WRITE-PAYSTMT-REC
           .
      *****************************************************************
      * Classify The Stamped Pain.002 Status The Same Way PAINIMPC     *
      * DOES; A BLANK STATUS MEANS NO RESPONSE HAS COME BACK YET AND   *
      * 'RTND' A PAYMENT RETURNED AFTER ACCEPTANCE (PACSRTNC)          *
      *****************************************************************
       B040-CLASSIFY-OUTCOME.
           MOVE TABPEXL-TX-STS         TO WS-TX-STS
           ADD 1                       TO WS-CUST-EXEC-CNT
           EVALUATE TRUE
               WHEN WS-STS-NO-RESPONSE
                   ADD 1               TO WS-CUST-NORS-CNT
                   MOVE 'AWAITING STATUS' TO WS-STS-CLASS
               WHEN WS-STS-ACCEPTED
                   ADD 1               TO WS-CUST-ACPT-CNT
                   MOVE 'ACCEPTED'     TO WS-STS-CLASS
               WHEN WS-STS-REJECTED
                   ADD 1               TO WS-CUST-RJCT-CNT
                   MOVE 'REJECTED'     TO WS-STS-CLASS
               WHEN WS-STS-RETURNED
                   ADD 1               TO WS-CUST-RTND-CNT
                   MOVE 'RETURNED'     TO WS-STS-CLASS
               WHEN OTHER
                   ADD 1               TO WS-CUST-PNDG-CNT
                   MOVE 'PENDING'      TO WS-STS-CLASS
           END-EVALUATE
           .
      *****************************************************************
      * One Statement Line Per Execution                              *
      *****************************************************************
       B050-WRITE-EXEC-LINE.
           MOVE TABPEXL-INSTR-AMT      TO WS-AMT-DISP
           MOVE SPACES                 TO PAYSTMT-REC
           STRING '    '               DELIMITED BY SIZE
                  TABPEXL-EXEC-DT      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  TABPEXL-INSTR-REF-NUM DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-AMT-DISP          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  TABPEXL-INSTR-CCY    DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  TABPEXL-MSG-ID(1:26) DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  TABPEXL-TX-STS       DELIMITED BY SIZE
                  '   '                DELIMITED BY SIZE
                  WS-STS-CLASS         DELIMITED BY SIZE
               INTO PAYSTMT-REC
           END-STRING
           PERFORM B075-WRITE-PAYSTMT-REC
           .
      *****************************************************************
      * Close The Customer's Statement With Its Outcome Counts        *
      *****************************************************************
       B060-WRITE-CUST-FOOTER.
           MOVE SPACES                 TO PAYSTMT-REC
           STRING '    EXECUTIONS: '   WS-CUST-EXEC-CNT
                  ' ACCEPTED: '        WS-CUST-ACPT-CNT
                  ' REJECTED: '        WS-CUST-RJCT-CNT
                  ' RETURNED: '        WS-CUST-RTND-CNT
                  ' PENDING: '         WS-CUST-PNDG-CNT
                  ' AWAITING STATUS: ' WS-CUST-NORS-CNT
               DELIMITED BY SIZE INTO PAYSTMT-REC
           END-STRING
           PERFORM B075-WRITE-PAYSTMT-REC
           MOVE SPACES                 TO PAYSTMT-REC
           PERFORM B075-WRITE-PAYSTMT-REC
           .
      *****************************************************************
      * Write One Record To The Statement File                         *
      *****************************************************************
       B075-WRITE-PAYSTMT-REC.
           IF WS-PAYSTMT-OPEN
               WRITE PAYSTMT-REC
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
      * Open The Statement File                                        *
      *****************************************************************
       A020-OPEN-PAYSTMT.
           OPEN OUTPUT PAYSTMT
           IF WS-PAYSTMT-STATUS NOT = '00'
               DISPLAY 'FILE OPEN ERROR, FILE STATUS IS :'
                   WS-PAYSTMT-STATUS
               PERFORM X390-PROC-FILE-ERROR
           ELSE
               SET WS-PAYSTMT-OPEN     TO TRUE
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
      * Close Files And Cursor, Write Job-End Summary To The Log       *
      *****************************************************************
       C010-CLOSING-MSG.
           EXEC SQL
               CLOSE CSR-PEXL-STMT
           END-EXEC

           IF WS-PAYSTMT-OPEN
               CLOSE PAYSTMT
               MOVE 'N'                TO WS-PAYSTMT-OPEN-SW
           END-IF

           STRING 'JOB END SUMMARY - MONTH: '  WS-STMT-MONTH
                  ' EXECUTIONS: '              WS-REC-READ-CNT
                  ' CUSTOMERS: '               WS-STMT-CUST-CNT
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
               LOG-NO-ACTN
               IB-DEPT                 TO TRUE
           MOVE WS-DEPT-ID             TO LOG-DEPT-ID
           PERFORM X920-ERROR-LOG-RETN
           .
      *****************************************************************
      * Log Warning Messages                                          *
      *****************************************************************
       X790-PROC-WRNG-MSG.
           SET LOG-DATA-ERROR
               LOG-WRNG-MSG
               IB-DEPT
               LOG-NO-ACTN             TO TRUE
           MOVE WS-DEPT-ID             TO LOG-DEPT-ID
           PERFORM X920-ERROR-LOG-RETN
           .
      *****************************************************************
      * Invoke The Logging Subprogram With The Assembled LOG-* Fields  *
      *****************************************************************
       X920-ERROR-LOG-RETN.
           SET WS-SUBPGM-LOG TO TRUE
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
           MOVE WS-STMT-CUST-CNT       TO DIAG-REC-PROC-CNT
           PERFORM C010-CLOSING-MSG
           MOVE 16                     TO RETURN-CODE
           CALL WS-CANCEL-PGM
           STOP RUN
           .
