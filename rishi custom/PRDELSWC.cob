       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRDELSWC.
       AUTHOR. RISHI SHARMA.
       DATE-WRITTEN. OCT,2026.
       DATE-COMPILED. OCT,2026.
       INSTALLATION. Nowhere.
      *****************************************************************
      * THIS BATCH PROGRAM SWEEPS THE EXISTING ACH PERMISSIONS AND    *
      * PAYMENT INSTRUCTIONS AGAINST THE TABPELG PRODUCT-ELIGIBILITY  *
      * RULES, THE SAME RULES PRDELGC APPLIES TO EACH NEW CHANGE. FOR *
      * EVERY INSTITUTION WITH RULES ON TABPELG IT LISTS EACH ACTIVE  *
      * TABACCPF PERMISSION (ACPF_STAT A) WHOSE ACCOUNT'S TABACCNT    *
      * ACC_PRODU_TYP MAY NOT CARRY ACH, AND EACH PAYMENT INSTRUCTION *
      * ON FILE WHOSE AC_PROD_TYP MAY NOT CARRY INSTRUCTIONS - A      *
      * PRODUCT WITH NO ROW FOR THE INSTITUTION IS NOT ELIGIBLE.      *
      * INSTITUTIONS WITH NO RULES ARE NOT SWEPT. THE PRDELSWT REPORT *
      * IS GROUPED BY INSTITUTION WITH A SUBTOTAL FOR EACH AND RUN    *
      * TOTALS; NOTHING IS CHANGED. THE RUN ENDS RC 4 WHEN ANYTHING   *
      * WAS LISTED SO THE SCHEDULER CAN ROUTE THE REPORT              *
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
           SELECT PRDELSWT
                                    ASSIGN TO PRDELSWT
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-PRDELSWT-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD PRDELSWT
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS PRDELSWT-REC.
       01 PRDELSWT-REC                PIC X(132).
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
           05 WS-PRDELSWT-STATUS      PIC X(2).
           05 WS-PRDELSWT-OPEN-SW     PIC X(1) VALUE 'N'.
               88 WS-PRDELSWT-OPEN    VALUE 'Y'.
           05 WS-JOBEND-MSG           PIC X(80) VALUE SPACES.
           05 WS-TODAY-DATE.
               10 WS-TODAY-DATE-8     PIC X(8).
               10 WS-TODAY-TIME-6     PIC X(6).
               10 FILLER              PIC X(7).
      *****************************************************************
      * THE INSTITUTION IN HAND AND ITS COUNTS                        *
      *****************************************************************
           05 WS-INST-CTRY            PIC X(2).
           05 WS-INST-INSTT           PIC X(4).
           05 WS-INST-RULE-CNT        PIC S9(9) COMP.
           05 WS-INST-ACH-CNT         PIC 9(9).
           05 WS-INST-INSTR-CNT       PIC 9(9).
      *****************************************************************
      * THE VIOLATION IN HAND - AN ACH PERMISSION OR AN INSTRUCTION   *
      *****************************************************************
           05 WS-VIO-ACC-NO           PIC X(35).
           05 WS-VIO-CST-CTRY         PIC X(3).
           05 WS-VIO-CST-INSTT        PIC X(10).
           05 WS-VIO-CST-ID           PIC X(20).
           05 WS-VIO-PRODU-TYP        PIC X(20).
           05 WS-VIO-STAT             PIC X(1).
           05 WS-VIO-INSTR-REF        PIC X(20).
           05 WS-VIO-RULE             PIC X(10).
      *****************************************************************
      * RUN TOTALS                                                    *
      *****************************************************************
           05 WS-INST-CNT             PIC 9(9) VALUE ZEROS.
           05 WS-TOT-ACH-CNT          PIC 9(9) VALUE ZEROS.
           05 WS-TOT-INSTR-CNT        PIC 9(9) VALUE ZEROS.
           05 WS-TOT-VIO-CNT          PIC 9(9) VALUE ZEROS.
      *****************************************************************
      * REPORT EDITING                                                *
      *****************************************************************
           05 WS-RULE-DISP            PIC ZZZ9.
           05 WS-ACH-DISP             PIC ZZZ,ZZ9.
           05 WS-INSTR-DISP           PIC ZZZ,ZZ9.
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
               INCLUDE TABPELGW
           END-EXEC.
           EXEC SQL
               INCLUDE TABACPFW
           END-EXEC.
           EXEC SQL
               INCLUDE TABACCW
           END-EXEC.
      *--------------------------------------*
      *      DB2 CURSOR DECLARATION          *
      *--------------------------------------*
      *****************************************************************
      * THE INSTITUTIONS UNDER THE RULES, IN KEY ORDER                *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-PELG-INST CURSOR FOR
               SELECT ACC_CTRY, ACC_INSTT, COUNT(*)
               FROM   TABPELG
               GROUP BY ACC_CTRY, ACC_INSTT
               ORDER BY ACC_CTRY, ACC_INSTT
               FOR FETCH ONLY
           END-EXEC.
      *****************************************************************
      * THE INSTITUTION'S ACTIVE ACH PERMISSIONS ON ACCOUNTS WHOSE    *
      * PRODUCT IS NOT ON ITS LIST AS ACH-ELIGIBLE                    *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-PELG-ACH CURSOR FOR
               SELECT A.ACC_NO,
                      A.CST_CTRY,
                      A.CST_INSTT,
                      A.CST_ID,
                      N.ACC_PRODU_TYP,
                      A.ACPF_STAT
               FROM   TABACCPF A,
                      TABACCNT N
               WHERE  A.ACC_CTRY  = :WS-INST-CTRY
                AND   A.ACC_INSTT = :WS-INST-INSTT
                AND   A.ACPF_STAT = 'A'
                AND   N.ACC_CTRY  = A.ACC_CTRY
                AND   N.ACC_INSTT = A.ACC_INSTT
                AND   N.ACC_NO    = A.ACC_NO
                AND   NOT EXISTS
                      (SELECT 1
                       FROM   TABPELG G
                       WHERE  G.ACC_CTRY  = A.ACC_CTRY
                        AND   G.ACC_INSTT = A.ACC_INSTT
                        AND   G.PRODU_TYP = N.ACC_PRODU_TYP
                        AND   G.ACH_ELIG  = 'Y')
               ORDER BY A.ACC_NO, A.CST_CTRY, A.CST_INSTT, A.CST_ID
               FOR FETCH ONLY
           END-EXEC.
      *****************************************************************
      * THE INSTITUTION'S PAYMENT INSTRUCTIONS WHOSE PRODUCT IS NOT   *
      * ON ITS LIST AS INSTRUCTION-ELIGIBLE - THE INSTRUCTION'S       *
      * WIDER ACCOUNT KEY NARROWED AS PRDELGC NARROWS IT              *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-PELG-INSTR CURSOR FOR
               SELECT P.AC_NO,
                      P.CUST_CTRY,
                      P.CUST_INSTT,
                      P.CUST_ID,
                      P.AC_PROD_TYP,
                      P.INSTR_STAT,
                      P.INSTR_REF_NUM
               FROM   PAYMENTS.PAYMENT_INSTRUCTIONS P
               WHERE  SUBSTR(P.AC_CTRY, 1, 2)  = :WS-INST-CTRY
                AND   SUBSTR(P.AC_INSTT, 1, 4) = :WS-INST-INSTT
                AND   NOT EXISTS
                      (SELECT 1
                       FROM   TABPELG G
                       WHERE  G.ACC_CTRY   = :WS-INST-CTRY
                        AND   G.ACC_INSTT  = :WS-INST-INSTT
                        AND   G.PRODU_TYP  = P.AC_PROD_TYP
                        AND   G.INSTR_ELIG = 'Y')
               ORDER BY P.AC_NO, P.CUST_CTRY, P.CUST_INSTT, P.CUST_ID,
                        P.INSTR_REF_NUM
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
           MOVE 'PRDELSWC'             TO WS-PROG-NAM
           PERFORM A010-WRT-START-MSG
           MOVE FUNCTION CURRENT-DATE  TO WS-TODAY-DATE
           PERFORM A015-REGISTER-RUN-START
           PERFORM A020-OPEN-PRDELSWT
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
      * Main Process Routine - Each Institution Under The Rules, Its  *
      * ACH Permissions Then Its Instructions                         *
      *****************************************************************
       B000-MAIN.
           PERFORM B010-WRITE-HEADING
           EXEC SQL
               OPEN CSR-PELG-INST
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           PERFORM B020-FETCH-INST
           PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
               ADD 1                   TO WS-INST-CNT
               PERFORM B100-PROC-ONE-INST
               IF PROG-NORMAL
                   PERFORM B020-FETCH-INST
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-PELG-INST
           END-EXEC
           IF PROG-NORMAL
               IF WS-INST-CNT = 0
                   MOVE SPACES         TO PRDELSWT-REC
                   PERFORM Z010-WRITE-RPT-LINE
                   MOVE 'NO INSTITUTION HAS RULES - NOTHING SWEPT'
                                       TO PRDELSWT-REC
                   PERFORM Z010-WRITE-RPT-LINE
               END-IF
               PERFORM B950-WRITE-TOTALS
           END-IF
           .
      *****************************************************************
      * Report Heading                                                *
      *****************************************************************
       B010-WRITE-HEADING.
           MOVE SPACES                 TO PRDELSWT-REC
           STRING 'PRODUCT-ELIGIBILITY SWEEP - RUN '
                                       DELIMITED BY SIZE
                  WS-TODAY-DATE-8      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-TODAY-TIME-6      DELIMITED BY SIZE
               INTO PRDELSWT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * Fetch The Next Institution Under The Rules                    *
      *****************************************************************
       B020-FETCH-INST.
           EXEC SQL
               FETCH CSR-PELG-INST
               INTO :WS-INST-CTRY,
                    :WS-INST-INSTT,
                    :WS-INST-RULE-CNT
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * One Institution - Its Heading, Its Violations, Its Subtotal   *
      *****************************************************************
       B100-PROC-ONE-INST.
           MOVE ZEROS                  TO WS-INST-ACH-CNT
                                          WS-INST-INSTR-CNT
           MOVE WS-INST-RULE-CNT       TO WS-RULE-DISP
           MOVE SPACES                 TO PRDELSWT-REC
           PERFORM Z010-WRITE-RPT-LINE
           STRING 'INSTITUTION '       DELIMITED BY SIZE
                  WS-INST-CTRY         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-INST-INSTT        DELIMITED BY SIZE
                  '   PRODUCT TYPES LISTED: '
                                       DELIMITED BY SIZE
                  WS-RULE-DISP         DELIMITED BY SIZE
               INTO PRDELSWT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           MOVE SPACES                 TO PRDELSWT-REC
           MOVE 'RULE'                 TO PRDELSWT-REC(1:4)
           MOVE 'ACCOUNT'              TO PRDELSWT-REC(12:7)
           MOVE 'CUSTOMER'             TO PRDELSWT-REC(48:8)
           MOVE 'PRODUCT'              TO PRDELSWT-REC(84:7)
           MOVE 'ST'                   TO PRDELSWT-REC(105:2)
           MOVE 'INSTRUCTION'          TO PRDELSWT-REC(108:11)
           PERFORM Z010-WRITE-RPT-LINE

           PERFORM B200-SWEEP-ACH
           IF PROG-NORMAL
               PERFORM B300-SWEEP-INSTR
           END-IF
           IF PROG-NORMAL
               MOVE WS-INST-ACH-CNT    TO WS-ACH-DISP
               MOVE WS-INST-INSTR-CNT  TO WS-INSTR-DISP
               MOVE SPACES             TO PRDELSWT-REC
               STRING 'SUBTOTAL '      DELIMITED BY SIZE
                      WS-INST-CTRY     DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-INST-INSTT    DELIMITED BY SIZE
                      ' - ACH PERMISSIONS: '
                                       DELIMITED BY SIZE
                      WS-ACH-DISP      DELIMITED BY SIZE
                      '  INSTRUCTIONS: '
                                       DELIMITED BY SIZE
                      WS-INSTR-DISP    DELIMITED BY SIZE
                   INTO PRDELSWT-REC
               END-STRING
               PERFORM Z010-WRITE-RPT-LINE
               ADD WS-INST-ACH-CNT     TO WS-TOT-ACH-CNT
               ADD WS-INST-INSTR-CNT   TO WS-TOT-INSTR-CNT
           END-IF
           .
      *****************************************************************
      * The Institution's Active ACH Permissions On Ineligible        *
      * Products                                                      *
      *****************************************************************
       B200-SWEEP-ACH.
           MOVE 'ACH'                  TO WS-VIO-RULE
           MOVE SPACES                 TO WS-VIO-INSTR-REF
           EXEC SQL
               OPEN CSR-PELG-ACH
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           PERFORM B210-FETCH-ACH
           PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
               ADD 1                   TO WS-INST-ACH-CNT
               PERFORM B900-WRITE-VIO-LINE
               PERFORM B210-FETCH-ACH
           END-PERFORM
           EXEC SQL
               CLOSE CSR-PELG-ACH
           END-EXEC
           .
      *****************************************************************
      * Fetch The Next Ineligible ACH Permission                      *
      *****************************************************************
       B210-FETCH-ACH.
           EXEC SQL
               FETCH CSR-PELG-ACH
               INTO :WS-VIO-ACC-NO,
                    :WS-VIO-CST-CTRY,
                    :WS-VIO-CST-INSTT,
                    :WS-VIO-CST-ID,
                    :WS-VIO-PRODU-TYP,
                    :WS-VIO-STAT
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * The Institution's Payment Instructions On Ineligible Products *
      *****************************************************************
       B300-SWEEP-INSTR.
           MOVE 'INSTR'                TO WS-VIO-RULE
           EXEC SQL
               OPEN CSR-PELG-INSTR
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           PERFORM B310-FETCH-INSTR
           PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
               ADD 1                   TO WS-INST-INSTR-CNT
               PERFORM B900-WRITE-VIO-LINE
               PERFORM B310-FETCH-INSTR
           END-PERFORM
           EXEC SQL
               CLOSE CSR-PELG-INSTR
           END-EXEC
           .
      *****************************************************************
      * Fetch The Next Instruction On An Ineligible Product           *
      *****************************************************************
       B310-FETCH-INSTR.
           MOVE SPACES                 TO WS-VIO-ACC-NO
                                          WS-VIO-PRODU-TYP
           EXEC SQL
               FETCH CSR-PELG-INSTR
               INTO :WS-VIO-ACC-NO,
                    :WS-VIO-CST-CTRY,
                    :WS-VIO-CST-INSTT,
                    :WS-VIO-CST-ID,
                    :WS-VIO-PRODU-TYP,
                    :WS-VIO-STAT,
                    :WS-VIO-INSTR-REF
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * One Violation Line                                            *
      *****************************************************************
       B900-WRITE-VIO-LINE.
           MOVE SPACES                 TO PRDELSWT-REC
           STRING WS-VIO-RULE          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-VIO-ACC-NO        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-VIO-CST-CTRY      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-VIO-CST-INSTT     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-VIO-CST-ID        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-VIO-PRODU-TYP     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-VIO-STAT          DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-VIO-INSTR-REF     DELIMITED BY SIZE
               INTO PRDELSWT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * Run Totals                                                    *
      *****************************************************************
       B950-WRITE-TOTALS.
           COMPUTE WS-TOT-VIO-CNT = WS-TOT-ACH-CNT + WS-TOT-INSTR-CNT
           MOVE SPACES                 TO PRDELSWT-REC
           PERFORM Z010-WRITE-RPT-LINE
           MOVE WS-INST-CNT            TO WS-TOT-DISP
           MOVE SPACES                 TO PRDELSWT-REC
           STRING 'INSTITUTIONS SWEPT:         ' WS-TOT-DISP
               DELIMITED BY SIZE INTO PRDELSWT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           MOVE WS-TOT-ACH-CNT         TO WS-TOT-DISP
           MOVE SPACES                 TO PRDELSWT-REC
           STRING 'INELIGIBLE ACH PERMISSIONS: ' WS-TOT-DISP
               DELIMITED BY SIZE INTO PRDELSWT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           MOVE WS-TOT-INSTR-CNT       TO WS-TOT-DISP
           MOVE SPACES                 TO PRDELSWT-REC
           STRING 'INELIGIBLE INSTRUCTIONS:    ' WS-TOT-DISP
               DELIMITED BY SIZE INTO PRDELSWT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * Write One Report Line                                         *
      *****************************************************************
       Z010-WRITE-RPT-LINE.
           IF WS-PRDELSWT-OPEN
               WRITE PRDELSWT-REC
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
      * Open The Sweep Report                                         *
      *****************************************************************
       A020-OPEN-PRDELSWT.
           OPEN OUTPUT PRDELSWT
           IF WS-PRDELSWT-STATUS NOT = '00'
               DISPLAY 'PRDELSWT OPEN ERROR, FILE STATUS IS :'
                   WS-PRDELSWT-STATUS
               PERFORM X390-PROC-FILE-ERROR
           ELSE
               SET WS-PRDELSWT-OPEN    TO TRUE
           END-IF
           .
      *****************************************************************
      * End Of Job Processing - RC 4 WHEN ANYTHING WAS LISTED         *
      *****************************************************************
       C000-FINAL.
           PERFORM C010-CLOSING-MSG
           IF WS-TOT-VIO-CNT > 0
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE
           END-IF
           .
      *****************************************************************
      * Close Files, Write Job-End Summary To The Log                 *
      *****************************************************************
       C010-CLOSING-MSG.
           IF WS-PRDELSWT-OPEN
               CLOSE PRDELSWT
               MOVE 'N'                TO WS-PRDELSWT-OPEN-SW
           END-IF

      * ONLY A CLEAN END EARNS ITS COMPLETION ROW - AN ABENDED RUN'S
      * START ROW IS LEFT UNMATCHED ON THE REGISTRY
           IF PROG-NORMAL
               PERFORM C018-REGISTER-RUN-END
           END-IF

           STRING 'JOB END - INSTITUTIONS: '     WS-INST-CNT
                  ' ACH: '                       WS-TOT-ACH-CNT
                  ' INSTRUCTIONS: '              WS-TOT-INSTR-CNT
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
           MOVE WS-INST-CNT            TO RREG-REC-READ
           MOVE WS-TOT-VIO-CNT         TO RREG-REC-PROC
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
           MOVE WS-INST-CNT            TO DIAG-REC-READ-CNT
           MOVE WS-TOT-VIO-CNT         TO DIAG-REC-PROC-CNT
           PERFORM C010-CLOSING-MSG
           MOVE 16                     TO RETURN-CODE
           CALL WS-CANCEL-PGM
           STOP RUN
           .
