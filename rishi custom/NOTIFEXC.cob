       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFEXC.
       AUTHOR. RISHI SHARMA.
       DATE-WRITTEN. OCT,2026.
       DATE-COMPILED. OCT,2026.
       INSTALLATION. Nowhere.
      *****************************************************************
      * THIS BATCH PROGRAM IS THE NIGHTLY CUSTOMER NOTIFICATION       *
      * EXTRACT FOR THE LETTER AND E-MAIL VENDOR. IT DRAINS THE       *
      * TABNEVT EVENT QUEUE - INSTRUCTIONS SUSPENDED BY PAINIMPC OR   *
      * PACSRTNC, ACH FEATURES SUSPENDED OR REINSTATED AS ACHSUSPC    *
      * SEES THEM, AND FUTURE-DATED ACH CHANGES ACPFMNTC HAS NOW      *
      * APPLIED - AND WRITES ONE NOTIFXT RECORD PER EVENT WITH THE    *
      * CUSTOMER'S NAME OFF TABCUST, THE EVENT TYPE, THE ACCOUNT OR   *
      * INSTRUCTION AFFECTED AND THE EFFECTIVE DATE, INSIDE A HEADER  *
      * AND TRAILER CONTROL ENVELOPE. A CUSTOMER WHOSE TABCUST        *
      * NOTIF_SUPP_IND IS Y IS NOT WRITTEN - THE EVENT IS MARKED      *
      * SUPPRESSED. AN ACHS OR ACHR FOR AN ACCOUNT THAT ALSO HAS AN   *
      * ACHF THE SAME DAY IS THE SAME CHANGE SEEN TWICE, SO ONLY THE  *
      * ACHF GOES. AN EVENT FOR A CUSTOMER NOT YET ON TABCUST STAYS   *
      * PENDING UNTIL THE CORE-BANKING SYNC BRINGS THE CUSTOMER IN    *
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
           SELECT NOTIFXT
                                    ASSIGN TO NOTIFXT
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-NOTIFXT-STATUS.
       DATA DIVISION.
       FILE SECTION.

      *****************************************************************
      * THE VENDOR EXTRACT - AN H HEADER NAMING THE FILE AND ITS RUN  *
      * DATE/TIME, A D RECORD PER EVENT AND A T TRAILER CARRYING THE  *
      * DETAIL COUNT                                                  *
      *****************************************************************
       FD NOTIFXT
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS NOTIFXT-REC.
       01 NOTIFXT-REC.
           05 NTFX-REC-TYPE           PIC X(1).
           05 NTFX-DTL-DATA.
               10 NTFX-SEQ-NO         PIC 9(9).
               10 NTFX-CUST-CTRY      PIC X(3).
               10 NTFX-CUST-INSTT     PIC X(10).
               10 NTFX-CUST-ID        PIC X(20).
               10 NTFX-CUST-NAME      PIC X(50).
               10 NTFX-EVT-TYP        PIC X(4).
               10 NTFX-EVT-DESC       PIC X(40).
               10 NTFX-ACC-CTRY       PIC X(2).
               10 NTFX-ACC-INSTT      PIC X(4).
               10 NTFX-EVT-REF        PIC X(35).
               10 NTFX-NEW-STAT       PIC X(1).
               10 NTFX-EFF-DT         PIC X(8).
               10 FILLER              PIC X(113).
       01 NOTIFXT-HDR                 REDEFINES NOTIFXT-REC.
           05 NTFX-HDR-REC-TYPE       PIC X(1).
           05 NTFX-HDR-FILE-ID        PIC X(8).
           05 NTFX-HDR-RUN-DT         PIC X(8).
           05 NTFX-HDR-RUN-TM         PIC X(6).
           05 FILLER                  PIC X(277).
       01 NOTIFXT-TRL                 REDEFINES NOTIFXT-REC.
           05 NTFX-TRL-REC-TYPE       PIC X(1).
           05 NTFX-TRL-FILE-ID        PIC X(8).
           05 NTFX-TRL-RUN-DT         PIC X(8).
           05 NTFX-TRL-REC-CNT        PIC 9(9).
           05 FILLER                  PIC X(274).
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
           05 WS-FILE-ID              PIC X(8) VALUE 'IBRNOTIF'.
           05 WS-NOTIFXT-STATUS       PIC X(2).
           05 WS-NOTIFXT-OPEN-SW      PIC X(1) VALUE 'N'.
               88 WS-NOTIFXT-OPEN     VALUE 'Y'.
           05 WS-CSR-OPEN-SW          PIC X(1) VALUE 'N'.
               88 WS-CSR-OPEN         VALUE 'Y'.
           05 WS-REC-READ-CNT         PIC 9(7) VALUE ZEROS.
           05 WS-EVT-SENT-CNT         PIC 9(7) VALUE ZEROS.
           05 WS-EVT-SUPP-CNT         PIC 9(7) VALUE ZEROS.
           05 WS-EVT-DUPL-CNT         PIC 9(7) VALUE ZEROS.
           05 WS-EVT-NCST-CNT         PIC 9(7) VALUE ZEROS.
           05 WS-JOBEND-MSG           PIC X(80) VALUE SPACES.
      *****************************************************************
      * THE EVENT IN HAND AND WHAT BECOMES OF IT - S SENT, X          *
      * SUPPRESSED, D DUPLICATE OF AN ACHF, BLANK LEFT PENDING        *
      *****************************************************************
           05 WS-EVT-DISP             PIC X(1).
               88 WS-EVT-SEND         VALUE 'S'.
               88 WS-EVT-SUPPRESS     VALUE 'X'.
               88 WS-EVT-DUPLICATE    VALUE 'D'.
               88 WS-EVT-HOLD         VALUE ' '.
           05 WS-ACHF-CNT             PIC S9(9) COMP VALUE +0.
           05 WS-TODAY-DATE.
               10 WS-TODAY-DATE-8     PIC X(8).
               10 WS-TODAY-TIME-6     PIC X(6).
               10 FILLER              PIC X(7).
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
               INCLUDE TABNEVTW
           END-EXEC.
           EXEC SQL
               INCLUDE TABCSTW
           END-EXEC.
           EXEC SQL
               INCLUDE TABCDRFW
           END-EXEC.
      *--------------------------------------*
      *      DB2 CURSOR DECLARATION          *
      *--------------------------------------*
      *****************************************************************
      * EVERY PENDING EVENT WITH ITS CUSTOMER'S NAME, STATUS AND      *
      * SUPPRESSION FLAG, CUSTOMER BY CUSTOMER SO THE VENDOR CAN      *
      * GATHER ONE CUSTOMER'S EVENTS INTO ONE LETTER. CUST_STAT IS    *
      * NEVER BLANK ON TABCUST, SO A BLANK ONE HERE MEANS THE         *
      * CUSTOMER IS NOT ON FILE                                       *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-NOTIF-EVT CURSOR FOR
               SELECT E.CUST_CTRY,
                      E.CUST_INSTT,
                      E.CUST_ID,
                      E.EVT_TYP,
                      E.ACC_CTRY,
                      E.ACC_INSTT,
                      E.EVT_REF,
                      E.NEW_STAT,
                      E.EFF_DT,
                      VALUE(C.CUST_NAME, ' '),
                      VALUE(C.CUST_STAT, ' '),
                      VALUE(C.NOTIF_SUPP_IND, 'N')
               FROM   TABNEVT E
                      LEFT OUTER JOIN TABCUST C
                        ON  C.CUST_CTRY  = E.CUST_CTRY
                        AND C.CUST_INSTT = E.CUST_INSTT
                        AND C.CUST_ID    = E.CUST_ID
               WHERE  E.NOTIF_STAT = 'P'
               ORDER BY E.CUST_CTRY, E.CUST_INSTT, E.CUST_ID,
                      E.EFF_DT, E.EVT_TYP, E.ACC_CTRY, E.ACC_INSTT,
                      E.EVT_REF
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
           MOVE 'NOTIFEXC'             TO WS-PROG-NAM
           PERFORM A010-WRT-START-MSG
           MOVE FUNCTION CURRENT-DATE  TO WS-TODAY-DATE
           PERFORM A015-REGISTER-RUN-START
           PERFORM A020-OPEN-NOTIFXT
           .
      *****************************************************************
      * Announce This Run On The TABRREG RUN REGISTRY - THE QUEUE IS  *
      * DRAINED AS IT STANDS TONIGHT, SO ITS BUSINESS DATE IS TODAY'S *
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
      * Main Process Routine - Header, One Detail Per Event To Send,  *
      * Trailer                                                       *
      *****************************************************************
       B000-MAIN.
           PERFORM B010-WRITE-HEADER

           EXEC SQL
               OPEN CSR-NOTIF-EVT
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           ELSE
               SET WS-CSR-OPEN         TO TRUE
           END-IF

           IF PROG-NORMAL
               PERFORM B100-FETCH-EVENT
           END-IF
           PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
               ADD 1                   TO WS-REC-READ-CNT
               PERFORM B110-PROC-EVENT
               IF PROG-NORMAL
                   PERFORM B100-FETCH-EVENT
               END-IF
           END-PERFORM

           IF WS-CSR-OPEN
               EXEC SQL
                   CLOSE CSR-NOTIF-EVT
               END-EXEC
               MOVE 'N'                TO WS-CSR-OPEN-SW
           END-IF

           IF PROG-NORMAL
               PERFORM B020-WRITE-TRAILER
           END-IF
           .
      *****************************************************************
      * The Control Envelope's Header Record                          *
      *****************************************************************
       B010-WRITE-HEADER.
           MOVE SPACES                 TO NOTIFXT-REC
           MOVE 'H'                    TO NTFX-HDR-REC-TYPE
           MOVE WS-FILE-ID             TO NTFX-HDR-FILE-ID
           MOVE WS-TODAY-DATE-8        TO NTFX-HDR-RUN-DT
           MOVE WS-TODAY-TIME-6        TO NTFX-HDR-RUN-TM
           PERFORM Z010-WRITE-EXTRACT-REC
           .
      *****************************************************************
      * The Control Envelope's Trailer Record - THE DETAIL COUNT THE  *
      * VENDOR BALANCES THE FILE AGAINST                              *
      *****************************************************************
       B020-WRITE-TRAILER.
           MOVE SPACES                 TO NOTIFXT-REC
           MOVE 'T'                    TO NTFX-TRL-REC-TYPE
           MOVE WS-FILE-ID             TO NTFX-TRL-FILE-ID
           MOVE WS-TODAY-DATE-8        TO NTFX-TRL-RUN-DT
           MOVE WS-EVT-SENT-CNT        TO NTFX-TRL-REC-CNT
           PERFORM Z010-WRITE-EXTRACT-REC
           .
      *****************************************************************
      * Fetch The Next Pending Event                                  *
      *****************************************************************
       B100-FETCH-EVENT.
           EXEC SQL
               FETCH CSR-NOTIF-EVT
               INTO :TABNEVT-CUST-CTRY,
                    :TABNEVT-CUST-INSTT,
                    :TABNEVT-CUST-ID,
                    :TABNEVT-EVT-TYP,
                    :TABNEVT-ACC-CTRY,
                    :TABNEVT-ACC-INSTT,
                    :TABNEVT-EVT-REF,
                    :TABNEVT-NEW-STAT,
                    :TABNEVT-EFF-DT,
                    :TABCUST-CUST-NAME,
                    :TABCUST-CUST-STAT,
                    :TABCUST-NOTIF-SUPP-IND
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * Decide The Event's Fate, Write It If It Goes, And Mark It     *
      *****************************************************************
       B110-PROC-EVENT.
           EVALUATE TRUE
               WHEN TABCUST-CUST-STAT = SPACES
                   SET WS-EVT-HOLD     TO TRUE
                   ADD 1               TO WS-EVT-NCST-CNT
               WHEN TABCUST-NOTIF-SUPP-IND = 'Y'
                   SET WS-EVT-SUPPRESS TO TRUE
                   ADD 1               TO WS-EVT-SUPP-CNT
               WHEN TABNEVT-EVT-TYP = 'ACHS' OR 'ACHR'
                   PERFORM B120-CHECK-ACHF-SAME-DAY
                   IF WS-ACHF-CNT > 0
                       SET WS-EVT-DUPLICATE TO TRUE
                       ADD 1           TO WS-EVT-DUPL-CNT
                   ELSE
                       SET WS-EVT-SEND TO TRUE
                   END-IF
               WHEN OTHER
                   SET WS-EVT-SEND     TO TRUE
           END-EVALUATE

           IF WS-EVT-SEND AND PROG-NORMAL
               PERFORM B130-WRITE-DETAIL
           END-IF
           IF NOT WS-EVT-HOLD AND PROG-NORMAL
               PERFORM B140-MARK-EVENT
           END-IF
           .
      *****************************************************************
      * Has ACPFMNTC Queued An ACHF For The Same Account And Day -    *
      * THE SUSPENSION OR REINSTATEMENT ACHSUSPC SAW IS THEN THAT     *
      * SAME SCHEDULED CHANGE, ALREADY BEING TOLD                     *
      *****************************************************************
       B120-CHECK-ACHF-SAME-DAY.
           MOVE ZEROS                  TO WS-ACHF-CNT
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-ACHF-CNT
               FROM   TABNEVT
               WHERE  CUST_CTRY  = :TABNEVT-CUST-CTRY
                AND   CUST_INSTT = :TABNEVT-CUST-INSTT
                AND   CUST_ID    = :TABNEVT-CUST-ID
                AND   EVT_TYP    = 'ACHF'
                AND   ACC_CTRY   = :TABNEVT-ACC-CTRY
                AND   ACC_INSTT  = :TABNEVT-ACC-INSTT
                AND   EVT_REF    = :TABNEVT-EVT-REF
                AND   EFF_DT     = :TABNEVT-EFF-DT
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * One Detail Record Of The Extract                              *
      *****************************************************************
       B130-WRITE-DETAIL.
           ADD 1                       TO WS-EVT-SENT-CNT
           MOVE 'NEVT'                 TO GEN-REF-TYP
           MOVE TABNEVT-EVT-TYP        TO GEN-REF-CODE
           PERFORM X800-DECODE-GEN-REF
           MOVE SPACES                 TO NOTIFXT-REC
           MOVE 'D'                    TO NTFX-REC-TYPE
           MOVE WS-EVT-SENT-CNT        TO NTFX-SEQ-NO
           MOVE TABNEVT-CUST-CTRY      TO NTFX-CUST-CTRY
           MOVE TABNEVT-CUST-INSTT     TO NTFX-CUST-INSTT
           MOVE TABNEVT-CUST-ID        TO NTFX-CUST-ID
           MOVE TABCUST-CUST-NAME      TO NTFX-CUST-NAME
           MOVE TABNEVT-EVT-TYP        TO NTFX-EVT-TYP
           MOVE GEN-REF-DESC           TO NTFX-EVT-DESC
           MOVE TABNEVT-ACC-CTRY       TO NTFX-ACC-CTRY
           MOVE TABNEVT-ACC-INSTT      TO NTFX-ACC-INSTT
           MOVE TABNEVT-EVT-REF        TO NTFX-EVT-REF
           MOVE TABNEVT-NEW-STAT       TO NTFX-NEW-STAT
           MOVE TABNEVT-EFF-DT         TO NTFX-EFF-DT
           PERFORM Z010-WRITE-EXTRACT-REC
           .
      *****************************************************************
      * Mark The Event Sent, Suppressed Or Duplicate As Of Tonight -  *
      * A FAILED RUN ROLLS THIS BACK WITH EVERYTHING ELSE, SO THE     *
      * EVENTS GO OUT ON THE RE-RUN                                   *
      *****************************************************************
       B140-MARK-EVENT.
           MOVE WS-EVT-DISP            TO TABNEVT-NOTIF-STAT
           MOVE WS-TODAY-DATE-8        TO TABNEVT-NOTIF-DT
           EXEC SQL
               UPDATE TABNEVT
               SET    NOTIF_STAT = :TABNEVT-NOTIF-STAT,
                      NOTIF_DT   = :TABNEVT-NOTIF-DT
               WHERE  CUST_CTRY  = :TABNEVT-CUST-CTRY
                AND   CUST_INSTT = :TABNEVT-CUST-INSTT
                AND   CUST_ID    = :TABNEVT-CUST-ID
                AND   EVT_TYP    = :TABNEVT-EVT-TYP
                AND   ACC_CTRY   = :TABNEVT-ACC-CTRY
                AND   ACC_INSTT  = :TABNEVT-ACC-INSTT
                AND   EVT_REF    = :TABNEVT-EVT-REF
                AND   EFF_DT     = :TABNEVT-EFF-DT
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * Write One Record To The Vendor Extract                        *
      *****************************************************************
       Z010-WRITE-EXTRACT-REC.
           IF WS-NOTIFXT-OPEN
               WRITE NOTIFXT-REC
               IF WS-NOTIFXT-STATUS NOT = '00'
                   DISPLAY 'NOTIFXT WRITE ERROR, FILE STATUS IS :'
                       WS-NOTIFXT-STATUS
                   PERFORM X390-PROC-FILE-ERROR
               END-IF
           END-IF
           .
      *****************************************************************
      * Decode A TABCDREF Code To Its Description                     *
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
      * Open The Vendor Extract File                                  *
      *****************************************************************
       A020-OPEN-NOTIFXT.
           OPEN OUTPUT NOTIFXT
           IF WS-NOTIFXT-STATUS NOT = '00'
               DISPLAY 'NOTIFXT OPEN ERROR, FILE STATUS IS :'
                   WS-NOTIFXT-STATUS
               PERFORM X390-PROC-FILE-ERROR
           ELSE
               SET WS-NOTIFXT-OPEN     TO TRUE
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
           IF WS-NOTIFXT-OPEN
               CLOSE NOTIFXT
               MOVE 'N'                TO WS-NOTIFXT-OPEN-SW
           END-IF

      * ONLY A CLEAN END EARNS ITS COMPLETION ROW - AN ABENDED RUN'S
      * START ROW IS LEFT UNMATCHED ON THE REGISTRY
           IF PROG-NORMAL
               PERFORM C018-REGISTER-RUN-END
           END-IF

           STRING 'JOB END SUMMARY - EVENTS: '   WS-REC-READ-CNT
                  ' SENT: '                      WS-EVT-SENT-CNT
                  ' SUPPRESSED: '                WS-EVT-SUPP-CNT
                  ' DUPLICATE: '                 WS-EVT-DUPL-CNT
                  ' HELD: '                      WS-EVT-NCST-CNT
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
           MOVE WS-EVT-SENT-CNT        TO RREG-REC-PROC
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
           MOVE WS-EVT-SENT-CNT        TO DIAG-REC-PROC-CNT
           PERFORM C010-CLOSING-MSG
           MOVE 16                     TO RETURN-CODE
           CALL WS-CANCEL-PGM
           STOP RUN
           .
