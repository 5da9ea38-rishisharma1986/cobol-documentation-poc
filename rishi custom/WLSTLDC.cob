       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLSTLDC.
       AUTHOR. RISHI SHARMA.
       DATE-WRITTEN. OCT,2026.
       DATE-COMPILED. OCT,2026.
       INSTALLATION. Nowhere.
      *****************************************************************
      * MAINTENANCE LOADER FOR THE TABWLST BENEFICIARY WATCHLIST, ON  *
      * THE SAME UPSERT PATTERN AS CDREFLDC. IT READS THE WLSTIN FILE *
      * - ONE RECORD PER LISTED ENTRY WITH ITS LIST CODE, NAME OR     *
      * ADDRESS FRAGMENT AND STATUS - AND UPSERTS EACH ONE: AN        *
      * EXISTING ENTRY IS UPDATED, A NEW ONE INSERTED. A LIST UPDATE  *
      * RETIRES AN ENTRY BY SENDING IT WITH A STATUS OTHER THAN 'A'.  *
      * THE NAME IS FOLDED TO UPPER CASE, THE CASE THE SCREEN MATCHES *
      * IN, AND A NAME OF FEWER THAN THREE CHARACTERS IS REJECTED     *
      * BECAUSE IT WOULD HIT ALMOST EVERY BENEFICIARY                 *
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
           SELECT WLSTIN
                                    ASSIGN TO WLSTIN
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS INFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD WLSTIN
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS WLSTIN-REC.
       01 WLSTIN-REC.
           05 WLI-WL-ENTRY-ID         PIC X(12).
           05 WLI-WL-LIST-COD         PIC X(4).
           05 WLI-WL-NAME             PIC X(100).
           05 WLI-WL-STAT             PIC X(1).
           05 FILLER                  PIC X(3).
       WORKING-STORAGE SECTION.
       77  FILLER                     PIC X(40) VALUE
            'WORKING STORAGE SECTION STARTS HERE'.
       01  WS-MISC.
           05 INFILE-STATUS           PIC X(2).
           05 WS-CANCEL-PGM           PIC X(8) VALUE 'EXITPGM'.
           05 WS-SUBPGM-NAM           PIC X(8).
               88 WS-SUBPGM-LOG       VALUE 'LOGPGMC'.
           05 WS-DEPT-ID              PIC X(8).
               88 IB-DEPT             VALUE 'INETBKNG'.
           05 WS-WLST-EOF-SW         PIC X(1) VALUE 'N'.
               88 WS-WLST-EOF        VALUE 'Y'.
           05 WS-WLST-OPEN-SW        PIC X(1) VALUE 'N'.
               88 WS-WLST-OPEN       VALUE 'Y'.
           05 WS-REC-READ-CNT         PIC 9(7) VALUE ZEROS.
           05 WS-REC-UPDT-CNT         PIC 9(7) VALUE ZEROS.
           05 WS-REC-INSR-CNT         PIC 9(7) VALUE ZEROS.
           05 WS-REC-REJT-CNT         PIC 9(7) VALUE ZEROS.
           05 WS-JOBEND-MSG           PIC X(80) VALUE SPACES.
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
               INCLUDE TABWLSTW
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
           MOVE 'WLSTLDC'              TO WS-PROG-NAM
           PERFORM A010-WRT-START-MSG
           PERFORM A020-OPEN-WLSTIN
           .
      *****************************************************************
      * Main Process Routine                                          *
      *****************************************************************
       B000-MAIN.
           PERFORM B010-READ-WLSTIN
           PERFORM UNTIL WS-WLST-EOF OR PROG-ABEND
               PERFORM B020-PROC-WLST-REC
               IF PROG-NORMAL
                   PERFORM B010-READ-WLSTIN
               END-IF
           END-PERFORM
           .
      *****************************************************************
      * Read Next Watchlist Record                                     *
      *****************************************************************
       B010-READ-WLSTIN.
           READ WLSTIN
               AT END
                   SET WS-WLST-EOF    TO TRUE
               NOT AT END
                   ADD 1               TO WS-REC-READ-CNT
           END-READ
           .
      *****************************************************************
      * Validate And Upsert One Watchlist Entry                        *
      *****************************************************************
       B020-PROC-WLST-REC.
           INSPECT WLI-WL-NAME CONVERTING
               WS-MASK-LOWER-IN        TO WS-MASK-ALPHA-IN
           IF WLI-WL-ENTRY-ID = SPACES
           OR WLI-WL-LIST-COD = SPACES
               ADD 1                   TO WS-REC-REJT-CNT
               DISPLAY 'WLSTIN RECORD REJECTED - ENTRY ID AND LIST '
                   'CODE REQUIRED: ' WLSTIN-REC(1:40)
           ELSE IF WLI-WL-NAME(1:1) = SPACE
           OR WLI-WL-NAME(3:98) = SPACES
               ADD 1                   TO WS-REC-REJT-CNT
               DISPLAY 'WLSTIN RECORD REJECTED - NAME BLANK, '
                   'LEFT-PADDED OR UNDER 3 CHARACTERS: '
                   WLSTIN-REC(1:40)
           ELSE
               PERFORM B030-UPDATE-WLST
               IF SQLCODE = 100
                   PERFORM B040-INSERT-WLST
               END-IF
           END-IF
           END-IF
           .
      *****************************************************************
      * Try The Update First - An Existing Entry Is Being Re-Issued    *
      * Or Retired                                                     *
      *****************************************************************
       B030-UPDATE-WLST.
           EXEC SQL
               UPDATE TABWLST
               SET    WL_LIST_COD  = :WLI-WL-LIST-COD,
                      WL_NAME      = :WLI-WL-NAME,
                      WL_STAT      = :WLI-WL-STAT,
                      LAST_UPDT_TS = CURRENT TIMESTAMP
               WHERE  WL_ENTRY_ID  = :WLI-WL-ENTRY-ID
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1               TO WS-REC-UPDT-CNT
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * No Existing Row - Insert The New Entry                         *
      *****************************************************************
       B040-INSERT-WLST.
           EXEC SQL
               INSERT INTO TABWLST
                   (WL_ENTRY_ID, WL_LIST_COD, WL_NAME,
                    WL_STAT, LAST_UPDT_TS)
               VALUES
                   (:WLI-WL-ENTRY-ID, :WLI-WL-LIST-COD,
                    :WLI-WL-NAME, :WLI-WL-STAT, CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE = 0
               ADD 1                   TO WS-REC-INSR-CNT
           ELSE
               PERFORM X490-PROC-SQL-ERROR
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
      * Open The Watchlist Input File                                  *
      *****************************************************************
       A020-OPEN-WLSTIN.
           OPEN INPUT WLSTIN
           IF INFILE-STATUS NOT = '00'
               DISPLAY 'FILE OPEN ERROR, FILE STATUS IS :' INFILE-STATUS
               PERFORM X390-PROC-FILE-ERROR
           ELSE
               SET WS-WLST-OPEN       TO TRUE
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
           IF WS-WLST-OPEN
               CLOSE WLSTIN
               MOVE 'N'                TO WS-WLST-OPEN-SW
           END-IF

           STRING 'JOB END SUMMARY - READ: '  WS-REC-READ-CNT
                  ' UPDATED: '                WS-REC-UPDT-CNT
                  ' INSERTED: '               WS-REC-INSR-CNT
                  ' REJECTED: '               WS-REC-REJT-CNT
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
           MOVE WS-REC-UPDT-CNT        TO DIAG-REC-PROC-CNT
           PERFORM C010-CLOSING-MSG
           MOVE 16                     TO RETURN-CODE
           CALL WS-CANCEL-PGM
           STOP RUN
           .
