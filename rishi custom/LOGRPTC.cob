      *                           EXECUTION STAMPS ON ITS ROWS, WITH   *
      *                           A BANNER LINE PER RUN, SO ONE JOB'S  *
      *                           MESSAGES READ AS A UNIT              *
      * 15OCT2026  RISHI SHARMA   EACH WARNING/ERROR IS FOLLOWED BY    *
      *                           ITS TABMCAT CATALOGUE ACTION (VIA    *
      *                           MCATLKC), AND A CLOSING SECTION      *
      *                           LISTS EVERY PROGRAM/MESSAGE NUMBER   *
      *                           ON THE LOG WITH NO CATALOGUE ENTRY   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               88 WS-LOGRPT-OPEN      VALUE 'Y'.
           05 WS-SUMM-CNT             PIC 9(7) VALUE ZEROS.
           05 WS-DETL-CNT             PIC 9(7) VALUE ZEROS.
           05 WS-NOCAT-CNT            PIC 9(7) VALUE ZEROS.
           05 WS-MCAT-PGM             PIC X(8) VALUE 'MCATLKC'.
           05 WS-GRP-MSG-CNT          PIC S9(9) COMP VALUE +0.
           05 WS-GRP-MSG-DISP         PIC 9(7).
           05 WS-JOBEND-MSG           PIC X(80) VALUE SPACES.
           05 WS-LOG-TS               PIC X(26).
           05 WS-LOG-RUN-ID           PIC X(16).
           05 WS-PREV-RUN-ID          PIC X(16) VALUE LOW-VALUES.
           05 WS-LAST-LOG-TS          PIC X(26).
      *****************************************************************
      *   COPYBOOKS                                                   *
      *****************************************************************
       COPY IBRFDCW.
       COPY IBRDIAGW.
       COPY IBRMCATW.

      *****************************************************************
      *      DB2 TABLE DECLARATION                                    *
               ORDER BY RUN_ID, LOG_TS
               FOR FETCH ONLY
           END-EXEC.
      *****************************************************************
      * EVERY PROGRAM/MESSAGE NUMBER ON THE LOG WITH NO LIVE          *
      * CATALOGUE ENTRY - NEITHER ITS OWN NOR THE CATCH-ALL - WITH    *
      * HOW OFTEN AND HOW LATELY IT WAS LOGGED                        *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-LOG-NOCAT CURSOR FOR
               SELECT L.PROG_NAM,
                      L.MSG_NO,
                      COUNT(*),
                      CHAR(MAX(L.LOG_TS))
               FROM   TABLOGM L
               WHERE  NOT EXISTS
                      (SELECT 1
                       FROM   TABMCAT C
                       WHERE  C.MSG_NO   = L.MSG_NO
                        AND   (C.PROG_NAM = L.PROG_NAM
                               OR C.PROG_NAM = ' ')
                        AND   C.CAT_STAT = 'A')
               GROUP BY L.PROG_NAM, L.MSG_NO
               ORDER BY L.PROG_NAM, L.MSG_NO
               FOR FETCH ONLY
           END-EXEC.
       77 FILLER                PIC X(30) VALUE
               'END OF WORKING STORAGE SECTION'.
      *****************************************************************
           PERFORM A020-OPEN-LOGRPT
           .
      *****************************************************************
      * Main Process Routine - Summary Section, The Warning And       *
      * Error Detail, Then The Messages The Catalogue Does Not Cover  *
      *****************************************************************
       B000-MAIN.
           PERFORM B100-REPORT-SUMMARY
           IF PROG-NORMAL
               PERFORM B200-REPORT-DETAIL
           END-IF
           IF PROG-NORMAL
               PERFORM B300-REPORT-NOCAT
           END-IF
           .
      *****************************************************************
      * Today's Counts By Program And Message Type                     *
               INTO LOGRPT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           PERFORM B230-WRITE-ACTN-LINE
           .
      *****************************************************************
      * The Message's Catalogue Entry Under It - EXPECTED SEVERITY,   *
      * ACTION CODE AND THE RUNBOOK STEP. A LOOKUP FAILURE IS SHOWN   *
      * ON THE LINE RATHER THAN STOPPING THE REPORT                   *
      *****************************************************************
       B230-WRITE-ACTN-LINE.
           MOVE WS-LOG-PROG-NAM        TO MCAT-PROG-NAM
           MOVE WS-LOG-MSG-NO-DISP     TO MCAT-MSG-NO
           CALL WS-MCAT-PGM USING WA-MCAT-FLDS
               ON EXCEPTION
                   DISPLAY 'UNABLE TO CALL CATALOGUE LOOKUP '
                       'SUBPROGRAM: ' WS-MCAT-PGM
                   SET MCAT-RESP-SQL-ERROR TO TRUE
                   MOVE 'CATALOGUE LOOKUP UNAVAILABLE'
                                       TO MCAT-RESP-MSG
           END-CALL
           IF MCAT-RESP-SQL-ERROR
               MOVE SPACES             TO MCAT-EXP-SEV
               MOVE 'NOCAT'            TO MCAT-ACTN-COD
               MOVE MCAT-RESP-MSG      TO MCAT-OPER-ACTN
           END-IF
           MOVE SPACES                 TO LOGRPT-REC
           STRING '      ACTION (SEV '  DELIMITED BY SIZE
                  MCAT-EXP-SEV         DELIMITED BY SIZE
                  ') '                 DELIMITED BY SIZE
                  MCAT-ACTN-COD        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  MCAT-OPER-ACTN       DELIMITED BY SIZE
                  ' - '                DELIMITED BY SIZE
                  MCAT-MSG-DESC(1:39)  DELIMITED BY SIZE
               INTO LOGRPT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * Logged Message Numbers With No Catalogue Entry - THE LIST TO  *
      * WORK THROUGH WITH MCATLDC UNTIL IT IS EMPTY                   *
      *****************************************************************
       B300-REPORT-NOCAT.
           MOVE '*** LOGGED MESSAGES WITH NO CATALOGUE ENTRY ***'
                                       TO LOGRPT-REC
           PERFORM Z010-WRITE-RPT-LINE

           EXEC SQL
               OPEN CSR-LOG-NOCAT
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           ELSE
               PERFORM B310-FETCH-NOCAT-ROW
               PERFORM UNTIL SQLCODE NOT = 0
                   ADD 1               TO WS-NOCAT-CNT
                   PERFORM B320-WRITE-NOCAT-LINE
                   PERFORM B310-FETCH-NOCAT-ROW
               END-PERFORM
               EXEC SQL
                   CLOSE CSR-LOG-NOCAT
               END-EXEC
           END-IF
           .
      *****************************************************************
      * Fetch One Uncatalogued Program/Message Number                  *
      *****************************************************************
       B310-FETCH-NOCAT-ROW.
           EXEC SQL
               FETCH CSR-LOG-NOCAT
               INTO :WS-LOG-PROG-NAM,
                    :WS-LOG-MSG-NO,
                    :WS-GRP-MSG-CNT,
                    :WS-LAST-LOG-TS
           END-EXEC
           .
      *****************************************************************
      * Write One Uncatalogued Line                                    *
      *****************************************************************
       B320-WRITE-NOCAT-LINE.
           MOVE WS-LOG-MSG-NO          TO WS-LOG-MSG-NO-DISP
           MOVE WS-GRP-MSG-CNT         TO WS-GRP-MSG-DISP
           MOVE SPACES                 TO LOGRPT-REC
           STRING '  '                 DELIMITED BY SIZE
                  WS-LOG-PROG-NAM      DELIMITED BY SIZE
                  ' MSG '              DELIMITED BY SIZE
                  WS-LOG-MSG-NO-DISP   DELIMITED BY SIZE
                  ' LOGGED: '          DELIMITED BY SIZE
                  WS-GRP-MSG-DISP      DELIMITED BY SIZE
                  ' LAST: '            DELIMITED BY SIZE
                  WS-LAST-LOG-TS(1:19) DELIMITED BY SIZE
               INTO LOGRPT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * Write One Line To The Operations Report                       *
               CLOSE LOGRPT
               MOVE 'N'                TO WS-LOGRPT-OPEN-SW
           END-IF
           DISPLAY 'UNCATALOGUED MESSAGE NUMBERS LISTED: '
               WS-NOCAT-CNT

           STRING 'JOB END SUMMARY - SUMMARY-LINES: ' WS-SUMM-CNT
                  ' WARN-ERROR-LINES: '               WS-DETL-CNT
