      * CHANGE HISTORY                                                *
      * ---------------------------------------------------------     *
      * 03SEP2026  RISHI SHARMA   INITIAL VERSION                     *
      * 15OCT2026  RISHI SHARMA   EVERY ALERT, ESCALATION AND TRACE   *
      *                           LINE NOW CARRIES THE MESSAGE'S      *
      *                           TABMCAT CATALOGUE ENTRY (VIA        *
      *                           MCATLKC) - EXPECTED SEVERITY AND    *
      *                           THE OPERATOR ACTION TO TAKE         *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 WS-PAGE-CNT             PIC 9(7) VALUE ZEROS.
           05 WS-ESCL-CNT             PIC 9(7) VALUE ZEROS.
           05 WS-RPTONLY-CNT          PIC 9(7) VALUE ZEROS.
           05 WS-NOCAT-CNT            PIC 9(7) VALUE ZEROS.
           05 WS-MCAT-PGM             PIC X(8) VALUE 'MCATLKC'.
           05 WS-JOBEND-MSG           PIC X(80) VALUE SPACES.
      *****************************************************************
      * SWEEP HIGH-WATER MARK - ROWS NEWER THAN THE LAST SWEEP'S      *
      * THE LOG ROW IN HAND AND ITS MATCHED RULE                      *
      *****************************************************************
           05 WS-LOG-PROG-NAM         PIC X(8).
           05 WS-LOG-MSG-NO           PIC S9(4) COMP.
           05 WS-LOG-SEV-TYP          PIC X(1).
           05 WS-LOG-MSG-TYP          PIC X(1).
           05 WS-LOG-ERR-TEXT         PIC X(80).
      *****************************************************************
       COPY IBRFDCW.
       COPY IBRDIAGW.
       COPY IBRMCATW.

      *****************************************************************
      *      DB2 TABLE DECLARATION                                    *
           EXEC SQL
               DECLARE CSR-LOG-NEW CURSOR FOR
               SELECT PROG_NAM,
                      MSG_NO,
                      SEV_TYP,
                      MSG_TYP,
                      ERR_TEXT,
           EXEC SQL
               FETCH CSR-LOG-NEW
               INTO :WS-LOG-PROG-NAM,
                    :WS-LOG-MSG-NO,
                    :WS-LOG-SEV-TYP,
                    :WS-LOG-MSG-TYP,
                    :WS-LOG-ERR-TEXT,
      * NO RULE AT ALL MEANS MORNING-REPORT ONLY                      *
      *****************************************************************
       B020-PROC-LOG-ROW.
           PERFORM B025-LOOKUP-CATALOGUE
           PERFORM B030-FIND-MATCHING-RULE
           IF WS-RULE-PAGES
               ADD 1                   TO WS-PAGE-CNT
           PERFORM B070-WRITE-SWEEP-LINE
           .
      *****************************************************************
      * The Message's Catalogue Entry - WHAT IT MEANS AND WHAT THE    *
      * OPERATOR DOES ABOUT IT. A LOOKUP FAILURE MUST NOT STOP THE    *
      * SWEEP: THE ROW IS STILL ROUTED, SHOWING THE GENERAL STEP      *
      *****************************************************************
       B025-LOOKUP-CATALOGUE.
           MOVE WS-LOG-PROG-NAM        TO MCAT-PROG-NAM
           MOVE WS-LOG-MSG-NO          TO MCAT-MSG-NO
           CALL WS-MCAT-PGM USING WA-MCAT-FLDS
               ON EXCEPTION
                   DISPLAY 'UNABLE TO CALL CATALOGUE LOOKUP '
                       'SUBPROGRAM: ' WS-MCAT-PGM
                   SET MCAT-RESP-SQL-ERROR TO TRUE
           END-CALL
           EVALUATE TRUE
               WHEN MCAT-RESP-OK
                   CONTINUE
               WHEN MCAT-RESP-NOT-FOUND
                   ADD 1               TO WS-NOCAT-CNT
               WHEN OTHER
                   DISPLAY 'CATALOGUE LOOKUP FAILED - ' MCAT-RESP-MSG
                   MOVE SPACES         TO MCAT-EXP-SEV
                   MOVE 'NOCAT'        TO MCAT-ACTN-COD
                   MOVE 'CATALOGUE UNAVAILABLE - FOLLOW THE GENERAL ESCA
      -                 'LATION STEP'  TO MCAT-OPER-ACTN
           END-EVALUATE
           .
      *****************************************************************
      * Find The Row's Routing Rule In The Table                      *
      *****************************************************************
       B030-FIND-MATCHING-RULE.
           DISPLAY '**** LOGMONC ALERT ' WS-LOG-PROG-NAM ' '
               WS-LOG-MSG-TYP '/' WS-LOG-SEV-TYP ' '
               WS-LOG-ERR-TEXT(1:40) ' ****' UPON CONSOLE
           DISPLAY '**** ACTION (' MCAT-EXP-SEV ') ' MCAT-ACTN-COD ' '
               MCAT-OPER-ACTN ' ****' UPON CONSOLE
           .
      *****************************************************************
      * Has This Program/Severity Combination Repeated Past Its       *
                       ' SEV ' WS-LOG-SEV-TYP ' REPEATED '
                       WS-HOUR-REPEAT-CNT ' TIMES IN THE LAST HOUR'
                       ' ****' UPON CONSOLE
                   DISPLAY '**** ACTION (' MCAT-EXP-SEV ') '
                       MCAT-ACTN-COD ' ' MCAT-OPER-ACTN ' ****'
                       UPON CONSOLE
               END-IF
           END-IF
           .
                  ' '                  DELIMITED BY SIZE
                  WS-LOG-PROG-NAM      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  MCAT-MSG-NO          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-LOG-MSG-TYP       DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WS-LOG-SEV-TYP       DELIMITED BY SIZE
                  ' ROUTE: '           DELIMITED BY SIZE
                  WS-RULE-ROUTE        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  MCAT-EXP-SEV         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  MCAT-ACTN-COD        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-LOG-ERR-TEXT(1:70) DELIMITED BY SIZE
               INTO LOGMONT-REC
           END-STRING
               CLOSE LOGMONT
               MOVE 'N'                TO WS-LOGMONT-OPEN-SW
           END-IF
           DISPLAY 'SWEPT MESSAGES NOT IN THE CATALOGUE: '
               WS-NOCAT-CNT

           STRING 'JOB END SUMMARY - SWEPT: ' WS-REC-SWEPT-CNT
                  ' PAGED: '                  WS-PAGE-CNT
