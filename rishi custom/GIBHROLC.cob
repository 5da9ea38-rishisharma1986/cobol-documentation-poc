      * MONTHLY TOTALS ON TABGIBM (DOWNLOAD COUNT AND SUMMED RECORD   *
      * COUNT), PRINTS A TWELVE-MONTH VOLUME-TREND STATEMENT PER      *
      * INSTITUTION SO 'HOW HAS INSTITUTION X MOVED OVER SIX MONTHS'  *
      * IS ONE PAGE INSTEAD OF A HAND-RUN QUERY. AGED DETAIL ROWS ARE *
      * ARCHIVED AND PURGED BY THE HKPURGC HOUSEKEEPING JOB TO THE    *
      * TABRETP RETENTION POLICY, SO THE GIBHINQC INQUIRY STAYS FAST  *
      *****************************************************************
      * CHANGE HISTORY                                                *
      * ---------------------------------------------------------     *
      * 03SEP2026  RISHI SHARMA   INITIAL VERSION                     *
      * 15OCT2026  RISHI SHARMA   ARCHIVE UNLOAD AND PURGE OF AGED    *
      *                           DETAIL MOVED TO HKPURGC, WHICH NOW  *
      *                           TAKES THE RETENTION FROM TABRETP -  *
      *                           GIBHARCH DD AND PARM 2 RETIRED      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-GIBHROLT-STATUS.
       DATA DIVISION.
       FILE SECTION.

           DATA RECORD IS GIBHROLT-REC.
       01 GIBHROLT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
       77  FILLER                     PIC X(40) VALUE
            'WORKING STORAGE SECTION STARTS HERE'.
           05 WS-GIBHROLT-STATUS      PIC X(2).
           05 WS-GIBHROLT-OPEN-SW     PIC X(1) VALUE 'N'.
               88 WS-GIBHROLT-OPEN    VALUE 'Y'.
           05 WS-ROLL-INST-CNT        PIC 9(7) VALUE ZEROS.
           05 WS-TREND-INST-CNT       PIC 9(7) VALUE ZEROS.
           05 WS-JOBEND-MSG           PIC X(80) VALUE SPACES.
      *****************************************************************
      * ROLL-UP MONTH (PARM 1, YYYYMM, DEFAULTS TO THE CURRENT        *
           05 WS-MONTH-PARTS          REDEFINES WS-MONTH-NUM.
               10 WS-MONTH-YYYY       PIC 9(4).
               10 WS-MONTH-MM         PIC 9(2).
           05 WS-TODAY-DATE.
               10 WS-TODAY-DATE-8     PIC X(8).
               10 FILLER              PIC X(13).
      *****************************************************************
      * GROUP-ROW WORK FIELDS FETCHED OFF THE SUMMARY CURSORS          *
      *****************************************************************
               ORDER BY SUM_MONTH
               FOR FETCH ONLY
           END-EXEC.
       77 FILLER                PIC X(30) VALUE
               'END OF WORKING STORAGE SECTION'.
      *****************************************************************
           PERFORM A005-GET-RUN-PARMS
           PERFORM A010-WRT-START-MSG
           PERFORM A020-OPEN-GIBHROLT
           .
      *****************************************************************
      * Roll-Up Month From Parm 1 (YYYYMM, Defaults To The Current    *
      * Month), Plus The Twelve-Month Trend Window Derived From The   *
      * Roll-Up Month                                                 *
      *****************************************************************
       A005-GET-RUN-PARMS.
               MOVE WS-ROLL-MONTH-PARM TO WS-ROLL-MONTH
           END-IF

      * THE TREND WINDOW RUNS FROM (BUT EXCLUDING) THE SAME MONTH A
      * YEAR BEFORE, UP TO AND INCLUDING THE ROLL-UP MONTH - TWELVE
      * ENTRIES WHEN THE HISTORY IS FULL
           MOVE WS-MONTH-NUM           TO WS-FROM-MONTH
           .
      *****************************************************************
      * Main Process Routine - Roll The Month Up, Then Print The      *
      * Trend Statements                                              *
      *****************************************************************
       B000-MAIN.
           PERFORM B100-ROLL-UP-MONTH
           IF PROG-NORMAL
               PERFORM B200-PRINT-TREND-PAGES
           END-IF
           .
      *****************************************************************
      * Replace The Month's Roll-Up Rows - A RERUN OF THE SAME MONTH   *
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * Write One Line To The Roll-Up/Trend Report                    *
      *****************************************************************
       Z010-WRITE-RPT-LINE.
           END-IF
           .
      *****************************************************************
      * End Of Job Processing                                         *
      *****************************************************************
       C000-FINAL.
               MOVE 'N'                TO WS-GIBHROLT-OPEN-SW
           END-IF

           STRING 'JOB END SUMMARY - MONTH: '  WS-ROLL-MONTH
                  ' ROLLED-UP: '               WS-ROLL-INST-CNT
                  ' TREND-PAGES: '             WS-TREND-INST-CNT
               DELIMITED BY SIZE INTO WS-JOBEND-MSG
           END-STRING

           MOVE LOG-MSG-NO             TO DIAG-MSG-NO
           MOVE LOG-ERR-TEXT-LONG      TO DIAG-MSG-TEXT
           MOVE 16                     TO DIAG-ABEND-RC
           MOVE WS-ROLL-INST-CNT       TO DIAG-REC-READ-CNT
           MOVE WS-TREND-INST-CNT      TO DIAG-REC-PROC-CNT
           PERFORM C010-CLOSING-MSG
           MOVE 16                     TO RETURN-CODE
           CALL WS-CANCEL-PGM
