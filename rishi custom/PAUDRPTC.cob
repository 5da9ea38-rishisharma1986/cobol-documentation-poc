      * THIS BATCH PROGRAM KEEPS THE TABPAUD LOOKUP AUDIT TRAIL       *
      * USEFUL AND SMALL. IT PRINTS A DAILY ACTIVITY REPORT - LOOKUP  *
      * COUNTS WITH FIRST/LAST AUDIT_TS BY USERID AND BY CUSTOMER -   *
      * SO COMPLIANCE QUESTIONS STOP NEEDING HAND-RUN SQL. ITS        *
      * RETENTION, ARCHIVE AND PURGE ARE DONE BY THE HKPURGC          *
      * HOUSEKEEPING JOB TO THE TABRETP RETENTION POLICY              *
      *****************************************************************
      * CHANGE HISTORY                                                *
      * ---------------------------------------------------------     *
      *                           SNAPSHOT AREA FOR THE EXITPGM        *
      *                           ABEND HANDLER BEFORE CALLING         *
      *                           IT                                   *
      * 15OCT2026  RISHI SHARMA   ARCHIVE UNLOAD AND PURGE OF OLD     *
      *                           ROWS MOVED TO HKPURGC, WHICH NOW    *
      *                           TAKES THE RETENTION FROM TABRETP -  *
      *                           PAUDARCH DD AND RETENTION PARM      *
      *                           RETIRED                             *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-PAUDRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.

           DATA RECORD IS PAUDRPT-REC.
       01 PAUDRPT-REC                 PIC X(132).

       WORKING-STORAGE SECTION.
       77  FILLER                     PIC X(40) VALUE
            'WORKING STORAGE SECTION STARTS HERE'.
           05 WS-PAUDRPT-STATUS       PIC X(2).
           05 WS-PAUDRPT-OPEN-SW      PIC X(1) VALUE 'N'.
               88 WS-PAUDRPT-OPEN     VALUE 'Y'.
           05 WS-USER-GRP-CNT         PIC 9(7) VALUE ZEROS.
           05 WS-CUST-GRP-CNT         PIC 9(7) VALUE ZEROS.
           05 WS-GRP-LOOKUP-CNT       PIC S9(9) COMP VALUE +0.
           05 WS-GRP-LOOKUP-DISP      PIC 9(7).
           05 WS-JOBEND-MSG           PIC X(80) VALUE SPACES.
               ORDER BY CUST_CTRY, CUST_INSTT, CUST_ID
               FOR FETCH ONLY
           END-EXEC.
       77 FILLER                PIC X(30) VALUE
               'END OF WORKING STORAGE SECTION'.
      *****************************************************************
      *****************************************************************
       A000-INIT.
           MOVE 'PAUDRPTC'             TO WS-PROG-NAM
           PERFORM A010-WRT-START-MSG
           PERFORM A020-OPEN-PAUDRPT
           .
      *****************************************************************
      * Main Process Routine - Activity Report By USERID, Then By     *
      * Customer                                                      *
      *****************************************************************
       B000-MAIN.
           PERFORM B010-REPORT-BY-USER
           IF PROG-NORMAL
               PERFORM B030-REPORT-BY-CUST
           END-IF
           .
      *****************************************************************
      * Report Lookup Activity By USERID                               *
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * Write One Line To The Activity Report                         *
      *****************************************************************
       Z010-WRITE-RPT-LINE.
           END-IF
           .
      *****************************************************************
      * End Of Job Processing                                         *
      *****************************************************************
       C000-FINAL.
               MOVE 'N'                TO WS-PAUDRPT-OPEN-SW
           END-IF

           STRING 'JOB END SUMMARY - USERS: '  WS-USER-GRP-CNT
                  ' CUSTOMERS: '               WS-CUST-GRP-CNT
               DELIMITED BY SIZE INTO WS-JOBEND-MSG
           END-STRING

           MOVE LOG-MSG-NO             TO DIAG-MSG-NO
           MOVE LOG-ERR-TEXT-LONG      TO DIAG-MSG-TEXT
           MOVE 16                     TO DIAG-ABEND-RC
           MOVE WS-USER-GRP-CNT        TO DIAG-REC-READ-CNT
           MOVE WS-CUST-GRP-CNT        TO DIAG-REC-PROC-CNT
           PERFORM C010-CLOSING-MSG
           MOVE 16                     TO RETURN-CODE
           CALL WS-CANCEL-PGM
