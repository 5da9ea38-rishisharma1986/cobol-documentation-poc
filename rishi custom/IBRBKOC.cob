       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBRBKOC.
       AUTHOR. RISHI SHARMA.
       DATE-WRITTEN. OCT,2026.
       DATE-COMPILED. OCT,2026.
       INSTALLATION. Nowhere.
      *****************************************************************
      * THIS BATCH PROGRAM BACKS OUT ONE BUSINESS DATE AND CYCLE OF   *
      * IBRI PROCESSING SO A CORRECTED FEED CAN BE RUN IN ITS PLACE.  *
      * IT REVERSES WHAT THE BAD FEED LEFT BEHIND - GOODCBLC'S        *
      * TABGIBH DOWNLOAD-HISTORY ROWS FOR THE CYCLE, THE TABRREG      *
      * START/COMPLETION ROWS OF GOODCBLC, IBRPAYXC AND EVERY JOB     *
      * CHAINED BEHIND THEM ON TABJSLA, AND THE LAST-COMPLETED ENTRY  *
      * ON BOTH PROGRAMS' IBRICTL CONTROL FILES (DD IBRICTLG FOR      *
      * GOODCBLC'S, IBRICTLP FOR IBRPAYXC'S). ONLY THE CYCLE GOODCBLC *
      * LAST RECORDED CAN BE BACKED OUT, AND ITS ROWS ARE TOLD FROM   *
      * AN EARLIER CYCLE'S BY THE CYCLE START STAMP ON IBRICTL. GOING *
      * BACK A CYCLE ON THE SAME DATE, THE STAMP OF THAT EARLIER      *
      * CYCLE IS FOUND ON THE TABRREG RUN REGISTRY AND KEPT, SO IT    *
      * CAN BE BACKED OUT IN TURN. EVERY RUN FIRST REPORTS ON IBRBKOT *
      * EXACTLY WHAT WOULD BE REVERSED; ONLY WITH PARM 3 'EXECUTE' IS *
      * IT THEN REVERSED, EACH DELETE CHECKED AGAINST THE COUNT JUST  *
      * REPORTED, THE BACKOUT LOGGED TO TABLOGM AND A BACKOUT (B)     *
      * EVENT WRITTEN TO THE RUN REGISTRY FOR EACH JOB REVERSED.      *
      * PARM 1 BUSINESS DATE (YYYYMMDD), PARM 2 CYCLE (NNN)           *
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
           SELECT IBRBKOT
                                    ASSIGN TO IBRBKOT
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-IBRBKOT-STATUS.
           SELECT IBRICTLG
                                    ASSIGN TO IBRICTLG
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-IBRICTLG-STATUS.
           SELECT IBRICTLP
                                    ASSIGN TO IBRICTLP
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-IBRICTLP-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD IBRBKOT
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS IBRBKOT-REC.
       01 IBRBKOT-REC                 PIC X(132).
      *****************************************************************
      * GOODCBLC'S IBRICTL CONTROL FILE                               *
      *****************************************************************
       FD IBRICTLG
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS IBRICTLG-REC.
       01 IBRICTLG-REC.
           05 CTLG-LAST-FILE-DT       PIC X(8).
           05 CTLG-LAST-FILE-TM       PIC X(6).
           05 CTLG-LAST-CYC-NO        PIC 9(3).
           05 CTLG-CYC-START-TS       PIC X(14).
           05 FILLER                  PIC X(49).
      *****************************************************************
      * IBRPAYXC'S IBRICTL CONTROL FILE                               *
      *****************************************************************
       FD IBRICTLP
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS IBRICTLP-REC.
       01 IBRICTLP-REC.
           05 CTLP-LAST-FILE-DT       PIC X(8).
           05 CTLP-LAST-FILE-TM       PIC X(6).
           05 CTLP-LAST-CYC-NO        PIC 9(3).
           05 FILLER                  PIC X(63).
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
           05 WS-IBRBKOT-STATUS       PIC X(2).
           05 WS-IBRBKOT-OPEN-SW      PIC X(1) VALUE 'N'.
               88 WS-IBRBKOT-OPEN     VALUE 'Y'.
           05 WS-IBRICTLG-STATUS      PIC X(2).
           05 WS-IBRICTLP-STATUS      PIC X(2).
           05 WS-REC-READ-CNT         PIC 9(7) VALUE ZEROS.
           05 WS-JOBEND-MSG           PIC X(80) VALUE SPACES.
           05 WS-BKO-MSG              PIC X(80) VALUE SPACES.
           05 WS-TODAY-DATE.
               10 WS-TODAY-DATE-8     PIC X(8).
               10 WS-TODAY-TIME-6     PIC X(6).
               10 FILLER              PIC X(7).
      *****************************************************************
      * RUN PARAMETERS - PARM 1 THE BUSINESS DATE AND PARM 2 THE      *
      * CYCLE TO BACK OUT; PARM 3 'EXECUTE' REVERSES IT, ANYTHING     *
      * ELSE ONLY REPORTS                                             *
      *****************************************************************
           05 WS-BUS-DT-PARM          PIC X(8).
           05 WS-CYC-PARM             PIC X(3).
           05 WS-MODE-PARM            PIC X(8).
           05 WS-BKO-BUS-DT           PIC X(8).
           05 WS-BKO-CYC              PIC 9(3).
           05 WS-EXECUTE-SW           PIC X(1) VALUE 'N'.
               88 WS-EXECUTE          VALUE 'Y'.
      *****************************************************************
      * THE CYCLE'S WINDOW - ITS START STAMP OFF GOODCBLC'S IBRICTL   *
      * (YYYYMMDDHHMMSS, MATCHED AGAINST TABGIBH DNLD_DT/DNLD_TM) AND *
      * THE SAME INSTANT AS A DB2 TIMESTAMP FOR TABRREG EVT_TS        *
      *****************************************************************
           05 WS-CYC-START-TS         PIC X(14).
           05 WS-CYC-START-DB2        PIC X(26).
           05 WS-MIN-START-TS         PIC X(26).
      *****************************************************************
      * THE CONTROL FILES AS FOUND, AND AS THEY WILL BE LEFT - THE    *
      * CYCLE BEFORE ON THE SAME DATE, OR FOR CYCLE 001 THE LAST DATE *
      * THE PROGRAM COMPLETED BEFORE IT WITH CYCLE 999, SO EVERY      *
      * CYCLE OF THAT EARLIER DATE STAYS REFUSED. GOING BACK A CYCLE  *
      * ON THE SAME DATE, GOODCBLC'S ENTRY ALSO GETS THAT CYCLE'S     *
      * START STAMP SO IT CAN BE BACKED OUT IN TURN                   *
      *****************************************************************
           05 WS-CTLG-FOUND-SW        PIC X(1) VALUE 'N'.
               88 WS-CTLG-FOUND       VALUE 'Y'.
           05 WS-CTLP-FOUND-SW        PIC X(1) VALUE 'N'.
               88 WS-CTLP-FOUND       VALUE 'Y'.
           05 WS-CTLP-RESET-SW        PIC X(1) VALUE 'N'.
               88 WS-CTLP-RESET       VALUE 'Y'.
           05 WS-CTLG-OLD-DT          PIC X(8) VALUE SPACES.
           05 WS-CTLG-OLD-CYC         PIC 9(3) VALUE ZEROS.
           05 WS-CTLP-OLD-DT          PIC X(8) VALUE SPACES.
           05 WS-CTLP-OLD-CYC         PIC 9(3) VALUE ZEROS.
           05 WS-CTLG-NEW-DT          PIC X(8) VALUE SPACES.
           05 WS-CTLG-NEW-CYC         PIC 9(3) VALUE ZEROS.
           05 WS-CTLG-NEW-START-TS    PIC X(14) VALUE SPACES.
           05 WS-CTLP-NEW-DT          PIC X(8) VALUE SPACES.
           05 WS-CTLP-NEW-CYC         PIC 9(3) VALUE ZEROS.
           05 WS-PRIOR-PROG           PIC X(8).
           05 WS-PRIOR-DT             PIC X(8).
      *****************************************************************
      * COUNTS - REPORTED, THEN REVERSED                              *
      *****************************************************************
           05 WS-GIBH-RPT-CNT         PIC S9(9) COMP VALUE +0.
           05 WS-GIBH-DEL-CNT         PIC S9(9) COMP VALUE +0.
           05 WS-RREG-RPT-CNT         PIC S9(9) COMP VALUE +0.
           05 WS-RREG-DEL-CNT         PIC S9(9) COMP VALUE +0.
           05 WS-CUR-CNT              PIC S9(9) COMP.
           05 WS-CNT-DISP             PIC ZZZ,ZZZ,ZZ9.
           05 WS-CNT-DISP2            PIC ZZZ,ZZZ,ZZ9.
           05 WS-CYC-DISP             PIC 9(3).
           05 WS-CYC-DISP2            PIC 9(3).
      *****************************************************************
      * CURSOR ROWS                                                   *
      *****************************************************************
           05 WS-CUR-PROG             PIC X(8).
           05 WS-CUR-PRED             PIC X(8).
           05 WS-CUR-STREAM           PIC S9(4) COMP.
           05 WS-CUR-STREAM-DISP      PIC 9(2).
           05 WS-CUR-EVT-TYP          PIC X(1).
           05 WS-CUR-EVT-TS           PIC X(26).
           05 WS-CUR-REC-READ         PIC S9(9) COMP.
           05 WS-CUR-REC-PROC         PIC S9(9) COMP.
           05 WS-CUR-CTRY             PIC X(2).
           05 WS-CUR-INSTT            PIC X(4).
      *****************************************************************
      * THE JOBS WHOSE REGISTRY ROWS GO WITH THE CYCLE - GOODCBLC,    *
      * IBRPAYXC, AND EVERY TABJSLA JOB WHOSE PREDECESSOR CHAIN LEADS *
      * BACK TO ONE OF THEM. TABJSLA IS TABLED FIRST TO WALK THE      *
      * CHAINS                                                        *
      *****************************************************************
       01  WS-CHAIN-CTL.
           05 WS-CHN-CNT              PIC 9(3) COMP VALUE ZEROS.
           05 WS-CHN-MAX              PIC 9(3) COMP VALUE 50.
           05 WS-CHN-IDX              PIC 9(3) COMP.
           05 WS-CHN-FND-IDX          PIC 9(3) COMP.
           05 WS-SLA-CNT              PIC 9(3) COMP VALUE ZEROS.
           05 WS-SLA-MAX              PIC 9(3) COMP VALUE 200.
           05 WS-SLA-IDX              PIC 9(3) COMP.
           05 WS-CHN-ADDED-SW         PIC X(1).
               88 WS-CHN-ADDED        VALUE 'Y'.
       01  WS-CHAIN-TBL.
           05 WS-CHN-ENT              OCCURS 50 TIMES.
               10 WS-CHN-PROG         PIC X(8).
               10 WS-CHN-RPT-CNT      PIC S9(9) COMP.
               10 WS-CHN-DEL-CNT      PIC S9(9) COMP.
       01  WS-SLA-TBL.
           05 WS-SLA-ENT              OCCURS 200 TIMES.
               10 WS-SLA-PROG         PIC X(8).
               10 WS-SLA-PRED         PIC X(8).
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
               INCLUDE TABRREGW
           END-EXEC.
           EXEC SQL
               INCLUDE TABGIBHW
           END-EXEC.
           EXEC SQL
               INCLUDE TABJSLAW
           END-EXEC.
      *--------------------------------------*
      *      DB2 CURSOR DECLARATION          *
      *--------------------------------------*
      *****************************************************************
      * THE SUITE'S JOBS AND THEIR PREDECESSORS                       *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-BKO-JSLA CURSOR FOR
               SELECT PROG_NAM,
                      PRED_PGM
               FROM   TABJSLA
               ORDER BY SEQ_NUM, PROG_NAM
               FOR FETCH ONLY
           END-EXEC.
      *****************************************************************
      * THE BUSINESS DATE'S START/COMPLETION ROWS FROM THE CYCLE'S    *
      * START ON - ONLY THE CHAINED JOBS' ARE TAKEN                   *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-BKO-RREG CURSOR FOR
               SELECT PROG_NAM,
                      STREAM_NUM,
                      EVT_TYP,
                      CHAR(EVT_TS),
                      REC_READ,
                      REC_PROC
               FROM   TABRREG
               WHERE  BUS_DT   = :WS-BKO-BUS-DT
                AND   EVT_TYP IN ('S', 'C')
                AND   EVT_TS  >= TIMESTAMP(:WS-CYC-START-DB2)
               ORDER BY PROG_NAM, EVT_TS
               FOR FETCH ONLY
           END-EXEC.
      *****************************************************************
      * THE CYCLE'S TABGIBH ROWS, BY INSTITUTION                      *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-BKO-GIBH CURSOR FOR
               SELECT RPT_CTRY,
                      RPT_INSTT,
                      COUNT(*)
               FROM   TABGIBH
               WHERE  RPT_TYPE = 'IBRI'
                AND   DNLD_DT CONCAT DNLD_TM >= :WS-CYC-START-TS
               GROUP BY RPT_CTRY, RPT_INSTT
               ORDER BY RPT_CTRY, RPT_INSTT
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
           MOVE 'IBRBKOC'              TO WS-PROG-NAM
           PERFORM A010-WRT-START-MSG
           MOVE FUNCTION CURRENT-DATE  TO WS-TODAY-DATE
           PERFORM A005-GET-PARMS
           IF PROG-NORMAL
               PERFORM A030-READ-CONTROL-FILES
           END-IF
           IF PROG-NORMAL
               PERFORM A040-SET-CYCLE-WINDOW
           END-IF
           IF PROG-NORMAL
               PERFORM A015-REGISTER-RUN-START
               PERFORM A020-OPEN-IBRBKOT
           END-IF
           .
      *****************************************************************
      * The Business Date, Cycle And Mode From PARMS 1-3 - A DATE AND *
      * CYCLE ARE BOTH REQUIRED                                       *
      *****************************************************************
       A005-GET-PARMS.
           MOVE SPACES                 TO WS-BUS-DT-PARM
                                          WS-CYC-PARM
                                          WS-MODE-PARM
           DISPLAY 1                   UPON ARGUMENT-NUMBER
           ACCEPT WS-BUS-DT-PARM       FROM ARGUMENT-VALUE
           DISPLAY 2                   UPON ARGUMENT-NUMBER
           ACCEPT WS-CYC-PARM          FROM ARGUMENT-VALUE
           DISPLAY 3                   UPON ARGUMENT-NUMBER
           ACCEPT WS-MODE-PARM         FROM ARGUMENT-VALUE
           IF WS-MODE-PARM = 'EXECUTE'
               SET WS-EXECUTE          TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN WS-BUS-DT-PARM NOT NUMERIC
                   MOVE 'PARM 1 MUST BE THE BUSINESS DATE, YYYYMMDD'
                                       TO WS-BKO-MSG
               WHEN WS-CYC-PARM NOT NUMERIC
               WHEN WS-CYC-PARM = '000'
                   MOVE 'PARM 2 MUST BE THE CYCLE, 001-999'
                                       TO WS-BKO-MSG
               WHEN OTHER
                   MOVE WS-BUS-DT-PARM TO WS-BKO-BUS-DT
                   MOVE WS-CYC-PARM    TO WS-BKO-CYC
           END-EVALUATE
           IF WS-BKO-MSG NOT = SPACES
               PERFORM A090-REFUSE-BACKOUT
           END-IF
           .
      *****************************************************************
      * Refuse The Backout Before Anything Is Touched                 *
      *****************************************************************
       A090-REFUSE-BACKOUT.
           DISPLAY 'IBRI BACKOUT REFUSED - ' WS-BKO-MSG
           PERFORM X100-ERR-COMMON-SETUP
           SET WS-PARA-A020
               WS-MSG-002              TO TRUE
           MOVE WS-PARA-NAM            TO LOG-PARA-NAM
           MOVE WS-MSG-NO              TO LOG-MSG-NO
           MOVE WS-BKO-MSG             TO LOG-ERR-TEXT-LONG
           PERFORM X290-PROC-DATA-ERROR
           .
      *****************************************************************
      * Read Both IBRICTL Control Files - GOODCBLC'S MUST HOLD THE    *
      * DATE AND CYCLE BEING BACKED OUT; IBRPAYXC'S IS RESET ONLY     *
      * WHEN IT GOT THAT FAR, AND MUST NOT BE PAST IT                 *
      *****************************************************************
       A030-READ-CONTROL-FILES.
           MOVE SPACES                 TO WS-CYC-START-TS
           OPEN INPUT IBRICTLG
           IF WS-IBRICTLG-STATUS = '00'
               READ IBRICTLG
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-CTLG-FOUND TO TRUE
                       MOVE CTLG-LAST-FILE-DT TO WS-CTLG-OLD-DT
                       MOVE CTLG-CYC-START-TS TO WS-CYC-START-TS
                       IF CTLG-LAST-CYC-NO IS NUMERIC
                       AND CTLG-LAST-CYC-NO > 0
                           MOVE CTLG-LAST-CYC-NO
                                       TO WS-CTLG-OLD-CYC
                       ELSE
                           MOVE 001    TO WS-CTLG-OLD-CYC
                       END-IF
               END-READ
               CLOSE IBRICTLG
           END-IF

           OPEN INPUT IBRICTLP
           IF WS-IBRICTLP-STATUS = '00'
               READ IBRICTLP
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-CTLP-FOUND TO TRUE
                       MOVE CTLP-LAST-FILE-DT TO WS-CTLP-OLD-DT
                       IF CTLP-LAST-CYC-NO IS NUMERIC
                       AND CTLP-LAST-CYC-NO > 0
                           MOVE CTLP-LAST-CYC-NO
                                       TO WS-CTLP-OLD-CYC
                       ELSE
                           MOVE 001    TO WS-CTLP-OLD-CYC
                       END-IF
               END-READ
               CLOSE IBRICTLP
           END-IF

           MOVE WS-CTLG-OLD-CYC        TO WS-CYC-DISP
           MOVE WS-BKO-CYC             TO WS-CYC-DISP2
           EVALUATE TRUE
               WHEN NOT WS-CTLG-FOUND
                   MOVE 'IBRICTLG (GOODCBLC) IS EMPTY OR MISSING'
                                       TO WS-BKO-MSG
               WHEN WS-CTLG-OLD-DT NOT = WS-BKO-BUS-DT
               WHEN WS-CTLG-OLD-CYC NOT = WS-BKO-CYC
                   STRING 'ONLY THE LAST CYCLE CAN BE BACKED OUT - '
                          'IBRICTLG HOLDS ' WS-CTLG-OLD-DT
                          ' CYCLE ' WS-CYC-DISP
                       DELIMITED BY SIZE INTO WS-BKO-MSG
                   END-STRING
               WHEN WS-CTLP-FOUND
                AND (WS-CTLP-OLD-DT > WS-BKO-BUS-DT
                 OR (WS-CTLP-OLD-DT = WS-BKO-BUS-DT
                 AND WS-CTLP-OLD-CYC > WS-BKO-CYC))
                   STRING 'IBRPAYXC IBRICTL (IBRICTLP) IS PAST '
                          WS-BKO-BUS-DT ' CYCLE ' WS-CYC-DISP2
                       DELIMITED BY SIZE INTO WS-BKO-MSG
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-BKO-MSG NOT = SPACES
               PERFORM A090-REFUSE-BACKOUT
           END-IF
           IF WS-CTLP-FOUND
           AND WS-CTLP-OLD-DT = WS-BKO-BUS-DT
           AND WS-CTLP-OLD-CYC = WS-BKO-CYC
               SET WS-CTLP-RESET       TO TRUE
           END-IF
           .
      *****************************************************************
      * Fix The Cycle's Start - THE STAMP GOODCBLC KEPT ON IBRICTL.   *
      * A CONTROL FILE WRITTEN BEFORE THE STAMP WAS KEPT CAN STILL    *
      * HAVE CYCLE 001 BACKED OUT FROM THE DATE'S FIRST GOODCBLC      *
      * START; A LATER CYCLE CANNOT BE SEPARATED FROM THE ONE BEFORE  *
      *****************************************************************
       A040-SET-CYCLE-WINDOW.
           IF WS-CYC-START-TS = SPACES
               IF WS-BKO-CYC > 001
                   MOVE 'NO CYCLE START STAMP ON IBRICTLG - ONLY CYCLE 0
      -                 '01 CAN BE BACKED OUT'
                                       TO WS-BKO-MSG
                   PERFORM A090-REFUSE-BACKOUT
               ELSE
                   PERFORM A045-FIRST-GOODCBLC-START
               END-IF
           END-IF
           IF PROG-NORMAL
               STRING WS-CYC-START-TS(1:4)  '-'
                      WS-CYC-START-TS(5:2)  '-'
                      WS-CYC-START-TS(7:2)  '-'
                      WS-CYC-START-TS(9:2)  '.'
                      WS-CYC-START-TS(11:2) '.'
                      WS-CYC-START-TS(13:2) '.000000'
                   DELIMITED BY SIZE INTO WS-CYC-START-DB2
               END-STRING
           END-IF
           .
      *****************************************************************
      * The Date's First GOODCBLC Start On The Registry               *
      *****************************************************************
       A045-FIRST-GOODCBLC-START.
           MOVE SPACES                 TO WS-MIN-START-TS
           EXEC SQL
               SELECT VALUE(CHAR(MIN(EVT_TS)), ' ')
               INTO   :WS-MIN-START-TS
               FROM   TABRREG
               WHERE  PROG_NAM = 'GOODCBLC'
                AND   BUS_DT   = :WS-BKO-BUS-DT
                AND   EVT_TYP  = 'S'
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           IF WS-MIN-START-TS = SPACES
               MOVE 'NO CYCLE START STAMP AND NO GOODCBLC RUN ON THE REG
      -             'ISTRY FOR THE DATE'
                                       TO WS-BKO-MSG
               PERFORM A090-REFUSE-BACKOUT
           ELSE
               STRING WS-MIN-START-TS(1:4)  WS-MIN-START-TS(6:2)
                      WS-MIN-START-TS(9:2)  WS-MIN-START-TS(12:2)
                      WS-MIN-START-TS(15:2) WS-MIN-START-TS(18:2)
                   DELIMITED BY SIZE INTO WS-CYC-START-TS
               END-STRING
           END-IF
           .
      *****************************************************************
      * Announce This Run On The TABRREG RUN REGISTRY Under The       *
      * Business Date It Backs Out                                    *
      *****************************************************************
       A015-REGISTER-RUN-START.
           INITIALIZE WR-RUNREG-FLDS
                        REPLACING NUMERIC DATA BY ZERO
           SET RREG-FUNC-START         TO TRUE
           MOVE WS-PROG-NAM            TO RREG-PROG-NAM
           MOVE WS-BKO-BUS-DT          TO RREG-BUS-DT
           PERFORM X940-RUN-REGISTRY
           .
      *****************************************************************
      * Main Process Routine - Report Everything The Backout Would    *
      * Reverse, Then Reverse It When Told To                         *
      *****************************************************************
       B000-MAIN.
           PERFORM B010-WRITE-HEADING
           PERFORM B100-BUILD-CHAIN
           IF PROG-NORMAL
               PERFORM B200-REPORT-REGISTRY-ROWS
           END-IF
           IF PROG-NORMAL
               PERFORM B300-REPORT-GIBH-ROWS
           END-IF
           IF PROG-NORMAL
               PERFORM B400-REPORT-CONTROL-FILES
           END-IF
           IF PROG-NORMAL
               IF WS-EXECUTE
                   PERFORM B500-REVERSE-CYCLE
               ELSE
                   MOVE SPACES         TO IBRBKOT-REC
                   PERFORM Z010-WRITE-RPT-LINE
                   MOVE '*** REPORT ONLY - NOTHING REVERSED. RERUN WITH 
      -                 'PARM 3 EXECUTE TO BACK OUT ***'
                                       TO IBRBKOT-REC
                   PERFORM Z010-WRITE-RPT-LINE
               END-IF
           END-IF
           .
      *****************************************************************
      * Report Heading                                                *
      *****************************************************************
       B010-WRITE-HEADING.
           MOVE WS-BKO-CYC             TO WS-CYC-DISP
           MOVE SPACES                 TO IBRBKOT-REC
           STRING 'IBRI BACKOUT - BUSINESS DATE ' DELIMITED BY SIZE
                  WS-BKO-BUS-DT        DELIMITED BY SIZE
                  ' CYCLE '            DELIMITED BY SIZE
                  WS-CYC-DISP          DELIMITED BY SIZE
                  ' - CYCLE START '    DELIMITED BY SIZE
                  WS-CYC-START-TS      DELIMITED BY SIZE
                  ' - RUN '            DELIMITED BY SIZE
                  WS-TODAY-DATE-8      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-TODAY-TIME-6      DELIMITED BY SIZE
               INTO IBRBKOT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           MOVE SPACES                 TO IBRBKOT-REC
           IF WS-EXECUTE
               MOVE 'MODE: EXECUTE - THE ITEMS BELOW ARE REVERSED'
                                       TO IBRBKOT-REC
           ELSE
               MOVE 'MODE: REPORT ONLY - THE ITEMS BELOW WOULD BE REVERS
      -             'ED'               TO IBRBKOT-REC
           END-IF
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * The Chained Jobs - GOODCBLC AND IBRPAYXC, THEN EVERY TABJSLA  *
      * JOB WAITING ON ONE ALREADY TAKEN, PASS AFTER PASS UNTIL A     *
      * PASS ADDS NONE                                                *
      *****************************************************************
       B100-BUILD-CHAIN.
           MOVE 'GOODCBLC'             TO WS-CUR-PROG
           PERFORM B110-ADD-CHAIN-JOB
           MOVE 'IBRPAYXC'             TO WS-CUR-PROG
           PERFORM B110-ADD-CHAIN-JOB

           EXEC SQL
               OPEN CSR-BKO-JSLA
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           PERFORM B120-FETCH-JSLA
           PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
               IF WS-SLA-CNT < WS-SLA-MAX
                   ADD 1               TO WS-SLA-CNT
                   MOVE TABJSLA-PROG-NAM
                                       TO WS-SLA-PROG(WS-SLA-CNT)
                   MOVE TABJSLA-PRED-PGM
                                       TO WS-SLA-PRED(WS-SLA-CNT)
               END-IF
               PERFORM B120-FETCH-JSLA
           END-PERFORM
           EXEC SQL
               CLOSE CSR-BKO-JSLA
           END-EXEC

           SET WS-CHN-ADDED            TO TRUE
           PERFORM UNTIL NOT WS-CHN-ADDED OR PROG-ABEND
               MOVE 'N'                TO WS-CHN-ADDED-SW
               PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
                       UNTIL WS-SLA-IDX > WS-SLA-CNT OR PROG-ABEND
                   MOVE WS-SLA-PRED(WS-SLA-IDX) TO WS-CUR-PROG
                   PERFORM B130-FIND-CHAIN-JOB
                   IF WS-CHN-FND-IDX > 0
                       MOVE WS-SLA-PROG(WS-SLA-IDX) TO WS-CUR-PROG
                       PERFORM B130-FIND-CHAIN-JOB
                       IF WS-CHN-FND-IDX = 0
                           PERFORM B110-ADD-CHAIN-JOB
                           SET WS-CHN-ADDED TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           .
      *****************************************************************
      * Add WS-CUR-PROG To The Chain - OVERFLOW IS A HARD ERROR, A    *
      * SHORT CHAIN WOULD LEAVE A JOB'S ROWS BEHIND                   *
      *****************************************************************
       B110-ADD-CHAIN-JOB.
           IF WS-CHN-CNT < WS-CHN-MAX
               ADD 1                   TO WS-CHN-CNT
               MOVE WS-CUR-PROG        TO WS-CHN-PROG(WS-CHN-CNT)
               MOVE ZEROS              TO WS-CHN-RPT-CNT(WS-CHN-CNT)
                                          WS-CHN-DEL-CNT(WS-CHN-CNT)
           ELSE
               DISPLAY 'BACKOUT CHAIN OVERFLOW AT ' WS-CUR-PROG
               PERFORM X100-ERR-COMMON-SETUP
               SET WS-PARA-B010
                   WS-MSG-003          TO TRUE
               MOVE WS-PARA-NAM        TO LOG-PARA-NAM
               MOVE WS-MSG-NO          TO LOG-MSG-NO
               MOVE 'IBRI BACKOUT JOB CHAIN OVERFLOW - OVER 50 JOBS'
                                       TO LOG-ERR-TEXT-LONG
               PERFORM X290-PROC-DATA-ERROR
           END-IF
           .
      *****************************************************************
      * Fetch The Next TABJSLA Job                                    *
      *****************************************************************
       B120-FETCH-JSLA.
           EXEC SQL
               FETCH CSR-BKO-JSLA
               INTO :TABJSLA-PROG-NAM,
                    :TABJSLA-PRED-PGM
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * Find WS-CUR-PROG On The Chain (ZERO WHEN NOT THERE)           *
      *****************************************************************
       B130-FIND-CHAIN-JOB.
           MOVE ZEROS                  TO WS-CHN-FND-IDX
           IF WS-CUR-PROG NOT = SPACES
               PERFORM VARYING WS-CHN-IDX FROM 1 BY 1
                       UNTIL WS-CHN-IDX > WS-CHN-CNT
                          OR WS-CHN-FND-IDX > 0
                   IF WS-CHN-PROG(WS-CHN-IDX) = WS-CUR-PROG
                       MOVE WS-CHN-IDX TO WS-CHN-FND-IDX
                   END-IF
               END-PERFORM
           END-IF
           .
      *****************************************************************
      * List Every Chained Job's Start/Completion Row For The Date    *
      * From The Cycle's Start, Counting Them Job By Job              *
      *****************************************************************
       B200-REPORT-REGISTRY-ROWS.
           MOVE SPACES                 TO IBRBKOT-REC
           PERFORM Z010-WRITE-RPT-LINE
           MOVE '*** TABRREG RUN-REGISTRY ROWS ***'
                                       TO IBRBKOT-REC
           PERFORM Z010-WRITE-RPT-LINE
           MOVE 'JOB      STR EVT TIMESTAMP                   READ
      -         '      PROCESSED'      TO IBRBKOT-REC
           PERFORM Z010-WRITE-RPT-LINE
           EXEC SQL
               OPEN CSR-BKO-RREG
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           PERFORM B210-FETCH-RREG
           PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
               ADD 1                   TO WS-REC-READ-CNT
               PERFORM B130-FIND-CHAIN-JOB
               IF WS-CHN-FND-IDX > 0
                   ADD 1               TO WS-CHN-RPT-CNT(WS-CHN-FND-IDX)
                                          WS-RREG-RPT-CNT
                   PERFORM B220-WRITE-RREG-LINE
               END-IF
               PERFORM B210-FETCH-RREG
           END-PERFORM
           EXEC SQL
               CLOSE CSR-BKO-RREG
           END-EXEC
           MOVE WS-RREG-RPT-CNT        TO WS-CNT-DISP
           MOVE SPACES                 TO IBRBKOT-REC
           STRING 'REGISTRY ROWS: '    DELIMITED BY SIZE
                  WS-CNT-DISP          DELIMITED BY SIZE
               INTO IBRBKOT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * Fetch The Next Registry Row                                   *
      *****************************************************************
       B210-FETCH-RREG.
           EXEC SQL
               FETCH CSR-BKO-RREG
               INTO :WS-CUR-PROG,
                    :WS-CUR-STREAM,
                    :WS-CUR-EVT-TYP,
                    :WS-CUR-EVT-TS,
                    :WS-CUR-REC-READ,
                    :WS-CUR-REC-PROC
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * One Registry Row                                              *
      *****************************************************************
       B220-WRITE-RREG-LINE.
           MOVE WS-CUR-STREAM          TO WS-CUR-STREAM-DISP
           MOVE WS-CUR-REC-READ        TO WS-CNT-DISP
           MOVE WS-CUR-REC-PROC        TO WS-CNT-DISP2
           MOVE SPACES                 TO IBRBKOT-REC
           STRING WS-CUR-PROG          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-CUR-STREAM-DISP   DELIMITED BY SIZE
                  '   '                DELIMITED BY SIZE
                  WS-CUR-EVT-TYP       DELIMITED BY SIZE
                  '   '                DELIMITED BY SIZE
                  WS-CUR-EVT-TS        DELIMITED BY SIZE
                  WS-CNT-DISP          DELIMITED BY SIZE
                  WS-CNT-DISP2         DELIMITED BY SIZE
               INTO IBRBKOT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * List The Cycle's TABGIBH Download-History Rows By Institution *
      *****************************************************************
       B300-REPORT-GIBH-ROWS.
           MOVE SPACES                 TO IBRBKOT-REC
           PERFORM Z010-WRITE-RPT-LINE
           MOVE '*** TABGIBH DOWNLOAD-HISTORY ROWS (RPT_TYPE IBRI) ***'
                                       TO IBRBKOT-REC
           PERFORM Z010-WRITE-RPT-LINE
           EXEC SQL
               OPEN CSR-BKO-GIBH
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           PERFORM B310-FETCH-GIBH
           PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
               ADD WS-CUR-CNT          TO WS-GIBH-RPT-CNT
               MOVE WS-CUR-CNT         TO WS-CNT-DISP
               MOVE SPACES             TO IBRBKOT-REC
               STRING 'INSTITUTION '   DELIMITED BY SIZE
                      WS-CUR-CTRY      DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-CUR-INSTT     DELIMITED BY SIZE
                      ' ROWS: '        DELIMITED BY SIZE
                      WS-CNT-DISP      DELIMITED BY SIZE
                   INTO IBRBKOT-REC
               END-STRING
               PERFORM Z010-WRITE-RPT-LINE
               PERFORM B310-FETCH-GIBH
           END-PERFORM
           EXEC SQL
               CLOSE CSR-BKO-GIBH
           END-EXEC
           MOVE WS-GIBH-RPT-CNT        TO WS-CNT-DISP
           MOVE SPACES                 TO IBRBKOT-REC
           STRING 'DOWNLOAD-HISTORY ROWS: ' DELIMITED BY SIZE
                  WS-CNT-DISP          DELIMITED BY SIZE
               INTO IBRBKOT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * Fetch The Next Institution's Count                            *
      *****************************************************************
       B310-FETCH-GIBH.
           EXEC SQL
               FETCH CSR-BKO-GIBH
               INTO :WS-CUR-CTRY,
                    :WS-CUR-INSTT,
                    :WS-CUR-CNT
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * Work Out And Report What Each Control File Goes Back To       *
      *****************************************************************
       B400-REPORT-CONTROL-FILES.
           MOVE SPACES                 TO IBRBKOT-REC
           PERFORM Z010-WRITE-RPT-LINE
           MOVE '*** IBRICTL LAST-COMPLETED ENTRIES ***'
                                       TO IBRBKOT-REC
           PERFORM Z010-WRITE-RPT-LINE

           MOVE 'GOODCBLC'             TO WS-PRIOR-PROG
           PERFORM B410-SET-PRIOR-ENTRY
           MOVE WS-PRIOR-DT            TO WS-CTLG-NEW-DT
           MOVE WS-CYC-DISP2           TO WS-CTLG-NEW-CYC
           MOVE WS-CTLG-OLD-DT         TO WS-PRIOR-DT
           MOVE WS-CTLG-OLD-CYC        TO WS-CYC-DISP
           MOVE 'IBRICTLG (GOODCBLC)'  TO WS-BKO-MSG
           PERFORM B420-WRITE-CTL-LINE
           IF WS-BKO-CYC > 001
               PERFORM B415-PRIOR-CYCLE-START
           END-IF

           IF WS-CTLP-RESET
               MOVE 'IBRPAYXC'         TO WS-PRIOR-PROG
               PERFORM B410-SET-PRIOR-ENTRY
               MOVE WS-PRIOR-DT        TO WS-CTLP-NEW-DT
               MOVE WS-CYC-DISP2       TO WS-CTLP-NEW-CYC
               MOVE WS-CTLP-OLD-DT     TO WS-PRIOR-DT
               MOVE WS-CTLP-OLD-CYC    TO WS-CYC-DISP
               MOVE 'IBRICTLP (IBRPAYXC)' TO WS-BKO-MSG
               PERFORM B420-WRITE-CTL-LINE
           ELSE
               MOVE SPACES             TO IBRBKOT-REC
               STRING 'IBRICTLP (IBRPAYXC)  ' DELIMITED BY SIZE
                      WS-CTLP-OLD-DT   DELIMITED BY SIZE
                      ' - NOT YET AT THIS CYCLE, UNCHANGED'
                                       DELIMITED BY SIZE
                   INTO IBRBKOT-REC
               END-STRING
               PERFORM Z010-WRITE-RPT-LINE
           END-IF
           MOVE SPACES                 TO WS-BKO-MSG
           .
      *****************************************************************
      * The Entry WS-PRIOR-PROG's Control File Goes Back To - THE     *
      * CYCLE BEFORE, OR THE LAST DATE IT COMPLETED BEFORE THIS ONE   *
      * WITH CYCLE 999 (NONE - A BLANK ENTRY). RETURNED IN            *
      * WS-PRIOR-DT AND WS-CYC-DISP2                                  *
      *****************************************************************
       B410-SET-PRIOR-ENTRY.
           IF WS-BKO-CYC > 001
               MOVE WS-BKO-BUS-DT      TO WS-PRIOR-DT
               COMPUTE WS-CYC-DISP2 = WS-BKO-CYC - 1
           ELSE
               MOVE SPACES             TO WS-PRIOR-DT
               EXEC SQL
                   SELECT VALUE(MAX(BUS_DT), ' ')
                   INTO   :WS-PRIOR-DT
                   FROM   TABRREG
                   WHERE  PROG_NAM = :WS-PRIOR-PROG
                    AND   BUS_DT   < :WS-BKO-BUS-DT
                    AND   EVT_TYP  = 'C'
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM X490-PROC-SQL-ERROR
               END-IF
               IF WS-PRIOR-DT = SPACES
                   MOVE ZEROS          TO WS-CYC-DISP2
               ELSE
                   MOVE 999            TO WS-CYC-DISP2
               END-IF
           END-IF
           .
      *****************************************************************
      * The Start Stamp Of The Cycle Before On The Same Date, For     *
      * GOODCBLC'S Restored Entry - TABRREG KEEPS NO CYCLE NUMBER,    *
      * BUT A DATE'S CYCLES RUN ONE AFTER ANOTHER AND A CYCLE'S       *
      * STREAMS ARE ALL STARTED BEFORE ANY OF THEM COMPLETES, SO THE  *
      * CYCLE BEFORE STARTED WITH THE FIRST GOODCBLC START THAT NO    *
      * COMPLETION SEPARATES FROM ITS LAST START. WITH NO SUCH START  *
      * THE STAMP IS LEFT BLANK AND THE REPORT SAYS SO - A LATER      *
      * BACKOUT OF THAT CYCLE IS THEN REFUSED AT A040 (CYCLE 001      *
      * FALLS BACK TO THE DATE'S FIRST START THERE)                   *
      *****************************************************************
       B415-PRIOR-CYCLE-START.
           MOVE SPACES                 TO WS-MIN-START-TS
                                          WS-CTLG-NEW-START-TS
           EXEC SQL
               SELECT VALUE(CHAR(MIN(S.EVT_TS)), ' ')
               INTO   :WS-MIN-START-TS
               FROM   TABRREG S
               WHERE  S.PROG_NAM = 'GOODCBLC'
                AND   S.BUS_DT   = :WS-BKO-BUS-DT
                AND   S.EVT_TYP  = 'S'
                AND   S.EVT_TS   < TIMESTAMP(:WS-CYC-START-DB2)
                AND   NOT EXISTS
                     (SELECT 1
                      FROM   TABRREG C
                      WHERE  C.PROG_NAM = 'GOODCBLC'
                       AND   C.BUS_DT   = :WS-BKO-BUS-DT
                       AND   C.EVT_TYP  = 'C'
                       AND   C.EVT_TS   > S.EVT_TS
                       AND   C.EVT_TS   <
                            (SELECT MAX(L.EVT_TS)
                             FROM   TABRREG L
                             WHERE  L.PROG_NAM = 'GOODCBLC'
                              AND   L.BUS_DT   = :WS-BKO-BUS-DT
                              AND   L.EVT_TYP  = 'S'
                              AND   L.EVT_TS   <
                                    TIMESTAMP(:WS-CYC-START-DB2)))
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           MOVE SPACES                 TO IBRBKOT-REC
           IF WS-MIN-START-TS = SPACES
               STRING 'IBRICTLG CYCLE START  NONE FOUND ON TABRREG - '
                                       DELIMITED BY SIZE
                      'CYCLE '         DELIMITED BY SIZE
                      WS-CTLG-NEW-CYC  DELIMITED BY SIZE
                      ' CANNOT THEN BE BACKED OUT IN TURN'
                                       DELIMITED BY SIZE
                   INTO IBRBKOT-REC
               END-STRING
           ELSE
               STRING WS-MIN-START-TS(1:4)  WS-MIN-START-TS(6:2)
                      WS-MIN-START-TS(9:2)  WS-MIN-START-TS(12:2)
                      WS-MIN-START-TS(15:2) WS-MIN-START-TS(18:2)
                   DELIMITED BY SIZE INTO WS-CTLG-NEW-START-TS
               END-STRING
               STRING 'IBRICTLG CYCLE START  GOES BACK TO '
                                       DELIMITED BY SIZE
                      WS-CTLG-NEW-START-TS DELIMITED BY SIZE
                      ' (START OF CYCLE ' DELIMITED BY SIZE
                      WS-CTLG-NEW-CYC  DELIMITED BY SIZE
                      ')'              DELIMITED BY SIZE
                   INTO IBRBKOT-REC
               END-STRING
           END-IF
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * One Control-File Line - FROM WS-PRIOR-DT/WS-CYC-DISP TO THE   *
      * NEW ENTRY IN WS-PRIOR-PROG'S NEW FIELDS                       *
      *****************************************************************
       B420-WRITE-CTL-LINE.
           MOVE SPACES                 TO IBRBKOT-REC
           IF WS-PRIOR-PROG = 'GOODCBLC'
               STRING WS-BKO-MSG       DELIMITED BY '  '
                      '  '             DELIMITED BY SIZE
                      WS-PRIOR-DT      DELIMITED BY SIZE
                      ' CYCLE '        DELIMITED BY SIZE
                      WS-CYC-DISP      DELIMITED BY SIZE
                      ' GOES BACK TO ' DELIMITED BY SIZE
                      WS-CTLG-NEW-DT   DELIMITED BY SIZE
                      ' CYCLE '        DELIMITED BY SIZE
                      WS-CTLG-NEW-CYC  DELIMITED BY SIZE
                   INTO IBRBKOT-REC
               END-STRING
           ELSE
               STRING WS-BKO-MSG       DELIMITED BY '  '
                      '  '             DELIMITED BY SIZE
                      WS-PRIOR-DT      DELIMITED BY SIZE
                      ' CYCLE '        DELIMITED BY SIZE
                      WS-CYC-DISP      DELIMITED BY SIZE
                      ' GOES BACK TO ' DELIMITED BY SIZE
                      WS-CTLP-NEW-DT   DELIMITED BY SIZE
                      ' CYCLE '        DELIMITED BY SIZE
                      WS-CTLP-NEW-CYC  DELIMITED BY SIZE
                   INTO IBRBKOT-REC
               END-STRING
           END-IF
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * Reverse The Cycle - THE DELETES FIRST, EACH HELD TO THE COUNT *
      * JUST REPORTED (A MISMATCH ABENDS AND THE UNIT OF WORK ROLLS   *
      * BACK); THEN THE BACKOUT EVENTS; THE CONTROL FILES LAST, AS    *
      * THEY CANNOT ROLL BACK                                         *
      *****************************************************************
       B500-REVERSE-CYCLE.
           PERFORM B510-DELETE-GIBH-ROWS
           PERFORM VARYING WS-CHN-IDX FROM 1 BY 1
                   UNTIL WS-CHN-IDX > WS-CHN-CNT OR PROG-ABEND
               IF WS-CHN-RPT-CNT(WS-CHN-IDX) > 0
                   PERFORM B520-DELETE-RREG-ROWS
               END-IF
           END-PERFORM
           IF PROG-NORMAL
               PERFORM B540-RECORD-BACKOUT-EVENTS
           END-IF
           IF PROG-NORMAL
               PERFORM B550-REWRITE-CONTROL-FILES
           END-IF
           IF PROG-NORMAL
               PERFORM B560-LOG-BACKOUT
           END-IF
           .
      *****************************************************************
      * Delete The Cycle's TABGIBH Rows                               *
      *****************************************************************
       B510-DELETE-GIBH-ROWS.
           EXEC SQL
               DELETE FROM TABGIBH
               WHERE  RPT_TYPE = 'IBRI'
                AND   DNLD_DT CONCAT DNLD_TM >= :WS-CYC-START-TS
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           MOVE ZEROS                  TO WS-GIBH-DEL-CNT
           IF SQLCODE = 0
               MOVE SQLERRD(3)         TO WS-GIBH-DEL-CNT
           END-IF
           IF WS-GIBH-DEL-CNT NOT = WS-GIBH-RPT-CNT
               MOVE 'TABGIBH'          TO WS-CUR-PROG
               MOVE WS-GIBH-RPT-CNT    TO WS-CNT-DISP
               MOVE WS-GIBH-DEL-CNT    TO WS-CNT-DISP2
               PERFORM B530-COUNT-MISMATCH
           END-IF
           .
      *****************************************************************
      * Delete One Chained Job's Start/Completion Rows For The Cycle  *
      *****************************************************************
       B520-DELETE-RREG-ROWS.
           MOVE WS-CHN-PROG(WS-CHN-IDX) TO WS-CUR-PROG
           EXEC SQL
               DELETE FROM TABRREG
               WHERE  PROG_NAM = :WS-CUR-PROG
                AND   BUS_DT   = :WS-BKO-BUS-DT
                AND   EVT_TYP IN ('S', 'C')
                AND   EVT_TS  >= TIMESTAMP(:WS-CYC-START-DB2)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           MOVE ZEROS                  TO WS-CUR-CNT
           IF SQLCODE = 0
               MOVE SQLERRD(3)         TO WS-CUR-CNT
           END-IF
           MOVE WS-CUR-CNT             TO WS-CHN-DEL-CNT(WS-CHN-IDX)
           ADD WS-CUR-CNT              TO WS-RREG-DEL-CNT
           IF WS-CUR-CNT NOT = WS-CHN-RPT-CNT(WS-CHN-IDX)
               MOVE WS-CHN-RPT-CNT(WS-CHN-IDX) TO WS-CNT-DISP
               MOVE WS-CUR-CNT         TO WS-CNT-DISP2
               PERFORM B530-COUNT-MISMATCH
           END-IF
           .
      *****************************************************************
      * The Rows Deleted Are Not The Rows Reported - SOMETHING RAN IN *
      * BETWEEN. NOTHING IS LEFT HALF DONE                            *
      *****************************************************************
       B530-COUNT-MISMATCH.
           MOVE SPACES                 TO WS-BKO-MSG
           STRING 'BACKOUT STOPPED - ' DELIMITED BY SIZE
                  WS-CUR-PROG          DELIMITED BY SPACE
                  ' REPORTED '         DELIMITED BY SIZE
                  WS-CNT-DISP          DELIMITED BY SIZE
                  ' DELETED '          DELIMITED BY SIZE
                  WS-CNT-DISP2         DELIMITED BY SIZE
               INTO WS-BKO-MSG
           END-STRING
           DISPLAY WS-BKO-MSG
           PERFORM X100-ERR-COMMON-SETUP
           SET WS-PARA-B050
               WS-MSG-002              TO TRUE
           MOVE WS-PARA-NAM            TO LOG-PARA-NAM
           MOVE WS-MSG-NO              TO LOG-MSG-NO
           MOVE WS-BKO-MSG             TO LOG-ERR-TEXT-LONG
           PERFORM X290-PROC-DATA-ERROR
           .
      *****************************************************************
      * One Backout (B) Event On The Registry Per Chained Job Whose   *
      * Rows Were Removed - GOODCBLC'S ALSO CARRIES THE TABGIBH ROWS  *
      *****************************************************************
       B540-RECORD-BACKOUT-EVENTS.
           PERFORM VARYING WS-CHN-IDX FROM 1 BY 1
                   UNTIL WS-CHN-IDX > WS-CHN-CNT
               IF WS-CHN-DEL-CNT(WS-CHN-IDX) > 0
               OR (WS-CHN-PROG(WS-CHN-IDX) = 'GOODCBLC'
               AND WS-GIBH-DEL-CNT > 0)
                   INITIALIZE WR-RUNREG-FLDS
                                REPLACING NUMERIC DATA BY ZERO
                   SET RREG-FUNC-BACKOUT TO TRUE
                   MOVE WS-CHN-PROG(WS-CHN-IDX) TO RREG-PROG-NAM
                   MOVE WS-BKO-BUS-DT  TO RREG-BUS-DT
                   MOVE WS-CHN-DEL-CNT(WS-CHN-IDX) TO RREG-REC-PROC
                   IF WS-CHN-PROG(WS-CHN-IDX) = 'GOODCBLC'
                       MOVE WS-GIBH-DEL-CNT TO RREG-REC-READ
                   END-IF
                   PERFORM X940-RUN-REGISTRY
                   MOVE WS-CHN-DEL-CNT(WS-CHN-IDX) TO WS-CNT-DISP
                   MOVE SPACES         TO IBRBKOT-REC
                   STRING 'BACKED OUT '
                                       DELIMITED BY SIZE
                          WS-CHN-PROG(WS-CHN-IDX)
                                       DELIMITED BY SIZE
                          ' - REGISTRY ROWS REMOVED: '
                                       DELIMITED BY SIZE
                          WS-CNT-DISP  DELIMITED BY SIZE
                       INTO IBRBKOT-REC
                   END-STRING
                   PERFORM Z010-WRITE-RPT-LINE
               END-IF
           END-PERFORM
           .
      *****************************************************************
      * Put Each Control File Back - CYCLE 999 OR A BLANK DATE BOTH   *
      * LET THE CORRECTED FEED THROUGH AS A NEW DATE'S CYCLE 001;     *
      * GOODCBLC'S KEEPS THE START STAMP FOUND AT B415                *
      *****************************************************************
       B550-REWRITE-CONTROL-FILES.
           MOVE SPACES                 TO IBRICTLG-REC
           IF WS-CTLG-NEW-DT NOT = SPACES
               MOVE WS-CTLG-NEW-DT     TO CTLG-LAST-FILE-DT
               MOVE WS-CTLG-NEW-CYC    TO CTLG-LAST-CYC-NO
               MOVE WS-CTLG-NEW-START-TS
                                       TO CTLG-CYC-START-TS
           END-IF
           OPEN OUTPUT IBRICTLG
           IF WS-IBRICTLG-STATUS = '00'
               WRITE IBRICTLG-REC
               CLOSE IBRICTLG
           END-IF
           IF WS-IBRICTLG-STATUS NOT = '00'
               DISPLAY 'IBRICTLG REWRITE ERROR, FILE STATUS IS :'
                   WS-IBRICTLG-STATUS
               PERFORM X390-PROC-FILE-ERROR
           END-IF

           IF PROG-NORMAL AND WS-CTLP-RESET
               MOVE SPACES             TO IBRICTLP-REC
               IF WS-CTLP-NEW-DT NOT = SPACES
                   MOVE WS-CTLP-NEW-DT TO CTLP-LAST-FILE-DT
                   MOVE WS-CTLP-NEW-CYC TO CTLP-LAST-CYC-NO
               END-IF
               OPEN OUTPUT IBRICTLP
               IF WS-IBRICTLP-STATUS = '00'
                   WRITE IBRICTLP-REC
                   CLOSE IBRICTLP
               END-IF
               IF WS-IBRICTLP-STATUS NOT = '00'
                   DISPLAY 'IBRICTLP REWRITE ERROR, FILE STATUS IS :'
                       WS-IBRICTLP-STATUS
                   PERFORM X390-PROC-FILE-ERROR
               END-IF
           END-IF
           .
      *****************************************************************
      * Log The Backout To TABLOGM And Close The Report               *
      *****************************************************************
       B560-LOG-BACKOUT.
           MOVE WS-BKO-CYC             TO WS-CYC-DISP
           MOVE WS-GIBH-DEL-CNT        TO WS-CNT-DISP
           MOVE WS-RREG-DEL-CNT        TO WS-CNT-DISP2
           MOVE SPACES                 TO WS-BKO-MSG
           STRING 'IBRI BACKOUT ' WS-BKO-BUS-DT ' CYC ' WS-CYC-DISP
                  ' GIBH' WS-CNT-DISP ' RREG' WS-CNT-DISP2
               DELIMITED BY SIZE INTO WS-BKO-MSG
           END-STRING
           PERFORM X100-ERR-COMMON-SETUP
           SET WS-PARA-B050
               WS-MSG-001              TO TRUE
           MOVE WS-PARA-NAM            TO LOG-PARA-NAM
           MOVE WS-MSG-NO              TO LOG-MSG-NO
           MOVE WS-BKO-MSG             TO LOG-ERR-TEXT-LONG
           PERFORM X690-PROC-INFO-MSG

           MOVE SPACES                 TO IBRBKOT-REC
           PERFORM Z010-WRITE-RPT-LINE
           MOVE '*** BACKOUT COMPLETE - THE CORRECTED FEED MAY NOW BE RU
      -         'N FOR THE DATE ***'   TO IBRBKOT-REC
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * Write One Line To The Report                                  *
      *****************************************************************
       Z010-WRITE-RPT-LINE.
           IF WS-IBRBKOT-OPEN
               WRITE IBRBKOT-REC
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
      * Open The Backout Report File                                  *
      *****************************************************************
       A020-OPEN-IBRBKOT.
           OPEN OUTPUT IBRBKOT
           IF WS-IBRBKOT-STATUS NOT = '00'
               DISPLAY 'IBRBKOT OPEN ERROR, FILE STATUS IS :'
                   WS-IBRBKOT-STATUS
               PERFORM X390-PROC-FILE-ERROR
           ELSE
               SET WS-IBRBKOT-OPEN     TO TRUE
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
           IF WS-IBRBKOT-OPEN
               CLOSE IBRBKOT
               MOVE 'N'                TO WS-IBRBKOT-OPEN-SW
           END-IF

      * ONLY A CLEAN END EARNS ITS COMPLETION ROW - AN ABENDED RUN
      * ROLLS ITS START ROW BACK WITH THE REST OF ITS WORK AT X999
           IF PROG-NORMAL
               PERFORM C018-REGISTER-RUN-END
           END-IF

           MOVE WS-GIBH-DEL-CNT        TO WS-CNT-DISP
           MOVE WS-RREG-DEL-CNT        TO WS-CNT-DISP2
           STRING 'JOB END - BUS DATE: '         WS-BKO-BUS-DT
                  ' MODE: '                      WS-MODE-PARM
                  ' GIBH:'                       WS-CNT-DISP
                  ' RREG:'                       WS-CNT-DISP2
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
           MOVE WS-BKO-BUS-DT          TO RREG-BUS-DT
           MOVE WS-REC-READ-CNT        TO RREG-REC-READ
           MOVE WS-RREG-DEL-CNT        TO RREG-REC-PROC
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
      * IT) AND A BACKOUT IS NEVER LEFT HALF DONE; THE CLOSING        *
      * MESSAGE IS LOGGED AFTER THE ROLLBACK SO IT STANDS             *
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
           MOVE WS-RREG-DEL-CNT        TO DIAG-REC-PROC-CNT
           EXEC SQL
               ROLLBACK
           END-EXEC
           PERFORM C010-CLOSING-MSG
           MOVE 16                     TO RETURN-CODE
           CALL WS-CANCEL-PGM
           STOP RUN
           .
