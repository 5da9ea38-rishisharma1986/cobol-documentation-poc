       IDENTIFICATION DIVISION.
       PROGRAM-ID. WINSLAC.
       AUTHOR. RISHI SHARMA.
       DATE-WRITTEN. OCT,2026.
       DATE-COMPILED. OCT,2026.
       INSTALLATION. Nowhere.
      *****************************************************************
      * THIS BATCH PROGRAM IS THE DAILY BATCH-WINDOW REPORT. OFF THE  *
      * TABRREG RUN REGISTRY IT WORKS OUT, FOR ONE BUSINESS DATE, THE *
      * ELAPSED TIME OF EVERY JOB (FIRST START TO LAST COMPLETION     *
      * OVER ALL ITS STREAMS) AND OF EACH STREAM, AND SETS IT AGAINST *
      * THE JOB'S SLA ON TABJSLA AND ITS AVERAGE OVER THE TRAILING 20 *
      * BUSINESS DATES IT RAN FOR. A JOB OVER ITS SLA, OR SLOWER THAN *
      * ITS AVERAGE BY MORE THAN THE PARM 1 PERCENTAGE (DEFAULT 25),  *
      * IS FLAGGED. JOBS ON TABJSLA NOT YET STARTED OR STILL RUNNING  *
      * ARE PROJECTED FORWARD FROM NOW ON THEIR AVERAGES, EACH        *
      * WAITING ON ITS PREDECESSOR, AND THE REPORT CLOSES WITH THE    *
      * CRITICAL PATH TO THE SUITE'S ACTUAL OR PROJECTED FINISH. THE  *
      * BUSINESS DATE IS PARM 2, DEFAULTING TO THE LATEST ON THE      *
      * REGISTRY                                                      *
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
           SELECT WINSLAT
                                    ASSIGN TO WINSLAT
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-WINSLAT-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD WINSLAT
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS WINSLAT-REC.
       01 WINSLAT-REC                 PIC X(132).
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
           05 WS-WINSLAT-STATUS       PIC X(2).
           05 WS-WINSLAT-OPEN-SW      PIC X(1) VALUE 'N'.
               88 WS-WINSLAT-OPEN     VALUE 'Y'.
           05 WS-REC-READ-CNT         PIC 9(7) VALUE ZEROS.
           05 WS-JOB-DONE-CNT         PIC 9(5) VALUE ZEROS.
           05 WS-JOB-RUN-CNT          PIC 9(5) VALUE ZEROS.
           05 WS-JOB-NRUN-CNT         PIC 9(5) VALUE ZEROS.
           05 WS-JOB-BRCH-CNT         PIC 9(5) VALUE ZEROS.
           05 WS-JOB-SLOW-CNT         PIC 9(5) VALUE ZEROS.
           05 WS-JOBEND-MSG           PIC X(80) VALUE SPACES.
      *****************************************************************
      * RUN PARAMETERS - PARM 1 THE SLOWER-THAN-NORMAL PERCENTAGE     *
      * (DEFAULT 25), PARM 2 THE BUSINESS DATE (DEFAULT THE LATEST ON *
      * THE REGISTRY)                                                 *
      *****************************************************************
           05 WS-SLOW-PCT             PIC S9(4) COMP VALUE +25.
           05 WS-SLOW-PCT-PARM        PIC X(2).
           05 WS-SLOW-PCT-DISP        PIC 9(2).
           05 WS-STRM-DISP            PIC 9(2).
           05 WS-FLAG-PTR             PIC S9(4) COMP.
           05 WS-JOB-CNT-DISP         PIC 9(3).
           05 WS-BUS-DT-PARM          PIC X(8).
           05 WS-BUS-DT               PIC X(8).
           05 WS-HIST-MAX             PIC 9(3) COMP VALUE 20.
           05 WS-TODAY-DATE.
               10 WS-TODAY-DATE-8     PIC X(8).
               10 WS-TODAY-TIME-6     PIC X(6).
               10 FILLER              PIC X(7).
      *****************************************************************
      * CURSOR ROWS - ONE JOB'S OR ONE STREAM'S FIRST START AND LAST  *
      * COMPLETION FOR A BUSINESS DATE, AND ITS STARTED AND COMPLETED *
      * STREAM COUNTS. A STREAM IS DONE ONCE ANY OF ITS RUNS FOR THE  *
      * DATE COMPLETED, AS RUNREGC JUDGES A PREDECESSOR               *
      *****************************************************************
           05 WS-CUR-PROG             PIC X(8).
           05 WS-CUR-BUS-DT           PIC X(8).
           05 WS-CUR-STREAM           PIC S9(4) COMP.
           05 WS-CUR-FIRST-S          PIC X(26).
           05 WS-CUR-LAST-C           PIC X(26).
           05 WS-CUR-S-CNT            PIC S9(9) COMP.
           05 WS-CUR-C-CNT            PIC S9(9) COMP.
           05 WS-CUR-MAX-STRM         PIC S9(4) COMP.
           05 WS-HIST-PROG            PIC X(8).
           05 WS-HIST-SUM             PIC 9(12) COMP.
           05 WS-HIST-CNT             PIC 9(3) COMP.
      *****************************************************************
      * TIME ARITHMETIC - REGISTRY TIMESTAMPS ARE TURNED INTO SECONDS *
      * SINCE THE INTEGER-DATE EPOCH SO A WINDOW THAT CROSSES         *
      * MIDNIGHT SUBTRACTS CLEANLY                                    *
      *****************************************************************
           05 WS-NOW-SECS             PIC 9(12) COMP.
           05 WS-START-SECS           PIC 9(12) COMP.
           05 WS-END-SECS             PIC 9(12) COMP.
           05 WS-TS-SECS              PIC 9(12) COMP.
           05 WS-TS-DATE-NUM          PIC 9(8).
           05 WS-TS-DATE-PARTS        REDEFINES WS-TS-DATE-NUM.
               10 WS-TSD-YYYY         PIC 9(4).
               10 WS-TSD-MM           PIC 9(2).
               10 WS-TSD-DD           PIC 9(2).
           05 WS-DSP-SECS             PIC 9(12) COMP.
           05 WS-DSP-DAYS             PIC 9(9) COMP.
           05 WS-DSP-REM              PIC 9(9) COMP.
           05 WS-DSP-REM2             PIC 9(9) COMP.
           05 WS-ELP-SECS             PIC 9(9) COMP.
           05 WS-ELP-HRS              PIC 9(9) COMP.
           05 WS-ELP-REM              PIC 9(9) COMP.
           05 WS-SLOW-LIMIT           PIC 9(12) COMP.
           05 WS-PROJ-START           PIC 9(12) COMP.
           05 WS-PROJ-DUR             PIC 9(9) COMP.
           05 WS-WIN-START-SECS       PIC 9(12) COMP.
           05 WS-WIN-END-SECS         PIC 9(12) COMP.
      *****************************************************************
      * A REGISTRY TIMESTAMP, YYYY-MM-DD-HH.MM.SS.NNNNNN              *
      *****************************************************************
       01  WS-TS-IN.
           05 WS-TS-YYYY              PIC 9(4).
           05 FILLER                  PIC X(1).
           05 WS-TS-MM                PIC 9(2).
           05 FILLER                  PIC X(1).
           05 WS-TS-DD                PIC 9(2).
           05 FILLER                  PIC X(1).
           05 WS-TS-HH                PIC 9(2).
           05 FILLER                  PIC X(1).
           05 WS-TS-MI                PIC 9(2).
           05 FILLER                  PIC X(1).
           05 WS-TS-SS                PIC 9(2).
           05 FILLER                  PIC X(7).
      *****************************************************************
      * PRINTABLE FORMS - A POINT IN TIME AND AN ELAPSED TIME         *
      *****************************************************************
       01  WS-DSP-TS.
           05 WS-DSP-DATE             PIC 9(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DSP-HH               PIC 9(2).
           05 FILLER                  PIC X(1) VALUE ':'.
           05 WS-DSP-MI               PIC 9(2).
           05 FILLER                  PIC X(1) VALUE ':'.
           05 WS-DSP-SS               PIC 9(2).
       01  WS-DSP-TS-X                REDEFINES WS-DSP-TS
                                      PIC X(17).
       01  WS-ELP-DSP.
           05 WS-ELP-HHH              PIC ZZ9.
           05 FILLER                  PIC X(1) VALUE ':'.
           05 WS-ELP-MI               PIC 9(2).
           05 FILLER                  PIC X(1) VALUE ':'.
           05 WS-ELP-SS               PIC 9(2).
       01  WS-ELP-DSP-X               REDEFINES WS-ELP-DSP
                                      PIC X(9).
      *****************************************************************
      * ONE REPORT LINE PER JOB AND PER STREAM                        *
      *****************************************************************
       01  WS-RPT-HDR.
           05 FILLER                  PIC X(19) VALUE
               'JOB      STATE'.
           05 FILLER                  PIC X(18) VALUE 'START'.
           05 FILLER                  PIC X(18) VALUE 'END'.
           05 FILLER                  PIC X(10) VALUE 'ELAPSED'.
           05 FILLER                  PIC X(10) VALUE 'SLA'.
           05 FILLER                  PIC X(10) VALUE 'AVERAGE'.
           05 FILLER                  PIC X(15) VALUE '(DAYS)  FLAGS'.
       01  WS-RPT-LINE.
           05 WS-RPT-PROG             PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-RPT-STATE            PIC X(9).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-RPT-START            PIC X(17).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-RPT-END              PIC X(17).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-RPT-ELAP             PIC X(9).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-RPT-SLA              PIC X(9).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-RPT-AVG              PIC X(9).
           05 FILLER                  PIC X(2) VALUE ' ('.
           05 WS-RPT-HIST-CNT         PIC Z9.
           05 FILLER                  PIC X(2) VALUE ') '.
           05 WS-RPT-FLAGS            PIC X(42).
      *****************************************************************
      * THE JOBS OF THE WINDOW - TABJSLA'S IN RUN ORDER, THEN ANY THE *
      * REGISTRY SHOWS THAT TABJSLA DOES NOT KNOW. 200 IS WELL PAST   *
      * THE SUITE'S SIZE; OVERFLOW IS A HARD ERROR BECAUSE A SHORT    *
      * TABLE WOULD UNDERSTATE THE WINDOW                             *
      *****************************************************************
       01  WS-JOB-CTL.
           05 WS-JOB-CNT              PIC 9(3) COMP VALUE ZEROS.
           05 WS-JOB-MAX              PIC 9(3) COMP VALUE 200.
           05 WS-JOB-IDX              PIC 9(3) COMP.
           05 WS-JOB-FND-IDX          PIC 9(3) COMP.
           05 WS-FIND-IDX             PIC 9(3) COMP.
           05 WS-PRED-IDX             PIC 9(3) COMP.
           05 WS-CRIT-IDX             PIC 9(3) COMP.
           05 WS-STEP-CNT             PIC 9(3) COMP.
           05 WS-PASS-CNT             PIC 9(3) COMP.
           05 WS-PROJ-PEND-CNT        PIC 9(3) COMP.
       01  WS-JOB-TBL.
           05 WS-JOB-ENT              OCCURS 200 TIMES.
               10 WS-JOB-PROG         PIC X(8).
               10 WS-JOB-PRED         PIC X(8).
               10 WS-JOB-SLA-SEC      PIC 9(9) COMP.
               10 WS-JOB-IN-SLA-SW    PIC X(1).
                   88 WS-JOB-IN-SLA   VALUE 'Y'.
               10 WS-JOB-STATE        PIC X(1).
                   88 WS-JOB-DONE     VALUE 'C'.
                   88 WS-JOB-RUNNING  VALUE 'R'.
                   88 WS-JOB-NOT-RUN  VALUE 'N'.
               10 WS-JOB-PROJ-SW      PIC X(1).
                   88 WS-JOB-PROJ-SET VALUE 'Y'.
               10 WS-JOB-START-SECS   PIC 9(12) COMP.
               10 WS-JOB-END-SECS     PIC 9(12) COMP.
               10 WS-JOB-ELAP-SECS    PIC 9(9) COMP.
               10 WS-JOB-AVG-SECS     PIC 9(9) COMP.
               10 WS-JOB-HIST-CNT     PIC 9(3) COMP.
               10 WS-JOB-MAX-STRM     PIC S9(4) COMP.
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
               INCLUDE TABJSLAW
           END-EXEC.
      *--------------------------------------*
      *      DB2 CURSOR DECLARATION          *
      *--------------------------------------*
      *****************************************************************
      * THE SUITE'S JOBS IN RUN ORDER                                 *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-JOB-SLA CURSOR FOR
               SELECT PROG_NAM,
                      PRED_PGM,
                      SLA_ELAP_SEC
               FROM   TABJSLA
               ORDER BY SEQ_NUM, PROG_NAM
               FOR FETCH ONLY
           END-EXEC.
      *****************************************************************
      * EVERY JOB ON THE REGISTRY FOR THE BUSINESS DATE, THIS REPORT  *
      * ITSELF EXCEPTED, IN ORDER OF FIRST START                      *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-RUN-DAY CURSOR FOR
               SELECT PROG_NAM,
                      VALUE(CHAR(MIN(CASE WHEN EVT_TYP = 'S'
                                     THEN EVT_TS END)), ' '),
                      VALUE(CHAR(MAX(CASE WHEN EVT_TYP = 'C'
                                     THEN EVT_TS END)), ' '),
                      COUNT(DISTINCT CASE WHEN EVT_TYP = 'S'
                                     THEN STREAM_NUM END),
                      COUNT(DISTINCT CASE WHEN EVT_TYP = 'C'
                                     THEN STREAM_NUM END),
                      MAX(STREAM_NUM)
               FROM   TABRREG
               WHERE  BUS_DT    = :WS-BUS-DT
                AND   PROG_NAM <> :WS-PROG-NAM
               GROUP BY PROG_NAM
               ORDER BY 2, 1
               FOR FETCH ONLY
           END-EXEC.
      *****************************************************************
      * ONE JOB'S STREAMS FOR THE BUSINESS DATE                       *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-STRM-DAY CURSOR FOR
               SELECT STREAM_NUM,
                      VALUE(CHAR(MIN(CASE WHEN EVT_TYP = 'S'
                                     THEN EVT_TS END)), ' '),
                      VALUE(CHAR(MAX(CASE WHEN EVT_TYP = 'C'
                                     THEN EVT_TS END)), ' ')
               FROM   TABRREG
               WHERE  PROG_NAM = :WS-HIST-PROG
                AND   BUS_DT   = :WS-BUS-DT
               GROUP BY STREAM_NUM
               ORDER BY STREAM_NUM
               FOR FETCH ONLY
           END-EXEC.
      *****************************************************************
      * ONE JOB'S LATEST 20 COMPLETED BUSINESS DATES BEFORE THIS ONE -*
      * EVERY STARTED STREAM COMPLETED                                *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-JOB-HIST CURSOR FOR
               SELECT BUS_DT,
                      VALUE(CHAR(MIN(CASE WHEN EVT_TYP = 'S'
                                     THEN EVT_TS END)), ' '),
                      VALUE(CHAR(MAX(CASE WHEN EVT_TYP = 'C'
                                     THEN EVT_TS END)), ' ')
               FROM   TABRREG
               WHERE  PROG_NAM = :WS-HIST-PROG
                AND   BUS_DT   < :WS-BUS-DT
               GROUP BY BUS_DT
               HAVING COUNT(DISTINCT CASE WHEN EVT_TYP = 'C'
                                     THEN STREAM_NUM END) > 0
                AND   COUNT(DISTINCT CASE WHEN EVT_TYP = 'C'
                                     THEN STREAM_NUM END)
                   >= COUNT(DISTINCT CASE WHEN EVT_TYP = 'S'
                                     THEN STREAM_NUM END)
               ORDER BY BUS_DT DESC
               FETCH FIRST 20 ROWS ONLY
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
           MOVE 'WINSLAC'              TO WS-PROG-NAM
           PERFORM A010-WRT-START-MSG
           MOVE FUNCTION CURRENT-DATE  TO WS-TODAY-DATE
           PERFORM A005-GET-PARMS
           PERFORM A008-RESOLVE-BUS-DT
           IF PROG-NORMAL
               PERFORM A015-REGISTER-RUN-START
               PERFORM A020-OPEN-WINSLAT
           END-IF
      * NOW, AS SECONDS, FOR RUNNING JOBS AND THE PROJECTION
           MOVE SPACES                 TO WS-TS-IN
           MOVE WS-TODAY-DATE-8(1:4)   TO WS-TS-YYYY
           MOVE WS-TODAY-DATE-8(5:2)   TO WS-TS-MM
           MOVE WS-TODAY-DATE-8(7:2)   TO WS-TS-DD
           MOVE WS-TODAY-TIME-6(1:2)   TO WS-TS-HH
           MOVE WS-TODAY-TIME-6(3:2)   TO WS-TS-MI
           MOVE WS-TODAY-TIME-6(5:2)   TO WS-TS-SS
           PERFORM X850-TS-TO-SECS
           MOVE WS-TS-SECS             TO WS-NOW-SECS
           .
      *****************************************************************
      * The Slower-Than-Normal Percentage From Parm 1 (Defaults To    *
      * 25) And The Business Date From Parm 2                         *
      *****************************************************************
       A005-GET-PARMS.
           MOVE SPACES                 TO WS-SLOW-PCT-PARM
                                          WS-BUS-DT-PARM
           DISPLAY 1                   UPON ARGUMENT-NUMBER
           ACCEPT WS-SLOW-PCT-PARM     FROM ARGUMENT-VALUE
           IF WS-SLOW-PCT-PARM IS NUMERIC
           AND WS-SLOW-PCT-PARM > ZEROS
               MOVE WS-SLOW-PCT-PARM   TO WS-SLOW-PCT
           END-IF
           MOVE WS-SLOW-PCT            TO WS-SLOW-PCT-DISP
           DISPLAY 2                   UPON ARGUMENT-NUMBER
           ACCEPT WS-BUS-DT-PARM       FROM ARGUMENT-VALUE
           .
      *****************************************************************
      * The Business Date Reported On - PARM 2 WHEN GIVEN, ELSE THE   *
      * LATEST ON THE REGISTRY, ELSE TODAY'S                          *
      *****************************************************************
       A008-RESOLVE-BUS-DT.
           IF WS-BUS-DT-PARM IS NUMERIC
               MOVE WS-BUS-DT-PARM     TO WS-BUS-DT
           ELSE
               MOVE SPACES             TO WS-BUS-DT
               EXEC SQL
                   SELECT VALUE(MAX(BUS_DT), ' ')
                   INTO   :WS-BUS-DT
                   FROM   TABRREG
                   WHERE  PROG_NAM <> :WS-PROG-NAM
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM X490-PROC-SQL-ERROR
               END-IF
               IF WS-BUS-DT = SPACES
                   MOVE WS-TODAY-DATE-8 TO WS-BUS-DT
               END-IF
           END-IF
           .
      *****************************************************************
      * Announce This Run On The TABRREG RUN REGISTRY Under The        *
      * Business Date It Reports On                                    *
      *****************************************************************
       A015-REGISTER-RUN-START.
           INITIALIZE WR-RUNREG-FLDS
                        REPLACING NUMERIC DATA BY ZERO
           SET RREG-FUNC-START         TO TRUE
           MOVE WS-PROG-NAM            TO RREG-PROG-NAM
           MOVE WS-BUS-DT              TO RREG-BUS-DT
           PERFORM X940-RUN-REGISTRY
           .
      *****************************************************************
      * Main Process Routine - Gather The Window, Average And Project *
      * It, Then Print The Jobs And The Critical Path                 *
      *****************************************************************
       B000-MAIN.
           PERFORM B100-LOAD-SLA-TABLE
           IF PROG-NORMAL
               PERFORM B200-LOAD-REGISTRY-DAY
           END-IF
           IF PROG-NORMAL
               PERFORM B300-TRAILING-AVERAGES
           END-IF
           IF PROG-NORMAL
               PERFORM B400-PROJECT-OUTSTANDING
           END-IF
           IF PROG-NORMAL
               PERFORM B500-WRITE-JOB-SECTION
           END-IF
           IF PROG-NORMAL
               PERFORM B600-WRITE-CRITICAL-PATH
           END-IF
           .
      *****************************************************************
      * Table The Suite's Jobs Off TABJSLA In Run Order - EACH STARTS *
      * AS NOT RUN UNTIL THE REGISTRY SAYS OTHERWISE                  *
      *****************************************************************
       B100-LOAD-SLA-TABLE.
           EXEC SQL
               OPEN CSR-JOB-SLA
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           PERFORM B110-FETCH-JOB-SLA
           PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
               PERFORM B120-ADD-JOB-ENT
               IF PROG-NORMAL
                   MOVE TABJSLA-PRED-PGM
                                       TO WS-JOB-PRED(WS-JOB-CNT)
                   MOVE TABJSLA-SLA-ELAP-SEC
                                       TO WS-JOB-SLA-SEC(WS-JOB-CNT)
                   MOVE 'Y'            TO WS-JOB-IN-SLA-SW(WS-JOB-CNT)
                   PERFORM B110-FETCH-JOB-SLA
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-JOB-SLA
           END-EXEC
           .
      *****************************************************************
      * Fetch The Next TABJSLA Job                                    *
      *****************************************************************
       B110-FETCH-JOB-SLA.
           EXEC SQL
               FETCH CSR-JOB-SLA
               INTO :TABJSLA-PROG-NAM,
                    :TABJSLA-PRED-PGM,
                    :TABJSLA-SLA-ELAP-SEC
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           MOVE TABJSLA-PROG-NAM       TO WS-CUR-PROG
           .
      *****************************************************************
      * Add A Job To The Table, Not Yet Run, Without An SLA           *
      *****************************************************************
       B120-ADD-JOB-ENT.
           IF WS-JOB-CNT < WS-JOB-MAX
               ADD 1                   TO WS-JOB-CNT
               INITIALIZE WS-JOB-ENT(WS-JOB-CNT)
               MOVE WS-CUR-PROG        TO WS-JOB-PROG(WS-JOB-CNT)
               MOVE SPACES             TO WS-JOB-PRED(WS-JOB-CNT)
               MOVE 'N'                TO WS-JOB-IN-SLA-SW(WS-JOB-CNT)
                                          WS-JOB-STATE(WS-JOB-CNT)
                                          WS-JOB-PROJ-SW(WS-JOB-CNT)
           ELSE
               DISPLAY 'JOB TABLE OVERFLOW AT ' WS-CUR-PROG
               PERFORM X100-ERR-COMMON-SETUP
               SET WS-PARA-B010
                   WS-MSG-003          TO TRUE
               MOVE WS-PARA-NAM        TO LOG-PARA-NAM
               MOVE WS-MSG-NO          TO LOG-MSG-NO
               MOVE 'BATCH-WINDOW JOB TABLE OVERFLOW - OVER 200 JOBS'
                                       TO LOG-ERR-TEXT-LONG
               PERFORM X290-PROC-DATA-ERROR
           END-IF
           .
      *****************************************************************
      * The Business Date's Registry, Job By Job - EACH IS FOUND ON   *
      * THE TABLE (OR ADDED) AND SET DONE OR RUNNING WITH ITS         *
      * ELAPSED TIME SO FAR                                           *
      *****************************************************************
       B200-LOAD-REGISTRY-DAY.
           EXEC SQL
               OPEN CSR-RUN-DAY
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           PERFORM B210-FETCH-RUN-DAY
           PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
               ADD 1                   TO WS-REC-READ-CNT
               PERFORM B220-APPLY-RUN-DAY
               IF PROG-NORMAL
                   PERFORM B210-FETCH-RUN-DAY
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-RUN-DAY
           END-EXEC
           .
      *****************************************************************
      * Fetch The Next Job's Day On The Registry                      *
      *****************************************************************
       B210-FETCH-RUN-DAY.
           EXEC SQL
               FETCH CSR-RUN-DAY
               INTO :WS-CUR-PROG,
                    :WS-CUR-FIRST-S,
                    :WS-CUR-LAST-C,
                    :WS-CUR-S-CNT,
                    :WS-CUR-C-CNT,
                    :WS-CUR-MAX-STRM
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * Record One Job's Day - DONE WHEN EVERY STARTED STREAM HAS A   *
      * COMPLETION, OTHERWISE STILL RUNNING                           *
      *****************************************************************
       B220-APPLY-RUN-DAY.
           PERFORM B230-FIND-JOB
           IF WS-JOB-FND-IDX = 0
               PERFORM B120-ADD-JOB-ENT
               MOVE WS-JOB-CNT         TO WS-JOB-FND-IDX
           END-IF
           IF PROG-NORMAL AND WS-CUR-FIRST-S NOT = SPACES
               MOVE WS-CUR-MAX-STRM
                                   TO WS-JOB-MAX-STRM(WS-JOB-FND-IDX)
               MOVE WS-CUR-FIRST-S     TO WS-TS-IN
               PERFORM X850-TS-TO-SECS
               MOVE WS-TS-SECS     TO WS-JOB-START-SECS(WS-JOB-FND-IDX)
               IF WS-CUR-C-CNT >= WS-CUR-S-CNT
               AND WS-CUR-LAST-C NOT = SPACES
                   MOVE 'C'            TO WS-JOB-STATE(WS-JOB-FND-IDX)
                   MOVE WS-CUR-LAST-C  TO WS-TS-IN
                   PERFORM X850-TS-TO-SECS
                   MOVE WS-TS-SECS TO WS-JOB-END-SECS(WS-JOB-FND-IDX)
                   MOVE 'Y'        TO WS-JOB-PROJ-SW(WS-JOB-FND-IDX)
               ELSE
                   MOVE 'R'            TO WS-JOB-STATE(WS-JOB-FND-IDX)
                   MOVE WS-NOW-SECS TO WS-JOB-END-SECS(WS-JOB-FND-IDX)
               END-IF
               IF WS-JOB-END-SECS(WS-JOB-FND-IDX)
                   > WS-JOB-START-SECS(WS-JOB-FND-IDX)
                   COMPUTE WS-JOB-ELAP-SECS(WS-JOB-FND-IDX) =
                       WS-JOB-END-SECS(WS-JOB-FND-IDX)
                     - WS-JOB-START-SECS(WS-JOB-FND-IDX)
               END-IF
           END-IF
           .
      *****************************************************************
      * Find WS-CUR-PROG On The Job Table (ZERO WHEN NOT THERE)       *
      *****************************************************************
       B230-FIND-JOB.
           MOVE ZEROS                  TO WS-JOB-FND-IDX
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                   UNTIL WS-FIND-IDX > WS-JOB-CNT
                      OR WS-JOB-FND-IDX > 0
               IF WS-JOB-PROG(WS-FIND-IDX) = WS-CUR-PROG
                   MOVE WS-FIND-IDX    TO WS-JOB-FND-IDX
               END-IF
           END-PERFORM
           .
      *****************************************************************
      * Each Job's Average Elapsed Time Over The Latest 20 Business   *
      * Dates Before This One On Which It Ran To Completion           *
      *****************************************************************
       B300-TRAILING-AVERAGES.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-CNT OR PROG-ABEND
               PERFORM B310-JOB-AVERAGE
           END-PERFORM
           .
      *****************************************************************
      * One Job's Trailing Average                                    *
      *****************************************************************
       B310-JOB-AVERAGE.
           MOVE WS-JOB-PROG(WS-JOB-IDX) TO WS-HIST-PROG
           MOVE ZEROS                  TO WS-HIST-SUM
                                          WS-HIST-CNT
           EXEC SQL
               OPEN CSR-JOB-HIST
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           PERFORM B320-FETCH-JOB-HIST
           PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
                      OR WS-HIST-CNT >= WS-HIST-MAX
               IF WS-CUR-FIRST-S NOT = SPACES
               AND WS-CUR-LAST-C NOT = SPACES
                   MOVE WS-CUR-FIRST-S TO WS-TS-IN
                   PERFORM X850-TS-TO-SECS
                   MOVE WS-TS-SECS     TO WS-START-SECS
                   MOVE WS-CUR-LAST-C  TO WS-TS-IN
                   PERFORM X850-TS-TO-SECS
                   MOVE WS-TS-SECS     TO WS-END-SECS
                   IF WS-END-SECS >= WS-START-SECS
                       ADD 1           TO WS-HIST-CNT
                       COMPUTE WS-HIST-SUM = WS-HIST-SUM
                           + WS-END-SECS - WS-START-SECS
                   END-IF
               END-IF
               PERFORM B320-FETCH-JOB-HIST
           END-PERFORM
           EXEC SQL
               CLOSE CSR-JOB-HIST
           END-EXEC
           MOVE WS-HIST-CNT            TO WS-JOB-HIST-CNT(WS-JOB-IDX)
           IF WS-HIST-CNT > 0
               COMPUTE WS-JOB-AVG-SECS(WS-JOB-IDX) ROUNDED =
                   WS-HIST-SUM / WS-HIST-CNT
           END-IF
           .
      *****************************************************************
      * Fetch The Job's Next Earlier Business Date                    *
      *****************************************************************
       B320-FETCH-JOB-HIST.
           EXEC SQL
               FETCH CSR-JOB-HIST
               INTO :WS-CUR-BUS-DT,
                    :WS-CUR-FIRST-S,
                    :WS-CUR-LAST-C
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * Project The Outstanding Jobs Forward From Now - A RUNNING JOB *
      * ENDS ITS AVERAGE AFTER ITS START (NOT BEFORE NOW); A JOB NOT  *
      * YET RUN STARTS WHEN ITS PREDECESSOR ENDS (NOT BEFORE NOW) AND *
      * TAKES ITS AVERAGE. A JOB WITH NO HISTORY IS GIVEN ITS SLA, OR *
      * NO TIME AT ALL. PASSES REPEAT UNTIL EVERY CHAIN IS RESOLVED   *
      *****************************************************************
       B400-PROJECT-OUTSTANDING.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-CNT
               IF WS-JOB-RUNNING(WS-JOB-IDX)
                   PERFORM B410-SET-PROJ-DURATION
                   COMPUTE WS-PROJ-START =
                       WS-JOB-START-SECS(WS-JOB-IDX) + WS-PROJ-DUR
                   IF WS-PROJ-START > WS-NOW-SECS
                       MOVE WS-PROJ-START
                                       TO WS-JOB-END-SECS(WS-JOB-IDX)
                   ELSE
                       MOVE WS-NOW-SECS
                                       TO WS-JOB-END-SECS(WS-JOB-IDX)
                   END-IF
                   MOVE 'Y'            TO WS-JOB-PROJ-SW(WS-JOB-IDX)
               END-IF
           END-PERFORM

           MOVE 1                      TO WS-PROJ-PEND-CNT
           MOVE ZEROS                  TO WS-PASS-CNT
           PERFORM UNTIL WS-PROJ-PEND-CNT = 0
                      OR WS-PASS-CNT > WS-JOB-CNT
               ADD 1                   TO WS-PASS-CNT
               MOVE ZEROS              TO WS-PROJ-PEND-CNT
               PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                       UNTIL WS-JOB-IDX > WS-JOB-CNT
                   IF WS-JOB-NOT-RUN(WS-JOB-IDX)
                   AND NOT WS-JOB-PROJ-SET(WS-JOB-IDX)
                       PERFORM B420-PROJECT-NOT-RUN
                   END-IF
               END-PERFORM
           END-PERFORM
           .
      *****************************************************************
      * The Duration To Project For The Job In Hand                   *
      *****************************************************************
       B410-SET-PROJ-DURATION.
           EVALUATE TRUE
               WHEN WS-JOB-AVG-SECS(WS-JOB-IDX) > 0
                   MOVE WS-JOB-AVG-SECS(WS-JOB-IDX) TO WS-PROJ-DUR
               WHEN OTHER
                   MOVE WS-JOB-SLA-SEC(WS-JOB-IDX)  TO WS-PROJ-DUR
           END-EVALUATE
           .
      *****************************************************************
      * Project One Not-Yet-Run Job Once Its Predecessor Has An End - *
      * A PREDECESSOR NOT ON THE TABLE DOES NOT HOLD IT BACK          *
      *****************************************************************
       B420-PROJECT-NOT-RUN.
           MOVE WS-JOB-PRED(WS-JOB-IDX) TO WS-CUR-PROG
           MOVE ZEROS                  TO WS-PRED-IDX
           IF WS-CUR-PROG NOT = SPACES
               PERFORM B230-FIND-JOB
               MOVE WS-JOB-FND-IDX     TO WS-PRED-IDX
           END-IF
           MOVE WS-NOW-SECS            TO WS-PROJ-START
           IF WS-PRED-IDX > 0
               IF NOT WS-JOB-PROJ-SET(WS-PRED-IDX)
                   ADD 1               TO WS-PROJ-PEND-CNT
               ELSE
                   IF WS-JOB-END-SECS(WS-PRED-IDX) > WS-PROJ-START
                       MOVE WS-JOB-END-SECS(WS-PRED-IDX)
                                       TO WS-PROJ-START
                   END-IF
               END-IF
           END-IF
           IF WS-PRED-IDX = 0 OR WS-JOB-PROJ-SET(WS-PRED-IDX)
               PERFORM B410-SET-PROJ-DURATION
               MOVE WS-PROJ-START      TO WS-JOB-START-SECS(WS-JOB-IDX)
               COMPUTE WS-JOB-END-SECS(WS-JOB-IDX) =
                   WS-PROJ-START + WS-PROJ-DUR
               MOVE 'Y'                TO WS-JOB-PROJ-SW(WS-JOB-IDX)
           END-IF
           .
      *****************************************************************
      * The Job Section - One Line Per Job With Its Flags, Each       *
      * Stream Of A Streamed Job Beneath It                           *
      *****************************************************************
       B500-WRITE-JOB-SECTION.
           MOVE SPACES                 TO WINSLAT-REC
           STRING 'BATCH-WINDOW ELAPSED TIME AND SLA REPORT - '
                                       DELIMITED BY SIZE
                  'BUSINESS DATE '     DELIMITED BY SIZE
                  WS-BUS-DT            DELIMITED BY SIZE
                  ' - RUN '            DELIMITED BY SIZE
                  WS-TODAY-DATE-8      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-TODAY-TIME-6      DELIMITED BY SIZE
                  ' - SLOW AT '        DELIMITED BY SIZE
                  WS-SLOW-PCT-DISP     DELIMITED BY SIZE
                  '% OVER AVERAGE'     DELIMITED BY SIZE
               INTO WINSLAT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           MOVE SPACES                 TO WINSLAT-REC
           PERFORM Z010-WRITE-RPT-LINE
           MOVE WS-RPT-HDR             TO WINSLAT-REC
           PERFORM Z010-WRITE-RPT-LINE

           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-CNT OR PROG-ABEND
               PERFORM B510-WRITE-JOB-LINE
               IF WS-JOB-MAX-STRM(WS-JOB-IDX) > 0
               AND NOT WS-JOB-NOT-RUN(WS-JOB-IDX)
                   PERFORM B530-WRITE-STREAM-LINES
               END-IF
           END-PERFORM
           .
      *****************************************************************
      * One Job Line - THE END OF A JOB NOT DONE IS ITS PROJECTION.   *
      * SLA BREACH WHEN THE ELAPSED TIME (SO FAR, FOR A RUNNING JOB)  *
      * IS OVER THE SLA; SLOW WHEN IT IS OVER THE AVERAGE BY MORE     *
      * THAN THE PERCENTAGE                                           *
      *****************************************************************
       B510-WRITE-JOB-LINE.
           MOVE SPACES                 TO WS-RPT-PROG WS-RPT-STATE
                                          WS-RPT-START WS-RPT-END
                                          WS-RPT-ELAP WS-RPT-SLA
                                          WS-RPT-AVG WS-RPT-FLAGS
           MOVE WS-JOB-PROG(WS-JOB-IDX) TO WS-RPT-PROG
           MOVE WS-JOB-HIST-CNT(WS-JOB-IDX) TO WS-RPT-HIST-CNT
           EVALUATE TRUE
               WHEN WS-JOB-DONE(WS-JOB-IDX)
                   MOVE 'COMPLETE'     TO WS-RPT-STATE
                   ADD 1               TO WS-JOB-DONE-CNT
               WHEN WS-JOB-RUNNING(WS-JOB-IDX)
                   MOVE 'RUNNING'      TO WS-RPT-STATE
                   ADD 1               TO WS-JOB-RUN-CNT
               WHEN OTHER
                   MOVE 'NOT RUN'      TO WS-RPT-STATE
                   ADD 1               TO WS-JOB-NRUN-CNT
           END-EVALUATE

           IF NOT WS-JOB-NOT-RUN(WS-JOB-IDX)
               MOVE WS-JOB-START-SECS(WS-JOB-IDX) TO WS-DSP-SECS
               PERFORM X860-SECS-TO-DISP
               MOVE WS-DSP-TS-X        TO WS-RPT-START
               MOVE WS-JOB-ELAP-SECS(WS-JOB-IDX) TO WS-ELP-SECS
               PERFORM X870-SECS-TO-ELAP
               MOVE WS-ELP-DSP-X       TO WS-RPT-ELAP
           END-IF
           IF WS-JOB-PROJ-SET(WS-JOB-IDX)
               MOVE WS-JOB-END-SECS(WS-JOB-IDX) TO WS-DSP-SECS
               PERFORM X860-SECS-TO-DISP
               MOVE WS-DSP-TS-X        TO WS-RPT-END
           END-IF
           IF WS-JOB-SLA-SEC(WS-JOB-IDX) > 0
               MOVE WS-JOB-SLA-SEC(WS-JOB-IDX) TO WS-ELP-SECS
               PERFORM X870-SECS-TO-ELAP
               MOVE WS-ELP-DSP-X       TO WS-RPT-SLA
           ELSE
               MOVE '    -'            TO WS-RPT-SLA
           END-IF
           IF WS-JOB-HIST-CNT(WS-JOB-IDX) > 0
               MOVE WS-JOB-AVG-SECS(WS-JOB-IDX) TO WS-ELP-SECS
               PERFORM X870-SECS-TO-ELAP
               MOVE WS-ELP-DSP-X       TO WS-RPT-AVG
           ELSE
               MOVE '    -'            TO WS-RPT-AVG
           END-IF

           PERFORM B520-SET-JOB-FLAGS
           MOVE WS-RPT-LINE            TO WINSLAT-REC
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * The Job Line's Flags                                          *
      *****************************************************************
       B520-SET-JOB-FLAGS.
           MOVE 1                      TO WS-FLAG-PTR
           COMPUTE WS-SLOW-LIMIT =
               WS-JOB-AVG-SECS(WS-JOB-IDX) * (100 + WS-SLOW-PCT) / 100
           IF NOT WS-JOB-NOT-RUN(WS-JOB-IDX)
               IF WS-JOB-SLA-SEC(WS-JOB-IDX) > 0
               AND WS-JOB-ELAP-SECS(WS-JOB-IDX)
                   > WS-JOB-SLA-SEC(WS-JOB-IDX)
                   ADD 1               TO WS-JOB-BRCH-CNT
                   STRING ' SLA BREACH' DELIMITED BY SIZE
                       INTO WS-RPT-FLAGS WITH POINTER WS-FLAG-PTR
                   END-STRING
               END-IF
               IF WS-JOB-HIST-CNT(WS-JOB-IDX) > 0
               AND WS-JOB-ELAP-SECS(WS-JOB-IDX) > WS-SLOW-LIMIT
                   ADD 1               TO WS-JOB-SLOW-CNT
                   STRING ' SLOW' DELIMITED BY SIZE
                       INTO WS-RPT-FLAGS WITH POINTER WS-FLAG-PTR
                   END-STRING
               END-IF
           END-IF
           IF NOT WS-JOB-DONE(WS-JOB-IDX)
           AND WS-JOB-PROJ-SET(WS-JOB-IDX)
               STRING ' END PROJECTED' DELIMITED BY SIZE
                   INTO WS-RPT-FLAGS WITH POINTER WS-FLAG-PTR
               END-STRING
           END-IF
           IF NOT WS-JOB-IN-SLA(WS-JOB-IDX)
               STRING ' NOT ON TABJSLA' DELIMITED BY SIZE
                   INTO WS-RPT-FLAGS WITH POINTER WS-FLAG-PTR
               END-STRING
           END-IF
           .
      *****************************************************************
      * One Line Per Stream Of A Streamed Job                         *
      *****************************************************************
       B530-WRITE-STREAM-LINES.
           MOVE WS-JOB-PROG(WS-JOB-IDX) TO WS-HIST-PROG
           EXEC SQL
               OPEN CSR-STRM-DAY
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           PERFORM B540-FETCH-STREAM
           PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
               PERFORM B550-WRITE-STREAM-LINE
               PERFORM B540-FETCH-STREAM
           END-PERFORM
           EXEC SQL
               CLOSE CSR-STRM-DAY
           END-EXEC
           .
      *****************************************************************
      * Fetch The Job's Next Stream                                   *
      *****************************************************************
       B540-FETCH-STREAM.
           EXEC SQL
               FETCH CSR-STRM-DAY
               INTO :WS-CUR-STREAM,
                    :WS-CUR-FIRST-S,
                    :WS-CUR-LAST-C
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * One Stream Line - ITS OWN START, COMPLETION AND ELAPSED TIME  *
      *****************************************************************
       B550-WRITE-STREAM-LINE.
           MOVE SPACES                 TO WS-RPT-PROG WS-RPT-STATE
                                          WS-RPT-START WS-RPT-END
                                          WS-RPT-ELAP WS-RPT-SLA
                                          WS-RPT-AVG WS-RPT-FLAGS
           MOVE ZEROS                  TO WS-RPT-HIST-CNT
           MOVE WS-CUR-STREAM          TO WS-STRM-DISP
           STRING '  STRM '            DELIMITED BY SIZE
                  WS-STRM-DISP         DELIMITED BY SIZE
               INTO WS-RPT-STATE
           END-STRING
           MOVE WS-NOW-SECS            TO WS-END-SECS
           MOVE ZEROS                  TO WS-START-SECS
           IF WS-CUR-FIRST-S NOT = SPACES
               MOVE WS-CUR-FIRST-S     TO WS-TS-IN
               PERFORM X850-TS-TO-SECS
               MOVE WS-TS-SECS         TO WS-START-SECS
                                          WS-DSP-SECS
               PERFORM X860-SECS-TO-DISP
               MOVE WS-DSP-TS-X        TO WS-RPT-START
           END-IF
           IF WS-CUR-LAST-C NOT = SPACES
               MOVE WS-CUR-LAST-C      TO WS-TS-IN
               PERFORM X850-TS-TO-SECS
               MOVE WS-TS-SECS         TO WS-END-SECS
                                          WS-DSP-SECS
               PERFORM X860-SECS-TO-DISP
               MOVE WS-DSP-TS-X        TO WS-RPT-END
           ELSE
               MOVE 'RUNNING'          TO WS-RPT-FLAGS
           END-IF
           IF WS-START-SECS > 0 AND WS-END-SECS > WS-START-SECS
               COMPUTE WS-ELP-SECS = WS-END-SECS - WS-START-SECS
               PERFORM X870-SECS-TO-ELAP
               MOVE WS-ELP-DSP-X       TO WS-RPT-ELAP
           END-IF
           MOVE WS-RPT-LINE            TO WINSLAT-REC
           MOVE SPACES                 TO WINSLAT-REC(85:6)
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * The Window And Its Critical Path - FROM THE JOB THAT ENDS     *
      * LAST (ACTUALLY OR AS PROJECTED) BACK THROUGH THE PREDECESSORS *
      * IT WAITED ON                                                  *
      *****************************************************************
       B600-WRITE-CRITICAL-PATH.
           MOVE ZEROS                  TO WS-CRIT-IDX
                                          WS-WIN-START-SECS
                                          WS-WIN-END-SECS
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-CNT
               IF NOT WS-JOB-NOT-RUN(WS-JOB-IDX)
               AND (WS-WIN-START-SECS = 0
                OR WS-JOB-START-SECS(WS-JOB-IDX) < WS-WIN-START-SECS)
                   MOVE WS-JOB-START-SECS(WS-JOB-IDX)
                                       TO WS-WIN-START-SECS
               END-IF
               IF WS-JOB-PROJ-SET(WS-JOB-IDX)
               AND WS-JOB-END-SECS(WS-JOB-IDX) > WS-WIN-END-SECS
                   MOVE WS-JOB-END-SECS(WS-JOB-IDX)
                                       TO WS-WIN-END-SECS
                   MOVE WS-JOB-IDX     TO WS-CRIT-IDX
               END-IF
           END-PERFORM

           MOVE SPACES                 TO WINSLAT-REC
           PERFORM Z010-WRITE-RPT-LINE
           IF WS-CRIT-IDX = 0
               MOVE '*** NO JOBS FOR THE BUSINESS DATE ***'
                                       TO WINSLAT-REC
               PERFORM Z010-WRITE-RPT-LINE
           ELSE
               PERFORM B610-WRITE-WINDOW-LINE
               MOVE '*** CRITICAL PATH, LAST JOB FIRST ***'
                                       TO WINSLAT-REC
               PERFORM Z010-WRITE-RPT-LINE
               MOVE WS-CRIT-IDX        TO WS-JOB-IDX
               MOVE ZEROS              TO WS-STEP-CNT
               PERFORM UNTIL WS-JOB-IDX = 0
                          OR WS-STEP-CNT > WS-JOB-CNT
                   ADD 1               TO WS-STEP-CNT
                   PERFORM B620-WRITE-PATH-LINE
                   MOVE WS-JOB-PRED(WS-JOB-IDX) TO WS-CUR-PROG
                   IF WS-CUR-PROG = SPACES
                       MOVE ZEROS      TO WS-JOB-IDX
                   ELSE
                       PERFORM B230-FIND-JOB
                       MOVE WS-JOB-FND-IDX TO WS-JOB-IDX
                   END-IF
               END-PERFORM
           END-IF
           .
      *****************************************************************
      * The Suite's Window - ACTUAL WHEN EVERY JOB HAS COMPLETED,     *
      * OTHERWISE PROJECTED                                           *
      *****************************************************************
       B610-WRITE-WINDOW-LINE.
           MOVE SPACES                 TO WINSLAT-REC
           MOVE WS-WIN-START-SECS      TO WS-DSP-SECS
           PERFORM X860-SECS-TO-DISP
           MOVE WS-DSP-TS-X            TO WS-RPT-START
           MOVE WS-WIN-END-SECS        TO WS-DSP-SECS
           PERFORM X860-SECS-TO-DISP
           MOVE WS-DSP-TS-X            TO WS-RPT-END
           MOVE ZEROS                  TO WS-ELP-SECS
           IF WS-WIN-START-SECS > 0
           AND WS-WIN-END-SECS > WS-WIN-START-SECS
               COMPUTE WS-ELP-SECS =
                   WS-WIN-END-SECS - WS-WIN-START-SECS
           END-IF
           PERFORM X870-SECS-TO-ELAP
           IF WS-JOB-RUN-CNT = 0 AND WS-JOB-NRUN-CNT = 0
               STRING 'SUITE WINDOW - FIRST START '
                                       DELIMITED BY SIZE
                      WS-RPT-START     DELIMITED BY SIZE
                      '  FINISHED '    DELIMITED BY SIZE
                      WS-RPT-END       DELIMITED BY SIZE
                      '  ELAPSED '     DELIMITED BY SIZE
                      WS-ELP-DSP-X     DELIMITED BY SIZE
                   INTO WINSLAT-REC
               END-STRING
           ELSE
               STRING 'SUITE WINDOW - FIRST START '
                                       DELIMITED BY SIZE
                      WS-RPT-START     DELIMITED BY SIZE
                      '  PROJECTED FINISH '
                                       DELIMITED BY SIZE
                      WS-RPT-END       DELIMITED BY SIZE
                      '  ELAPSED '     DELIMITED BY SIZE
                      WS-ELP-DSP-X     DELIMITED BY SIZE
                      '  JOBS OUTSTANDING ' DELIMITED BY SIZE
                      WS-JOB-RUN-CNT   DELIMITED BY SIZE
                      ' RUNNING '      DELIMITED BY SIZE
                      WS-JOB-NRUN-CNT  DELIMITED BY SIZE
                      ' NOT RUN'       DELIMITED BY SIZE
                   INTO WINSLAT-REC
               END-STRING
           END-IF
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * One Job On The Critical Path                                  *
      *****************************************************************
       B620-WRITE-PATH-LINE.
           MOVE SPACES                 TO WINSLAT-REC
           MOVE WS-JOB-START-SECS(WS-JOB-IDX) TO WS-DSP-SECS
           PERFORM X860-SECS-TO-DISP
           MOVE WS-DSP-TS-X            TO WS-RPT-START
           MOVE WS-JOB-END-SECS(WS-JOB-IDX) TO WS-DSP-SECS
           PERFORM X860-SECS-TO-DISP
           MOVE WS-DSP-TS-X            TO WS-RPT-END
           MOVE ZEROS                  TO WS-ELP-SECS
           IF WS-JOB-END-SECS(WS-JOB-IDX)
               > WS-JOB-START-SECS(WS-JOB-IDX)
               COMPUTE WS-ELP-SECS = WS-JOB-END-SECS(WS-JOB-IDX)
                                   - WS-JOB-START-SECS(WS-JOB-IDX)
           END-IF
           PERFORM X870-SECS-TO-ELAP
           STRING '  '                 DELIMITED BY SIZE
                  WS-JOB-PROG(WS-JOB-IDX) DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-RPT-START         DELIMITED BY SIZE
                  ' TO '               DELIMITED BY SIZE
                  WS-RPT-END           DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-ELP-DSP-X         DELIMITED BY SIZE
               INTO WINSLAT-REC
           END-STRING
           IF NOT WS-JOB-DONE(WS-JOB-IDX)
               MOVE 'PROJECTED'        TO WINSLAT-REC(70:9)
           END-IF
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * Write One Line To The Report                                  *
      *****************************************************************
       Z010-WRITE-RPT-LINE.
           IF WS-WINSLAT-OPEN
               WRITE WINSLAT-REC
           END-IF
           .
      *****************************************************************
      * A Registry Timestamp In WS-TS-IN As Seconds In WS-TS-SECS     *
      *****************************************************************
       X850-TS-TO-SECS.
           MOVE WS-TS-YYYY             TO WS-TSD-YYYY
           MOVE WS-TS-MM               TO WS-TSD-MM
           MOVE WS-TS-DD               TO WS-TSD-DD
           COMPUTE WS-TS-SECS =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE-NUM) * 86400
             + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS
           .
      *****************************************************************
      * Seconds In WS-DSP-SECS As A Printable Date And Time           *
      *****************************************************************
       X860-SECS-TO-DISP.
           IF WS-DSP-SECS = 0
               MOVE SPACES             TO WS-DSP-TS-X
           ELSE
               DIVIDE WS-DSP-SECS BY 86400
                   GIVING WS-DSP-DAYS
                   REMAINDER WS-DSP-REM
               COMPUTE WS-DSP-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DSP-DAYS)
               DIVIDE WS-DSP-REM BY 3600
                   GIVING WS-DSP-HH
                   REMAINDER WS-DSP-REM2
               DIVIDE WS-DSP-REM2 BY 60
                   GIVING WS-DSP-MI
                   REMAINDER WS-DSP-SS
               MOVE ' '                TO WS-DSP-TS-X(9:1)
               MOVE ':'                TO WS-DSP-TS-X(12:1)
                                          WS-DSP-TS-X(15:1)
           END-IF
           .
      *****************************************************************
      * Seconds In WS-ELP-SECS As A Printable HHH:MM:SS Elapsed Time  *
      *****************************************************************
       X870-SECS-TO-ELAP.
           DIVIDE WS-ELP-SECS BY 3600
               GIVING WS-ELP-HRS
               REMAINDER WS-ELP-REM
           IF WS-ELP-HRS > 999
               MOVE 999                TO WS-ELP-HRS
           END-IF
           MOVE WS-ELP-HRS             TO WS-ELP-HHH
           DIVIDE WS-ELP-REM BY 60
               GIVING WS-ELP-MI
               REMAINDER WS-ELP-SS
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
      * Open The Batch-Window Report File                             *
      *****************************************************************
       A020-OPEN-WINSLAT.
           OPEN OUTPUT WINSLAT
           IF WS-WINSLAT-STATUS NOT = '00'
               DISPLAY 'WINSLAT OPEN ERROR, FILE STATUS IS :'
                   WS-WINSLAT-STATUS
               PERFORM X390-PROC-FILE-ERROR
           ELSE
               SET WS-WINSLAT-OPEN     TO TRUE
           END-IF
           .
      *****************************************************************
      * End Of Job Processing                                         *
      *****************************************************************
       C000-FINAL.
           PERFORM C005-WRITE-TOTALS-LINE
           PERFORM C010-CLOSING-MSG
           MOVE 0                      TO RETURN-CODE
           .
      *****************************************************************
      * Write The Totals Line At The Foot Of The Report               *
      *****************************************************************
       C005-WRITE-TOTALS-LINE.
           MOVE SPACES                 TO WINSLAT-REC
           PERFORM Z010-WRITE-RPT-LINE
           STRING 'TOTALS - JOBS COMPLETE: ' WS-JOB-DONE-CNT
                  ' RUNNING: '          WS-JOB-RUN-CNT
                  ' NOT RUN: '          WS-JOB-NRUN-CNT
                  ' SLA BREACHES: '     WS-JOB-BRCH-CNT
                  ' SLOW: '             WS-JOB-SLOW-CNT
               DELIMITED BY SIZE INTO WINSLAT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * Close Files And Write Job-End Summary To The Log               *
      *****************************************************************
       C010-CLOSING-MSG.
           IF WS-WINSLAT-OPEN
               CLOSE WINSLAT
               MOVE 'N'                TO WS-WINSLAT-OPEN-SW
           END-IF

      * ONLY A CLEAN END EARNS ITS COMPLETION ROW - AN ABENDED RUN'S
      * START ROW IS LEFT UNMATCHED ON THE REGISTRY
           IF PROG-NORMAL
               PERFORM C018-REGISTER-RUN-END
           END-IF

           MOVE WS-JOB-CNT             TO WS-JOB-CNT-DISP
           STRING 'JOB END SUMMARY - BUS DATE: ' WS-BUS-DT
                  ' JOBS: '                      WS-JOB-CNT-DISP
                  ' BREACHES: '                  WS-JOB-BRCH-CNT
                  ' SLOW: '                      WS-JOB-SLOW-CNT
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
           MOVE WS-BUS-DT              TO RREG-BUS-DT
           MOVE WS-REC-READ-CNT        TO RREG-REC-READ
           MOVE WS-JOB-CNT             TO RREG-REC-PROC
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
           MOVE WS-REC-READ-CNT        TO DIAG-REC-READ-CNT
           MOVE WS-JOB-CNT             TO DIAG-REC-PROC-CNT
           PERFORM C010-CLOSING-MSG
           MOVE 16                     TO RETURN-CODE
           CALL WS-CANCEL-PGM
           STOP RUN
           .
