      *                           RUN-WIDE PARM (A PROFILE-MASKED    *
      *                           RUN IS STILL LIVE, SO ITS          *
      *                           SCHEDULE STILL ROLLS)               *
      * 15OCT2026  RISHI SHARMA   EXECUTION LEDGER - EVERY LIVE        *
      *                           EXPORT NOW WRITES ONE TABPEXL ROW    *
      *                           PER INSTRUCTION (DUE DATE, AMT/CCY,  *
      *                           MSGID AND ENDTOENDID) BEFORE THE     *
      *                           SCHEDULE ROLLS, FOR PAINIMPC TO      *
      *                           STAMP WITH THE PAIN.002 OUTCOME      *
      * 15OCT2026  RISHI SHARMA   STANDING CHECK - EACH DUE            *
      *                           INSTRUCTION IS CHECKED THROUGH       *
      *                           PAYSTNDC BEFORE EXPORT; ONE WHOSE    *
      *                           CUSTOMER IS CLOSED, DEBTOR ACCOUNT   *
      *                           CLOSED/DORMANT OR ACH PERMISSION     *
      *                           SUSPENDED IS HELD (NOT EXPORTED,     *
      *                           LEDGERED OR ROLLED) AND LISTED ON    *
      *                           THE NEW PAINHELD REPORT WITH ITS     *
      *                           TABCDREF-DECODED REASON              *
      * 15OCT2026  RISHI SHARMA   WATCHLIST SCREEN - EACH DUE          *
      *                           INSTRUCTION IN GOOD STANDING IS      *
      *                           SCREENED THROUGH WLSCRNC; A HIT IS   *
      *                           HELD AND LISTED ON PAINHELD, AND ON  *
      *                           A LIVE RUN IS QUEUED ON TABWLHT AND  *
      *                           PARKED AS INSTR_STAT 'W' UNTIL       *
      *                           REVIEWED THROUGH WLRVWC              *
      * 15OCT2026  RISHI SHARMA   BUSINESS-DAY CONVENTION - EACH       *
      *                           INSTRUCTION NOW GOES OUT ON ITS      *
      *                           DUE DATE MOVED TO A BUSINESS DAY OF  *
      *                           THE DEBTOR ACCOUNT'S COUNTRY ON      *
      *                           TABBCAL THROUGH BUSDAYC UNDER ITS    *
      *                           BUS_DAY_CONV (FOLLOWING, PRECEDING   *
      *                           OR MODIFIED FOLLOWING); THE CURSOR   *
      *                           READS A WEEK AHEAD SO A PRECEDING    *
      *                           DATE IS CAUGHT IN TIME, THE LEDGER   *
      *                           CARRIES THE DATE ACTUALLY PAID ON,   *
      *                           AND A MONTHLY ROLL NOW RETURNS TO    *
      *                           THE EXEC_ANCHOR_DD DAY OF THE MONTH  *
      *                           INSTEAD OF DRIFTING TO THE 28TH      *
      * 15OCT2026  RISHI SHARMA   INTRA-DAY URGENT CYCLE (PARM 2 = U)  *
      *                           - RUN AT EACH TABUCUT CUT-OFF, IT    *
      *                           SENDS ONLY THE HIGH-PRIORITY         *
      *                           INSTRUCTIONS DUE TODAY, UNDER A      *
      *                           MSGID CARRYING THE CYCLE NUMBER,     *
      *                           AND LEAVES THE SCHEDULE ROLL TO THE  *
      *                           NIGHTLY RUN. AN EXECUTION ALREADY ON *
      *                           TABPEXL FOR ITS DATE IS NEVER SENT   *
      *                           AGAIN - THE NIGHTLY RUN ONLY ROLLS   *
      *                           IT - AND THE NIGHTLY RUN LISTS EACH  *
      *                           HIGH-PRIORITY INSTRUCTION THAT       *
      *                           MISSED THE LAST CUT-OFF ON THE NEW   *
      *                           PAINMISS REPORT. EACH CYCLE IS ON    *
      *                           TABRREG AS PAINEXPU, ITS STREAM THE  *
      *                           CYCLE NUMBER, SO THE NIGHTLY RUN'S   *
      *                           SLA FIGURES ARE NOT DISTORTED        *
      * 15OCT2026  RISHI SHARMA   THE LEDGER ROW CARRIES THE MSGID AS  *
      *                           SENT - 22 BYTES NIGHTLY, 26 ON AN    *
      *                           URGENT CYCLE - NOT THE WHOLE BUFFER  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-PAINEXPT-STATUS.
           SELECT PAINHELD
                                    ASSIGN TO PAINHELD
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-PAINHELD-STATUS.
           SELECT PAINMISS
                                    ASSIGN TO PAINMISS
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-PAINMISS-STATUS.
       DATA DIVISION.
       FILE SECTION.

           BLOCK CONTAINS 0
           DATA RECORD IS PAINEXPT-REC.
       01 PAINEXPT-REC                PIC X(200).

       FD PAINHELD
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS PAINHELD-REC.
       01 PAINHELD-REC                PIC X(200).

       FD PAINMISS
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS PAINMISS-REC.
       01 PAINMISS-REC                PIC X(200).
       WORKING-STORAGE SECTION.
       77  FILLER                     PIC X(40) VALUE
            'WORKING STORAGE SECTION STARTS HERE'.
           05 WS-RUNREG-PGM           PIC X(8) VALUE 'RUNREGC'.
           05 WS-RUNREG-PRED          PIC X(8) VALUE 'IBRPAYXC'.
           05 WS-RUN-BUS-DT           PIC X(8) VALUE SPACES.
      * THE LAST SCHEDULED DATE THE CURSOR READS - A WEEK PAST THE
      * BUSINESS DATE, SINCE A PRECEDING CONVENTION PAYS EARLY
           05 WS-RUN-LOOK-DT          PIC X(8) VALUE SPACES.
           05 WS-PAINEXPT-STATUS      PIC X(2).
           05 WS-PAINEXPT-OPEN-SW     PIC X(1) VALUE 'N'.
               88 WS-PAINEXPT-OPEN    VALUE 'Y'.
           05 WS-PAINHELD-STATUS      PIC X(2).
           05 WS-PAINHELD-OPEN-SW     PIC X(1) VALUE 'N'.
               88 WS-PAINHELD-OPEN    VALUE 'Y'.
           05 WS-MSGID-SEQ            PIC 9(7) VALUE ZEROS.
           05 WS-MSGID-SEQ-ED         PIC 9(7).
      *****************************************************************
           05 WS-CTL-PARM             PIC X(8).
           05 WS-MASK-MODE-SW         PIC X(1) VALUE 'N'.
               88 WS-MASK-MODE        VALUE 'Y'.
      *****************************************************************
      * INTRA-DAY URGENT CYCLE (PARM 2 = U) - THE CYCLE IS THE LATEST *
      * TABUCUT CUT-OFF ALREADY REACHED; A RUN STARTED BEFORE THE     *
      * FIRST CUT-OFF HAS NO CYCLE AND SENDS NOTHING                  *
      *****************************************************************
           05 WS-CTL-PARM2            PIC X(8).
           05 WS-URGENT-MODE-SW       PIC X(1) VALUE 'N'.
               88 WS-URGENT-MODE      VALUE 'Y'.
           05 WS-URG-NO-CYCLE-SW      PIC X(1) VALUE 'N'.
               88 WS-URG-NO-CYCLE     VALUE 'Y'.
           05 WS-URG-CYCLE-NO         PIC 9(2) VALUE ZEROS.
           05 WS-URG-RREG-PGM         PIC X(8) VALUE 'PAINEXPU'.
           05 WS-URG-CUTOFF-TM        PIC X(4) VALUE SPACES.
           05 WS-LAST-CUTOFF-TM       PIC X(4) VALUE SPACES.
           05 WS-TODAY-DATE.
               10 WS-TODAY-DATE-8     PIC X(8).
               10 WS-TODAY-HHMM       PIC X(4).
               10 FILLER              PIC X(9).
      *****************************************************************
      * INTRA-DAY STATE - A HIGH-PRIORITY EXECUTION ALREADY LEDGERED  *
      * FOR ITS DATE WENT OUT IN A CYCLE; ONE THE NIGHTLY RUN HAS TO  *
      * HANDLE ITSELF MISSED THE LAST CUT-OFF AND GOES ON PAINMISS    *
      *****************************************************************
           05 WS-SENT-INTRADAY-SW     PIC X(1) VALUE 'N'.
               88 WS-SENT-INTRADAY    VALUE 'Y'.
           05 WS-PEXL-EXEC-CNT        PIC S9(9) COMP VALUE +0.
           05 WS-REC-INTRA-CNT        PIC 9(7) VALUE ZEROS.
           05 WS-PAINMISS-STATUS      PIC X(2).
           05 WS-PAINMISS-OPEN-SW     PIC X(1) VALUE 'N'.
               88 WS-PAINMISS-OPEN    VALUE 'Y'.
           05 WS-REC-MISS-CNT         PIC 9(7) VALUE ZEROS.
           05 WS-MISS-OUTCOME         PIC X(40).
           05 WS-REC-EXPORT-CNT       PIC 9(7) VALUE ZEROS.
           05 WS-JOBEND-MSG           PIC X(80) VALUE SPACES.
      *****************************************************************
           05 WS-PAY-DEBTOR-ADDR2     PIC X(100).
           05 WS-PAY-DEBTOR-ADDR3     PIC X(100).
           05 WS-PAY-INSTR-PTY        PIC X(10).
               88 WS-PAY-PTY-URGENT   VALUE 'HIGH'.
           05 WS-PAY-INSTR-AMT       PIC S9(13)V9(2) COMP-3.
           05 WS-PAY-INSTR-CCY        PIC X(3).
           05 WS-PAY-INSTR-FREQ       PIC X(1).
           05 WS-PAY-NEXT-EXEC-DT     PIC X(8).
           05 WS-PAY-BUS-DAY-CONV     PIC X(1).
           05 WS-PAY-ANCHOR-DD        PIC X(2).
           05 WS-PAY-AMT-DISP         PIC 9(13).9(2).
      *****************************************************************
      * BUSINESS-DAY STATE - NEXT_EXEC_DT IS THE SCHEDULED DATE; THE  *
      * DATE IT ACTUALLY GOES OUT ON IS THAT DATE MOVED TO A BUSINESS *
      * DAY UNDER THE INSTRUCTION'S CONVENTION, AND ONLY WHEN THAT    *
      * DATE HAS ARRIVED IS THE INSTRUCTION DUE                       *
      *****************************************************************
           05 WS-BDAY-PGM             PIC X(8) VALUE 'BUSDAYC'.
           05 WS-PAY-EXEC-DT          PIC X(8).
           05 WS-PAY-DUE-SW           PIC X(1) VALUE 'N'.
               88 WS-PAY-DUE          VALUE 'Y'.
           05 WS-REC-ADJ-CNT          PIC 9(7) VALUE ZEROS.
      *****************************************************************
      * SCHEDULE ROLL-FORWARD WORK FIELDS - THE DATE JUST EXECUTED IS *
      * ADVANCED TO THE INSTRUCTION'S NEXT DUE DATE AFTER EXPORT      *
      *****************************************************************
           05 WS-DOC-SUM-DISP         PIC 9(15).9(2).
           05 WS-DOC-PRODUCED-CNT     PIC 9(5) VALUE ZEROS.
      *****************************************************************
      * THE DOCUMENT'S MSGID - BUILT ONCE AS THE INSTITUTION OPENS SO *
      * THE GROUP HEADER AND EVERY LEDGER ROW CARRY THE SAME VALUE.   *
      * AN INTRA-DAY CYCLE ADDS -U AND ITS CYCLE NUMBER SO NO TWO     *
      * DOCUMENTS OF THE DAY SHARE A MSGID                            *
      *****************************************************************
           05 WS-DOC-MSG-ID.
               10 WS-DOC-MSGID-CTRY   PIC X(3).
               10 WS-DOC-MSGID-INSTT  PIC X(10).
               10 FILLER              PIC X(1) VALUE '-'.
               10 WS-DOC-MSGID-BUS-DT PIC X(8).
               10 WS-DOC-MSGID-CYC-TAG PIC X(2) VALUE SPACES.
               10 WS-DOC-MSGID-CYC-NO PIC 9(2) VALUE ZEROS.
           05 WS-DOC-MSGID-LEN        PIC 9(2) COMP VALUE 22.
           05 WS-REC-LEDG-CNT         PIC 9(7) VALUE ZEROS.
      *****************************************************************
      * INSTITUTION-PROFILE STATE - THE TABIPRF PROFILES TABLED AT    *
      * INIT AND THE ANSWER FOR THE INSTITUTION IN HAND. NO PROFILE   *
      * ROW MEANS TODAY'S DEFAULT HANDLING                            *
           05 WS-PROF-CNT             PIC 9(3) COMP VALUE ZEROS.
           05 WS-PROF-IDX             PIC 9(3) COMP.
           05 WS-PROF-FND             PIC 9(3) COMP.
      *****************************************************************
      * STANDING-CHECK STATE - AN INSTRUCTION WHOSE CUSTOMER, DEBTOR  *
      * ACCOUNT OR ACH PERMISSION IS NO LONGER IN GOOD STANDING IS    *
      * HELD BACK AND REPORTED INSTEAD OF EXPORTED                    *
      *****************************************************************
           05 WS-STND-PGM             PIC X(8) VALUE 'PAYSTNDC'.
           05 WS-STND-HOLD-SW         PIC X(1) VALUE 'N'.
               88 WS-STND-HOLD        VALUE 'Y'.
           05 WS-REC-HELD-CNT         PIC 9(7) VALUE ZEROS.
      *****************************************************************
      * WATCHLIST-SCREEN STATE - A BENEFICIARY MATCHING AN ACTIVE     *
      * TABWLST ENTRY IS HELD BACK, QUEUED FOR REVIEW AND PARKED      *
      *****************************************************************
           05 WS-WLSC-PGM             PIC X(8) VALUE 'WLSCRNC'.
           05 WS-WLSC-HOLD-SW         PIC X(1) VALUE 'N'.
               88 WS-WLSC-HOLD        VALUE 'Y'.
           05 WS-REC-WLHIT-CNT        PIC 9(7) VALUE ZEROS.
           05 WS-HELD-REASON          PIC X(60).
       01  WS-DOC-CTL.
           05 WS-DOC-LINE-CNT         PIC 9(5) COMP VALUE ZEROS.
           05 WS-DOC-LINE-IDX         PIC 9(5) COMP.
       COPY IBRFDCW.
       COPY IBRDIAGW.
       COPY IBRRREGW.
       COPY IBRSTNDW.
       COPY IBRWLSCW.
       COPY IBRBDAYW.

      *****************************************************************
      *      DB2 TABLE DECLARATION                                    *
           EXEC SQL
               INCLUDE TABIPRFW
           END-EXEC.
           EXEC SQL
               INCLUDE TABPEXLW
           END-EXEC.
           EXEC SQL
               INCLUDE TABUCUTW
           END-EXEC.
      *--------------------------------------*
      *      DB2 CURSOR DECLARATION          *
      *--------------------------------------*
      *****************************************************************
      * SELECT EVERY PAYMENT INSTRUCTION SCHEDULED UP TO A WEEK PAST   *
      * THE RUN'S BUSINESS DATE - WHICH OF THEM ARE ACTUALLY DUE IS    *
      * DECIDED ROW BY ROW ONCE THE DATE IS MOVED TO A BUSINESS DAY. A *
      * BLANK NEXT_EXEC_DT IS A ONE-OFF ALREADY EXECUTED AND STAYS OUT *
      * OF THE EXPORT POPULATION. AN INTRA-DAY CYCLE READS ONLY THE    *
      * HIGH-PRIORITY INSTRUCTIONS                                     *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-PAY-EXPORT CURSOR FOR
                      INSTR_AMT,
                      INSTR_CCY,
                      INSTR_FREQ,
                      NEXT_EXEC_DT,
                      BUS_DAY_CONV,
                      EXEC_ANCHOR_DD
               FROM   PAYMENTS.PAYMENT_INSTRUCTIONS
               WHERE  INSTR_STAT    = 'A'
                AND   NEXT_EXEC_DT  > ' '
                AND   NEXT_EXEC_DT <= :WS-RUN-LOOK-DT
                AND   (:WS-URGENT-MODE-SW = 'N'
                 OR    INSTR_PTY     = 'HIGH')
               ORDER BY CUST_CTRY, CUST_INSTT, CUST_ID,
                      INSTR_REF_NUM
           END-EXEC.
      /
       PROCEDURE DIVISION.
           PERFORM A000-INIT
           IF PROG-NORMAL AND NOT WS-URG-NO-CYCLE
               PERFORM B000-MAIN
           END-IF
           PERFORM C000-FINAL
           MOVE 'PAINEXPC'              TO WS-PROG-NAM
           PERFORM A008-GET-CTL-PARMS
           PERFORM A010-WRT-START-MSG
      * AN INTRA-DAY CYCLE RUNS AHEAD OF THE NIGHTLY STAGING, SO IT
      * WAITS ON NO PREDECESSOR AND TAKES TODAY AS ITS BUSINESS DATE
           IF PROG-NORMAL
               IF WS-URGENT-MODE
                   PERFORM A040-RESOLVE-URGENT-CYCLE
               ELSE
                   PERFORM A044-CHECK-PREDECESSOR
               END-IF
           END-IF
           IF PROG-NORMAL AND NOT WS-URG-NO-CYCLE
               PERFORM A046-REGISTER-RUN-START
           END-IF
           IF PROG-NORMAL
               PERFORM A025-OPEN-PAINEXPT
           END-IF
           IF PROG-NORMAL
               PERFORM A027-OPEN-PAINHELD
           END-IF
           IF PROG-NORMAL AND WS-URGENT-MODE AND NOT WS-URG-NO-CYCLE
               PERFORM A028-WRITE-CYCLE-BANNER
           END-IF
           IF PROG-NORMAL AND NOT WS-URGENT-MODE
               PERFORM A029-OPEN-PAINMISS
           END-IF
           IF PROG-NORMAL
               PERFORM A050-LOAD-PROFILES
           END-IF
           PERFORM B075-WRITE-PAINEXPT-REC
           .
      *****************************************************************
      * Find This Intra-Day Cycle - THE LATEST ACTIVE TABUCUT CUT-OFF *
      * ALREADY REACHED. A RUN BEFORE THE FIRST CUT-OFF HAS NOTHING   *
      * TO SEND AND ENDS WITH A WARNING. THE CYCLE NUMBER GOES INTO   *
      * THE MSGID AND IS THE RUN'S STREAM ON THE REGISTRY, SO EACH    *
      * CYCLE OF THE DAY STANDS APART FROM THE NIGHTLY RUN (STREAM 0) *
      *****************************************************************
       A040-RESOLVE-URGENT-CYCLE.
           MOVE FUNCTION CURRENT-DATE  TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE-8        TO WS-RUN-BUS-DT
           PERFORM A045-SET-DUE-WINDOW
           EXEC SQL
               SELECT CYCLE_NO,
                      CUTOFF_TM
               INTO   :TABUCUT-CYCLE-NO,
                      :TABUCUT-CUTOFF-TM
               FROM   TABUCUT
               WHERE  CYCLE_STAT = 'A'
                AND   CUTOFF_TM  =
                      (SELECT MAX(CUTOFF_TM)
                       FROM   TABUCUT
                       WHERE  CYCLE_STAT = 'A'
                        AND   CUTOFF_TM <= :WS-TODAY-HHMM)
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE TABUCUT-CYCLE-NO
                                       TO WS-URG-CYCLE-NO
                   MOVE TABUCUT-CUTOFF-TM
                                       TO WS-URG-CUTOFF-TM
                   MOVE '-U'           TO WS-DOC-MSGID-CYC-TAG
                   MOVE WS-URG-CYCLE-NO
                                       TO WS-DOC-MSGID-CYC-NO
                   MOVE 26             TO WS-DOC-MSGID-LEN
                   DISPLAY 'INTRA-DAY URGENT CYCLE ' WS-URG-CYCLE-NO
                       ' - CUT-OFF ' WS-URG-CUTOFF-TM
                       ' - BUSINESS DATE ' WS-RUN-BUS-DT
               WHEN 100
                   SET WS-URG-NO-CYCLE TO TRUE
                   DISPLAY 'NO URGENT CUT-OFF REACHED BY '
                       WS-TODAY-HHMM ' - NOTHING EXPORTED'
               WHEN OTHER
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * Banner Line Opening An Intra-Day Cycle's Export                *
      *****************************************************************
       A028-WRITE-CYCLE-BANNER.
           MOVE SPACES                 TO PAINEXPT-REC
           STRING '**** INTRA-DAY URGENT CYCLE ' DELIMITED BY SIZE
                  WS-URG-CYCLE-NO      DELIMITED BY SIZE
                  ' CUT-OFF '          DELIMITED BY SIZE
                  WS-URG-CUTOFF-TM     DELIMITED BY SIZE
                  ' BUSINESS DATE '    DELIMITED BY SIZE
                  WS-RUN-BUS-DT        DELIMITED BY SIZE
                  ' ****'              DELIMITED BY SIZE
               INTO PAINEXPT-REC
           END-STRING
           PERFORM B075-WRITE-PAINEXPT-REC
           .
      *****************************************************************
      * Refuse To Export Until IBRPAYXC SHOWS COMPLETE ON THE TABRREG  *
      * RUN REGISTRY FOR ITS LATEST BUSINESS DATE, WHICH THIS RUN      *
      * THEN INHERITS                                                  *
           PERFORM X940-RUN-REGISTRY
           IF RREG-RESP-OK
               MOVE RREG-BUS-DT        TO WS-RUN-BUS-DT
               PERFORM A045-SET-DUE-WINDOW
           ELSE
               DISPLAY 'PREDECESSOR CHECK FAILED - ' RREG-RESP-MSG
               PERFORM X100-ERR-COMMON-SETUP
           END-IF
           .
      *****************************************************************
      * The Cursor Reads Seven Days Past The Business Date - NO       *
      * PRECEDING CONVENTION PULLS A PAYMENT FURTHER FORWARD THAN A   *
      * WEEK OF HOLIDAYS                                              *
      *****************************************************************
       A045-SET-DUE-WINDOW.
           MOVE WS-RUN-BUS-DT          TO WS-NED-NUM
           COMPUTE WS-NED-INT =
               FUNCTION INTEGER-OF-DATE(WS-NED-NUM) + 7
           COMPUTE WS-NED-NUM =
               FUNCTION DATE-OF-INTEGER(WS-NED-INT)
           MOVE WS-NED-NUM             TO WS-RUN-LOOK-DT
           .
      *****************************************************************
      * Announce This Run On The TABRREG RUN REGISTRY UNDER THE        *
      * BUSINESS DATE INHERITED FROM IBRPAYXC - AN INTRA-DAY CYCLE     *
      * UNDER PAINEXPU, SO THE SLA REPORTS KEEP IT APART FROM THE      *
      * NIGHTLY RUN                                                    *
      *****************************************************************
       A046-REGISTER-RUN-START.
           INITIALIZE WR-RUNREG-FLDS
                        REPLACING NUMERIC DATA BY ZERO
           SET RREG-FUNC-START         TO TRUE
           IF WS-URGENT-MODE
               MOVE WS-URG-RREG-PGM    TO RREG-PROG-NAM
           ELSE
               MOVE WS-PROG-NAM        TO RREG-PROG-NAM
           END-IF
           MOVE WS-URG-CYCLE-NO        TO RREG-STREAM-NUM
           MOVE WS-RUN-BUS-DT          TO RREG-BUS-DT
           PERFORM X940-RUN-REGISTRY
           .
      *****************************************************************
      * PARM 1 - 'Y' PUTS THE JOB IN MASKING MODE, THE SAME WAY       *
      * GOODCBLC'S PARAMETER-DRIVEN TEST MODE IS SWITCHED; PARM 2 -   *
      * 'U' MAKES THE RUN AN INTRA-DAY URGENT CYCLE                   *
      *****************************************************************
       A008-GET-CTL-PARMS.
           MOVE SPACES                 TO WS-CTL-PARM
           IF WS-CTL-PARM(1:1) = 'Y'
               SET WS-MASK-MODE        TO TRUE
           END-IF

      * PARM 2 - 'U' RUNS AN INTRA-DAY URGENT CYCLE INSTEAD OF THE
      * NIGHTLY EXPORT. OMITTED, IT IS THE NIGHTLY RUN IT ALWAYS WAS
           MOVE SPACES                 TO WS-CTL-PARM2
           DISPLAY 2                   UPON ARGUMENT-NUMBER
           ACCEPT WS-CTL-PARM2         FROM ARGUMENT-VALUE
           IF WS-CTL-PARM2(1:1) = 'U'
               SET WS-URGENT-MODE      TO TRUE
           END-IF
           .
      *****************************************************************
      * Main Process Routine - Export Every Payment Instruction       *
           ELSE
               PERFORM B010-FETCH-PAY-EXPORT-ROW
               PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
      * THE CURSOR READS A WEEK AHEAD - AN INSTRUCTION IS ONLY DUE
      * ONCE ITS DATE, MOVED TO A BUSINESS DAY, HAS ARRIVED; ONE NOT
      * YET DUE IS LEFT ALONE FOR A LATER RUN
                   PERFORM B011-ADJUST-EXEC-DATE
                   IF PROG-NORMAL AND WS-PAY-DUE
                       PERFORM B017-PROC-DUE-INSTR
                   END-IF
                   IF PROG-NORMAL
                       PERFORM B010-FETCH-PAY-EXPORT-ROW
               END-IF
               IF PROG-NORMAL
                   PERFORM B080-WRITE-RUN-SUMMARY
                   PERFORM B088-WRITE-HELD-TRAILER
                   PERFORM B092-WRITE-MISS-TRAILER
               END-IF
           END-IF
           .
      *****************************************************************
      * Move The Scheduled Date To A Business Day Of The Debtor       *
      * Account's Country Under The Instruction's Convention Through  *
      * BUSDAYC - THE INSTRUCTION IS DUE WHEN THAT DATE HAS ARRIVED.  *
      * A DATE BUSDAYC CANNOT PLACE (NO BUSINESS DAY NEAR IT ON THE   *
      * CALENDAR) GOES OUT ON ITS SCHEDULED DATE, AS IT ALWAYS DID    *
      *****************************************************************
       B011-ADJUST-EXEC-DATE.
           MOVE 'N'                    TO WS-PAY-DUE-SW
           INITIALIZE WA-BDAY-FLDS
           MOVE WS-PAY-AC-CTRY         TO BDAY-CAL-CTRY
           MOVE WS-PAY-BUS-DAY-CONV    TO BDAY-CONV
           MOVE WS-PAY-NEXT-EXEC-DT    TO BDAY-IN-DT
           CALL WS-BDAY-PGM USING WA-BDAY-FLDS
               ON EXCEPTION
                   DISPLAY 'UNABLE TO CALL BUSINESS-DAY '
                       'SUBPROGRAM: ' WS-BDAY-PGM
                   SET BDAY-RESP-SQL-ERROR TO TRUE
                   MOVE 'BUSINESS-DAY SUBPROGRAM UNAVAILABLE'
                                       TO BDAY-RESP-MSG
           END-CALL
           EVALUATE TRUE
               WHEN BDAY-RESP-OK
                   MOVE BDAY-OUT-DT    TO WS-PAY-EXEC-DT
               WHEN BDAY-RESP-BAD-INPUT
                   DISPLAY 'INSTRUCTION ' WS-PAY-INSTR-REF-NUM
                       ' NOT ADJUSTED - ' BDAY-RESP-MSG
                   MOVE WS-PAY-NEXT-EXEC-DT TO WS-PAY-EXEC-DT
               WHEN OTHER
                   DISPLAY 'BUSINESS-DAY ADJUSTMENT FAILED - '
                       BDAY-RESP-MSG
                   PERFORM X100-ERR-COMMON-SETUP
                   SET WS-PARA-B020
                       WS-MSG-002      TO TRUE
                   MOVE WS-PARA-NAM    TO LOG-PARA-NAM
                   MOVE WS-MSG-NO      TO LOG-MSG-NO
                   MOVE BDAY-RESP-MSG  TO LOG-ERR-TEXT-LONG
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           IF PROG-NORMAL AND WS-PAY-EXEC-DT NOT > WS-RUN-BUS-DT
               SET WS-PAY-DUE          TO TRUE
               IF WS-PAY-EXEC-DT NOT = WS-PAY-NEXT-EXEC-DT
                   ADD 1               TO WS-REC-ADJ-CNT
               END-IF
           END-IF
           .
      *****************************************************************
      * One Due Instruction - A HIGH-PRIORITY EXECUTION AN INTRA-DAY  *
      * CYCLE ALREADY SENT IS NOT SENT AGAIN; THE NIGHTLY RUN ONLY    *
      * ROLLS ITS SCHEDULE. ANY OTHER GOES THROUGH THE CHECKS AND OUT *
      *****************************************************************
       B017-PROC-DUE-INSTR.
           MOVE 'N'                    TO WS-SENT-INTRADAY-SW
           IF WS-PAY-PTY-URGENT
               PERFORM B013-CHECK-SENT-INTRADAY
           END-IF
           IF PROG-NORMAL AND WS-SENT-INTRADAY
               ADD 1                   TO WS-REC-INTRA-CNT
               IF NOT WS-URGENT-MODE AND NOT WS-MASK-MODE
                   PERFORM B025-ROLL-SCHEDULE
               END-IF
           END-IF
           IF PROG-NORMAL AND NOT WS-SENT-INTRADAY
               PERFORM B018-EXPORT-DUE-INSTR
      * THE NIGHTLY RUN HANDLING A HIGH-PRIORITY INSTRUCTION ITSELF
      * MEANS IT MISSED THE DAY'S LAST CUT-OFF
               IF PROG-NORMAL AND WS-PAY-PTY-URGENT
                              AND NOT WS-URGENT-MODE
                   PERFORM B090-WRITE-MISS-LINE
               END-IF
           END-IF
           .
      *****************************************************************
      * Has This Execution Already Gone Out - A TABPEXL ROW FOR THE   *
      * INSTRUCTION AND THE DATE IT IS DUE ON IS THE MARK AN          *
      * INTRA-DAY CYCLE LEAVES                                        *
      *****************************************************************
       B013-CHECK-SENT-INTRADAY.
           MOVE ZERO                   TO WS-PEXL-EXEC-CNT
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-PEXL-EXEC-CNT
               FROM   TABPEXL
               WHERE  CUST_CTRY     = :WS-PAY-CUST-CTRY
                AND   CUST_INSTT    = :WS-PAY-CUST-INSTT
                AND   CUST_ID       = :WS-PAY-CUST-ID
                AND   INSTR_REF_NUM = :WS-PAY-INSTR-REF-NUM
                AND   EXEC_DT       = :WS-PAY-EXEC-DT
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           ELSE
               IF WS-PEXL-EXEC-CNT > 0
                   SET WS-SENT-INTRADAY TO TRUE
               END-IF
           END-IF
           .
      *****************************************************************
      * Profile, Standing And Watchlist Checks, Then Into The         *
      * Institution's Document, The Ledger And The Schedule Roll      *
      *****************************************************************
       B018-EXPORT-DUE-INSTR.
      * AN INSTITUTION PROFILED OUT OF THE EXPORT PRODUCES NO
      * DOCUMENT - ITS DUE INSTRUCTIONS ARE COUNTED AND LEFT
      * UNROLLED, SINCE NOTHING WAS EXECUTED FOR THEM
           PERFORM Z200-FIND-PROFILE
           IF WS-PROF-EXCLUDED
               ADD 1                   TO WS-REC-PREX-CNT
           ELSE
               PERFORM B012-CHECK-STANDING
           END-IF
           MOVE 'N'                    TO WS-WLSC-HOLD-SW
           IF PROG-NORMAL AND NOT WS-PROF-EXCLUDED
                          AND NOT WS-STND-HOLD
               PERFORM B014-SCREEN-WATCHLIST
           END-IF
      * AN INSTRUCTION OUT OF GOOD STANDING OR HITTING THE WATCHLIST
      * IS HELD - LISTED ON PAINHELD, NEITHER EXPORTED NOR LEDGERED
      * NOR ROLLED, SO IT IS STILL DUE ONCE IT IS PUT RIGHT
           IF PROG-NORMAL AND NOT WS-PROF-EXCLUDED
                          AND NOT WS-STND-HOLD
                          AND NOT WS-WLSC-HOLD
      * THE CURSOR ARRIVES IN INSTITUTION ORDER - A KEY CHANGE ENDS
      * THE DOCUMENT IN HAND AND OPENS THE NEXT INSTITUTION'S
               EVALUATE TRUE
                   WHEN WS-FIRST-DOC
                       MOVE 'N' TO WS-FIRST-DOC-SW
                       PERFORM B055-START-NEW-DOC
                   WHEN WS-PAY-CUST-CTRY
                            NOT = WS-CUR-INST-CTRY
                     OR WS-PAY-CUST-INSTT
                            NOT = WS-CUR-INST-INSTT
                       PERFORM B060-FLUSH-INST-DOC
                       PERFORM B055-START-NEW-DOC
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM B020-WRITE-PMT-BLOCK
               ADD 1                   TO WS-REC-EXPORT-CNT
               ADD 1                   TO WS-DOC-TX-CNT
               ADD WS-PAY-INSTR-AMT TO WS-DOC-CTRL-SUM
      * A MASKED TEST RUN (PARM 1) MUST NOT ADVANCE THE LIVE
      * EXECUTION SCHEDULE OR LEDGER AN EXECUTION THAT NEVER WENT
      * OUT - PROFILE-DRIVEN MASKING IS A LIVE EXPORT AND STILL
      * LEDGERS AND ROLLS. THE LEDGER ROW IS WRITTEN FIRST, WHILE
      * NEXT_EXEC_DT STILL HOLDS THE DATE BEING EXECUTED
               IF PROG-NORMAL AND NOT WS-MASK-MODE
                   PERFORM B022-WRITE-LEDGER-ROW
               END-IF
      * AN INTRA-DAY CYCLE LEAVES THE ROLL TO THE NIGHTLY RUN, WHICH
      * FINDS ITS LEDGER ROW AND ROLLS WITHOUT SENDING
               IF PROG-NORMAL AND NOT WS-MASK-MODE
                              AND NOT WS-URGENT-MODE
                   PERFORM B025-ROLL-SCHEDULE
               END-IF
           END-IF
           .
      *****************************************************************
      * Check The Instruction's Customer, Debtor Account And ACH      *
      * Permission Through PAYSTNDC - BAD STANDING HOLDS IT AND LISTS *
      * IT ON PAINHELD WITH THE DECODED REASON                        *
      *****************************************************************
       B012-CHECK-STANDING.
           MOVE 'N'                    TO WS-STND-HOLD-SW
           INITIALIZE WA-STND-FLDS
           MOVE WS-PAY-CUST-CTRY       TO STND-CUST-CTRY
           MOVE WS-PAY-CUST-INSTT      TO STND-CUST-INSTT
           MOVE WS-PAY-CUST-ID         TO STND-CUST-ID
           MOVE WS-PAY-AC-CTRY         TO STND-AC-CTRY
           MOVE WS-PAY-AC-INSTT        TO STND-AC-INSTT
           MOVE WS-PAY-AC-NO           TO STND-AC-NO
           CALL WS-STND-PGM USING WA-STND-FLDS
               ON EXCEPTION
                   DISPLAY 'UNABLE TO CALL STANDING-CHECK '
                       'SUBPROGRAM: ' WS-STND-PGM
                   SET STND-RESP-SQL-ERROR TO TRUE
                   MOVE 'STANDING-CHECK SUBPROGRAM UNAVAILABLE'
                                       TO STND-RESP-MSG
           END-CALL
           EVALUATE TRUE
               WHEN STND-RESP-OK
                   CONTINUE
               WHEN STND-RESP-BAD
                   SET WS-STND-HOLD    TO TRUE
                   ADD 1               TO WS-REC-HELD-CNT
                   MOVE SPACES         TO WS-HELD-REASON
                   STRING STND-REASON-TYP      DELIMITED BY SIZE
                          ' '                  DELIMITED BY SIZE
                          STND-REASON-COD(1:2) DELIMITED BY SIZE
                          STND-REASON-DESC     DELIMITED BY SIZE
                       INTO WS-HELD-REASON
                   END-STRING
                   PERFORM B086-WRITE-HELD-LINE
               WHEN OTHER
      * AN UNANSWERED CHECK MUST NOT LET THE INSTRUCTION THROUGH
                   DISPLAY 'STANDING CHECK FAILED - ' STND-RESP-MSG
                   PERFORM X100-ERR-COMMON-SETUP
                   SET WS-PARA-B020
                       WS-MSG-002      TO TRUE
                   MOVE WS-PARA-NAM    TO LOG-PARA-NAM
                   MOVE WS-MSG-NO      TO LOG-MSG-NO
                   MOVE STND-RESP-MSG  TO LOG-ERR-TEXT-LONG
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * Screen The Beneficiary Through WLSCRNC - A HIT HOLDS THE      *
      * INSTRUCTION AND LISTS IT ON PAINHELD; A LIVE RUN ALSO QUEUES  *
      * THE HIT ON TABWLHT AND PARKS THE INSTRUCTION AS 'W' SO IT     *
      * STAYS OUT OF EVERY EXPORT UNTIL WLRVWC RELEASES IT. A MASKED  *
      * TEST RUN CHANGES NO LIVE DATA, SO IT ONLY HOLDS               *
      *****************************************************************
       B014-SCREEN-WATCHLIST.
           INITIALIZE WA-WLSC-FLDS
           SET WLSC-FUNC-SCREEN        TO TRUE
           MOVE WS-PROG-NAM            TO WLSC-SCRN-PGM
           MOVE WS-PAY-CUST-CTRY       TO WLSC-CUST-CTRY
           MOVE WS-PAY-CUST-INSTT      TO WLSC-CUST-INSTT
           MOVE WS-PAY-CUST-ID         TO WLSC-CUST-ID
           MOVE WS-PAY-INSTR-REF-NUM   TO WLSC-INSTR-REF-NUM
           MOVE WS-PAY-BENE-NAM        TO WLSC-BENE-NAM
           MOVE WS-PAY-BENE-ADDR1      TO WLSC-BENE-ADDR1
           MOVE WS-PAY-BENE-ADDR2      TO WLSC-BENE-ADDR2
           MOVE WS-PAY-BENE-ADDR3      TO WLSC-BENE-ADDR3
           PERFORM B016-CALL-WLSCRNC
           IF WLSC-RESP-HIT
               SET WS-WLSC-HOLD        TO TRUE
               ADD 1                   TO WS-REC-WLHIT-CNT
               IF NOT WS-MASK-MODE
                   SET WLSC-FUNC-QUEUE TO TRUE
                   PERFORM B016-CALL-WLSCRNC
               END-IF
           END-IF
           IF PROG-NORMAL AND WS-WLSC-HOLD AND NOT WS-MASK-MODE
               EXEC SQL
                   UPDATE PAYMENTS.PAYMENT_INSTRUCTIONS
                   SET    INSTR_STAT    = 'W'
                   WHERE  CUST_CTRY     = :WS-PAY-CUST-CTRY
                    AND   CUST_INSTT    = :WS-PAY-CUST-INSTT
                    AND   CUST_ID       = :WS-PAY-CUST-ID
                    AND   INSTR_REF_NUM = :WS-PAY-INSTR-REF-NUM
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM X490-PROC-SQL-ERROR
               END-IF
           END-IF
           IF PROG-NORMAL AND WS-WLSC-HOLD
               MOVE SPACES             TO WS-HELD-REASON
               STRING 'WLST '          DELIMITED BY SIZE
                      WLSC-WL-ENTRY-ID DELIMITED BY SIZE
                      ' WATCHLIST HIT - '
                                       DELIMITED BY SIZE
                      WLSC-WL-NAME     DELIMITED BY SIZE
                   INTO WS-HELD-REASON
               END-STRING
               PERFORM B086-WRITE-HELD-LINE
           END-IF
           .
      *****************************************************************
      * Call The Watchlist Screen - AN UNANSWERED SCREEN MUST NOT LET *
      * THE INSTRUCTION THROUGH                                       *
      *****************************************************************
       B016-CALL-WLSCRNC.
           CALL WS-WLSC-PGM USING WA-WLSC-FLDS
               ON EXCEPTION
                   DISPLAY 'UNABLE TO CALL WATCHLIST-SCREEN '
                       'SUBPROGRAM: ' WS-WLSC-PGM
                   SET WLSC-RESP-SQL-ERROR TO TRUE
                   MOVE 'WATCHLIST-SCREEN SUBPROGRAM UNAVAILABLE'
                                       TO WLSC-RESP-MSG
           END-CALL
           IF WLSC-RESP-SQL-ERROR
               DISPLAY 'WATCHLIST SCREEN FAILED - ' WLSC-RESP-MSG
               PERFORM X100-ERR-COMMON-SETUP
               SET WS-PARA-B020
                   WS-MSG-002          TO TRUE
               MOVE WS-PARA-NAM        TO LOG-PARA-NAM
               MOVE WS-MSG-NO          TO LOG-MSG-NO
               MOVE WLSC-RESP-MSG      TO LOG-ERR-TEXT-LONG
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * Find The Instruction's Institution Profile - NO ROW MEANS THE *
      * DEFAULT HANDLING (DOCUMENT WANTED, UNMASKED), AS IT ALWAYS    *
      * WAS                                                           *
       B055-START-NEW-DOC.
           MOVE WS-PAY-CUST-CTRY       TO WS-CUR-INST-CTRY
           MOVE WS-PAY-CUST-INSTT      TO WS-CUR-INST-INSTT
           MOVE WS-PAY-CUST-CTRY       TO WS-DOC-MSGID-CTRY
           MOVE WS-PAY-CUST-INSTT      TO WS-DOC-MSGID-INSTT
           MOVE WS-RUN-BUS-DT          TO WS-DOC-MSGID-BUS-DT
           MOVE ZEROS                  TO WS-DOC-TX-CNT
                                          WS-DOC-CTRL-SUM
                                          WS-DOC-LINE-CNT

               MOVE SPACES             TO PAINEXPT-REC
               STRING '  <GrpHdr><MsgId>' DELIMITED BY SIZE
                      WS-DOC-MSG-ID(1:WS-DOC-MSGID-LEN)
                                        DELIMITED BY SIZE
                      '</MsgId><NbOfTxs>' DELIMITED BY SIZE
                      WS-DOC-TX-DISP    DELIMITED BY SIZE
                      '</NbOfTxs><CtrlSum>' DELIMITED BY SIZE
           END-PERFORM
           .
      *****************************************************************
      * One Held-Instruction Line - THE INSTRUCTION, ITS DEBTOR       *
      * ACCOUNT, WHAT WOULD HAVE GONE OUT, AND WHY IT DID NOT         *
      *****************************************************************
       B086-WRITE-HELD-LINE.
           MOVE WS-PAY-INSTR-AMT       TO WS-PAY-AMT-DISP
           MOVE SPACES                 TO PAINHELD-REC
           STRING WS-PAY-CUST-CTRY     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-PAY-CUST-INSTT    DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-PAY-CUST-ID       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-PAY-INSTR-REF-NUM DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-PAY-AC-CTRY       DELIMITED BY SIZE
                  WS-PAY-AC-INSTT      DELIMITED BY SIZE
                  WS-PAY-AC-NO         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-PAY-EXEC-DT       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-PAY-AMT-DISP      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-PAY-INSTR-CCY     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-HELD-REASON       DELIMITED BY SIZE
               INTO PAINHELD-REC
           END-STRING
           PERFORM B087-WRITE-PAINHELD-REC
           .
      *****************************************************************
      * Held-Report Trailer - HOW MANY WERE HELD THIS RUN             *
      *****************************************************************
       B088-WRITE-HELD-TRAILER.
           MOVE SPACES                 TO PAINHELD-REC
           STRING '**** INSTRUCTIONS HELD - BAD STANDING: '
                                       DELIMITED BY SIZE
                  WS-REC-HELD-CNT      DELIMITED BY SIZE
                  ' ****'              DELIMITED BY SIZE
               INTO PAINHELD-REC
           END-STRING
           PERFORM B087-WRITE-PAINHELD-REC
           MOVE SPACES                 TO PAINHELD-REC
           STRING '**** INSTRUCTIONS HELD - WATCHLIST HIT: '
                                       DELIMITED BY SIZE
                  WS-REC-WLHIT-CNT     DELIMITED BY SIZE
                  ' ****'              DELIMITED BY SIZE
               INTO PAINHELD-REC
           END-STRING
           PERFORM B087-WRITE-PAINHELD-REC
           .
      *****************************************************************
      * One Missed-Cut-Off Line - A HIGH-PRIORITY INSTRUCTION NO      *
      * INTRA-DAY CYCLE SENT, AND WHAT THE NIGHTLY RUN DID WITH IT    *
      *****************************************************************
       B090-WRITE-MISS-LINE.
           EVALUATE TRUE
               WHEN WS-PROF-EXCLUDED
                   MOVE 'NOT SENT - INSTITUTION PROFILED OUT'
                                       TO WS-MISS-OUTCOME
               WHEN WS-STND-HOLD
               WHEN WS-WLSC-HOLD
                   MOVE 'HELD - SEE PAINHELD'
                                       TO WS-MISS-OUTCOME
               WHEN OTHER
                   MOVE 'SENT IN THE NIGHTLY RUN'
                                       TO WS-MISS-OUTCOME
           END-EVALUATE
           ADD 1                       TO WS-REC-MISS-CNT
           MOVE WS-PAY-INSTR-AMT       TO WS-PAY-AMT-DISP
           MOVE SPACES                 TO PAINMISS-REC
           STRING WS-PAY-CUST-CTRY     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-PAY-CUST-INSTT    DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-PAY-CUST-ID       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-PAY-INSTR-REF-NUM DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-PAY-AC-CTRY       DELIMITED BY SIZE
                  WS-PAY-AC-INSTT      DELIMITED BY SIZE
                  WS-PAY-AC-NO         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-PAY-EXEC-DT       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-PAY-AMT-DISP      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-PAY-INSTR-CCY     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-MISS-OUTCOME      DELIMITED BY SIZE
               INTO PAINMISS-REC
           END-STRING
           PERFORM B093-WRITE-PAINMISS-REC
           .
      *****************************************************************
      * Missed-Cut-Off Trailer - HOW MANY MISSED, AND HOW MANY THE    *
      * DAY'S CYCLES HAD ALREADY SENT                                 *
      *****************************************************************
       B092-WRITE-MISS-TRAILER.
           MOVE SPACES                 TO PAINMISS-REC
           STRING '**** HIGH-PRIORITY INSTRUCTIONS THAT MISSED THE '
                                       DELIMITED BY SIZE
                  'LAST CUT-OFF: '     DELIMITED BY SIZE
                  WS-REC-MISS-CNT      DELIMITED BY SIZE
                  ' ****'              DELIMITED BY SIZE
               INTO PAINMISS-REC
           END-STRING
           PERFORM B093-WRITE-PAINMISS-REC
           MOVE SPACES                 TO PAINMISS-REC
           STRING '**** ALREADY SENT BY AN INTRA-DAY CYCLE: '
                                       DELIMITED BY SIZE
                  WS-REC-INTRA-CNT     DELIMITED BY SIZE
                  ' ****'              DELIMITED BY SIZE
               INTO PAINMISS-REC
           END-STRING
           PERFORM B093-WRITE-PAINMISS-REC
           .
      *****************************************************************
      * Write One Record To The Missed-Cut-Off Report                  *
      *****************************************************************
       B093-WRITE-PAINMISS-REC.
           IF WS-PAINMISS-OPEN
               WRITE PAINMISS-REC
           END-IF
           .
      *****************************************************************
      * Write One Record To The Held-Instruction Report                *
      *****************************************************************
       B087-WRITE-PAINHELD-REC.
           IF WS-PAINHELD-OPEN
               WRITE PAINHELD-REC
           END-IF
           .
      *****************************************************************
      * Write One Record Straight To The Export File                   *
      *****************************************************************
       B075-WRITE-PAINEXPT-REC.
                    :WS-PAY-INSTR-AMT,
                    :WS-PAY-INSTR-CCY,
                    :WS-PAY-INSTR-FREQ,
                    :WS-PAY-NEXT-EXEC-DT,
                    :WS-PAY-BUS-DAY-CONV,
                    :WS-PAY-ANCHOR-DD
           END-EXEC
           .
      *****************************************************************
           PERFORM B030-WRITE-PAINEXPT-LINE
           .
      *****************************************************************
      * Ledger The Execution Just Exported - ONE TABPEXL ROW PER       *
      * INSTRUCTION PER EXPORT UNDER THE DOCUMENT'S MSGID, DATED THE   *
      * BUSINESS DAY IT ACTUALLY WENT OUT ON, ITS OUTCOME LEFT BLANK   *
      * FOR PAINIMPC TO STAMP FROM THE PAIN.002                        *
      *****************************************************************
       B022-WRITE-LEDGER-ROW.
           MOVE WS-PAY-CUST-CTRY       TO TABPEXL-CUST-CTRY
           MOVE WS-PAY-CUST-INSTT      TO TABPEXL-CUST-INSTT
           MOVE WS-PAY-CUST-ID         TO TABPEXL-CUST-ID
           MOVE WS-PAY-INSTR-REF-NUM   TO TABPEXL-INSTR-REF-NUM
           MOVE WS-PAY-EXEC-DT         TO TABPEXL-EXEC-DT
           MOVE SPACES                 TO TABPEXL-MSG-ID
           MOVE WS-DOC-MSG-ID(1:WS-DOC-MSGID-LEN)
                                       TO TABPEXL-MSG-ID
           MOVE WS-MSGID-SEQ-ED        TO TABPEXL-END-TO-END-ID
           MOVE WS-PAY-INSTR-AMT       TO TABPEXL-INSTR-AMT
           MOVE WS-PAY-INSTR-CCY       TO TABPEXL-INSTR-CCY
           MOVE WS-PAY-INSTR-FREQ      TO TABPEXL-INSTR-FREQ
           MOVE SPACES                 TO TABPEXL-TX-STS
                                          TABPEXL-STS-TS
           EXEC SQL
               INSERT INTO TABPEXL
                   (CUST_CTRY, CUST_INSTT, CUST_ID, INSTR_REF_NUM,
                    EXEC_DT, MSG_ID, END_TO_END_ID, INSTR_AMT,
                    INSTR_CCY, INSTR_FREQ, EXPT_TS, TX_STS, STS_TS)
               VALUES
                   (:TABPEXL-CUST-CTRY, :TABPEXL-CUST-INSTT,
                    :TABPEXL-CUST-ID, :TABPEXL-INSTR-REF-NUM,
                    :TABPEXL-EXEC-DT, :TABPEXL-MSG-ID,
                    :TABPEXL-END-TO-END-ID, :TABPEXL-INSTR-AMT,
                    :TABPEXL-INSTR-CCY, :TABPEXL-INSTR-FREQ,
                    CURRENT TIMESTAMP, :TABPEXL-TX-STS,
                    :TABPEXL-STS-TS)
           END-EXEC
           IF SQLCODE = 0
               ADD 1                   TO WS-REC-LEDG-CNT
           ELSE
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * Advance The Instruction's Next-Execution Date Now That Its     *
      * Transaction Has Been Exported - WEEKLY MOVES SEVEN DAYS ON,    *
      * MONTHLY MOVES ONE CALENDAR MONTH TO ITS ANCHOR DAY, AND A      *
      * ONE-OFF IS CLEARED SO IT NEVER SHIPS TWICE. THE ROLL RUNS FROM *
      * THE SCHEDULED DATE, NOT THE BUSINESS DAY IT WAS PAID ON, SO A  *
      * HOLIDAY MOVE NEVER CARRIES INTO THE NEXT PERIOD                *
      *****************************************************************
       B025-ROLL-SCHEDULE.
           EVALUATE WS-PAY-INSTR-FREQ

           EXEC SQL
               UPDATE PAYMENTS.PAYMENT_INSTRUCTIONS
               SET    NEXT_EXEC_DT  = :WS-PAY-NEXT-EXEC-DT,
                      EXEC_ANCHOR_DD = :WS-PAY-ANCHOR-DD
               WHERE  CUST_CTRY     = :WS-PAY-CUST-CTRY
                AND   CUST_INSTT    = :WS-PAY-CUST-INSTT
                AND   CUST_ID       = :WS-PAY-CUST-ID
           MOVE WS-NED-NUM             TO WS-PAY-NEXT-EXEC-DT
           .
      *****************************************************************
      * One Calendar Month On From The Date Just Executed, On The      *
      * Instruction's Anchor Day Clamped To The Target Month's Length  *
      * (LEAP FEBRUARIES INCLUDED) - A 31ST INSTRUCTION PAYS ON THE    *
      * 28TH IN FEBRUARY AND BACK ON THE 31ST IN MARCH. A ROW WITH NO  *
      * ANCHOR YET TAKES THE DAY IT IS SCHEDULED FOR AND KEEPS IT      *
      *****************************************************************
       B027-ROLL-ONE-MONTH.
           MOVE WS-PAY-NEXT-EXEC-DT    TO WS-NED-NUM
           IF WS-PAY-ANCHOR-DD NOT NUMERIC
           OR WS-PAY-ANCHOR-DD = '00'
           OR WS-PAY-ANCHOR-DD > '31'
               MOVE WS-NED-DD          TO WS-PAY-ANCHOR-DD
           END-IF
           MOVE WS-PAY-ANCHOR-DD       TO WS-NED-DD
           IF WS-NED-MM = 12
               MOVE 01                 TO WS-NED-MM
               ADD 1                   TO WS-NED-YYYY
           END-IF
           .
      *****************************************************************
      * Open The Held-Instruction Report And Write Its Heading        *
      *****************************************************************
       A027-OPEN-PAINHELD.
           OPEN OUTPUT PAINHELD
           IF WS-PAINHELD-STATUS NOT = '00'
               DISPLAY 'PAINHELD OPEN ERROR, FILE STATUS IS :'
                   WS-PAINHELD-STATUS
               PERFORM X290-PROC-DATA-ERROR
           ELSE
               SET WS-PAINHELD-OPEN    TO TRUE
               MOVE SPACES             TO PAINHELD-REC
               STRING '**** PAYMENT INSTRUCTIONS HELD FROM EXPORT - '
                                       DELIMITED BY SIZE
                      'BUSINESS DATE '  DELIMITED BY SIZE
                      WS-RUN-BUS-DT     DELIMITED BY SIZE
                      ' ****'           DELIMITED BY SIZE
                   INTO PAINHELD-REC
               END-STRING
               PERFORM B087-WRITE-PAINHELD-REC
               MOVE SPACES             TO PAINHELD-REC
               STRING 'CTRY INSTT CUST-ID / INSTR-REF / DEBTOR ACCOUNT'
                                       DELIMITED BY SIZE
                      ' / DUE / AMOUNT CCY / REASON'
                                       DELIMITED BY SIZE
                   INTO PAINHELD-REC
               END-STRING
               PERFORM B087-WRITE-PAINHELD-REC
           END-IF
           .
      *****************************************************************
      * Open The Missed-Cut-Off Report And Write Its Heading - THE    *
      * NIGHTLY RUN'S LIST OF HIGH-PRIORITY INSTRUCTIONS NO INTRA-DAY *
      * CYCLE SENT, UNDER THE DAY'S LAST ACTIVE CUT-OFF               *
      *****************************************************************
       A029-OPEN-PAINMISS.
           OPEN OUTPUT PAINMISS
           IF WS-PAINMISS-STATUS NOT = '00'
               DISPLAY 'PAINMISS OPEN ERROR, FILE STATUS IS :'
                   WS-PAINMISS-STATUS
               PERFORM X290-PROC-DATA-ERROR
           ELSE
               SET WS-PAINMISS-OPEN    TO TRUE
               MOVE SPACES             TO WS-LAST-CUTOFF-TM
               EXEC SQL
                   SELECT VALUE(MAX(CUTOFF_TM), 'NONE')
                   INTO   :WS-LAST-CUTOFF-TM
                   FROM   TABUCUT
                   WHERE  CYCLE_STAT = 'A'
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM X490-PROC-SQL-ERROR
               END-IF
           END-IF
           IF PROG-NORMAL
               MOVE SPACES             TO PAINMISS-REC
               STRING '**** HIGH-PRIORITY INSTRUCTIONS THAT MISSED THE '
                                       DELIMITED BY SIZE
                      'LAST CUT-OFF ('  DELIMITED BY SIZE
                      WS-LAST-CUTOFF-TM DELIMITED BY SIZE
                      ') - BUSINESS DATE ' DELIMITED BY SIZE
                      WS-RUN-BUS-DT     DELIMITED BY SIZE
                      ' ****'           DELIMITED BY SIZE
                   INTO PAINMISS-REC
               END-STRING
               PERFORM B093-WRITE-PAINMISS-REC
               MOVE SPACES             TO PAINMISS-REC
               STRING 'CTRY INSTT CUST-ID / INSTR-REF / DEBTOR ACCOUNT'
                                       DELIMITED BY SIZE
                      ' / DUE / AMOUNT CCY / OUTCOME'
                                       DELIMITED BY SIZE
                   INTO PAINMISS-REC
               END-STRING
               PERFORM B093-WRITE-PAINMISS-REC
           END-IF
           .
      *****************************************************************
      * End Of Job Processing - AN INTRA-DAY RUN STARTED BEFORE THE   *
      * FIRST CUT-OFF ENDS WITH A WARNING                             *
      *****************************************************************
       C000-FINAL.
           PERFORM C010-CLOSING-MSG
           IF WS-URG-NO-CYCLE
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE
           END-IF
           .
      *****************************************************************
      * Close Files And Write Job-End Summary To The Log               *
               CLOSE PAINEXPT
               MOVE 'N'                TO WS-PAINEXPT-OPEN-SW
           END-IF
           IF WS-PAINHELD-OPEN
               CLOSE PAINHELD
               MOVE 'N'                TO WS-PAINHELD-OPEN-SW
           END-IF
           IF WS-PAINMISS-OPEN
               CLOSE PAINMISS
               MOVE 'N'                TO WS-PAINMISS-OPEN-SW
           END-IF
           DISPLAY 'INSTRUCTIONS HELD - BAD STANDING: ' WS-REC-HELD-CNT
           DISPLAY 'INSTRUCTIONS HELD - WATCHLIST HIT: '
               WS-REC-WLHIT-CNT
           DISPLAY 'DUE DATES MOVED TO A BUSINESS DAY: '
               WS-REC-ADJ-CNT
           DISPLAY 'ALREADY SENT BY AN INTRA-DAY CYCLE: '
               WS-REC-INTRA-CNT
           IF NOT WS-URGENT-MODE
               DISPLAY 'HIGH-PRIORITY MISSED LAST CUT-OFF: '
                   WS-REC-MISS-CNT
           END-IF

      * ONLY A CLEAN END EARNS ITS COMPLETION ROW - AN ABENDED RUN'S
      * START ROW IS LEFT UNMATCHED ON THE REGISTRY
           IF PROG-NORMAL AND NOT WS-URG-NO-CYCLE
               PERFORM C018-REGISTER-RUN-END
           END-IF

           .
      *****************************************************************
      * This Run's Completion Row On The TABRREG RUN REGISTRY,         *
      * Carrying Its Counts - UNDER PAINEXPU FOR AN INTRA-DAY CYCLE    *
      *****************************************************************
       C018-REGISTER-RUN-END.
           INITIALIZE WR-RUNREG-FLDS
                        REPLACING NUMERIC DATA BY ZERO
           SET RREG-FUNC-COMPLETE      TO TRUE
           IF WS-URGENT-MODE
               MOVE WS-URG-RREG-PGM    TO RREG-PROG-NAM
           ELSE
               MOVE WS-PROG-NAM        TO RREG-PROG-NAM
           END-IF
           MOVE WS-URG-CYCLE-NO        TO RREG-STREAM-NUM
           MOVE WS-RUN-BUS-DT          TO RREG-BUS-DT
           MOVE WS-REC-EXPORT-CNT      TO RREG-REC-READ
           MOVE WS-REC-EXPORT-CNT      TO RREG-REC-PROC
