       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTLRCRC.
       AUTHOR. RISHI SHARMA.
       DATE-WRITTEN. OCT,2026.
       DATE-COMPILED. OCT,2026.
       INSTALLATION. Nowhere.
      *****************************************************************
      * QUARTERLY ACCESS-RECERTIFICATION REPORT FOR THE AUDITORS.     *
      * EVERY ACTIVE TABUENT ENTITLEMENT IS LISTED PER USER WITH THE  *
      * DATE THE USER LAST EXERCISED IT, TAKEN FROM THE TRAIL THAT    *
      * FUNCTION LEAVES - TABPIMG AND THE TABPAUD AUDIT ROWS FOR      *
      * INSTRUCTION MAINTENANCE (AN INSERT LEAVES NO IMAGE), THE      *
      * TABPAUD MARKER ROWS FOR THE BENEFICIARY SEARCH AND THE        *
      * CUSTOMER 360 SUMMARY, TABAPRQ FOR ACCOUNT-STATUS REQUESTS AND *
      * APPROVALS, THE TABPREL/TABWLHT/TABCPRQ/TABUEPQ/TABPFPQ QUEUES *
      * FOR THE OTHER FOUR-EYES FUNCTIONS, THE TABAPRQ AND TABCPRQ    *
      * APPROVERS FOR THE SUPERVISOR QUEUE, AND ANY TABPAUD ROW FOR A *
      * FUNCTION WITH NO TRAIL OF ITS OWN. AN ENTITLEMENT NOT USED IN *
      * THE LOOKBACK (PARM 1 = DAYS, DEFAULT 90) IS FLAGGED UNUSED    *
      * UNLESS IT WAS GRANTED INSIDE THE WINDOW. EACH USER'S HEADING  *
      * CARRIES THE COUNT OF AUTHCHKC DENIALS ON TABLOGM IN THE SAME  *
      * WINDOW, AND A CLOSING SECTION LISTS EVERY ONE OF THEM         *
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
           SELECT ENTLRCRT
                                    ASSIGN TO ENTLRCRT
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-ENTLRCRT-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD ENTLRCRT
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS ENTLRCRT-REC.
       01 ENTLRCRT-REC                PIC X(132).
       WORKING-STORAGE SECTION.
       77  FILLER                     PIC X(40) VALUE
            'WORKING STORAGE SECTION STARTS HERE'.
       01  WS-MISC.
           05 WS-CANCEL-PGM           PIC X(8) VALUE 'EXITPGM'.
           05 WS-SUBPGM-NAM           PIC X(8).
               88 WS-SUBPGM-LOG       VALUE 'LOGPGMC'.
           05 WS-DEPT-ID              PIC X(8).
               88 IB-DEPT             VALUE 'INETBKNG'.
           05 WS-ENTLRCRT-STATUS      PIC X(2).
           05 WS-ENTLRCRT-OPEN-SW     PIC X(1) VALUE 'N'.
               88 WS-ENTLRCRT-OPEN    VALUE 'Y'.
           05 WS-REC-READ-CNT         PIC 9(7) VALUE ZEROS.
           05 WS-USER-CNT             PIC 9(7) VALUE ZEROS.
           05 WS-UNUSED-CNT           PIC 9(7) VALUE ZEROS.
           05 WS-NEW-GRANT-CNT        PIC 9(7) VALUE ZEROS.
           05 WS-DENY-LINE-CNT        PIC 9(7) VALUE ZEROS.
           05 WS-JOBEND-MSG           PIC X(80) VALUE SPACES.
      *****************************************************************
      * THE LOOKBACK - PARM 1 IN DAYS (DEFAULT 90) - AND THE CUTOFF   *
      * TIMESTAMP DERIVED FROM IT, IN CHAR(TIMESTAMP) FORM FOR A      *
      * STRAIGHT CHARACTER COMPARE AGAINST EVERY ACTIVITY TRAIL       *
      *****************************************************************
           05 WS-UNUSED-DAYS          PIC S9(4) COMP VALUE +90.
           05 WS-UNUSED-DAYS-PARM     PIC X(4).
           05 WS-UNUSED-DAYS-DISP     PIC 9(4).
           05 WS-CUTOFF-TS            PIC X(26) VALUE SPACES.
      *****************************************************************
      * THE ENTITLEMENT IN HAND, ITS LAST USE, AND THE USER BREAK     *
      *****************************************************************
           05 WS-USE-TS               PIC X(26).
           05 WS-LAST-USE-TS          PIC X(26).
           05 WS-LAST-USE-DISP        PIC X(10).
           05 WS-ENT-FLAG             PIC X(16).
           05 WS-PREV-USERID          PIC X(8) VALUE LOW-VALUES.
           05 WS-GRANT-CNT            PIC S9(9) COMP VALUE +0.
           05 WS-USER-DENY-CNT        PIC S9(9) COMP VALUE +0.
           05 WS-USER-DENY-DISP       PIC 9(5).
           05 WS-DENY-PATTERN         PIC X(40).
           05 WS-DENY-LOG-TS          PIC X(26).
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
               INCLUDE TABUENTW
           END-EXEC.
           EXEC SQL
               INCLUDE TABLOGMW
           END-EXEC.
      *--------------------------------------*
      *      DB2 CURSOR DECLARATION          *
      *--------------------------------------*
      *****************************************************************
      * EVERY ACTIVE ENTITLEMENT, IN USER/FUNCTION ORDER FOR THE      *
      * USER CONTROL BREAK                                            *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-UENT CURSOR FOR
               SELECT USERID,
                      ROLE_COD,
                      FUNC_COD
               FROM   TABUENT
               WHERE  ENT_STAT = 'A'
               ORDER BY USERID, FUNC_COD
               FOR FETCH ONLY
           END-EXEC.
      *****************************************************************
      * EVERY AUTHCHKC DENIAL LOGGED INSIDE THE LOOKBACK, OLDEST      *
      * FIRST                                                         *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-DENY CURSOR FOR
               SELECT CHAR(LOG_TS),
                      ERR_TEXT
               FROM   TABLOGM
               WHERE  PROG_NAM = 'AUTHCHKC'
                AND   LOG_TS  >= :WS-CUTOFF-TS
               ORDER BY LOG_TS
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
           IF PROG-NORMAL
               PERFORM B100-LIST-DENIALS
           END-IF
           PERFORM C000-FINAL
           STOP RUN
           .
      /
      *****************************************************************
      * Initialization                                                *
      *****************************************************************
       A000-INIT.
           MOVE 'ENTLRCRC'             TO WS-PROG-NAM
           PERFORM A005-GET-DAYS-PARM
           PERFORM A010-WRT-START-MSG
           PERFORM A020-OPEN-ENTLRCRT
           IF PROG-NORMAL
               PERFORM A030-SET-CUTOFF-TS
           END-IF
           .
      *****************************************************************
      * The Unused Lookback In Days From Parm 1 (Defaults To 90)      *
      *****************************************************************
       A005-GET-DAYS-PARM.
           MOVE SPACES                 TO WS-UNUSED-DAYS-PARM
           DISPLAY 1                   UPON ARGUMENT-NUMBER
           ACCEPT WS-UNUSED-DAYS-PARM  FROM ARGUMENT-VALUE
           IF WS-UNUSED-DAYS-PARM IS NUMERIC
           AND WS-UNUSED-DAYS-PARM > ZEROS
               MOVE WS-UNUSED-DAYS-PARM TO WS-UNUSED-DAYS
           END-IF
           MOVE WS-UNUSED-DAYS         TO WS-UNUSED-DAYS-DISP
           .
      *****************************************************************
      * The Cutoff Timestamp - That Many Days Back From Now           *
      *****************************************************************
       A030-SET-CUTOFF-TS.
           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP - :WS-UNUSED-DAYS DAYS)
               INTO   :WS-CUTOFF-TS
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * Main Process Routine - One Line Per Active Entitlement        *
      *****************************************************************
       B000-MAIN.
           MOVE SPACES                 TO ENTLRCRT-REC
           STRING '*** ACCESS RECERTIFICATION - ACTIVE ENTITLEMENTS, '
                                       DELIMITED BY SIZE
                  'UNUSED FLAG AFTER '  DELIMITED BY SIZE
                  WS-UNUSED-DAYS-DISP  DELIMITED BY SIZE
                  ' DAYS (SINCE '      DELIMITED BY SIZE
                  WS-CUTOFF-TS(1:10)   DELIMITED BY SIZE
                  ') ***'              DELIMITED BY SIZE
               INTO ENTLRCRT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE

           EXEC SQL
               OPEN CSR-UENT
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           ELSE
               PERFORM B010-FETCH-UENT-ROW
               PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
                   PERFORM B020-PROC-UENT-ROW
                   IF PROG-NORMAL
                       PERFORM B010-FETCH-UENT-ROW
                   END-IF
               END-PERFORM
               EXEC SQL
                   CLOSE CSR-UENT
               END-EXEC
               PERFORM B090-WRITE-TOTALS
           END-IF
           .
      *****************************************************************
      * Fetch The Next Active Entitlement                              *
      *****************************************************************
       B010-FETCH-UENT-ROW.
           EXEC SQL
               FETCH CSR-UENT
               INTO :TABUENT-USERID,
                    :TABUENT-ROLE-COD,
                    :TABUENT-FUNC-COD
           END-EXEC
           IF SQLCODE = 0
               ADD 1                   TO WS-REC-READ-CNT
           END-IF
           .
      *****************************************************************
      * Break On The User, Find The Entitlement's Last Use And Flag   *
      * It When That Is Older Than The Cutoff                         *
      *****************************************************************
       B020-PROC-UENT-ROW.
           IF TABUENT-USERID NOT = WS-PREV-USERID
               PERFORM B025-WRITE-USER-HDR
               MOVE TABUENT-USERID     TO WS-PREV-USERID
           END-IF

           PERFORM B030-FIND-LAST-USE
           IF PROG-NORMAL
               MOVE SPACES             TO WS-ENT-FLAG
               IF WS-LAST-USE-TS < WS-CUTOFF-TS
                   PERFORM B050-CHECK-RECENT-GRANT
                   IF WS-GRANT-CNT > 0
                       MOVE 'NEW GRANT'  TO WS-ENT-FLAG
                       ADD 1             TO WS-NEW-GRANT-CNT
                   ELSE
                       MOVE '** UNUSED **' TO WS-ENT-FLAG
                       ADD 1             TO WS-UNUSED-CNT
                   END-IF
               END-IF
               PERFORM B060-WRITE-ENT-LINE
           END-IF
           .
      *****************************************************************
      * A New User's Heading, With Their Denial Count In The Window - *
      * AUTHCHKC LOGS THE DENIED USERID INSIDE THE MESSAGE TEXT       *
      *****************************************************************
       B025-WRITE-USER-HDR.
           ADD 1                       TO WS-USER-CNT
           MOVE SPACES                 TO WS-DENY-PATTERN
           STRING '%USER '             DELIMITED BY SIZE
                  TABUENT-USERID       DELIMITED BY SIZE
                  ' NOT ENTITLED%'     DELIMITED BY SIZE
               INTO WS-DENY-PATTERN
           END-STRING
           MOVE ZEROS                  TO WS-USER-DENY-CNT
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-USER-DENY-CNT
               FROM   TABLOGM
               WHERE  PROG_NAM = 'AUTHCHKC'
                AND   LOG_TS  >= :WS-CUTOFF-TS
                AND   ERR_TEXT LIKE :WS-DENY-PATTERN
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           MOVE WS-USER-DENY-CNT       TO WS-USER-DENY-DISP

           MOVE SPACES                 TO ENTLRCRT-REC
           PERFORM Z010-WRITE-RPT-LINE
           STRING 'USER: '             DELIMITED BY SIZE
                  TABUENT-USERID       DELIMITED BY SIZE
                  '   AUTHCHKC DENIALS IN WINDOW: '
                                       DELIMITED BY SIZE
                  WS-USER-DENY-DISP    DELIMITED BY SIZE
               INTO ENTLRCRT-REC
           END-STRING
           IF WS-USER-DENY-CNT > 0
               MOVE '  ** REVIEW DENIALS **'
                                       TO ENTLRCRT-REC(53:22)
           END-IF
           PERFORM Z010-WRITE-RPT-LINE
           MOVE '  FUNCTION ROLE      LAST USED   FLAG'
                                       TO ENTLRCRT-REC
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * The Last Time This User Exercised This Function, From The     *
      * Trail The Function Leaves - BLANK WHEN THERE IS NONE          *
      *****************************************************************
       B030-FIND-LAST-USE.
           MOVE SPACES                 TO WS-LAST-USE-TS
           EVALUATE TABUENT-FUNC-COD
               WHEN 'PAYMAINT'
                   EXEC SQL
                       SELECT VALUE(CHAR(MAX(CHG_TS)), ' ')
                       INTO   :WS-USE-TS
                       FROM   TABPIMG
                       WHERE  USERID      = :TABUENT-USERID
                        AND   CHG_ACTION <> 'X'
                   END-EXEC
                   PERFORM B035-KEEP-LATEST
      * AN INSERT LEAVES NO IMAGE ROW, ONLY ITS TABPAUD ROW - READ
      * THOSE TOO, BUT NOT THE SEARCH/360 MARKER ROWS NOR THE ROWS OF
      * A RELEASE VERDICT OR WATCHLIST REVIEW THE USER GAVE ON THE
      * INSTRUCTION, WHICH PAYRELSC AND WLRVWC WRITE TO THE SAME TRAIL
                   IF PROG-NORMAL
                       EXEC SQL
                           SELECT VALUE(CHAR(MAX(A.AUDIT_TS)), ' ')
                           INTO   :WS-USE-TS
                           FROM   TABPAUD A
                           WHERE  A.USERID = :TABUENT-USERID
                            AND   SUBSTR(A.INSTR_REF_NUM, 1, 1) <> '*'
                            AND   NOT EXISTS
                                 (SELECT 1
                                  FROM   TABPREL P
                                  WHERE  P.INSTR_REF_NUM =
                                         A.INSTR_REF_NUM
                                   AND   P.APRV_USERID   = A.USERID)
                            AND   NOT EXISTS
                                 (SELECT 1
                                  FROM   TABWLHT W
                                  WHERE  W.INSTR_REF_NUM =
                                         A.INSTR_REF_NUM
                                   AND   W.RVW_USERID    = A.USERID)
                       END-EXEC
                       PERFORM B035-KEEP-LATEST
                   END-IF
               WHEN 'PAYRELSE'
                   EXEC SQL
                       SELECT VALUE(MAX(APRV_TS), ' ')
                       INTO   :WS-USE-TS
                       FROM   TABPREL
                       WHERE  APRV_USERID = :TABUENT-USERID
                        AND   REQ_STAT IN ('A', 'R')
                   END-EXEC
                   PERFORM B035-KEEP-LATEST
               WHEN 'WLREVIEW'
                   EXEC SQL
                       SELECT VALUE(MAX(RVW_TS), ' ')
                       INTO   :WS-USE-TS
                       FROM   TABWLHT
                       WHERE  RVW_USERID = :TABUENT-USERID
                   END-EXEC
                   PERFORM B035-KEEP-LATEST
               WHEN 'ACCTREQ '
                   EXEC SQL
                       SELECT VALUE(CHAR(MAX(REQ_TS)), ' ')
                       INTO   :WS-USE-TS
                       FROM   TABAPRQ
                       WHERE  REQ_USERID = :TABUENT-USERID
                   END-EXEC
                   PERFORM B035-KEEP-LATEST
               WHEN 'ACCTAPRV'
                   EXEC SQL
                       SELECT VALUE(MAX(APRV_TS), ' ')
                       INTO   :WS-USE-TS
                       FROM   TABAPRQ
                       WHERE  APRV_USERID = :TABUENT-USERID
                   END-EXEC
                   PERFORM B035-KEEP-LATEST
               WHEN 'CUSTCLSE'
                   EXEC SQL
                       SELECT VALUE(CHAR(MAX(REQ_TS)), ' ')
                       INTO   :WS-USE-TS
                       FROM   TABCPRQ
                       WHERE  REQ_USERID = :TABUENT-USERID
                   END-EXEC
                   PERFORM B035-KEEP-LATEST
                   IF PROG-NORMAL
                       EXEC SQL
                           SELECT VALUE(MAX(APRV_TS), ' ')
                           INTO   :WS-USE-TS
                           FROM   TABCPRQ
                           WHERE  APRV_USERID = :TABUENT-USERID
                       END-EXEC
                       PERFORM B035-KEEP-LATEST
                   END-IF
               WHEN 'ENTLADMN'
                   EXEC SQL
                       SELECT VALUE(CHAR(MAX(REQ_TS)), ' ')
                       INTO   :WS-USE-TS
                       FROM   TABUEPQ
                       WHERE  REQ_USERID = :TABUENT-USERID
                   END-EXEC
                   PERFORM B035-KEEP-LATEST
                   IF PROG-NORMAL
                       EXEC SQL
                           SELECT VALUE(MAX(APRV_TS), ' ')
                           INTO   :WS-USE-TS
                           FROM   TABUEPQ
                           WHERE  APRV_USERID = :TABUENT-USERID
                       END-EXEC
                       PERFORM B035-KEEP-LATEST
                   END-IF
               WHEN 'ACPFGRNT'
                   EXEC SQL
                       SELECT VALUE(CHAR(MAX(REQ_TS)), ' ')
                       INTO   :WS-USE-TS
                       FROM   TABPFPQ
                       WHERE  REQ_USERID = :TABUENT-USERID
                   END-EXEC
                   PERFORM B035-KEEP-LATEST
                   IF PROG-NORMAL
                       EXEC SQL
                           SELECT VALUE(MAX(APRV_TS), ' ')
                           INTO   :WS-USE-TS
                           FROM   TABPFPQ
                           WHERE  APRV_USERID = :TABUENT-USERID
                       END-EXEC
                       PERFORM B035-KEEP-LATEST
                   END-IF
               WHEN 'PAYBRWSE'
                   EXEC SQL
                       SELECT VALUE(CHAR(MAX(AUDIT_TS)), ' ')
                       INTO   :WS-USE-TS
                       FROM   TABPAUD
                       WHERE  USERID        = :TABUENT-USERID
                        AND   INSTR_REF_NUM = '*BENE-SEARCH*'
                   END-EXEC
                   PERFORM B035-KEEP-LATEST
               WHEN 'CUST360 '
                   EXEC SQL
                       SELECT VALUE(CHAR(MAX(AUDIT_TS)), ' ')
                       INTO   :WS-USE-TS
                       FROM   TABPAUD
                       WHERE  USERID        = :TABUENT-USERID
                        AND   INSTR_REF_NUM = '*CUST-360*'
                   END-EXEC
                   PERFORM B035-KEEP-LATEST
      * THE SUPERVISOR QUEUE RULES THROUGH ACCTAPRC AND CUSTCLSC, SO
      * ITS TRAIL IS THE APPROVER ON BOTH THEIR QUEUES
               WHEN 'SUPWQUE '
                   EXEC SQL
                       SELECT VALUE(MAX(APRV_TS), ' ')
                       INTO   :WS-USE-TS
                       FROM   TABAPRQ
                       WHERE  APRV_USERID = :TABUENT-USERID
                   END-EXEC
                   PERFORM B035-KEEP-LATEST
                   IF PROG-NORMAL
                       EXEC SQL
                           SELECT VALUE(MAX(APRV_TS), ' ')
                           INTO   :WS-USE-TS
                           FROM   TABCPRQ
                           WHERE  APRV_USERID = :TABUENT-USERID
                       END-EXEC
                       PERFORM B035-KEEP-LATEST
                   END-IF
      * A FUNCTION WITH NO TRAIL OF ITS OWN - ANY AUDITED ACTION
               WHEN OTHER
                   EXEC SQL
                       SELECT VALUE(CHAR(MAX(AUDIT_TS)), ' ')
                       INTO   :WS-USE-TS
                       FROM   TABPAUD
                       WHERE  USERID = :TABUENT-USERID
                   END-EXEC
                   PERFORM B035-KEEP-LATEST
           END-EVALUATE
           .
      *****************************************************************
      * Keep The Later Of The Trail Just Read And Any Read Before It  *
      *****************************************************************
       B035-KEEP-LATEST.
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           ELSE
               IF WS-USE-TS > WS-LAST-USE-TS
                   MOVE WS-USE-TS      TO WS-LAST-USE-TS
               END-IF
           END-IF
           .
      *****************************************************************
      * An Entitlement Granted Inside The Window Has Not Had The Time *
      * To Be Used - IT IS MARKED AS A NEW GRANT, NOT AS UNUSED       *
      *****************************************************************
       B050-CHECK-RECENT-GRANT.
           MOVE ZEROS                  TO WS-GRANT-CNT
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-GRANT-CNT
               FROM   TABUEPQ
               WHERE  USERID     = :TABUENT-USERID
                AND   FUNC_COD   = :TABUENT-FUNC-COD
                AND   CHG_ACTION = 'G'
                AND   REQ_STAT   = 'A'
                AND   APRV_TS   >= :WS-CUTOFF-TS
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * One Entitlement Line                                           *
      *****************************************************************
       B060-WRITE-ENT-LINE.
           IF WS-LAST-USE-TS = SPACES
               MOVE '(NEVER)'          TO WS-LAST-USE-DISP
           ELSE
               MOVE WS-LAST-USE-TS(1:10) TO WS-LAST-USE-DISP
           END-IF
           MOVE SPACES                 TO ENTLRCRT-REC
           STRING '  '                 DELIMITED BY SIZE
                  TABUENT-FUNC-COD     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  TABUENT-ROLE-COD     DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-LAST-USE-DISP     DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-ENT-FLAG          DELIMITED BY SIZE
               INTO ENTLRCRT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * Entitlement Totals                                            *
      *****************************************************************
       B090-WRITE-TOTALS.
           MOVE SPACES                 TO ENTLRCRT-REC
           PERFORM Z010-WRITE-RPT-LINE
           STRING 'TOTAL - USERS: '    WS-USER-CNT
                  ' ENTITLEMENTS: '    WS-REC-READ-CNT
                  ' UNUSED: '          WS-UNUSED-CNT
                  ' NEW GRANTS: '      WS-NEW-GRANT-CNT
               DELIMITED BY SIZE INTO ENTLRCRT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * The Closing Section - Every AUTHCHKC Denial In The Window,    *
      * Whoever It Was For, So Attempts At Functions A User Never     *
      * Held Are Seen Too                                             *
      *****************************************************************
       B100-LIST-DENIALS.
           MOVE SPACES                 TO ENTLRCRT-REC
           PERFORM Z010-WRITE-RPT-LINE
           STRING '*** AUTHCHKC ENTITLEMENT DENIALS SINCE '
                                       DELIMITED BY SIZE
                  WS-CUTOFF-TS(1:10)   DELIMITED BY SIZE
                  ' ***'               DELIMITED BY SIZE
               INTO ENTLRCRT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE

           EXEC SQL
               OPEN CSR-DENY
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           ELSE
               PERFORM B110-FETCH-DENY-ROW
               PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
                   ADD 1               TO WS-DENY-LINE-CNT
                   MOVE SPACES         TO ENTLRCRT-REC
                   STRING '  '                DELIMITED BY SIZE
                          WS-DENY-LOG-TS(1:19) DELIMITED BY SIZE
                          '  '                DELIMITED BY SIZE
                          TABLOGM-ERR-TEXT    DELIMITED BY SIZE
                       INTO ENTLRCRT-REC
                   END-STRING
                   PERFORM Z010-WRITE-RPT-LINE
                   PERFORM B110-FETCH-DENY-ROW
               END-PERFORM
               EXEC SQL
                   CLOSE CSR-DENY
               END-EXEC
               MOVE SPACES             TO ENTLRCRT-REC
               STRING 'TOTAL DENIALS: '  WS-DENY-LINE-CNT
                   DELIMITED BY SIZE INTO ENTLRCRT-REC
               END-STRING
               PERFORM Z010-WRITE-RPT-LINE
           END-IF
           .
      *****************************************************************
      * Fetch The Next Denial                                          *
      *****************************************************************
       B110-FETCH-DENY-ROW.
           EXEC SQL
               FETCH CSR-DENY
               INTO :WS-DENY-LOG-TS,
                    :TABLOGM-ERR-TEXT
           END-EXEC
           .
      *****************************************************************
      * Write One Line To The Recertification Report                  *
      *****************************************************************
       Z010-WRITE-RPT-LINE.
           IF WS-ENTLRCRT-OPEN
               WRITE ENTLRCRT-REC
           END-IF
           MOVE SPACES                 TO ENTLRCRT-REC
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
      * Open The Recertification Report File                           *
      *****************************************************************
       A020-OPEN-ENTLRCRT.
           OPEN OUTPUT ENTLRCRT
           IF WS-ENTLRCRT-STATUS NOT = '00'
               DISPLAY 'ENTLRCRT OPEN ERROR, FILE STATUS IS :'
                   WS-ENTLRCRT-STATUS
               PERFORM X390-PROC-FILE-ERROR
           ELSE
               SET WS-ENTLRCRT-OPEN    TO TRUE
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
           IF WS-ENTLRCRT-OPEN
               CLOSE ENTLRCRT
               MOVE 'N'                TO WS-ENTLRCRT-OPEN-SW
           END-IF

           STRING 'JOB END SUMMARY - ENTITLEMENTS: ' WS-REC-READ-CNT
                  ' UNUSED: '                        WS-UNUSED-CNT
                  ' DENIALS: '                       WS-DENY-LINE-CNT
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
           MOVE WS-UNUSED-CNT          TO DIAG-REC-PROC-CNT
           PERFORM C010-CLOSING-MSG
           MOVE 16                     TO RETURN-CODE
           CALL WS-CANCEL-PGM
           STOP RUN
           .
