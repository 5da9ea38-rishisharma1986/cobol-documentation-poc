       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPWQC.
       AUTHOR. RISHI SHARMA.
       DATE-WRITTEN. OCT,2026.
       DATE-COMPILED. OCT,2026.
       INSTALLATION. Nowhere.
      *****************************************************************
      * ONLINE CICS COMMAREA SERVICE BEHIND THE SUPERVISOR WORK QUEUE *
      * (SUPWQP, TRANSID SUPQ). RETURNS THE NEXT TEN PENDING ITEMS    *
      * ACROSS BOTH APPROVAL QUEUES - TABAPRQ ACCOUNT-STATUS CHANGES  *
      * AND TABCPRQ CUSTOMER CLOSURES - OLDEST REQ_TS FIRST, EACH     *
      * WITH ITS MAKER, ITS AGE IN HOURS AND ITS OLD AND NEW STATUS   *
      * DECODED FROM TABCDREF (TYPES ACCS AND CSTS). PAGING RESUMES   *
      * PAST THE CONTINUATION KEY - REQ_TS, QUEUE AND ITEM KEY OF THE *
      * LAST ROW ALREADY RETURNED. READ ONLY: THE VERDICTS THEMSELVES *
      * GO THROUGH ACCTAPRC AND CUSTCLSC                              *
      *****************************************************************
      * CHANGE HISTORY                                                *
      * ---------------------------------------------------------     *
      * 15OCT2026  RISHI SHARMA   INITIAL VERSION                     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       OBJECT-COMPUTER. IBM-370.
       SOURCE-COMPUTER. IBM-370.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  FILLER                     PIC X(40) VALUE
            'WORKING STORAGE SECTION STARTS HERE'.
       01  WS-MISC.
           05 WS-CANCEL-PGM           PIC X(8) VALUE 'EXITPGM'.
           05 WS-SUBPGM-NAM           PIC X(8).
               88 WS-SUBPGM-LOG       VALUE 'LOGPGMC'.
           05 WS-DEPT-ID              PIC X(8).
               88 IB-DEPT             VALUE 'INETBKNG'.
           05 WS-AUTH-PGM             PIC X(8) VALUE 'AUTHCHKC'.
           05 WS-AUTH-FUNC            PIC X(8) VALUE 'SUPWQUE '.
           05 WS-ROW-IDX              PIC 9(2) COMP VALUE ZEROS.
      *****************************************************************
      * THE CONTINUATION KEY, STAGED INTO A WORKING-STORAGE HOST      *
      * VARIABLE DECLARED AHEAD OF THE CURSOR - THE DB2 PRECOMPILER   *
      * IS ONE-PASS AND CANNOT BIND A CURSOR TO LINKAGE FIELDS        *
      * DECLARED FURTHER DOWN THE SOURCE                              *
      *****************************************************************
           05 WS-CONT-KEY             PIC X(75).
      *****************************************************************
      * ONE FETCHED QUEUE ITEM                                         *
      *****************************************************************
           05 WS-WQ-Q-TYP             PIC X(1).
           05 WS-WQ-KEY-CTRY          PIC X(3).
           05 WS-WQ-KEY-INSTT         PIC X(10).
           05 WS-WQ-KEY-ID            PIC X(35).
           05 WS-WQ-OLD-STAT          PIC X(1).
           05 WS-WQ-NEW-STAT          PIC X(1).
           05 WS-WQ-REQ-USERID        PIC X(20).
           05 WS-WQ-REQ-TS            PIC X(26).
           05 WS-WQ-AGE-HRS           PIC S9(9) COMP VALUE +0.
      *****************************************************************
      *   COPYBOOKS                                                   *
      *****************************************************************
       COPY IBRFDCW.
       COPY IBRAUTHW.

      *****************************************************************
      *      DB2 TABLE DECLARATION                                    *
      *****************************************************************
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE TABAPRQW
           END-EXEC.
           EXEC SQL
               INCLUDE TABCPRQW
           END-EXEC.
      *--------------------------------------*
      *      DB2 CURSOR DECLARATION          *
      *--------------------------------------*
      *****************************************************************
      * EVERY PENDING ITEM ON BOTH QUEUES, OLDEST FIRST, RESUMING     *
      * PAST THE LAST ITEM ALREADY RETURNED. AGE IS WHOLE HOURS       *
      * SINCE THE MAKER RAISED IT                                     *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-WORK-QUEUE CURSOR FOR
               SELECT Q.Q_TYP,
                      Q.KEY_CTRY,
                      Q.KEY_INSTT,
                      Q.KEY_ID,
                      Q.OLD_STAT,
                      Q.NEW_STAT,
                      Q.REQ_USERID,
                      Q.REQ_TS_C,
                      Q.AGE_HRS
               FROM  (SELECT 'A'              AS Q_TYP,
                             ACC_CTRY         AS KEY_CTRY,
                             ACC_INSTT        AS KEY_INSTT,
                             ACC_NO           AS KEY_ID,
                             OLD_ACC_STAT     AS OLD_STAT,
                             NEW_ACC_STAT     AS NEW_STAT,
                             REQ_USERID,
                             CHAR(REQ_TS)     AS REQ_TS_C,
                             (DAYS(CURRENT TIMESTAMP) - DAYS(REQ_TS))
                             * 24 + HOUR(CURRENT TIMESTAMP)
                             - HOUR(REQ_TS)   AS AGE_HRS
                      FROM   TABAPRQ
                      WHERE  REQ_STAT = 'P'
                      UNION ALL
                      SELECT 'C',
                             CUST_CTRY,
                             CUST_INSTT,
                             CUST_ID,
                             OLD_CUST_STAT,
                             NEW_CUST_STAT,
                             REQ_USERID,
                             CHAR(REQ_TS),
                             (DAYS(CURRENT TIMESTAMP) - DAYS(REQ_TS))
                             * 24 + HOUR(CURRENT TIMESTAMP)
                             - HOUR(REQ_TS)
                      FROM   TABCPRQ
                      WHERE  REQ_STAT = 'P') AS Q
               WHERE  Q.REQ_TS_C || Q.Q_TYP || Q.KEY_CTRY
                      || Q.KEY_INSTT || Q.KEY_ID > :WS-CONT-KEY
               ORDER BY Q.REQ_TS_C, Q.Q_TYP, Q.KEY_CTRY,
                      Q.KEY_INSTT, Q.KEY_ID
               FOR FETCH ONLY
           END-EXEC.
       77 FILLER                PIC X(30) VALUE
               'END OF WORKING STORAGE SECTION'.
      *****************************************************************
      * LINKAGE SECTION                                               *
      *****************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  CA-CONTINUATION-KEY     PIC X(75).
           05  CA-MORE-DATA-IND        PIC X(1).
               88  CA-MORE-DATA        VALUE 'Y'.
           05  CA-ROW-COUNT            PIC 9(2).
           05  CA-WQ-ROWS.
               10  CA-WQ-ROW           OCCURS 10 TIMES.
                   15  CA-Q-TYP        PIC X(1).
                   15  CA-KEY-CTRY     PIC X(3).
                   15  CA-KEY-INSTT    PIC X(10).
                   15  CA-KEY-ID       PIC X(35).
                   15  CA-OLD-STAT     PIC X(1).
                   15  CA-NEW-STAT     PIC X(1).
                   15  CA-OLD-DESC     PIC X(40).
                   15  CA-NEW-DESC     PIC X(40).
                   15  CA-MAKER-USER-ID PIC X(20).
                   15  CA-REQ-TS       PIC X(26).
                   15  CA-AGE-HRS      PIC 9(5).
           05  CA-RESP-CODE            PIC X(2).
               88  CA-RESP-OK          VALUE '00'.
               88  CA-RESP-NO-DATA     VALUE '02'.
               88  CA-RESP-SQL-ERROR   VALUE '03'.
               88  CA-RESP-NOT-AUTH    VALUE '06'.
           05  CA-RESP-MSG             PIC X(60).
      /
       PROCEDURE DIVISION.
           PERFORM A000-INIT
      * NO COMMAREA WAS PASSED - END THE TASK WITHOUT REFERENCING ANY
      * DFHCOMMAREA FIELD, SINCE NONE EXISTS TO REFERENCE
           IF EIBCALEN > 0
               PERFORM B000-MAIN
           END-IF
           PERFORM C000-FINAL
           .
      /
      *****************************************************************
      * Initialization                                                *
      *****************************************************************
       A000-INIT.
           MOVE 'SUPWQC'               TO WS-PROG-NAM
           IF EIBCALEN > 0
               MOVE SPACES             TO CA-RESP-CODE
                                          CA-RESP-MSG
               MOVE ZEROS              TO CA-ROW-COUNT
               MOVE 'N'                TO CA-MORE-DATA-IND
           END-IF
           .
      *****************************************************************
      * Main Process Routine - Check Entitlement, Then Return The     *
      * Next Page Of Pending Items                                    *
      *****************************************************************
       B000-MAIN.
           PERFORM B005-CHECK-ENTITLEMENT
           IF CA-RESP-CODE = SPACES
      * A FIRST REQUEST CARRIES NO CONTINUATION KEY - SEED IT LOW SO
      * EVERY PENDING ITEM QUALIFIES
               IF CA-CONTINUATION-KEY = SPACES OR LOW-VALUES
                   MOVE LOW-VALUES     TO CA-CONTINUATION-KEY
               END-IF
               MOVE CA-CONTINUATION-KEY TO WS-CONT-KEY
               PERFORM B030-FETCH-QUEUE-PAGE
           END-IF
           .
      *****************************************************************
      * No Userid Acts Here Without Its TABUENT ENTITLEMENT - THE     *
      * CENTRAL CHECK RUNS BEFORE ANYTHING ELSE AND A DENIAL COMES    *
      * BACK ON THE EXISTING RESPONSE-CODE PATTERN (AUTHCHKC LOGS     *
      * THE ATTEMPT ITSELF)                                           *
      *****************************************************************
       B005-CHECK-ENTITLEMENT.
           INITIALIZE WA-AUTH-FLDS
           MOVE EIBUSERID              TO AUTH-USERID
           MOVE WS-AUTH-FUNC           TO AUTH-FUNC-COD
           CALL WS-AUTH-PGM USING WA-AUTH-FLDS
               ON EXCEPTION
                   DISPLAY 'UNABLE TO CALL AUTHORIZATION '
                       'SUBPROGRAM: ' WS-AUTH-PGM
                   SET AUTH-RESP-SQL-ERROR TO TRUE
           END-CALL
           IF NOT AUTH-RESP-OK
               SET CA-RESP-NOT-AUTH    TO TRUE
               MOVE AUTH-RESP-MSG      TO CA-RESP-MSG
           END-IF
           .
      *****************************************************************
      * Return Up To Ten Pending Items And The Continuation Key       *
      *****************************************************************
       B030-FETCH-QUEUE-PAGE.
           EXEC SQL
               OPEN CSR-WORK-QUEUE
           END-EXEC
           IF SQLCODE NOT = 0
               SET CA-RESP-SQL-ERROR   TO TRUE
               MOVE 'DATABASE ERROR OPENING WORK-QUEUE CURSOR'
                                       TO CA-RESP-MSG
               PERFORM X490-PROC-SQL-ERROR
           ELSE
               MOVE ZEROS              TO WS-ROW-IDX
               PERFORM B040-FETCH-QUEUE-ROW
               PERFORM UNTIL SQLCODE NOT = 0 OR WS-ROW-IDX >= 10
                   ADD 1               TO WS-ROW-IDX
                   PERFORM B050-MOVE-ROW-TO-CA
                   PERFORM B040-FETCH-QUEUE-ROW
               END-PERFORM

      * A ROW STILL WAITING MEANS THERE IS ANOTHER PAGE
               IF SQLCODE = 0
                   SET CA-MORE-DATA    TO TRUE
               END-IF

               EXEC SQL
                   CLOSE CSR-WORK-QUEUE
               END-EXEC

               MOVE WS-ROW-IDX         TO CA-ROW-COUNT
               IF WS-ROW-IDX = 0
                   SET CA-RESP-NO-DATA TO TRUE
                   MOVE 'NOTHING PENDING ON EITHER APPROVAL QUEUE'
                                       TO CA-RESP-MSG
               ELSE
                   SET CA-RESP-OK      TO TRUE
               END-IF
           END-IF
           .
      *****************************************************************
      * Fetch One Pending Item                                         *
      *****************************************************************
       B040-FETCH-QUEUE-ROW.
           EXEC SQL
               FETCH CSR-WORK-QUEUE
               INTO :WS-WQ-Q-TYP,
                    :WS-WQ-KEY-CTRY,
                    :WS-WQ-KEY-INSTT,
                    :WS-WQ-KEY-ID,
                    :WS-WQ-OLD-STAT,
                    :WS-WQ-NEW-STAT,
                    :WS-WQ-REQ-USERID,
                    :WS-WQ-REQ-TS,
                    :WS-WQ-AGE-HRS
           END-EXEC
           .
      *****************************************************************
      * Move The Fetched Item Into The Caller's Page, Decoding Both   *
      * Statuses, And Advance The Continuation Key Past It            *
      *****************************************************************
       B050-MOVE-ROW-TO-CA.
           MOVE WS-WQ-Q-TYP            TO CA-Q-TYP(WS-ROW-IDX)
           MOVE WS-WQ-KEY-CTRY         TO CA-KEY-CTRY(WS-ROW-IDX)
           MOVE WS-WQ-KEY-INSTT        TO CA-KEY-INSTT(WS-ROW-IDX)
           MOVE WS-WQ-KEY-ID           TO CA-KEY-ID(WS-ROW-IDX)
           MOVE WS-WQ-OLD-STAT         TO CA-OLD-STAT(WS-ROW-IDX)
           MOVE WS-WQ-NEW-STAT         TO CA-NEW-STAT(WS-ROW-IDX)
           MOVE WS-WQ-REQ-USERID       TO CA-MAKER-USER-ID(WS-ROW-IDX)
           MOVE WS-WQ-REQ-TS           TO CA-REQ-TS(WS-ROW-IDX)
           IF WS-WQ-AGE-HRS < 0
               MOVE ZEROS              TO CA-AGE-HRS(WS-ROW-IDX)
           ELSE
               MOVE WS-WQ-AGE-HRS      TO CA-AGE-HRS(WS-ROW-IDX)
           END-IF

           IF WS-WQ-Q-TYP = 'A'
               MOVE 'ACCS'             TO GEN-REF-TYP
           ELSE
               MOVE 'CSTS'             TO GEN-REF-TYP
           END-IF
           MOVE WS-WQ-OLD-STAT         TO GEN-REF-CODE
           PERFORM X800-DECODE-GEN-REF
           MOVE GEN-REF-DESC           TO CA-OLD-DESC(WS-ROW-IDX)
           MOVE WS-WQ-NEW-STAT         TO GEN-REF-CODE
           PERFORM X800-DECODE-GEN-REF
           MOVE GEN-REF-DESC           TO CA-NEW-DESC(WS-ROW-IDX)

           MOVE SPACES                 TO CA-CONTINUATION-KEY
           STRING WS-WQ-REQ-TS         DELIMITED BY SIZE
                  WS-WQ-Q-TYP          DELIMITED BY SIZE
                  WS-WQ-KEY-CTRY       DELIMITED BY SIZE
                  WS-WQ-KEY-INSTT      DELIMITED BY SIZE
                  WS-WQ-KEY-ID         DELIMITED BY SIZE
               INTO CA-CONTINUATION-KEY
           END-STRING
           .
      *****************************************************************
      * Decode A Status To Its TABCDREF DESCRIPTION - AN UNKNOWN CODE *
      * SHOWS AS ITSELF RATHER THAN HOLDING UP THE QUEUE              *
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
               MOVE GEN-REF-CODE       TO GEN-REF-DESC
           END-IF
           .
      *****************************************************************
      * End Of Transaction Processing                                 *
      *****************************************************************
       C000-FINAL.
           EXEC CICS RETURN
           END-EXEC
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
      * DB2 Error Processing Para                                     *
      *****************************************************************
       X490-PROC-SQL-ERROR.
           PERFORM X100-ERR-COMMON-SETUP

           SET WS-PARA-B020
               WS-MSG-002              TO TRUE
           MOVE WS-PARA-NAM            TO LOG-PARA-NAM
           MOVE WS-MSG-NO              TO LOG-MSG-NO
           MOVE CA-RESP-MSG            TO LOG-ERR-TEXT-LONG

           PERFORM X790-PROC-WRNG-MSG
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
