       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRELSC.
       AUTHOR. RISHI SHARMA.
       DATE-WRITTEN. OCT,2026.
       DATE-COMPILED. OCT,2026.
       INSTALLATION. Nowhere.
      *****************************************************************
      * ONLINE CICS SECOND-USER RELEASE TRANSACTION FOR THE TABPREL   *
      * QUEUE THAT PAYIMNTC FEEDS WHEN A PAYMENT INSTRUCTION IS SET   *
      * UP OR RAISED ABOVE ITS INSTITUTION'S THRESHOLD, OR RE-POINTED *
      * TO A NEW BENEFICIARY. THE CHECKER ASKS FOR THE OLDEST CHANGE  *
      * SOMEONE ELSE MADE (ACTION N) AND SEES ITS TABPIMG             *
      * BEFORE/AFTER IMAGE WITH THE OLD AND NEW AMOUNT, THEN EITHER   *
      * RELEASES IT (ACTION A) - THE INSTRUCTION GOES FROM 'P' BACK   *
      * TO 'A' AND INTO THE EXPORT - OR REJECTS IT (ACTION R): A NEW  *
      * INSTRUCTION IS CANCELLED ('C'); A CHANGED ONE HAS ITS BEFORE  *
      * IMAGE PUT BACK, WITH THE AMOUNT, CURRENCY, FREQUENCY, NEXT    *
      * EXECUTION DATE, BUSINESS-DAY CONVENTION AND ANCHOR DAY HELD   *
      * ON THE QUEUE ROW, AND ITS EARLIER STATUS RESTORED (WHETHER    *
      * HELD 'P' OR PARKED 'W'). THE REVERSAL GOES ON TABPIMG AS      *
      * ACTION X, CARRYING THE REJECTED AND RESTORED AMOUNTS. THE     *
      * CHECKER MAY NOT BE THE MAKER. BOTH USER IDS END UP ON THE     *
      * QUEUE ROW AND THE VERDICT ON THE TABPAUD AUDIT TRAIL          *
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
           05 WS-AUTH-FUNC            PIC X(8) VALUE 'PAYRELSE'.
           05 WS-JOBEND-MSG           PIC X(80) VALUE SPACES.
           05 WS-CHECKER-ID           PIC X(20).
      *****************************************************************
      * VALID INCOMING RELEASE ACTIONS ACCEPTED FROM THE TERMINAL     *
      *****************************************************************
           05 WS-REQ-ACTION           PIC X(1).
               88 WS-ACTION-VALID     VALUES 'N' 'A' 'R'.
               88 WS-ACTION-NEXT      VALUE 'N'.
               88 WS-ACTION-RELEASE   VALUE 'A'.
               88 WS-ACTION-REJECT    VALUE 'R'.
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
               INCLUDE TABPRELW
           END-EXEC.
           EXEC SQL
               INCLUDE TABPIMGW
           END-EXEC.
           EXEC SQL
               INCLUDE TABPAUDW
           END-EXEC.
       77 FILLER                PIC X(30) VALUE
               'END OF WORKING STORAGE SECTION'.
      *****************************************************************
      * LINKAGE SECTION                                               *
      *****************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  CA-REQ-ACTION           PIC X(1).
           05  CA-CUST-CTRY            PIC X(3).
           05  CA-CUST-INSTT           PIC X(10).
           05  CA-CUST-ID              PIC X(20).
           05  CA-INSTR-REF-NUM        PIC X(20).
      *****************************************************************
      * THE PENDING CHANGE IS ECHOED BACK - WHAT TRIGGERED IT, WHO    *
      * MADE IT, AND THE BEFORE/AFTER IMAGE - SO THE CHECKER SEES     *
      * EXACTLY WHAT THEY ARE RELEASING                               *
      *****************************************************************
           05  CA-CHG-ACTION           PIC X(1).
           05  CA-AMT-TRIG             PIC X(1).
           05  CA-BENE-TRIG            PIC X(1).
           05  CA-OLD-INSTR-AMT        PIC S9(13)V9(2) COMP-3.
           05  CA-NEW-INSTR-AMT        PIC S9(13)V9(2) COMP-3.
           05  CA-INSTR-CCY            PIC X(3).
           05  CA-REL-THRSH-AMT        PIC S9(13)V9(2) COMP-3.
           05  CA-REQ-USER-ID          PIC X(20).
           05  CA-REQ-TS               PIC X(26).
           05  CA-OLD-BENE-NAM         PIC X(100).
           05  CA-NEW-BENE-NAM         PIC X(100).
           05  CA-OLD-BENE-ADDR1       PIC X(100).
           05  CA-NEW-BENE-ADDR1       PIC X(100).
           05  CA-OLD-BENE-ADDR2       PIC X(100).
           05  CA-NEW-BENE-ADDR2       PIC X(100).
           05  CA-OLD-BENE-ADDR3       PIC X(100).
           05  CA-NEW-BENE-ADDR3       PIC X(100).
           05  CA-OLD-DEBTOR-NAME      PIC X(100).
           05  CA-NEW-DEBTOR-NAME      PIC X(100).
           05  CA-OLD-DEBTOR-ADDR1     PIC X(100).
           05  CA-NEW-DEBTOR-ADDR1     PIC X(100).
           05  CA-OLD-DEBTOR-ADDR2     PIC X(100).
           05  CA-NEW-DEBTOR-ADDR2     PIC X(100).
           05  CA-OLD-DEBTOR-ADDR3     PIC X(100).
           05  CA-NEW-DEBTOR-ADDR3     PIC X(100).
           05  CA-OLD-INSTR-PTY        PIC X(10).
           05  CA-NEW-INSTR-PTY        PIC X(10).
           05  CA-RESP-CODE            PIC X(2).
               88  CA-RESP-OK          VALUE '00'.
               88  CA-RESP-BAD-INPUT   VALUE '01'.
               88  CA-RESP-NOT-FOUND   VALUE '02'.
               88  CA-RESP-SQL-ERROR   VALUE '03'.
               88  CA-RESP-SAME-USER   VALUE '05'.
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
           MOVE 'PAYRELSC'             TO WS-PROG-NAM
           IF EIBCALEN > 0
               MOVE SPACES             TO CA-RESP-CODE
                                          CA-RESP-MSG
           END-IF
           .
      *****************************************************************
      * Main Process Routine - Validate The Request, Fetch The        *
      * Pending Change And Its Image, Enforce Four Eyes, Then Apply   *
      * The Verdict                                                   *
      *****************************************************************
       B000-MAIN.
           MOVE EIBUSERID              TO WS-CHECKER-ID
           PERFORM B005-CHECK-ENTITLEMENT
           IF CA-RESP-CODE = SPACES
               PERFORM B010-VALIDATE-REQUEST
           END-IF
           IF CA-RESP-CODE = SPACES
               IF WS-ACTION-NEXT
                   PERFORM B015-FETCH-OLDEST-REQ
               ELSE
                   PERFORM B020-FETCH-PENDING-REQ
               END-IF
           END-IF
           IF CA-RESP-CODE = SPACES
               PERFORM B025-FETCH-IMAGE
           END-IF
           IF CA-RESP-CODE = SPACES
               EVALUATE TRUE
                   WHEN WS-ACTION-NEXT
                       SET CA-RESP-OK  TO TRUE
                       MOVE 'OLDEST CHANGE AWAITING SECOND-USER RELEASE'
                                       TO CA-RESP-MSG
                   WHEN WS-ACTION-RELEASE
                       PERFORM B030-APPLY-RELEASE
                   WHEN WS-ACTION-REJECT
                       PERFORM B040-APPLY-REJECTION
               END-EVALUATE
           END-IF
           IF CA-RESP-OK AND NOT WS-ACTION-NEXT
               PERFORM B050-WRITE-AUDIT-TRAIL
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
      * Validate The Fields Supplied In The Commarea Before Touching  *
      * The Database - A VERDICT NAMES THE INSTRUCTION                *
      *****************************************************************
       B010-VALIDATE-REQUEST.
           MOVE CA-REQ-ACTION          TO WS-REQ-ACTION
           IF NOT WS-ACTION-VALID
               SET CA-RESP-BAD-INPUT   TO TRUE
               MOVE 'ACTION MUST BE N (NEXT), A (RELEASE) OR R (REJECT)'
                                       TO CA-RESP-MSG
           ELSE IF WS-ACTION-NEXT
               CONTINUE
           ELSE IF CA-CUST-CTRY = SPACES OR LOW-VALUES
               SET CA-RESP-BAD-INPUT   TO TRUE
               MOVE 'CUST-CTRY IS REQUIRED'
                                       TO CA-RESP-MSG
           ELSE IF CA-CUST-INSTT = SPACES OR LOW-VALUES
               SET CA-RESP-BAD-INPUT   TO TRUE
               MOVE 'CUST-INSTT IS REQUIRED'
                                       TO CA-RESP-MSG
           ELSE IF CA-CUST-ID = SPACES OR LOW-VALUES
               SET CA-RESP-BAD-INPUT   TO TRUE
               MOVE 'CUST-ID IS REQUIRED'
                                       TO CA-RESP-MSG
           ELSE IF CA-INSTR-REF-NUM = SPACES OR LOW-VALUES
               SET CA-RESP-BAD-INPUT   TO TRUE
               MOVE 'INSTR-REF-NUM IS REQUIRED'
                                       TO CA-RESP-MSG
           END-IF
           .
      *****************************************************************
      * The Oldest Change Waiting On Someone Other Than Its Maker -   *
      * A CHECKER IS NEVER OFFERED THEIR OWN WORK                     *
      *****************************************************************
       B015-FETCH-OLDEST-REQ.
           EXEC SQL
               SELECT CUST_CTRY, CUST_INSTT, CUST_ID, INSTR_REF_NUM,
                      CHG_ACTION, AMT_TRIG, BENE_TRIG,
                      OLD_INSTR_AMT, NEW_INSTR_AMT, INSTR_CCY,
                      REL_THRSH_AMT, PRIOR_STAT, PIMG_CHG_TS,
                      REQ_USERID, CHAR(REQ_TS),
                      OLD_INSTR_CCY, OLD_INSTR_FREQ, OLD_NEXT_EXEC_DT,
                      OLD_BUS_DAY_CONV, OLD_EXEC_ANCHOR_DD
               INTO   :TABPREL-CUST-CTRY, :TABPREL-CUST-INSTT,
                      :TABPREL-CUST-ID, :TABPREL-INSTR-REF-NUM,
                      :TABPREL-CHG-ACTION, :TABPREL-AMT-TRIG,
                      :TABPREL-BENE-TRIG,
                      :TABPREL-OLD-INSTR-AMT, :TABPREL-NEW-INSTR-AMT,
                      :TABPREL-INSTR-CCY,
                      :TABPREL-REL-THRSH-AMT, :TABPREL-PRIOR-STAT,
                      :TABPREL-PIMG-CHG-TS,
                      :TABPREL-REQ-USERID, :TABPREL-REQ-TS,
                      :TABPREL-OLD-INSTR-CCY, :TABPREL-OLD-INSTR-FREQ,
                      :TABPREL-OLD-NEXT-EXEC-DT,
                      :TABPREL-OLD-BUS-DAY-CONV,
                      :TABPREL-OLD-EXEC-ANCHOR-DD
               FROM   TABPREL
               WHERE  REQ_STAT    = 'P'
                AND   REQ_USERID <> :WS-CHECKER-ID
               ORDER BY REQ_TS
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   PERFORM B022-ECHO-REQ
               WHEN 100
                   SET CA-RESP-NOT-FOUND TO TRUE
                   MOVE 'NO CHANGES AWAITING YOUR RELEASE'
                                       TO CA-RESP-MSG
               WHEN OTHER
                   SET CA-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR READING RELEASE QUEUE'
                                       TO CA-RESP-MSG
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * Fetch The Pending Change For This Instruction And Enforce The *
      * Four-Eyes Rule - The Checker May Not Be The Maker             *
      *****************************************************************
       B020-FETCH-PENDING-REQ.
           EXEC SQL
               SELECT CUST_CTRY, CUST_INSTT, CUST_ID, INSTR_REF_NUM,
                      CHG_ACTION, AMT_TRIG, BENE_TRIG,
                      OLD_INSTR_AMT, NEW_INSTR_AMT, INSTR_CCY,
                      REL_THRSH_AMT, PRIOR_STAT, PIMG_CHG_TS,
                      REQ_USERID, CHAR(REQ_TS),
                      OLD_INSTR_CCY, OLD_INSTR_FREQ, OLD_NEXT_EXEC_DT,
                      OLD_BUS_DAY_CONV, OLD_EXEC_ANCHOR_DD
               INTO   :TABPREL-CUST-CTRY, :TABPREL-CUST-INSTT,
                      :TABPREL-CUST-ID, :TABPREL-INSTR-REF-NUM,
                      :TABPREL-CHG-ACTION, :TABPREL-AMT-TRIG,
                      :TABPREL-BENE-TRIG,
                      :TABPREL-OLD-INSTR-AMT, :TABPREL-NEW-INSTR-AMT,
                      :TABPREL-INSTR-CCY,
                      :TABPREL-REL-THRSH-AMT, :TABPREL-PRIOR-STAT,
                      :TABPREL-PIMG-CHG-TS,
                      :TABPREL-REQ-USERID, :TABPREL-REQ-TS,
                      :TABPREL-OLD-INSTR-CCY, :TABPREL-OLD-INSTR-FREQ,
                      :TABPREL-OLD-NEXT-EXEC-DT,
                      :TABPREL-OLD-BUS-DAY-CONV,
                      :TABPREL-OLD-EXEC-ANCHOR-DD
               FROM   TABPREL
               WHERE  CUST_CTRY     = :CA-CUST-CTRY
                AND   CUST_INSTT    = :CA-CUST-INSTT
                AND   CUST_ID       = :CA-CUST-ID
                AND   INSTR_REF_NUM = :CA-INSTR-REF-NUM
                AND   REQ_STAT      = 'P'
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   PERFORM B022-ECHO-REQ
                   IF WS-CHECKER-ID = TABPREL-REQ-USERID
                       SET CA-RESP-SAME-USER TO TRUE
                       MOVE 'RELEASER MUST DIFFER FROM REQUESTER'
                                       TO CA-RESP-MSG
                   END-IF
               WHEN 100
                   SET CA-RESP-NOT-FOUND TO TRUE
                   MOVE 'NO CHANGE AWAITING RELEASE FOR INSTRUCTION'
                                       TO CA-RESP-MSG
               WHEN OTHER
                   SET CA-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR READING RELEASE QUEUE'
                                       TO CA-RESP-MSG
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * Echo The Queue Row Back To The Release Screen                 *
      *****************************************************************
       B022-ECHO-REQ.
           MOVE TABPREL-CUST-CTRY      TO CA-CUST-CTRY
           MOVE TABPREL-CUST-INSTT     TO CA-CUST-INSTT
           MOVE TABPREL-CUST-ID        TO CA-CUST-ID
           MOVE TABPREL-INSTR-REF-NUM  TO CA-INSTR-REF-NUM
           MOVE TABPREL-CHG-ACTION     TO CA-CHG-ACTION
           MOVE TABPREL-AMT-TRIG       TO CA-AMT-TRIG
           MOVE TABPREL-BENE-TRIG      TO CA-BENE-TRIG
           MOVE TABPREL-OLD-INSTR-AMT  TO CA-OLD-INSTR-AMT
           MOVE TABPREL-NEW-INSTR-AMT  TO CA-NEW-INSTR-AMT
           MOVE TABPREL-INSTR-CCY      TO CA-INSTR-CCY
           MOVE TABPREL-REL-THRSH-AMT  TO CA-REL-THRSH-AMT
           MOVE TABPREL-REQ-USERID     TO CA-REQ-USER-ID
           MOVE TABPREL-REQ-TS         TO CA-REQ-TS
           .
      *****************************************************************
      * The Before/After Image Of The Change - THE TABPIMG ROW        *
      * WRITTEN WITH IT; A NEW INSTRUCTION HAS NO BEFORE IMAGE, SO    *
      * THE AFTER HALF IS THE INSTRUCTION ITSELF                      *
      *****************************************************************
       B025-FETCH-IMAGE.
           INITIALIZE TABPIMG-WORK-REC
           IF TABPREL-CHG-ACTION = 'I'
               EXEC SQL
                   SELECT BENE_NAM, BENE_ADDR1, BENE_ADDR2, BENE_ADDR3,
                          DEBTOR_NAME, DEBTOR_ADDR1, DEBTOR_ADDR2,
                          DEBTOR_ADDR3, INSTR_PTY
                   INTO   :TABPIMG-NEW-BENE-NAM,
                          :TABPIMG-NEW-BENE-ADDR1,
                          :TABPIMG-NEW-BENE-ADDR2,
                          :TABPIMG-NEW-BENE-ADDR3,
                          :TABPIMG-NEW-DEBTOR-NAME,
                          :TABPIMG-NEW-DEBTOR-ADDR1,
                          :TABPIMG-NEW-DEBTOR-ADDR2,
                          :TABPIMG-NEW-DEBTOR-ADDR3,
                          :TABPIMG-NEW-INSTR-PTY
                   FROM   PAYMENTS.PAYMENT_INSTRUCTIONS
                   WHERE  CUST_CTRY     = :TABPREL-CUST-CTRY
                    AND   CUST_INSTT    = :TABPREL-CUST-INSTT
                    AND   CUST_ID       = :TABPREL-CUST-ID
                    AND   INSTR_REF_NUM = :TABPREL-INSTR-REF-NUM
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT OLD_BENE_NAM, NEW_BENE_NAM,
                          OLD_BENE_ADDR1, NEW_BENE_ADDR1,
                          OLD_BENE_ADDR2, NEW_BENE_ADDR2,
                          OLD_BENE_ADDR3, NEW_BENE_ADDR3,
                          OLD_DEBTOR_NAME, NEW_DEBTOR_NAME,
                          OLD_DEBTOR_ADDR1, NEW_DEBTOR_ADDR1,
                          OLD_DEBTOR_ADDR2, NEW_DEBTOR_ADDR2,
                          OLD_DEBTOR_ADDR3, NEW_DEBTOR_ADDR3,
                          OLD_INSTR_PTY, NEW_INSTR_PTY
                   INTO   :TABPIMG-OLD-BENE-NAM,
                          :TABPIMG-NEW-BENE-NAM,
                          :TABPIMG-OLD-BENE-ADDR1,
                          :TABPIMG-NEW-BENE-ADDR1,
                          :TABPIMG-OLD-BENE-ADDR2,
                          :TABPIMG-NEW-BENE-ADDR2,
                          :TABPIMG-OLD-BENE-ADDR3,
                          :TABPIMG-NEW-BENE-ADDR3,
                          :TABPIMG-OLD-DEBTOR-NAME,
                          :TABPIMG-NEW-DEBTOR-NAME,
                          :TABPIMG-OLD-DEBTOR-ADDR1,
                          :TABPIMG-NEW-DEBTOR-ADDR1,
                          :TABPIMG-OLD-DEBTOR-ADDR2,
                          :TABPIMG-NEW-DEBTOR-ADDR2,
                          :TABPIMG-OLD-DEBTOR-ADDR3,
                          :TABPIMG-NEW-DEBTOR-ADDR3,
                          :TABPIMG-OLD-INSTR-PTY,
                          :TABPIMG-NEW-INSTR-PTY
                   FROM   TABPIMG
                   WHERE  CUST_CTRY     = :TABPREL-CUST-CTRY
                    AND   CUST_INSTT    = :TABPREL-CUST-INSTT
                    AND   CUST_ID       = :TABPREL-CUST-ID
                    AND   INSTR_REF_NUM = :TABPREL-INSTR-REF-NUM
                    AND   CHG_TS        = :TABPREL-PIMG-CHG-TS
               END-EXEC
           END-IF

           EVALUATE SQLCODE
               WHEN 0
                   MOVE TABPIMG-OLD-BENE-NAM     TO CA-OLD-BENE-NAM
                   MOVE TABPIMG-NEW-BENE-NAM     TO CA-NEW-BENE-NAM
                   MOVE TABPIMG-OLD-BENE-ADDR1   TO CA-OLD-BENE-ADDR1
                   MOVE TABPIMG-NEW-BENE-ADDR1   TO CA-NEW-BENE-ADDR1
                   MOVE TABPIMG-OLD-BENE-ADDR2   TO CA-OLD-BENE-ADDR2
                   MOVE TABPIMG-NEW-BENE-ADDR2   TO CA-NEW-BENE-ADDR2
                   MOVE TABPIMG-OLD-BENE-ADDR3   TO CA-OLD-BENE-ADDR3
                   MOVE TABPIMG-NEW-BENE-ADDR3   TO CA-NEW-BENE-ADDR3
                   MOVE TABPIMG-OLD-DEBTOR-NAME  TO CA-OLD-DEBTOR-NAME
                   MOVE TABPIMG-NEW-DEBTOR-NAME  TO CA-NEW-DEBTOR-NAME
                   MOVE TABPIMG-OLD-DEBTOR-ADDR1 TO CA-OLD-DEBTOR-ADDR1
                   MOVE TABPIMG-NEW-DEBTOR-ADDR1 TO CA-NEW-DEBTOR-ADDR1
                   MOVE TABPIMG-OLD-DEBTOR-ADDR2 TO CA-OLD-DEBTOR-ADDR2
                   MOVE TABPIMG-NEW-DEBTOR-ADDR2 TO CA-NEW-DEBTOR-ADDR2
                   MOVE TABPIMG-OLD-DEBTOR-ADDR3 TO CA-OLD-DEBTOR-ADDR3
                   MOVE TABPIMG-NEW-DEBTOR-ADDR3 TO CA-NEW-DEBTOR-ADDR3
                   MOVE TABPIMG-OLD-INSTR-PTY    TO CA-OLD-INSTR-PTY
                   MOVE TABPIMG-NEW-INSTR-PTY    TO CA-NEW-INSTR-PTY
               WHEN 100
                   SET CA-RESP-NOT-FOUND TO TRUE
                   MOVE 'IMAGE OF THE PENDING CHANGE NOT FOUND'
                                       TO CA-RESP-MSG
               WHEN OTHER
                   SET CA-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR READING CHANGE IMAGE'
                                       TO CA-RESP-MSG
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * Release - Close The Queue Row With The Checker's Id, Then Put *
      * A Held Instruction Back Into The Export. ONE STILL PARKED FOR *
      * WATCHLIST REVIEW STAYS 'W' - WLRVWC RELEASES IT TO 'A' ONCE   *
      * NOTHING IS PENDING HERE                                       *
      *****************************************************************
       B030-APPLY-RELEASE.
           MOVE 'A'                    TO TABPREL-REQ-STAT
           PERFORM B035-CLOSE-QUEUE-ROW
           IF CA-RESP-CODE = SPACES
               EXEC SQL
                   UPDATE PAYMENTS.PAYMENT_INSTRUCTIONS
                   SET    INSTR_STAT    = 'A'
                   WHERE  CUST_CTRY     = :CA-CUST-CTRY
                    AND   CUST_INSTT    = :CA-CUST-INSTT
                    AND   CUST_ID       = :CA-CUST-ID
                    AND   INSTR_REF_NUM = :CA-INSTR-REF-NUM
                    AND   INSTR_STAT    = 'P'
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       SET CA-RESP-OK  TO TRUE
                       MOVE 'CHANGE RELEASED - BACK IN EXPORT'
                                       TO CA-RESP-MSG
                   WHEN 100
                       SET CA-RESP-OK  TO TRUE
                       MOVE 'CHANGE RELEASED - INSTRUCTION NOT HELD'
                                       TO CA-RESP-MSG
                   WHEN OTHER
                       SET CA-RESP-SQL-ERROR TO TRUE
                       MOVE 'DATABASE ERROR RELEASING INSTRUCTION'
                                       TO CA-RESP-MSG
                       EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                       PERFORM X490-PROC-SQL-ERROR
               END-EVALUATE
           END-IF
           .
      *****************************************************************
      * Mark The Queue Row With The Verdict, The Checker's Id And Time*
      *****************************************************************
       B035-CLOSE-QUEUE-ROW.
           MOVE WS-CHECKER-ID          TO TABPREL-APRV-USERID
           EXEC SQL
               UPDATE TABPREL
               SET    REQ_STAT      = :TABPREL-REQ-STAT,
                      APRV_USERID   = :TABPREL-APRV-USERID,
                      APRV_TS       = CHAR(CURRENT TIMESTAMP)
               WHERE  CUST_CTRY     = :CA-CUST-CTRY
                AND   CUST_INSTT    = :CA-CUST-INSTT
                AND   CUST_ID       = :CA-CUST-ID
                AND   INSTR_REF_NUM = :CA-INSTR-REF-NUM
                AND   REQ_STAT      = 'P'
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET CA-RESP-NOT-FOUND TO TRUE
                   MOVE 'NO CHANGE AWAITING RELEASE FOR INSTRUCTION'
                                       TO CA-RESP-MSG
               WHEN OTHER
                   SET CA-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR CLOSING RELEASE QUEUE ROW'
                                       TO CA-RESP-MSG
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * Reject - Close The Queue Row, Then Undo The Change: A NEW     *
      * INSTRUCTION IS CANCELLED, A CHANGED ONE GETS ITS BEFORE IMAGE *
      * AND AMOUNT BACK AND, IF STILL HELD, ITS EARLIER STATUS        *
      *****************************************************************
       B040-APPLY-REJECTION.
           MOVE 'R'                    TO TABPREL-REQ-STAT
           PERFORM B035-CLOSE-QUEUE-ROW
           IF CA-RESP-CODE = SPACES
               IF TABPREL-CHG-ACTION = 'I'
                   PERFORM B042-CANCEL-NEW-INSTR
               ELSE
                   PERFORM B044-RESTORE-BEFORE-IMAGE
               END-IF
           END-IF
           .
      *****************************************************************
      * A Rejected New Instruction Is Cancelled - IT NEVER PAYS       *
      *****************************************************************
       B042-CANCEL-NEW-INSTR.
           EXEC SQL
               UPDATE PAYMENTS.PAYMENT_INSTRUCTIONS
               SET    INSTR_STAT    = 'C'
               WHERE  CUST_CTRY     = :CA-CUST-CTRY
                AND   CUST_INSTT    = :CA-CUST-INSTT
                AND   CUST_ID       = :CA-CUST-ID
                AND   INSTR_REF_NUM = :CA-INSTR-REF-NUM
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
               WHEN 100
                   SET CA-RESP-OK      TO TRUE
                   MOVE 'CHANGE REJECTED - NEW INSTRUCTION CANCELLED'
                                       TO CA-RESP-MSG
               WHEN OTHER
                   SET CA-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR CANCELLING INSTRUCTION'
                                       TO CA-RESP-MSG
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * A Rejected Change Is Undone - The Before Image, The Old       *
      * Amount And The Old Currency And Schedule Go Back, A Held Or   *
      * Parked Instruction Returns To Its Earlier Status, And The     *
      * Reversal Is Imaged On TABPIMG AS ACTION X. A QUEUE ROW        *
      * WRITTEN BEFORE IT CARRIED THE OLD SCHEDULE HOLDS SPACES THERE *
      * AND THE SCHEDULE IS LEFT AS IT STANDS                         *
      *****************************************************************
       B044-RESTORE-BEFORE-IMAGE.
           EXEC SQL
               UPDATE PAYMENTS.PAYMENT_INSTRUCTIONS
               SET    BENE_NAM     = :TABPIMG-OLD-BENE-NAM,
                      BENE_ADDR1   = :TABPIMG-OLD-BENE-ADDR1,
                      BENE_ADDR2   = :TABPIMG-OLD-BENE-ADDR2,
                      BENE_ADDR3   = :TABPIMG-OLD-BENE-ADDR3,
                      DEBTOR_NAME  = :TABPIMG-OLD-DEBTOR-NAME,
                      DEBTOR_ADDR1 = :TABPIMG-OLD-DEBTOR-ADDR1,
                      DEBTOR_ADDR2 = :TABPIMG-OLD-DEBTOR-ADDR2,
                      DEBTOR_ADDR3 = :TABPIMG-OLD-DEBTOR-ADDR3,
                      INSTR_PTY    = :TABPIMG-OLD-INSTR-PTY,
                      INSTR_AMT    = :TABPREL-OLD-INSTR-AMT,
                      INSTR_CCY    = VALUE(NULLIF(
                                     :TABPREL-OLD-INSTR-CCY, ' '),
                                     INSTR_CCY),
                      INSTR_FREQ   = VALUE(NULLIF(
                                     :TABPREL-OLD-INSTR-FREQ, ' '),
                                     INSTR_FREQ),
                      NEXT_EXEC_DT = VALUE(NULLIF(
                                     :TABPREL-OLD-NEXT-EXEC-DT, ' '),
                                     NEXT_EXEC_DT),
                      BUS_DAY_CONV = VALUE(NULLIF(
                                     :TABPREL-OLD-BUS-DAY-CONV, ' '),
                                     BUS_DAY_CONV),
                      EXEC_ANCHOR_DD = VALUE(NULLIF(
                                     :TABPREL-OLD-EXEC-ANCHOR-DD, ' '),
                                     EXEC_ANCHOR_DD)
               WHERE  CUST_CTRY     = :CA-CUST-CTRY
                AND   CUST_INSTT    = :CA-CUST-INSTT
                AND   CUST_ID       = :CA-CUST-ID
                AND   INSTR_REF_NUM = :CA-INSTR-REF-NUM
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL
                   UPDATE PAYMENTS.PAYMENT_INSTRUCTIONS
                   SET    INSTR_STAT    = :TABPREL-PRIOR-STAT
                   WHERE  CUST_CTRY     = :CA-CUST-CTRY
                    AND   CUST_INSTT    = :CA-CUST-INSTT
                    AND   CUST_ID       = :CA-CUST-ID
                    AND   INSTR_REF_NUM = :CA-INSTR-REF-NUM
                    AND   INSTR_STAT    IN ('P', 'W')
               END-EXEC
               IF SQLCODE = 100
                   MOVE 0              TO SQLCODE
               END-IF
           END-IF
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM B046-WRITE-REVERSAL-IMAGE
               WHEN 100
                   SET CA-RESP-OK      TO TRUE
                   MOVE 'CHANGE REJECTED - INSTRUCTION NOT ON FILE'
                                       TO CA-RESP-MSG
               WHEN OTHER
                   SET CA-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR UNDOING REJECTED CHANGE'
                                       TO CA-RESP-MSG
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * Image The Reversal - THE REJECTED VALUES AS OLD, THE RESTORED *
      * ONES AS NEW, UNDER THE CHECKER'S ID                           *
      *****************************************************************
       B046-WRITE-REVERSAL-IMAGE.
           MOVE CA-CUST-CTRY           TO TABPIMG-CUST-CTRY
           MOVE CA-CUST-INSTT          TO TABPIMG-CUST-INSTT
           MOVE CA-CUST-ID             TO TABPIMG-CUST-ID
           MOVE CA-INSTR-REF-NUM       TO TABPIMG-INSTR-REF-NUM
           MOVE 'X'                    TO TABPIMG-CHG-ACTION
           MOVE EIBUSERID              TO TABPIMG-USERID
           MOVE EIBTRMID               TO TABPIMG-TERM-ID
           MOVE CA-NEW-BENE-NAM        TO TABPIMG-OLD-BENE-NAM
           MOVE CA-OLD-BENE-NAM        TO TABPIMG-NEW-BENE-NAM
           MOVE CA-NEW-BENE-ADDR1      TO TABPIMG-OLD-BENE-ADDR1
           MOVE CA-OLD-BENE-ADDR1      TO TABPIMG-NEW-BENE-ADDR1
           MOVE CA-NEW-BENE-ADDR2      TO TABPIMG-OLD-BENE-ADDR2
           MOVE CA-OLD-BENE-ADDR2      TO TABPIMG-NEW-BENE-ADDR2
           MOVE CA-NEW-BENE-ADDR3      TO TABPIMG-OLD-BENE-ADDR3
           MOVE CA-OLD-BENE-ADDR3      TO TABPIMG-NEW-BENE-ADDR3
           MOVE CA-NEW-DEBTOR-NAME     TO TABPIMG-OLD-DEBTOR-NAME
           MOVE CA-OLD-DEBTOR-NAME     TO TABPIMG-NEW-DEBTOR-NAME
           MOVE CA-NEW-DEBTOR-ADDR1    TO TABPIMG-OLD-DEBTOR-ADDR1
           MOVE CA-OLD-DEBTOR-ADDR1    TO TABPIMG-NEW-DEBTOR-ADDR1
           MOVE CA-NEW-DEBTOR-ADDR2    TO TABPIMG-OLD-DEBTOR-ADDR2
           MOVE CA-OLD-DEBTOR-ADDR2    TO TABPIMG-NEW-DEBTOR-ADDR2
           MOVE CA-NEW-DEBTOR-ADDR3    TO TABPIMG-OLD-DEBTOR-ADDR3
           MOVE CA-OLD-DEBTOR-ADDR3    TO TABPIMG-NEW-DEBTOR-ADDR3
           MOVE CA-NEW-INSTR-PTY       TO TABPIMG-OLD-INSTR-PTY
           MOVE CA-OLD-INSTR-PTY       TO TABPIMG-NEW-INSTR-PTY
           MOVE CA-NEW-INSTR-AMT       TO TABPIMG-OLD-INSTR-AMT
           MOVE CA-OLD-INSTR-AMT       TO TABPIMG-NEW-INSTR-AMT

           EXEC SQL
               INSERT INTO TABPIMG
                   (CUST_CTRY, CUST_INSTT, CUST_ID, INSTR_REF_NUM,
                    CHG_ACTION, USERID, TERM_ID, CHG_TS,
                    OLD_BENE_NAM, NEW_BENE_NAM,
                    OLD_BENE_ADDR1, NEW_BENE_ADDR1,
                    OLD_BENE_ADDR2, NEW_BENE_ADDR2,
                    OLD_BENE_ADDR3, NEW_BENE_ADDR3,
                    OLD_DEBTOR_NAME, NEW_DEBTOR_NAME,
                    OLD_DEBTOR_ADDR1, NEW_DEBTOR_ADDR1,
                    OLD_DEBTOR_ADDR2, NEW_DEBTOR_ADDR2,
                    OLD_DEBTOR_ADDR3, NEW_DEBTOR_ADDR3,
                    OLD_INSTR_PTY, NEW_INSTR_PTY,
                    OLD_INSTR_AMT, NEW_INSTR_AMT)
               VALUES
                   (:TABPIMG-CUST-CTRY, :TABPIMG-CUST-INSTT,
                    :TABPIMG-CUST-ID, :TABPIMG-INSTR-REF-NUM,
                    :TABPIMG-CHG-ACTION, :TABPIMG-USERID,
                    :TABPIMG-TERM-ID, CURRENT TIMESTAMP,
                    :TABPIMG-OLD-BENE-NAM, :TABPIMG-NEW-BENE-NAM,
                    :TABPIMG-OLD-BENE-ADDR1, :TABPIMG-NEW-BENE-ADDR1,
                    :TABPIMG-OLD-BENE-ADDR2, :TABPIMG-NEW-BENE-ADDR2,
                    :TABPIMG-OLD-BENE-ADDR3, :TABPIMG-NEW-BENE-ADDR3,
                    :TABPIMG-OLD-DEBTOR-NAME, :TABPIMG-NEW-DEBTOR-NAME,
                    :TABPIMG-OLD-DEBTOR-ADDR1,
                    :TABPIMG-NEW-DEBTOR-ADDR1,
                    :TABPIMG-OLD-DEBTOR-ADDR2,
                    :TABPIMG-NEW-DEBTOR-ADDR2,
                    :TABPIMG-OLD-DEBTOR-ADDR3,
                    :TABPIMG-NEW-DEBTOR-ADDR3,
                    :TABPIMG-OLD-INSTR-PTY, :TABPIMG-NEW-INSTR-PTY,
                    :TABPIMG-OLD-INSTR-AMT, :TABPIMG-NEW-INSTR-AMT)
           END-EXEC

           IF SQLCODE NOT = 0
               SET CA-RESP-SQL-ERROR   TO TRUE
               MOVE 'ERROR WRITING IMAGE - REJECTION BACKED OUT'
                                       TO CA-RESP-MSG
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM X490-PROC-SQL-ERROR
           ELSE
               SET CA-RESP-OK          TO TRUE
               MOVE 'CHANGE REJECTED - BEFORE IMAGE RESTORED'
                                       TO CA-RESP-MSG
           END-IF
           .
      *****************************************************************
      * Record Who Ruled On Which Instruction, And When, On The       *
      * TABPAUD AUDIT TRAIL - THE VERDICT MUST NOT STAND WITHOUT IT   *
      *****************************************************************
       B050-WRITE-AUDIT-TRAIL.
           MOVE CA-CUST-CTRY           TO TABPAUD-CUST-CTRY
           MOVE CA-CUST-INSTT          TO TABPAUD-CUST-INSTT
           MOVE CA-CUST-ID             TO TABPAUD-CUST-ID
           MOVE CA-INSTR-REF-NUM       TO TABPAUD-INSTR-REF-NUM
           MOVE EIBUSERID              TO TABPAUD-USERID
           MOVE EIBTRMID               TO TABPAUD-TERM-ID

           EXEC SQL
               INSERT INTO TABPAUD
                   (CUST_CTRY, CUST_INSTT, CUST_ID, INSTR_REF_NUM,
                    USERID, TERM_ID, AUDIT_TS)
               VALUES
                   (:TABPAUD-CUST-CTRY, :TABPAUD-CUST-INSTT,
                    :TABPAUD-CUST-ID, :TABPAUD-INSTR-REF-NUM,
                    :TABPAUD-USERID, :TABPAUD-TERM-ID,
                    CURRENT TIMESTAMP)
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   EXEC CICS SYNCPOINT END-EXEC
               WHEN OTHER
                   SET CA-RESP-SQL-ERROR TO TRUE
                   MOVE 'ERROR WRITING AUDIT TRAIL - VERDICT BACKED OUT'
                                       TO CA-RESP-MSG
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
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
