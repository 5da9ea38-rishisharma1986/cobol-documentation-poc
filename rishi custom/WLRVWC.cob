       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLRVWC.
       AUTHOR. RISHI SHARMA.
       DATE-WRITTEN. OCT,2026.
       DATE-COMPILED. OCT,2026.
       INSTALLATION. Nowhere.
      *****************************************************************
      * ONLINE CICS REVIEW TRANSACTION FOR THE TABWLHT WATCHLIST HIT  *
      * QUEUE THAT WLSCRNC FEEDS FROM PAYIMNTC AND PAINEXPC. THE      *
      * COMPLIANCE USER ASKS FOR THE OLDEST PENDING HIT (ACTION N),   *
      * THEN EITHER RELEASES IT AS A FALSE POSITIVE (ACTION F) - THE  *
      * PARKED INSTRUCTION GOES BACK TO 'A' (OR 'P' WHILE A CHANGE    *
      * AWAITS SECOND-USER RELEASE) ONCE NO OTHER HIT IS PENDING ON   *
      * IT, AND THE SAME ENTRY IS NOT RAISED AGAIN FOR THE SAME       *
      * BENEFICIARY LINES - OR CONFIRMS A TRUE MATCH (ACTION T),      *
      * WHICH BLOCKS THE INSTRUCTION AS 'B' FOR GOOD. THE REVIEWER'S  *
      * ID AND TIME GO ON THE QUEUE ROW AND THE VERDICT ON THE TABPAUD*
      * AUDIT TRAIL                                                   *
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
           05 WS-AUTH-FUNC            PIC X(8) VALUE 'WLREVIEW'.
           05 WS-JOBEND-MSG           PIC X(80) VALUE SPACES.
           05 WS-PEND-CNT             PIC S9(9) COMP VALUE +0.
           05 WS-HIT-STAT             PIC X(1).
           05 WS-PEND-REL-CNT         PIC S9(9) COMP VALUE +0.
           05 WS-NEW-INSTR-STAT       PIC X(1).
      *****************************************************************
      * VALID INCOMING REVIEW ACTIONS ACCEPTED FROM THE TERMINAL      *
      *****************************************************************
           05 WS-REQ-ACTION           PIC X(1).
               88 WS-ACTION-VALID     VALUES 'N' 'F' 'T'.
               88 WS-ACTION-NEXT      VALUE 'N'.
               88 WS-ACTION-FALSE-POS VALUE 'F'.
               88 WS-ACTION-TRUE-MTCH VALUE 'T'.
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
               INCLUDE TABWLHTW
           END-EXEC.
           EXEC SQL
               INCLUDE TABPAUDW
           END-EXEC.
           EXEC SQL
               INCLUDE TABPRELW
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
           05  CA-WL-ENTRY-ID          PIC X(12).
      *****************************************************************
      * THE HIT IS ECHOED BACK SO THE REVIEW SCREEN CAN SHOW WHAT     *
      * MATCHED, WHERE IT WAS RAISED AND WHEN                         *
      *****************************************************************
           05  CA-WL-NAME              PIC X(100).
           05  CA-SCRN-PGM             PIC X(8).
           05  CA-BENE-NAM             PIC X(100).
           05  CA-BENE-ADDR1           PIC X(100).
           05  CA-BENE-ADDR2           PIC X(100).
           05  CA-BENE-ADDR3           PIC X(100).
           05  CA-HIT-TS               PIC X(26).
           05  CA-RESP-CODE            PIC X(2).
               88  CA-RESP-OK          VALUE '00'.
               88  CA-RESP-BAD-INPUT   VALUE '01'.
               88  CA-RESP-NOT-FOUND   VALUE '02'.
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
           MOVE 'WLRVWC'               TO WS-PROG-NAM
           IF EIBCALEN > 0
               MOVE SPACES             TO CA-RESP-CODE
                                          CA-RESP-MSG
           END-IF
           .
      *****************************************************************
      * Main Process Routine - Validate The Request, Fetch The Hit,   *
      * Then Apply The Reviewer's Verdict                             *
      *****************************************************************
       B000-MAIN.
           PERFORM B005-CHECK-ENTITLEMENT
           IF CA-RESP-CODE = SPACES
               PERFORM B010-VALIDATE-REQUEST
           END-IF
           IF CA-RESP-CODE = SPACES
               IF WS-ACTION-NEXT
                   PERFORM B015-FETCH-OLDEST-HIT
               ELSE
                   PERFORM B020-FETCH-PENDING-HIT
               END-IF
           END-IF
           IF CA-RESP-CODE = SPACES
               EVALUATE TRUE
                   WHEN WS-ACTION-NEXT
                       SET CA-RESP-OK  TO TRUE
                       MOVE 'OLDEST PENDING WATCHLIST HIT'
                                       TO CA-RESP-MSG
                   WHEN WS-ACTION-FALSE-POS
                       PERFORM B030-RELEASE-FALSE-POS
                   WHEN WS-ACTION-TRUE-MTCH
                       PERFORM B040-CONFIRM-TRUE-MATCH
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
      * The Database - A VERDICT NAMES THE INSTRUCTION AND THE ENTRY  *
      *****************************************************************
       B010-VALIDATE-REQUEST.
           MOVE CA-REQ-ACTION          TO WS-REQ-ACTION
           IF NOT WS-ACTION-VALID
               SET CA-RESP-BAD-INPUT   TO TRUE
               MOVE 'ACTION MUST BE N (NEXT), F (FALSE POS) OR T (TRUE)'
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
           ELSE IF CA-WL-ENTRY-ID = SPACES OR LOW-VALUES
               SET CA-RESP-BAD-INPUT   TO TRUE
               MOVE 'WL-ENTRY-ID IS REQUIRED'
                                       TO CA-RESP-MSG
           END-IF
           .
      *****************************************************************
      * The Oldest Pending Hit On The Queue - WORKED FIRST IN, FIRST  *
      * OUT                                                           *
      *****************************************************************
       B015-FETCH-OLDEST-HIT.
           EXEC SQL
               SELECT CUST_CTRY, CUST_INSTT, CUST_ID, INSTR_REF_NUM,
                      WL_ENTRY_ID, WL_NAME, SCRN_PGM,
                      BENE_NAM, BENE_ADDR1, BENE_ADDR2, BENE_ADDR3,
                      CHAR(HIT_TS)
               INTO   :TABWLHT-CUST-CTRY, :TABWLHT-CUST-INSTT,
                      :TABWLHT-CUST-ID, :TABWLHT-INSTR-REF-NUM,
                      :TABWLHT-WL-ENTRY-ID, :TABWLHT-WL-NAME,
                      :TABWLHT-SCRN-PGM,
                      :TABWLHT-BENE-NAM, :TABWLHT-BENE-ADDR1,
                      :TABWLHT-BENE-ADDR2, :TABWLHT-BENE-ADDR3,
                      :TABWLHT-HIT-TS
               FROM   TABWLHT
               WHERE  HIT_STAT = 'P'
               ORDER BY HIT_TS
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   PERFORM B025-ECHO-HIT
               WHEN 100
                   SET CA-RESP-NOT-FOUND TO TRUE
                   MOVE 'NO WATCHLIST HITS PENDING REVIEW'
                                       TO CA-RESP-MSG
               WHEN OTHER
                   SET CA-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR READING WATCHLIST HIT QUEUE'
                                       TO CA-RESP-MSG
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * The Pending Hit Being Ruled On - THE LATEST ONE RAISED FOR    *
      * THIS INSTRUCTION AND ENTRY, SO THE SCREEN ECHOES THE          *
      * BENEFICIARY LINES AS THEY NOW STAND                           *
      *****************************************************************
       B020-FETCH-PENDING-HIT.
           EXEC SQL
               SELECT CUST_CTRY, CUST_INSTT, CUST_ID, INSTR_REF_NUM,
                      WL_ENTRY_ID, WL_NAME, SCRN_PGM,
                      BENE_NAM, BENE_ADDR1, BENE_ADDR2, BENE_ADDR3,
                      CHAR(HIT_TS)
               INTO   :TABWLHT-CUST-CTRY, :TABWLHT-CUST-INSTT,
                      :TABWLHT-CUST-ID, :TABWLHT-INSTR-REF-NUM,
                      :TABWLHT-WL-ENTRY-ID, :TABWLHT-WL-NAME,
                      :TABWLHT-SCRN-PGM,
                      :TABWLHT-BENE-NAM, :TABWLHT-BENE-ADDR1,
                      :TABWLHT-BENE-ADDR2, :TABWLHT-BENE-ADDR3,
                      :TABWLHT-HIT-TS
               FROM   TABWLHT
               WHERE  CUST_CTRY     = :CA-CUST-CTRY
                AND   CUST_INSTT    = :CA-CUST-INSTT
                AND   CUST_ID       = :CA-CUST-ID
                AND   INSTR_REF_NUM = :CA-INSTR-REF-NUM
                AND   WL_ENTRY_ID   = :CA-WL-ENTRY-ID
                AND   HIT_STAT      = 'P'
               ORDER BY HIT_TS DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   PERFORM B025-ECHO-HIT
               WHEN 100
                   SET CA-RESP-NOT-FOUND TO TRUE
                   MOVE 'NO PENDING WATCHLIST HIT FOR THIS INSTRUCTION'
                                       TO CA-RESP-MSG
               WHEN OTHER
                   SET CA-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR READING WATCHLIST HIT QUEUE'
                                       TO CA-RESP-MSG
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * Echo The Hit Back To The Review Screen                        *
      *****************************************************************
       B025-ECHO-HIT.
           MOVE TABWLHT-CUST-CTRY      TO CA-CUST-CTRY
           MOVE TABWLHT-CUST-INSTT     TO CA-CUST-INSTT
           MOVE TABWLHT-CUST-ID        TO CA-CUST-ID
           MOVE TABWLHT-INSTR-REF-NUM  TO CA-INSTR-REF-NUM
           MOVE TABWLHT-WL-ENTRY-ID    TO CA-WL-ENTRY-ID
           MOVE TABWLHT-WL-NAME        TO CA-WL-NAME
           MOVE TABWLHT-SCRN-PGM       TO CA-SCRN-PGM
           MOVE TABWLHT-BENE-NAM       TO CA-BENE-NAM
           MOVE TABWLHT-BENE-ADDR1     TO CA-BENE-ADDR1
           MOVE TABWLHT-BENE-ADDR2     TO CA-BENE-ADDR2
           MOVE TABWLHT-BENE-ADDR3     TO CA-BENE-ADDR3
           MOVE TABWLHT-HIT-TS         TO CA-HIT-TS
           .
      *****************************************************************
      * False Positive - Close The Entry's Pending Hits On This       *
      * Instruction With The Reviewer's Id, Then Put A Parked         *
      * Instruction Back Into The Export Once Nothing Else Is Pending *
      * On It. ONE UNIT OF WORK WITH THE AUDIT ROW                    *
      *****************************************************************
       B030-RELEASE-FALSE-POS.
           MOVE 'F'                    TO WS-HIT-STAT
           PERFORM B035-CLOSE-HIT-ROWS
           IF CA-RESP-CODE = SPACES
               MOVE ZEROS              TO WS-PEND-CNT
               EXEC SQL
                   SELECT COUNT(*)
                   INTO   :WS-PEND-CNT
                   FROM   TABWLHT
                   WHERE  CUST_CTRY     = :CA-CUST-CTRY
                    AND   CUST_INSTT    = :CA-CUST-INSTT
                    AND   CUST_ID       = :CA-CUST-ID
                    AND   INSTR_REF_NUM = :CA-INSTR-REF-NUM
                    AND   HIT_STAT      = 'P'
               END-EXEC
               IF SQLCODE NOT = 0
                   SET CA-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR READING WATCHLIST HIT QUEUE'
                                       TO CA-RESP-MSG
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   PERFORM X490-PROC-SQL-ERROR
               END-IF
           END-IF
           IF CA-RESP-CODE = SPACES AND WS-PEND-CNT > 0
               SET CA-RESP-OK          TO TRUE
               MOVE 'FALSE POSITIVE RELEASED - OTHER HITS STILL PENDING'
                                       TO CA-RESP-MSG
           END-IF
      * A CHANGE STILL WAITING FOR ITS SECOND USER KEEPS THE
      * INSTRUCTION OUT OF THE EXPORT AS 'P'
           IF CA-RESP-CODE = SPACES
               MOVE ZEROS              TO WS-PEND-REL-CNT
               EXEC SQL
                   SELECT COUNT(*)
                   INTO   :WS-PEND-REL-CNT
                   FROM   TABPREL
                   WHERE  CUST_CTRY     = :CA-CUST-CTRY
                    AND   CUST_INSTT    = :CA-CUST-INSTT
                    AND   CUST_ID       = :CA-CUST-ID
                    AND   INSTR_REF_NUM = :CA-INSTR-REF-NUM
                    AND   REQ_STAT      = 'P'
               END-EXEC
               IF SQLCODE NOT = 0
                   SET CA-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR READING RELEASE QUEUE'
                                       TO CA-RESP-MSG
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   PERFORM X490-PROC-SQL-ERROR
               ELSE IF WS-PEND-REL-CNT > 0
                   MOVE 'P'            TO WS-NEW-INSTR-STAT
               ELSE
                   MOVE 'A'            TO WS-NEW-INSTR-STAT
               END-IF
           END-IF
           IF CA-RESP-CODE = SPACES
               EXEC SQL
                   UPDATE PAYMENTS.PAYMENT_INSTRUCTIONS
                   SET    INSTR_STAT    = :WS-NEW-INSTR-STAT
                   WHERE  CUST_CTRY     = :CA-CUST-CTRY
                    AND   CUST_INSTT    = :CA-CUST-INSTT
                    AND   CUST_ID       = :CA-CUST-ID
                    AND   INSTR_REF_NUM = :CA-INSTR-REF-NUM
                    AND   INSTR_STAT    = 'W'
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       SET CA-RESP-OK  TO TRUE
                       IF WS-NEW-INSTR-STAT = 'P'
                           MOVE 'FALSE POSITIVE RELEASED - AWAITS '
                                       TO CA-RESP-MSG
                           MOVE 'SECOND USER'
                                       TO CA-RESP-MSG(34:11)
                       ELSE
                           MOVE 'FALSE POSITIVE RELEASED - BACK IN '
                                       TO CA-RESP-MSG
                           MOVE 'EXPORT'
                                       TO CA-RESP-MSG(35:6)
                       END-IF
                   WHEN 100
      * NOT PARKED - SUSPENDED, BLOCKED OR CANCELLED SINCE THE HIT;
      * ONLY THE QUEUE ROW IS CLOSED
                       SET CA-RESP-OK  TO TRUE
                       MOVE 'FALSE POSITIVE RELEASED - NOT PARKED'
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
      * Close The Entry's Pending Hit Rows On This Instruction With   *
      * The Verdict, The Reviewer's Id And Time                       *
      *****************************************************************
       B035-CLOSE-HIT-ROWS.
           MOVE EIBUSERID              TO TABWLHT-RVW-USERID
           EXEC SQL
               UPDATE TABWLHT
               SET    HIT_STAT   = :WS-HIT-STAT,
                      RVW_USERID = :TABWLHT-RVW-USERID,
                      RVW_TS     = CHAR(CURRENT TIMESTAMP)
               WHERE  CUST_CTRY     = :CA-CUST-CTRY
                AND   CUST_INSTT    = :CA-CUST-INSTT
                AND   CUST_ID       = :CA-CUST-ID
                AND   INSTR_REF_NUM = :CA-INSTR-REF-NUM
                AND   WL_ENTRY_ID   = :CA-WL-ENTRY-ID
                AND   HIT_STAT      = 'P'
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET CA-RESP-NOT-FOUND TO TRUE
                   MOVE 'NO PENDING WATCHLIST HIT FOR THIS INSTRUCTION'
                                       TO CA-RESP-MSG
               WHEN OTHER
                   SET CA-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR CLOSING WATCHLIST HIT'
                                       TO CA-RESP-MSG
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * True Match - Close The Hit And Block The Instruction As 'B'.  *
      * NOTHING RELEASES A BLOCKED INSTRUCTION - PAYIMNTC ONLY        *
      * RELEASES 'S' AND THIS PROGRAM ONLY 'W'                        *
      *****************************************************************
       B040-CONFIRM-TRUE-MATCH.
           MOVE 'T'                    TO WS-HIT-STAT
           PERFORM B035-CLOSE-HIT-ROWS
           IF CA-RESP-CODE = SPACES
               EXEC SQL
                   UPDATE PAYMENTS.PAYMENT_INSTRUCTIONS
                   SET    INSTR_STAT    = 'B'
                   WHERE  CUST_CTRY     = :CA-CUST-CTRY
                    AND   CUST_INSTT    = :CA-CUST-INSTT
                    AND   CUST_ID       = :CA-CUST-ID
                    AND   INSTR_REF_NUM = :CA-INSTR-REF-NUM
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       SET CA-RESP-OK  TO TRUE
                       MOVE 'TRUE MATCH CONFIRMED - INSTRUCTION BLOCKED'
                                       TO CA-RESP-MSG
                   WHEN 100
                       SET CA-RESP-OK  TO TRUE
                       MOVE 'TRUE MATCH CONFIRMED - NOT ON FILE'
                                       TO CA-RESP-MSG
                   WHEN OTHER
                       SET CA-RESP-SQL-ERROR TO TRUE
                       MOVE 'DATABASE ERROR BLOCKING INSTRUCTION'
                                       TO CA-RESP-MSG
                       EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                       PERFORM X490-PROC-SQL-ERROR
               END-EVALUATE
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
