       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTLMNTC.
       AUTHOR. RISHI SHARMA.
       DATE-WRITTEN. OCT,2026.
       DATE-COMPILED. OCT,2026.
       INSTALLATION. Nowhere.
      *****************************************************************
      * ONLINE CICS ENTITLEMENT-ADMINISTRATION TRANSACTION, IN THE    *
      * ACCTMNTC/ACCTAPRC STYLE - THE CONTROLLED PATH THAT REPLACES   *
      * HAND-RUN SQL AGAINST TABUENT. A MAKER ASKS TO GRANT A USER A  *
      * FUNCTION CODE (ACTION G), CHANGE THE ROLE IT IS HELD UNDER    *
      * (ACTION C) OR REVOKE IT (ACTION V); THE REQUEST QUEUES ON      *
      * TABUEPQ AS PENDING. A SECOND, DIFFERENT USER APPROVES (A) OR  *
      * REJECTS (R) IT, AND ONLY THE APPROVAL TOUCHES TABUENT. NO ONE *
      * MAY RAISE OR APPROVE A GRANT OR ROLE CHANGE FOR THEIR OWN     *
      * USERID - THE ACTING USER IS ALWAYS THE SIGNED-ON EIBUSERID,   *
      * NEVER A FIELD THE TERMINAL CAN FILL IN                        *
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
           05 WS-AUTH-FUNC            PIC X(8) VALUE 'ENTLADMN'.
           05 WS-JOBEND-MSG           PIC X(80) VALUE SPACES.
           05 WS-ACTING-USER-ID       PIC X(20).
           05 WS-PEND-REQ-CNT         PIC S9(9) COMP VALUE +0.
      *****************************************************************
      * VALID INCOMING ACTIONS ACCEPTED FROM THE TERMINAL - G, C AND  *
      * V ARE THE MAKER'S, A AND R THE CHECKER'S                      *
      *****************************************************************
           05 WS-REQ-ACTION           PIC X(1).
               88 WS-ACTION-VALID     VALUES 'G' 'C' 'V' 'A' 'R'.
               88 WS-ACTION-MAKER     VALUES 'G' 'C' 'V'.
               88 WS-ACTION-GRANT     VALUE 'G'.
               88 WS-ACTION-CHG-ROLE  VALUE 'C'.
               88 WS-ACTION-REVOKE    VALUE 'V'.
               88 WS-ACTION-APPROVE   VALUE 'A'.
               88 WS-ACTION-REJECT    VALUE 'R'.
      *****************************************************************
      * CURRENT STANDING OF THE ENTITLEMENT BEING MAINTAINED          *
      *****************************************************************
           05 WS-ENT-FOUND-SW         PIC X(1).
               88 WS-ENT-FOUND        VALUE 'Y'.
               88 WS-ENT-NOT-FOUND    VALUE 'N'.
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
               INCLUDE TABUENTW
           END-EXEC.
           EXEC SQL
               INCLUDE TABUEPQW
           END-EXEC.
       77 FILLER                PIC X(30) VALUE
               'END OF WORKING STORAGE SECTION'.
      *****************************************************************
      * LINKAGE SECTION                                               *
      *****************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  CA-REQ-ACTION           PIC X(1).
           05  CA-ENT-USER-ID          PIC X(8).
           05  CA-FUNC-COD             PIC X(8).
           05  CA-ROLE-COD             PIC X(8).
      *****************************************************************
      * THE PENDING REQUEST IS ECHOED BACK SO THE QUEUE SCREEN CAN    *
      * SHOW THE CHECKER WHAT THEY JUST ACTIONED                      *
      *****************************************************************
           05  CA-CHG-ACTION           PIC X(1).
           05  CA-OLD-ROLE-COD         PIC X(8).
           05  CA-NEW-ROLE-COD         PIC X(8).
           05  CA-MAKER-USER-ID        PIC X(20).
           05  CA-RESP-CODE            PIC X(2).
               88  CA-RESP-OK          VALUE '00'.
               88  CA-RESP-BAD-INPUT   VALUE '01'.
               88  CA-RESP-NOT-FOUND   VALUE '02'.
               88  CA-RESP-SQL-ERROR   VALUE '03'.
               88  CA-RESP-DUP-PEND    VALUE '04'.
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
           MOVE 'ENTLMNTC'             TO WS-PROG-NAM
           IF EIBCALEN > 0
               MOVE SPACES             TO CA-RESP-CODE
                                          CA-RESP-MSG
           END-IF
           .
      *****************************************************************
      * Main Process Routine - Validate, Then Run The Requested       *
      * Entitlement Action                                            *
      *****************************************************************
       B000-MAIN.
           MOVE EIBUSERID              TO WS-ACTING-USER-ID
           PERFORM B005-CHECK-ENTITLEMENT
           IF CA-RESP-CODE = SPACES
               PERFORM B010-VALIDATE-REQUEST
           END-IF
           IF CA-RESP-CODE = SPACES
               IF WS-ACTION-MAKER
                   PERFORM B020-REQUEST-CHANGE
               ELSE
                   PERFORM B060-FETCH-PENDING-REQ
                   IF CA-RESP-CODE = SPACES
                       IF WS-ACTION-APPROVE
                           PERFORM B070-APPLY-APPROVAL
                       ELSE
                           MOVE 'R'    TO TABUEPQ-REQ-STAT
                           PERFORM B080-CLOSE-QUEUE-ROW
                       END-IF
                   END-IF
               END-IF
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
      * The Database - A GRANT OR ROLE CHANGE NAMES THE ROLE, AND     *
      * NOBODY RAISES ONE FOR THEIR OWN USERID                        *
      *****************************************************************
       B010-VALIDATE-REQUEST.
           MOVE CA-REQ-ACTION          TO WS-REQ-ACTION
           IF NOT WS-ACTION-VALID
               SET CA-RESP-BAD-INPUT   TO TRUE
               MOVE 'ACTION MUST BE G, C, V, A OR R'
                                       TO CA-RESP-MSG
           ELSE IF CA-ENT-USER-ID = SPACES OR LOW-VALUES
               SET CA-RESP-BAD-INPUT   TO TRUE
               MOVE 'USERID TO BE ENTITLED IS REQUIRED'
                                       TO CA-RESP-MSG
           ELSE IF CA-FUNC-COD = SPACES OR LOW-VALUES
               SET CA-RESP-BAD-INPUT   TO TRUE
               MOVE 'FUNC-COD IS REQUIRED'
                                       TO CA-RESP-MSG
           ELSE IF (WS-ACTION-GRANT OR WS-ACTION-CHG-ROLE)
               AND (CA-ROLE-COD = SPACES OR LOW-VALUES)
               SET CA-RESP-BAD-INPUT   TO TRUE
               MOVE 'ROLE-COD IS REQUIRED TO GRANT OR CHANGE A ROLE'
                                       TO CA-RESP-MSG
           ELSE IF (WS-ACTION-GRANT OR WS-ACTION-CHG-ROLE)
               AND CA-ENT-USER-ID = WS-ACTING-USER-ID
               SET CA-RESP-SAME-USER   TO TRUE
               MOVE 'YOU MAY NOT GRANT ENTITLEMENTS TO YOURSELF'
                                       TO CA-RESP-MSG
           END-IF
           .
      *****************************************************************
      * Maker - The Entitlement Must Be In A State The Action Makes   *
      * Sense For, And Only One Pending Change Per User And Function  *
      * Is Allowed So Two Makers Cannot Race Each Other               *
      *****************************************************************
       B020-REQUEST-CHANGE.
           PERFORM B025-READ-ENTITLEMENT
           IF CA-RESP-CODE = SPACES
               EVALUATE TRUE
                   WHEN WS-ACTION-GRANT
                    AND WS-ENT-FOUND
                    AND TABUENT-ENT-STAT = 'A'
                       SET CA-RESP-BAD-INPUT TO TRUE
                       MOVE 'USER ALREADY HOLDS THIS FUNCTION - USE C'
                                       TO CA-RESP-MSG
                   WHEN WS-ACTION-GRANT
                       CONTINUE
                   WHEN WS-ENT-NOT-FOUND
                   WHEN TABUENT-ENT-STAT NOT = 'A'
                       SET CA-RESP-NOT-FOUND TO TRUE
                       MOVE 'USER DOES NOT HOLD THIS FUNCTION'
                                       TO CA-RESP-MSG
                   WHEN WS-ACTION-CHG-ROLE
                    AND TABUENT-ROLE-COD = CA-ROLE-COD
                       SET CA-RESP-BAD-INPUT TO TRUE
                       MOVE 'FUNCTION IS ALREADY HELD UNDER THIS ROLE'
                                       TO CA-RESP-MSG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF CA-RESP-CODE = SPACES
               PERFORM B040-CHECK-PENDING-REQ
           END-IF
           IF CA-RESP-CODE = SPACES
               PERFORM B050-INSERT-PENDING-REQ
           END-IF
           .
      *****************************************************************
      * Read The User's Current Row For The Function, If Any          *
      *****************************************************************
       B025-READ-ENTITLEMENT.
           MOVE SPACES                 TO TABUENT-ROLE-COD
                                          TABUENT-ENT-STAT
           EXEC SQL
               SELECT ROLE_COD,
                      ENT_STAT
               INTO   :TABUENT-ROLE-COD,
                      :TABUENT-ENT-STAT
               FROM   TABUENT
               WHERE  USERID   = :CA-ENT-USER-ID
                AND   FUNC_COD = :CA-FUNC-COD
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   SET WS-ENT-FOUND    TO TRUE
               WHEN 100
                   SET WS-ENT-NOT-FOUND TO TRUE
               WHEN OTHER
                   SET CA-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR READING ENTITLEMENTS'
                                       TO CA-RESP-MSG
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * Refuse A Second Pending Change Against The Same Entitlement   *
      *****************************************************************
       B040-CHECK-PENDING-REQ.
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-PEND-REQ-CNT
               FROM   TABUEPQ
               WHERE  USERID   = :CA-ENT-USER-ID
                AND   FUNC_COD = :CA-FUNC-COD
                AND   REQ_STAT = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
               SET CA-RESP-SQL-ERROR   TO TRUE
               MOVE 'DATABASE ERROR READING ENTITLEMENT QUEUE'
                                       TO CA-RESP-MSG
               PERFORM X490-PROC-SQL-ERROR
           ELSE
               IF WS-PEND-REQ-CNT > 0
                   SET CA-RESP-DUP-PEND TO TRUE
                   MOVE 'ENTITLEMENT CHANGE ALREADY PENDING APPROVAL'
                                       TO CA-RESP-MSG
               END-IF
           END-IF
           .
      *****************************************************************
      * Write The Pending Queue Row - The Signed-On User Is Stamped   *
      * As MAKER; TABUENT ITSELF IS CHANGED ONLY BY THE APPROVER      *
      *****************************************************************
       B050-INSERT-PENDING-REQ.
           MOVE CA-ENT-USER-ID         TO TABUEPQ-USERID
           MOVE CA-FUNC-COD            TO TABUEPQ-FUNC-COD
           MOVE WS-REQ-ACTION          TO TABUEPQ-CHG-ACTION
           IF WS-ENT-FOUND AND TABUENT-ENT-STAT = 'A'
               MOVE TABUENT-ROLE-COD   TO TABUEPQ-OLD-ROLE-COD
           ELSE
               MOVE SPACES             TO TABUEPQ-OLD-ROLE-COD
           END-IF
           IF WS-ACTION-REVOKE
               MOVE SPACES             TO TABUEPQ-NEW-ROLE-COD
           ELSE
               MOVE CA-ROLE-COD        TO TABUEPQ-NEW-ROLE-COD
           END-IF
           MOVE WS-ACTING-USER-ID      TO TABUEPQ-REQ-USERID
           EXEC SQL
               INSERT INTO TABUEPQ
                   (USERID, FUNC_COD, CHG_ACTION,
                    OLD_ROLE_COD, NEW_ROLE_COD,
                    REQ_USERID, REQ_TS,
                    APRV_USERID, APRV_TS, REQ_STAT)
               VALUES
                   (:TABUEPQ-USERID, :TABUEPQ-FUNC-COD,
                    :TABUEPQ-CHG-ACTION,
                    :TABUEPQ-OLD-ROLE-COD, :TABUEPQ-NEW-ROLE-COD,
                    :TABUEPQ-REQ-USERID, CURRENT TIMESTAMP,
                    ' ', ' ', 'P')
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE TABUEPQ-CHG-ACTION   TO CA-CHG-ACTION
                   MOVE TABUEPQ-OLD-ROLE-COD TO CA-OLD-ROLE-COD
                   MOVE TABUEPQ-NEW-ROLE-COD TO CA-NEW-ROLE-COD
                   MOVE TABUEPQ-REQ-USERID   TO CA-MAKER-USER-ID
                   SET CA-RESP-OK      TO TRUE
                   MOVE 'ENTITLEMENT CHANGE QUEUED FOR APPROVAL'
                                       TO CA-RESP-MSG
                   EXEC CICS SYNCPOINT END-EXEC
               WHEN OTHER
                   SET CA-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR QUEUEING ENTITLEMENT CHANGE'
                                       TO CA-RESP-MSG
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * Checker - Fetch The Pending Row And Enforce Four Eyes: The    *
      * Checker May Be Neither The Maker Nor The User Being Entitled  *
      *****************************************************************
       B060-FETCH-PENDING-REQ.
           EXEC SQL
               SELECT CHG_ACTION,
                      OLD_ROLE_COD,
                      NEW_ROLE_COD,
                      REQ_USERID
               INTO   :TABUEPQ-CHG-ACTION,
                      :TABUEPQ-OLD-ROLE-COD,
                      :TABUEPQ-NEW-ROLE-COD,
                      :TABUEPQ-REQ-USERID
               FROM   TABUEPQ
               WHERE  USERID   = :CA-ENT-USER-ID
                AND   FUNC_COD = :CA-FUNC-COD
                AND   REQ_STAT = 'P'
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE TABUEPQ-CHG-ACTION   TO CA-CHG-ACTION
                   MOVE TABUEPQ-OLD-ROLE-COD TO CA-OLD-ROLE-COD
                   MOVE TABUEPQ-NEW-ROLE-COD TO CA-NEW-ROLE-COD
                   MOVE TABUEPQ-REQ-USERID   TO CA-MAKER-USER-ID
                   IF WS-ACTING-USER-ID = TABUEPQ-REQ-USERID
                       SET CA-RESP-SAME-USER TO TRUE
                       MOVE 'APPROVER MUST DIFFER FROM REQUESTER'
                                       TO CA-RESP-MSG
                   ELSE IF WS-ACTING-USER-ID = CA-ENT-USER-ID
                       SET CA-RESP-SAME-USER TO TRUE
                       MOVE 'YOU MAY NOT APPROVE YOUR OWN ENTITLEMENTS'
                                       TO CA-RESP-MSG
                   END-IF
               WHEN 100
                   SET CA-RESP-NOT-FOUND TO TRUE
                   MOVE 'NO PENDING CHANGE FOR THIS ENTITLEMENT'
                                       TO CA-RESP-MSG
               WHEN OTHER
                   SET CA-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR READING ENTITLEMENT QUEUE'
                                       TO CA-RESP-MSG
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * Approve - Apply The TABUENT Change, Then Close The Queue Row  *
      * With Both User Ids On It. ONE UNIT OF WORK - EITHER BOTH LAND *
      * OR NEITHER DOES. A GRANT REACTIVATES A REVOKED ROW WHERE ONE  *
      * EXISTS, OTHERWISE INSERTS A NEW ONE                           *
      *****************************************************************
       B070-APPLY-APPROVAL.
           EVALUATE TABUEPQ-CHG-ACTION
               WHEN 'G'
                   EXEC SQL
                       UPDATE TABUENT
                       SET    ROLE_COD = :TABUEPQ-NEW-ROLE-COD,
                              ENT_STAT = 'A'
                       WHERE  USERID   = :CA-ENT-USER-ID
                        AND   FUNC_COD = :CA-FUNC-COD
                   END-EXEC
                   IF SQLCODE = 100
                       EXEC SQL
                           INSERT INTO TABUENT
                               (USERID, ROLE_COD, FUNC_COD, ENT_STAT)
                           VALUES
                               (:CA-ENT-USER-ID,
                                :TABUEPQ-NEW-ROLE-COD,
                                :CA-FUNC-COD, 'A')
                       END-EXEC
                   END-IF
               WHEN 'C'
                   EXEC SQL
                       UPDATE TABUENT
                       SET    ROLE_COD = :TABUEPQ-NEW-ROLE-COD
                       WHERE  USERID   = :CA-ENT-USER-ID
                        AND   FUNC_COD = :CA-FUNC-COD
                        AND   ENT_STAT = 'A'
                   END-EXEC
               WHEN OTHER
                   EXEC SQL
                       UPDATE TABUENT
                       SET    ENT_STAT = 'R'
                       WHERE  USERID   = :CA-ENT-USER-ID
                        AND   FUNC_COD = :CA-FUNC-COD
                        AND   ENT_STAT = 'A'
                   END-EXEC
           END-EVALUATE

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'A'            TO TABUEPQ-REQ-STAT
                   PERFORM B080-CLOSE-QUEUE-ROW
               WHEN 100
                   SET CA-RESP-NOT-FOUND TO TRUE
                   MOVE 'USER NO LONGER HOLDS THIS FUNCTION'
                                       TO CA-RESP-MSG
               WHEN OTHER
                   SET CA-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR UPDATING ENTITLEMENTS'
                                       TO CA-RESP-MSG
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * Close The Queue Row As Approved Or Rejected With The Checker's*
      * Id And Time - A REJECTION LEAVES TABUENT UNTOUCHED            *
      *****************************************************************
       B080-CLOSE-QUEUE-ROW.
           MOVE WS-ACTING-USER-ID      TO TABUEPQ-APRV-USERID
           EXEC SQL
               UPDATE TABUEPQ
               SET    REQ_STAT    = :TABUEPQ-REQ-STAT,
                      APRV_USERID = :TABUEPQ-APRV-USERID,
                      APRV_TS     = CHAR(CURRENT TIMESTAMP)
               WHERE  USERID   = :CA-ENT-USER-ID
                AND   FUNC_COD = :CA-FUNC-COD
                AND   REQ_STAT = 'P'
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   SET CA-RESP-OK      TO TRUE
                   IF TABUEPQ-REQ-STAT = 'A'
                       MOVE 'ENTITLEMENT CHANGE APPROVED AND APPLIED'
                                       TO CA-RESP-MSG
                   ELSE
                       MOVE 'ENTITLEMENT CHANGE REJECTED'
                                       TO CA-RESP-MSG
                   END-IF
                   EXEC CICS SYNCPOINT END-EXEC
               WHEN 100
                   SET CA-RESP-NOT-FOUND TO TRUE
                   MOVE 'NO PENDING CHANGE FOR THIS ENTITLEMENT'
                                       TO CA-RESP-MSG
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               WHEN OTHER
                   SET CA-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR CLOSING QUEUE ROW'
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
