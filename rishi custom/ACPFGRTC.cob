       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACPFGRTC.
       AUTHOR. RISHI SHARMA.
       DATE-WRITTEN. OCT,2026.
       DATE-COMPILED. OCT,2026.
       INSTALLATION. Nowhere.
      *****************************************************************
      * ONLINE CICS PERMISSION GRANT/REVOKE TRANSACTION, IN THE       *
      * ACCTMNTC/ACCTAPRC STYLE - THE CONTROLLED PATH THAT REPLACES   *
      * HAND-RUN SQL FOR ADDING A JOINT HOLDER OR CORPORATE SIGNATORY *
      * TO AN ACCOUNT. A MAKER ASKS TO GRANT A CUSTOMER A TABACCPF    *
      * PERMISSION ON AN ACCOUNT WITH ITS CST_TYP_COD (ACTION G) OR   *
      * TO REVOKE AN EXISTING ONE (ACTION V); THE REQUEST QUEUES ON   *
      * TABPFPQ AS PENDING. A GRANT IS REFUSED UNLESS THE ACCOUNT IS  *
      * ON TABACCNT AND THE CUSTOMER ON TABCUST AND NEITHER IS        *
      * CLOSED, SO NO NEW ORPHANS ARE MADE FOR ACPFRECC TO FIND; THE  *
      * CHECK IS REPEATED AT APPROVAL. A SECOND, DIFFERENT USER       *
      * APPROVES (A) OR REJECTS (R) THE REQUEST, AND ONLY THE         *
      * APPROVAL INSERTS OR DELETES THE TABACCPF ROW. TABPFPQ KEEPS   *
      * EVERY REQUEST AND DECISION AS THE AUDIT TRAIL. STATUS CHANGES *
      * ON AN EXISTING ROW STAY WITH ACPFMNTC                         *
      * A GRANT MAKES THE ACH FEATURES ACTIVE, SO IT IS ALSO REFUSED  *
      * WHEN PRDELGC FINDS THE ACCOUNT'S PRODUCT MAY NOT CARRY ACH,   *
      * AT REQUEST AND AGAIN AT APPROVAL                              *
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
           05 WS-AUTH-FUNC            PIC X(8) VALUE 'ACPFGRNT'.
           05 WS-PELG-PGM             PIC X(8) VALUE 'PRDELGC'.
           05 WS-JOBEND-MSG           PIC X(80) VALUE SPACES.
           05 WS-ACTING-USER-ID       PIC X(20).
           05 WS-PEND-REQ-CNT         PIC S9(9) COMP VALUE +0.
      *****************************************************************
      * VALID INCOMING ACTIONS ACCEPTED FROM THE TERMINAL - G AND V   *
      * ARE THE MAKER'S, A AND R THE CHECKER'S                        *
      *****************************************************************
           05 WS-REQ-ACTION           PIC X(1).
               88 WS-ACTION-VALID     VALUES 'G' 'V' 'A' 'R'.
               88 WS-ACTION-MAKER     VALUES 'G' 'V'.
               88 WS-ACTION-GRANT     VALUE 'G'.
               88 WS-ACTION-REVOKE    VALUE 'V'.
               88 WS-ACTION-APPROVE   VALUE 'A'.
               88 WS-ACTION-REJECT    VALUE 'R'.
      *****************************************************************
      * CURRENT STANDING OF THE PERMISSION BEING MAINTAINED           *
      *****************************************************************
           05 WS-PERM-FOUND-SW        PIC X(1).
               88 WS-PERM-FOUND       VALUE 'Y'.
               88 WS-PERM-NOT-FOUND   VALUE 'N'.
      *****************************************************************
      *   COPYBOOKS                                                   *
      *****************************************************************
       COPY IBRFDCW.
       COPY IBRAUTHW.
       COPY IBRPELGW.

      *****************************************************************
      *      DB2 TABLE DECLARATION                                    *
      *****************************************************************
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE TABACPFW
           END-EXEC.
           EXEC SQL
               INCLUDE TABACCW
           END-EXEC.
           EXEC SQL
               INCLUDE TABCSTW
           END-EXEC.
           EXEC SQL
               INCLUDE TABPFPQW
           END-EXEC.
       77 FILLER                PIC X(30) VALUE
               'END OF WORKING STORAGE SECTION'.
      *****************************************************************
      * LINKAGE SECTION                                               *
      *****************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  CA-REQ-ACTION           PIC X(1).
           05  CA-ACC-CTRY             PIC X(2).
           05  CA-ACC-INSTT            PIC X(4).
           05  CA-ACC-NO               PIC X(35).
           05  CA-CST-CTRY             PIC X(3).
           05  CA-CST-INSTT            PIC X(10).
           05  CA-CST-ID               PIC X(20).
           05  CA-CST-TYP-COD          PIC X(10).
      *****************************************************************
      * THE PENDING REQUEST IS ECHOED BACK SO THE QUEUE SCREEN CAN    *
      * SHOW THE CHECKER WHAT THEY JUST ACTIONED                      *
      *****************************************************************
           05  CA-CHG-ACTION           PIC X(1).
           05  CA-REQ-CST-TYP-COD      PIC X(10).
           05  CA-OLD-ACPF-STAT        PIC X(1).
           05  CA-MAKER-USER-ID        PIC X(20).
           05  CA-RESP-CODE            PIC X(2).
               88  CA-RESP-OK          VALUE '00'.
               88  CA-RESP-BAD-INPUT   VALUE '01'.
               88  CA-RESP-NOT-FOUND   VALUE '02'.
               88  CA-RESP-SQL-ERROR   VALUE '03'.
               88  CA-RESP-DUP-PEND    VALUE '04'.
               88  CA-RESP-SAME-USER   VALUE '05'.
               88  CA-RESP-NOT-AUTH    VALUE '06'.
               88  CA-RESP-CLOSED      VALUE '07'.
               88  CA-RESP-DUP-PERM    VALUE '08'.
               88  CA-RESP-INELIGIBLE-PROD VALUE '09'.
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
           MOVE 'ACPFGRTC'             TO WS-PROG-NAM
           IF EIBCALEN > 0
               MOVE SPACES             TO CA-RESP-CODE
                                          CA-RESP-MSG
           END-IF
           .
      *****************************************************************
      * Main Process Routine - Validate, Then Run The Requested       *
      * Permission Action                                             *
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
                           MOVE 'R'    TO TABPFPQ-REQ-STAT
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
      * The Database - BOTH KEYS IN FULL, AND A GRANT NAMES THE       *
      * CUSTOMER TYPE THE PERMISSION IS HELD UNDER                    *
      *****************************************************************
       B010-VALIDATE-REQUEST.
           MOVE CA-REQ-ACTION          TO WS-REQ-ACTION
           IF NOT WS-ACTION-VALID
               SET CA-RESP-BAD-INPUT   TO TRUE
               MOVE 'ACTION MUST BE G, V, A OR R'
                                       TO CA-RESP-MSG
           ELSE IF CA-ACC-CTRY  = SPACES OR LOW-VALUES
                OR CA-ACC-INSTT = SPACES OR LOW-VALUES
                OR CA-ACC-NO    = SPACES OR LOW-VALUES
               SET CA-RESP-BAD-INPUT   TO TRUE
               MOVE 'ACC-CTRY, ACC-INSTT AND ACC-NO ARE REQUIRED'
                                       TO CA-RESP-MSG
           ELSE IF CA-CST-CTRY  = SPACES OR LOW-VALUES
                OR CA-CST-INSTT = SPACES OR LOW-VALUES
                OR CA-CST-ID    = SPACES OR LOW-VALUES
               SET CA-RESP-BAD-INPUT   TO TRUE
               MOVE 'CST-CTRY, CST-INSTT AND CST-ID ARE REQUIRED'
                                       TO CA-RESP-MSG
           ELSE IF WS-ACTION-GRANT
               AND (CA-CST-TYP-COD = SPACES OR LOW-VALUES)
               SET CA-RESP-BAD-INPUT   TO TRUE
               MOVE 'CST-TYP-COD IS REQUIRED TO GRANT A PERMISSION'
                                       TO CA-RESP-MSG
           END-IF
           .
      *****************************************************************
      * Maker - A Grant Needs A Live Account And Customer And No Row  *
      * Yet; A Revoke Needs The Row. Only One Pending Request Per     *
      * Permission Is Allowed So Two Makers Cannot Race Each Other    *
      *****************************************************************
       B020-REQUEST-CHANGE.
           IF WS-ACTION-GRANT
               PERFORM B025-CHECK-ACCOUNT
               IF CA-RESP-CODE = SPACES
                   PERFORM B027-CHECK-ELIGIBILITY
               END-IF
               IF CA-RESP-CODE = SPACES
                   PERFORM B030-CHECK-CUSTOMER
               END-IF
           END-IF
           IF CA-RESP-CODE = SPACES
               PERFORM B035-READ-PERMISSION
           END-IF
           IF CA-RESP-CODE = SPACES
               IF WS-ACTION-GRANT AND WS-PERM-FOUND
                   SET CA-RESP-DUP-PERM TO TRUE
                   MOVE 'PERMISSION ALREADY ON FILE - USE ACPFMNTC'
                                       TO CA-RESP-MSG
               ELSE IF WS-ACTION-REVOKE AND WS-PERM-NOT-FOUND
                   SET CA-RESP-NOT-FOUND TO TRUE
                   MOVE 'NO SUCH PERMISSION ON FILE'
                                       TO CA-RESP-MSG
               END-IF
           END-IF
           IF CA-RESP-CODE = SPACES
               PERFORM B040-CHECK-PENDING-REQ
           END-IF
           IF CA-RESP-CODE = SPACES
               PERFORM B050-INSERT-PENDING-REQ
           END-IF
           .
      *****************************************************************
      * The Account Must Be On TABACCNT And Not Closed - ITS PRODUCT  *
      * TYPE IS KEPT FOR THE ELIGIBILITY CHECK                        *
      *****************************************************************
       B025-CHECK-ACCOUNT.
           EXEC SQL
               SELECT ACC_STAT,
                      ACC_PRODU_TYP
               INTO   :TABACCNT-ACC-STAT,
                      :TABACCNT-ACC-PRODU-TYP
               FROM   TABACCNT
               WHERE  ACC_CTRY  = :CA-ACC-CTRY
                AND   ACC_INSTT = :CA-ACC-INSTT
                AND   ACC_NO    = :CA-ACC-NO
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   IF TABACCNT-ACC-STAT = 'C'
                       SET CA-RESP-CLOSED TO TRUE
                       MOVE 'ACCOUNT IS CLOSED'
                                       TO CA-RESP-MSG
                   END-IF
               WHEN 100
                   SET CA-RESP-NOT-FOUND TO TRUE
                   MOVE 'ACCOUNT NOT FOUND ON TABACCNT'
                                       TO CA-RESP-MSG
               WHEN OTHER
                   SET CA-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR READING TABACCNT'
                                       TO CA-RESP-MSG
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * Ask PRDELGC Whether The Account's Product May Carry ACH - A   *
      * GRANT GOES ON WITH ACH ACTIVE                                 *
      *****************************************************************
       B027-CHECK-ELIGIBILITY.
           INITIALIZE WA-PELG-FLDS
           SET PELG-USE-ACH            TO TRUE
           MOVE CA-ACC-CTRY            TO PELG-AC-CTRY
           MOVE CA-ACC-INSTT           TO PELG-AC-INSTT
           MOVE TABACCNT-ACC-PRODU-TYP TO PELG-PRODU-TYP
           CALL WS-PELG-PGM USING WA-PELG-FLDS
               ON EXCEPTION
                   DISPLAY 'UNABLE TO CALL ELIGIBILITY-CHECK '
                       'SUBPROGRAM: ' WS-PELG-PGM
                   SET PELG-RESP-SQL-ERROR TO TRUE
                   MOVE 'ELIGIBILITY-CHECK SUBPROGRAM UNAVAILABLE'
                                       TO PELG-RESP-MSG
           END-CALL
           EVALUATE TRUE
               WHEN PELG-RESP-OK
                   CONTINUE
               WHEN PELG-RESP-BAD
                   SET CA-RESP-INELIGIBLE-PROD TO TRUE
                   STRING 'REFUSED - '  DELIMITED BY SIZE
                          PELG-RESP-MSG DELIMITED BY SIZE
                       INTO CA-RESP-MSG
                   END-STRING
               WHEN OTHER
                   SET CA-RESP-SQL-ERROR TO TRUE
                   MOVE PELG-RESP-MSG  TO CA-RESP-MSG
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * The Customer Must Be On TABCUST And Not Closed                *
      *****************************************************************
       B030-CHECK-CUSTOMER.
           EXEC SQL
               SELECT CUST_STAT
               INTO   :TABCUST-CUST-STAT
               FROM   TABCUST
               WHERE  CUST_CTRY  = :CA-CST-CTRY
                AND   CUST_INSTT = :CA-CST-INSTT
                AND   CUST_ID    = :CA-CST-ID
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   IF TABCUST-CUST-STAT = 'C'
                       SET CA-RESP-CLOSED TO TRUE
                       MOVE 'CUSTOMER IS CLOSED'
                                       TO CA-RESP-MSG
                   END-IF
               WHEN 100
                   SET CA-RESP-NOT-FOUND TO TRUE
                   MOVE 'CUSTOMER NOT FOUND ON TABCUST'
                                       TO CA-RESP-MSG
               WHEN OTHER
                   SET CA-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR READING TABCUST'
                                       TO CA-RESP-MSG
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * Read The Permission Row, If Any                               *
      *****************************************************************
       B035-READ-PERMISSION.
           MOVE SPACES                 TO TABACCPF-CST-TYP-COD
                                          TABACCPF-ACPF-STAT
           EXEC SQL
               SELECT CST_TYP_COD,
                      ACPF_STAT
               INTO   :TABACCPF-CST-TYP-COD,
                      :TABACCPF-ACPF-STAT
               FROM   TABACCPF
               WHERE  ACC_CTRY  = :CA-ACC-CTRY
                AND   ACC_INSTT = :CA-ACC-INSTT
                AND   ACC_NO    = :CA-ACC-NO
                AND   CST_CTRY  = :CA-CST-CTRY
                AND   CST_INSTT = :CA-CST-INSTT
                AND   CST_ID    = :CA-CST-ID
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   SET WS-PERM-FOUND   TO TRUE
               WHEN 100
                   SET WS-PERM-NOT-FOUND TO TRUE
               WHEN OTHER
                   SET CA-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR READING TABACCPF'
                                       TO CA-RESP-MSG
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * Refuse A Second Pending Request Against The Same Permission   *
      *****************************************************************
       B040-CHECK-PENDING-REQ.
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-PEND-REQ-CNT
               FROM   TABPFPQ
               WHERE  ACC_CTRY  = :CA-ACC-CTRY
                AND   ACC_INSTT = :CA-ACC-INSTT
                AND   ACC_NO    = :CA-ACC-NO
                AND   CST_CTRY  = :CA-CST-CTRY
                AND   CST_INSTT = :CA-CST-INSTT
                AND   CST_ID    = :CA-CST-ID
                AND   REQ_STAT  = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
               SET CA-RESP-SQL-ERROR   TO TRUE
               MOVE 'DATABASE ERROR READING PERMISSION QUEUE'
                                       TO CA-RESP-MSG
               PERFORM X490-PROC-SQL-ERROR
           ELSE
               IF WS-PEND-REQ-CNT > 0
                   SET CA-RESP-DUP-PEND TO TRUE
                   MOVE 'PERMISSION CHANGE ALREADY PENDING APPROVAL'
                                       TO CA-RESP-MSG
               END-IF
           END-IF
           .
      *****************************************************************
      * Write The Pending Queue Row - The Signed-On User Is Stamped   *
      * As MAKER; A REVOKE KEEPS THE ROW'S TYPE AND STATUS AS THEY    *
      * STOOD, SO THE TRAIL SHOWS WHAT WAS TAKEN AWAY                 *
      *****************************************************************
       B050-INSERT-PENDING-REQ.
           MOVE WS-REQ-ACTION          TO TABPFPQ-CHG-ACTION
           IF WS-ACTION-REVOKE
               MOVE TABACCPF-CST-TYP-COD TO TABPFPQ-CST-TYP-COD
               MOVE TABACCPF-ACPF-STAT TO TABPFPQ-OLD-ACPF-STAT
           ELSE
               MOVE CA-CST-TYP-COD     TO TABPFPQ-CST-TYP-COD
               MOVE SPACES             TO TABPFPQ-OLD-ACPF-STAT
           END-IF
           MOVE WS-ACTING-USER-ID      TO TABPFPQ-REQ-USERID
           EXEC SQL
               INSERT INTO TABPFPQ
                   (ACC_CTRY, ACC_INSTT, ACC_NO,
                    CST_CTRY, CST_INSTT, CST_ID,
                    CHG_ACTION, CST_TYP_COD, OLD_ACPF_STAT,
                    REQ_USERID, REQ_TS,
                    APRV_USERID, APRV_TS, REQ_STAT)
               VALUES
                   (:CA-ACC-CTRY, :CA-ACC-INSTT, :CA-ACC-NO,
                    :CA-CST-CTRY, :CA-CST-INSTT, :CA-CST-ID,
                    :TABPFPQ-CHG-ACTION, :TABPFPQ-CST-TYP-COD,
                    :TABPFPQ-OLD-ACPF-STAT,
                    :TABPFPQ-REQ-USERID, CURRENT TIMESTAMP,
                    ' ', ' ', 'P')
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE TABPFPQ-CHG-ACTION    TO CA-CHG-ACTION
                   MOVE TABPFPQ-CST-TYP-COD   TO CA-REQ-CST-TYP-COD
                   MOVE TABPFPQ-OLD-ACPF-STAT TO CA-OLD-ACPF-STAT
                   MOVE TABPFPQ-REQ-USERID    TO CA-MAKER-USER-ID
                   SET CA-RESP-OK      TO TRUE
                   MOVE 'PERMISSION CHANGE QUEUED FOR APPROVAL'
                                       TO CA-RESP-MSG
                   EXEC CICS SYNCPOINT END-EXEC
               WHEN OTHER
                   SET CA-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR QUEUEING PERMISSION CHANGE'
                                       TO CA-RESP-MSG
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * Checker - Fetch The Pending Row And Enforce Four Eyes: The    *
      * Checker May Not Be The Maker                                  *
      *****************************************************************
       B060-FETCH-PENDING-REQ.
           EXEC SQL
               SELECT CHG_ACTION,
                      CST_TYP_COD,
                      OLD_ACPF_STAT,
                      REQ_USERID
               INTO   :TABPFPQ-CHG-ACTION,
                      :TABPFPQ-CST-TYP-COD,
                      :TABPFPQ-OLD-ACPF-STAT,
                      :TABPFPQ-REQ-USERID
               FROM   TABPFPQ
               WHERE  ACC_CTRY  = :CA-ACC-CTRY
                AND   ACC_INSTT = :CA-ACC-INSTT
                AND   ACC_NO    = :CA-ACC-NO
                AND   CST_CTRY  = :CA-CST-CTRY
                AND   CST_INSTT = :CA-CST-INSTT
                AND   CST_ID    = :CA-CST-ID
                AND   REQ_STAT  = 'P'
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE TABPFPQ-CHG-ACTION    TO CA-CHG-ACTION
                   MOVE TABPFPQ-CST-TYP-COD   TO CA-REQ-CST-TYP-COD
                   MOVE TABPFPQ-OLD-ACPF-STAT TO CA-OLD-ACPF-STAT
                   MOVE TABPFPQ-REQ-USERID    TO CA-MAKER-USER-ID
                   IF WS-ACTING-USER-ID = TABPFPQ-REQ-USERID
                       SET CA-RESP-SAME-USER TO TRUE
                       MOVE 'APPROVER MUST DIFFER FROM REQUESTER'
                                       TO CA-RESP-MSG
                   END-IF
               WHEN 100
                   SET CA-RESP-NOT-FOUND TO TRUE
                   MOVE 'NO PENDING CHANGE FOR THIS PERMISSION'
                                       TO CA-RESP-MSG
               WHEN OTHER
                   SET CA-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR READING PERMISSION QUEUE'
                                       TO CA-RESP-MSG
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * Approve - Apply The TABACCPF Change, Then Close The Queue Row *
      * With Both User Ids On It. ONE UNIT OF WORK - EITHER BOTH LAND *
      * OR NEITHER DOES. A GRANT RE-CHECKS THE ACCOUNT AND CUSTOMER,  *
      * WHICH MAY HAVE CLOSED SINCE THE MAKER ASKED, AND THE PRODUCT'S*
      * ELIGIBILITY, WHICH MAY HAVE CHANGED, AND GOES ON AS A LIVE    *
      * MASTER ROW WITH ACH ACTIVE                                    *
      *****************************************************************
       B070-APPLY-APPROVAL.
           IF TABPFPQ-CHG-ACTION = 'G'
               PERFORM B025-CHECK-ACCOUNT
               IF CA-RESP-CODE = SPACES
                   PERFORM B027-CHECK-ELIGIBILITY
               END-IF
               IF CA-RESP-CODE = SPACES
                   PERFORM B030-CHECK-CUSTOMER
               END-IF
               IF CA-RESP-CODE = SPACES
                   EXEC SQL
                       INSERT INTO TABACCPF
                           (ACC_CTRY, ACC_INSTT, ACC_NO,
                            CST_CTRY, CST_INSTT, CST_ID,
                            MST_PND_COD, CST_TYP_COD, ACPF_STAT,
                            CREAT_TS, LAST_UPDT_TS)
                       VALUES
                           (:CA-ACC-CTRY, :CA-ACC-INSTT, :CA-ACC-NO,
                            :CA-CST-CTRY, :CA-CST-INSTT, :CA-CST-ID,
                            'Master', :TABPFPQ-CST-TYP-COD, 'A',
                            CURRENT TIMESTAMP, CURRENT TIMESTAMP)
                   END-EXEC
               END-IF
           ELSE
               EXEC SQL
                   DELETE FROM TABACCPF
                   WHERE  ACC_CTRY  = :CA-ACC-CTRY
                    AND   ACC_INSTT = :CA-ACC-INSTT
                    AND   ACC_NO    = :CA-ACC-NO
                    AND   CST_CTRY  = :CA-CST-CTRY
                    AND   CST_INSTT = :CA-CST-INSTT
                    AND   CST_ID    = :CA-CST-ID
               END-EXEC
           END-IF

           IF CA-RESP-CODE = SPACES
               EVALUATE SQLCODE
                   WHEN 0
                       MOVE 'A'        TO TABPFPQ-REQ-STAT
                       PERFORM B080-CLOSE-QUEUE-ROW
                   WHEN 100
                       SET CA-RESP-NOT-FOUND TO TRUE
                       MOVE 'PERMISSION NO LONGER ON FILE'
                                       TO CA-RESP-MSG
                   WHEN -803
                       SET CA-RESP-DUP-PERM TO TRUE
                       MOVE 'PERMISSION ALREADY ON FILE'
                                       TO CA-RESP-MSG
                   WHEN OTHER
                       SET CA-RESP-SQL-ERROR TO TRUE
                       MOVE 'DATABASE ERROR UPDATING TABACCPF'
                                       TO CA-RESP-MSG
                       EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                       PERFORM X490-PROC-SQL-ERROR
               END-EVALUATE
           END-IF
           .
      *****************************************************************
      * Close The Queue Row As Approved Or Rejected With The Checker's*
      * Id And Time - A REJECTION LEAVES TABACCPF UNTOUCHED           *
      *****************************************************************
       B080-CLOSE-QUEUE-ROW.
           MOVE WS-ACTING-USER-ID      TO TABPFPQ-APRV-USERID
           EXEC SQL
               UPDATE TABPFPQ
               SET    REQ_STAT    = :TABPFPQ-REQ-STAT,
                      APRV_USERID = :TABPFPQ-APRV-USERID,
                      APRV_TS     = CHAR(CURRENT TIMESTAMP)
               WHERE  ACC_CTRY  = :CA-ACC-CTRY
                AND   ACC_INSTT = :CA-ACC-INSTT
                AND   ACC_NO    = :CA-ACC-NO
                AND   CST_CTRY  = :CA-CST-CTRY
                AND   CST_INSTT = :CA-CST-INSTT
                AND   CST_ID    = :CA-CST-ID
                AND   REQ_STAT  = 'P'
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   SET CA-RESP-OK      TO TRUE
                   IF TABPFPQ-REQ-STAT = 'A'
                       MOVE 'PERMISSION CHANGE APPROVED AND APPLIED'
                                       TO CA-RESP-MSG
                   ELSE
                       MOVE 'PERMISSION CHANGE REJECTED'
                                       TO CA-RESP-MSG
                   END-IF
                   EXEC CICS SYNCPOINT END-EXEC
               WHEN 100
                   SET CA-RESP-NOT-FOUND TO TRUE
                   MOVE 'NO PENDING CHANGE FOR THIS PERMISSION'
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
