      * CHANGE HISTORY                                                *
      * ---------------------------------------------------------     *
      * 03SEP2026  RISHI SHARMA   INITIAL VERSION                     *
      * 15OCT2026  RISHI SHARMA   APPROVAL APPLIES THE QUEUED         *
      *                           NEW_CUST_STAT, SO STATUS CHANGES    *
      *                           QUEUED BY CBSYNCC RELEASE HERE TOO  *
      *                           - A QUEUED CLOSURE RE-RUNS THE      *
      *                           IMPACT CHECK BEFORE IT IS APPLIED   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           IF SQLCODE NOT = 0
               SET CA-RESP-SQL-ERROR   TO TRUE
               MOVE 'DATABASE ERROR READING STATUS-CHANGE QUEUE'
                                       TO CA-RESP-MSG
               PERFORM X490-PROC-SQL-ERROR
           ELSE
               IF WS-PEND-REQ-CNT > 0
                   SET CA-RESP-DUP-PEND TO TRUE
                   MOVE 'A STATUS CHANGE IS ALREADY PENDING APPROVAL'
                                       TO CA-RESP-MSG
               END-IF
           END-IF
           .
      *****************************************************************
      * Checker - Fetch The Pending Row, Enforce Four Eyes, Apply The *
      * TABCUST Update And Close The Queue Row In One Unit Of Work.   *
      * A CLOSURE QUEUED BY THE NIGHTLY CORE-BANKING SYNC NEVER RAN   *
      * THE IMPACT CHECK, AND ONE QUEUED HERE MAY HAVE PICKED UP A    *
      * BLOCKER SINCE - SO EVERY CLOSURE IS RE-CHECKED BEFORE IT IS   *
      * APPLIED AND STAYS PENDING WHILE ANY BLOCKER EXISTS            *
      *****************************************************************
       B060-APPLY-APPROVAL.
           PERFORM B065-FETCH-PENDING-REQ
           IF CA-RESP-CODE = SPACES
              AND TABCPRQ-NEW-CUST-STAT = 'C'
               PERFORM B030-RUN-IMPACT-CHECK
           END-IF
           IF CA-RESP-CODE = SPACES
               EXEC SQL
                   UPDATE TABCUST
                   SET    CUST_STAT    = :TABCPRQ-NEW-CUST-STAT,
                          LAST_UPDT_TS = CURRENT TIMESTAMP
                   WHERE  CUST_CTRY  = :CA-CUST-CTRY
                    AND   CUST_INSTT = :CA-CUST-INSTT
                       MOVE 'CUSTOMER NOT FOUND' TO CA-RESP-MSG
                   WHEN OTHER
                       SET CA-RESP-SQL-ERROR TO TRUE
                       MOVE 'DATABASE ERROR UPDATING CUSTOMER STATUS'
                                       TO CA-RESP-MSG
                       EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                       PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * Fetch The Pending Status Change For This Customer And Enforce *
      * Four-Eyes Rule - The Checker May Not Be The Maker             *
      *****************************************************************
       B065-FETCH-PENDING-REQ.
           EXEC SQL
               SELECT OLD_CUST_STAT,
                      NEW_CUST_STAT,
                      REQ_USERID
               INTO   :TABCPRQ-OLD-CUST-STAT,
                      :TABCPRQ-NEW-CUST-STAT,
                      :TABCPRQ-REQ-USERID
               FROM   TABCPRQ
               WHERE  CUST_CTRY  = :CA-CUST-CTRY
                   END-IF
               WHEN 100
                   SET CA-RESP-NOT-FOUND TO TRUE
                   MOVE 'NO PENDING STATUS CHANGE FOR THIS CUSTOMER'
                                       TO CA-RESP-MSG
               WHEN OTHER
                   SET CA-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR READING STATUS-CHANGE QUEUE'
                                       TO CA-RESP-MSG
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           EVALUATE SQLCODE
               WHEN 0
                   SET CA-RESP-OK      TO TRUE
                   MOVE 'CUSTOMER STATUS CHANGE APPROVED AND APPLIED'
                                       TO CA-RESP-MSG
                   EXEC CICS SYNCPOINT END-EXEC
               WHEN OTHER
               EVALUATE SQLCODE
                   WHEN 0
                       SET CA-RESP-OK  TO TRUE
                       MOVE 'CUSTOMER STATUS CHANGE REJECTED'
                                       TO CA-RESP-MSG
                       EXEC CICS SYNCPOINT END-EXEC
                   WHEN 100
                       SET CA-RESP-NOT-FOUND TO TRUE
                       MOVE 'NO PENDING STATUS CHANGE FOR THIS CUSTOMER'
                                       TO CA-RESP-MSG
                   WHEN OTHER
                       SET CA-RESP-SQL-ERROR TO TRUE
