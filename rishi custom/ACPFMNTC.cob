      *                           APPLY - COMPLIANCE ORDERS CARRY     *
      *                           DATES, THE SYSTEM HOLDS THEM NOW,   *
      *                           NOT A DRAWER                        *
      * 15OCT2026  RISHI SHARMA   A FUTURE-DATED TRANSACTION APPLIED  *
      *                           OFF THE PENDING STORE NOW QUEUES AN *
      *                           ACHF EVENT ON TABNEVT SO THE        *
      *                           CUSTOMER IS TOLD IT HAS TAKEN       *
      *                           EFFECT                              *
      * 15OCT2026  RISHI SHARMA   PRODUCT ELIGIBILITY - A CHANGE THAT *
      *                           MAKES THE ACH FEATURES ACTIVE IS    *
      *                           REJECTED AS INELIGIBLE WHEN PRDELGC *
      *                           FINDS THE ACCOUNT'S ACC_PRODU_TYP   *
      *                           MAY NOT CARRY ACH PERMISSIONS UNDER *
      *                           THE INSTITUTION'S TABPELG RULES     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-MISC.
           05 INFILE-STATUS           PIC X(2).
           05 WS-CANCEL-PGM           PIC X(8) VALUE 'EXITPGM'.
           05 WS-PELG-PGM             PIC X(8) VALUE 'PRDELGC'.
           05 WS-SUBPGM-NAM           PIC X(8).
               88 WS-SUBPGM-LOG       VALUE 'LOGPGMC'.
           05 WS-DEPT-ID              PIC X(8).
               88 WS-NEW-STAT-VALID   VALUES 'A' 'S' 'I'.
           05 WS-OLD-ACPF-STAT        PIC X(1).
           05 WS-TXN-VERDICT          PIC X(10).
           05 WS-PEND-APPLY-SW        PIC X(1) VALUE 'N'.
               88 WS-PEND-APPLY       VALUE 'Y'.
           05 WS-TODAY-DATE.
               10 WS-TODAY-DATE-8     PIC X(8).
               10 FILLER              PIC X(13).
      *****************************************************************
       COPY IBRFDCW.
       COPY IBRDIAGW.
       COPY IBRPELGW.

      *****************************************************************
      *      DB2 TABLE DECLARATION                                    *
           EXEC SQL
               INCLUDE TABACPFW
           END-EXEC.
           EXEC SQL
               INCLUDE TABACCW
           END-EXEC.
           EXEC SQL
               INCLUDE TABNEVTW
           END-EXEC.
       77 FILLER                PIC X(30) VALUE
               'END OF WORKING STORAGE SECTION'.
      *****************************************************************
                       MOVE 'CANCELLED' TO WS-TXN-VERDICT
                       PERFORM B060-WRITE-RESULT-LINE
                   WHEN WTX-EFF-DT NOT > WS-TODAY-DATE-8
                       SET WS-PEND-APPLY TO TRUE
                       PERFORM B020-PROC-TXN-REC
                       MOVE 'N'        TO WS-PEND-APPLY-SW
                   WHEN OTHER
                       PERFORM B130-SCHEDULE-TXN
               END-EVALUATE
                       MOVE 'NO-CHANGE' TO WS-TXN-VERDICT
                       PERFORM B060-WRITE-RESULT-LINE
                   ELSE
                       PERFORM B035-CHECK-ELIGIBILITY
                   END-IF
               WHEN 100
                   ADD 1               TO WS-REC-NFND-CNT
           END-EVALUATE
           .
      *****************************************************************
      * Only A Product Eligible For ACH May Have Its ACH Features     *
      * Made Active - A SUSPENSION OR DEACTIVATION ALWAYS GOES AHEAD, *
      * AND AN ACCOUNT NOT ON TABACCNT IS LEFT TO ACPFRECC            *
      *****************************************************************
       B035-CHECK-ELIGIBILITY.
           IF WS-NEW-ACPF-STAT NOT = 'A'
               PERFORM B040-APPLY-STAT-CHANGE
           ELSE
               EXEC SQL
                   SELECT ACC_PRODU_TYP
                   INTO   :TABACCNT-ACC-PRODU-TYP
                   FROM   TABACCNT
                   WHERE  ACC_CTRY  = :WTX-ACC-CTRY
                    AND   ACC_INSTT = :WTX-ACC-INSTT
                    AND   ACC_NO    = :WTX-ACC-NO
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM B036-CALL-PRDELGC
                   WHEN 100
                       PERFORM B040-APPLY-STAT-CHANGE
                   WHEN OTHER
                       PERFORM X490-PROC-SQL-ERROR
               END-EVALUATE
           END-IF
           .
      *****************************************************************
      * Ask PRDELGC Whether The Account's Product May Carry ACH       *
      *****************************************************************
       B036-CALL-PRDELGC.
           INITIALIZE WA-PELG-FLDS
           SET PELG-USE-ACH            TO TRUE
           MOVE WTX-ACC-CTRY           TO PELG-AC-CTRY
           MOVE WTX-ACC-INSTT          TO PELG-AC-INSTT
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
                   PERFORM B040-APPLY-STAT-CHANGE
               WHEN PELG-RESP-BAD
                   ADD 1               TO WS-REC-REJT-CNT
                   MOVE 'INELIGIBLE'   TO WS-TXN-VERDICT
                   PERFORM B060-WRITE-RESULT-LINE
               WHEN OTHER
                   DISPLAY PELG-RESP-MSG
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * Apply The Status Change With A Proper Timestamp Stamping       *
      *****************************************************************
       B040-APPLY-STAT-CHANGE.
               ADD 1                   TO WS-REC-APPL-CNT
               MOVE 'APPLIED'          TO WS-TXN-VERDICT
               PERFORM B060-WRITE-RESULT-LINE
               IF WS-PEND-APPLY
                   PERFORM B045-QUEUE-NOTIF-EVENT
               END-IF
           ELSE
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * Queue A Scheduled Change That Has Now Taken Effect For The    *
      * Customer's Notification - EFFECTIVE TODAY, THE DAY IT WAS     *
      * APPLIED. THE SAME EVENT QUEUED BY A RE-RUN TODAY STANDS       *
      *****************************************************************
       B045-QUEUE-NOTIF-EVENT.
           MOVE WTX-CST-CTRY           TO TABNEVT-CUST-CTRY
           MOVE WTX-CST-INSTT          TO TABNEVT-CUST-INSTT
           MOVE WTX-CST-ID             TO TABNEVT-CUST-ID
           MOVE 'ACHF'                 TO TABNEVT-EVT-TYP
           MOVE WTX-ACC-CTRY           TO TABNEVT-ACC-CTRY
           MOVE WTX-ACC-INSTT          TO TABNEVT-ACC-INSTT
           MOVE WTX-ACC-NO             TO TABNEVT-EVT-REF
           MOVE WS-NEW-ACPF-STAT       TO TABNEVT-NEW-STAT
           MOVE WS-TODAY-DATE-8        TO TABNEVT-EFF-DT
           MOVE WS-PROG-NAM            TO TABNEVT-SRC-PGM
           MOVE 'P'                    TO TABNEVT-NOTIF-STAT
           MOVE SPACES                 TO TABNEVT-NOTIF-DT
           EXEC SQL
               INSERT INTO TABNEVT
                   (CUST_CTRY, CUST_INSTT, CUST_ID, EVT_TYP,
                    ACC_CTRY, ACC_INSTT, EVT_REF, NEW_STAT,
                    EFF_DT, SRC_PGM, NOTIF_STAT, NOTIF_DT,
                    CREAT_TS)
               VALUES
                   (:TABNEVT-CUST-CTRY, :TABNEVT-CUST-INSTT,
                    :TABNEVT-CUST-ID, :TABNEVT-EVT-TYP,
                    :TABNEVT-ACC-CTRY, :TABNEVT-ACC-INSTT,
                    :TABNEVT-EVT-REF, :TABNEVT-NEW-STAT,
                    :TABNEVT-EFF-DT, :TABNEVT-SRC-PGM,
                    :TABNEVT-NOTIF-STAT, :TABNEVT-NOTIF-DT,
                    CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = -803
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * One Before/After Result Line Per Transaction                   *
      *****************************************************************
       B060-WRITE-RESULT-LINE.
