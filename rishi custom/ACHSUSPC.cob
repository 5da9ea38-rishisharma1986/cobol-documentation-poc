      * 03SEP2026  RISHI SHARMA   EVERY RUN NOW WRITES START AND       *
      *                           COMPLETION ROWS TO THE TABRREG RUN   *
      *                           REGISTRY THROUGH RUNREGC             *
      * 15OCT2026  RISHI SHARMA   NEWLY SUSPENDED AND REINSTATED       *
      *                           ACCOUNTS NOW QUEUE ACHS/ACHR EVENTS  *
      *                           ON TABNEVT FOR THE NIGHTLY CUSTOMER  *
      *                           NOTIFICATION EXTRACT                 *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           EXEC SQL
               INCLUDE TABCDRFW
           END-EXEC.
           EXEC SQL
               INCLUDE TABNEVTW
           END-EXEC.
      *--------------------------------------*
      *      DB2 CURSOR DECLARATION          *
      *--------------------------------------*
               MOVE WS-TODAY-DATE-8    TO WS-FIRST-DT
               ADD 1                   TO WS-REC-NEW-CNT
               PERFORM B130-WRITE-NEW-SUSP-LINE
      * WITHOUT A PRIOR SNAPSHOT EVERY ROW LOOKS NEW - THE FIRST RUN
      * SETS THE BASELINE AND TELLS NO CUSTOMER ANYTHING
               IF WS-ACHSNAPI-OPEN
                   PERFORM B135-QUEUE-SUSP-EVENT
               END-IF
           END-IF

           PERFORM B140-WRITE-SNAPSHOT-REC
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * Queue A Newly-Suspended Account For The Customer's            *
      * Notification                                                  *
      *****************************************************************
       B135-QUEUE-SUSP-EVENT.
           MOVE TABACCPF-CST-CTRY      TO TABNEVT-CUST-CTRY
           MOVE TABACCPF-CST-INSTT     TO TABNEVT-CUST-INSTT
           MOVE TABACCPF-CST-ID        TO TABNEVT-CUST-ID
           MOVE 'ACHS'                 TO TABNEVT-EVT-TYP
           MOVE TABACCPF-ACC-CTRY      TO TABNEVT-ACC-CTRY
           MOVE TABACCPF-ACC-INSTT     TO TABNEVT-ACC-INSTT
           MOVE TABACCPF-ACC-NO        TO TABNEVT-EVT-REF
           MOVE TABACCPF-ACPF-STAT     TO TABNEVT-NEW-STAT
           PERFORM B500-INSERT-NOTIF-EVENT
           .
      *****************************************************************
      * Write One Record Of Today's Snapshot                           *
      *****************************************************************
       B140-WRITE-SNAPSHOT-REC.
               IF WS-SNP-TDY-KEY > WS-YST-KEY
                   ADD 1               TO WS-REC-REIN-CNT
                   PERFORM B220-WRITE-REINSTATED-LINE
                   PERFORM B230-QUEUE-REIN-EVENT
                   PERFORM B110-READ-ACHSNAPI
               ELSE
                   IF WS-SNP-TDY-KEY = WS-YST-KEY
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * Queue A Reinstated Account For The Customer's Notification -  *
      * WITH THE STATUS IT NOW HAS. A ROW GONE FROM TABACCPF IS A     *
      * CLOSED ACCOUNT, NOT A REINSTATEMENT, AND IS NOT NOTIFIED      *
      *****************************************************************
       B230-QUEUE-REIN-EVENT.
           EXEC SQL
               SELECT ACPF_STAT
               INTO   :TABACCPF-ACPF-STAT
               FROM   TABACCPF
               WHERE  ACC_CTRY  = :SNPI-ACC-CTRY
                AND   ACC_INSTT = :SNPI-ACC-INSTT
                AND   ACC_NO    = :SNPI-ACC-NO
                AND   CST_CTRY  = :SNPI-CST-CTRY
                AND   CST_INSTT = :SNPI-CST-INSTT
                AND   CST_ID    = :SNPI-CST-ID
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SNPI-CST-CTRY  TO TABNEVT-CUST-CTRY
                   MOVE SNPI-CST-INSTT TO TABNEVT-CUST-INSTT
                   MOVE SNPI-CST-ID    TO TABNEVT-CUST-ID
                   MOVE 'ACHR'         TO TABNEVT-EVT-TYP
                   MOVE SNPI-ACC-CTRY  TO TABNEVT-ACC-CTRY
                   MOVE SNPI-ACC-INSTT TO TABNEVT-ACC-INSTT
                   MOVE SNPI-ACC-NO    TO TABNEVT-EVT-REF
                   MOVE TABACCPF-ACPF-STAT
                                       TO TABNEVT-NEW-STAT
                   PERFORM B500-INSERT-NOTIF-EVENT
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * Pass Three - Every Row Carried Over From An Earlier Run Is A   *
      * Long-Running Suspension; Show How Many Days It Has Been On     *
      * The List                                                       *
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * Insert One TABNEVT Notification Event, Effective Today - The  *
      * Same Event Already Queued By An Earlier Run Today Stands      *
      *****************************************************************
       B500-INSERT-NOTIF-EVENT.
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
      * Write One Line To The Suspension Report                       *
      *****************************************************************
       Z010-WRITE-RPT-LINE.
