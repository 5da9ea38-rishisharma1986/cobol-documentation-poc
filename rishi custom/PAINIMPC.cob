      *                           SAME REJECT NIGHT AFTER NIGHT; THE   *
      *                           REPAIR-AND-RELEASE PATH IS           *
      *                           PAYIMNTC'S R ACTION                  *
      * 15OCT2026  RISHI SHARMA   EVERY STATUS AGAINST ONE OF OUR      *
      *                           INSTRUCTIONS IS NOW STAMPED ONTO     *
      *                           ITS TABPEXL EXECUTION-LEDGER ROW -   *
      *                           THE ROW FOR THE <OrgnlMsgId> WHEN    *
      *                           THE RESPONSE CARRIES ONE, ELSE THE   *
      *                           LATEST EXECUTION OF THE INSTRUCTION  *
      * 15OCT2026  RISHI SHARMA   A SUSPENSION NOW QUEUES AN INSS      *
      *                           EVENT ON TABNEVT SO NOTIFEXC TELLS   *
      *                           THE CUSTOMER THE INSTRUCTION IS      *
      *                           STOPPED                              *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 WS-STS-PNDG-CNT         PIC 9(7) VALUE ZEROS.
           05 WS-STS-UNKN-CNT         PIC 9(7) VALUE ZEROS.
           05 WS-STS-SUSP-CNT         PIC 9(7) VALUE ZEROS.
           05 WS-STS-LEDG-CNT         PIC 9(7) VALUE ZEROS.
           05 WS-JOBEND-MSG           PIC X(80) VALUE SPACES.
      *****************************************************************
      * TAG-PARSING WORK FIELDS - THE LAST <OrgnlInstrId> SEEN IS      *
           05 WS-TAG-FRONT            PIC X(200).
           05 WS-TAG-REST             PIC X(200).
           05 WS-ORGNL-REF            PIC X(20) VALUE SPACES.
      * THE ORIGINAL MSGID ARRIVES ONCE PER DOCUMENT, AHEAD OF ITS
      * TRANSACTIONS, AND HOLDS UNTIL THE NEXT DOCUMENT REPLACES IT
           05 WS-ORGNL-MSGID          PIC X(35) VALUE SPACES.
           05 WS-REF-SEEN-SW          PIC X(1) VALUE 'N'.
               88 WS-REF-SEEN         VALUE 'Y'.
           05 WS-TX-STS               PIC X(4).
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE TABPEXLW
           END-EXEC.
           EXEC SQL
               INCLUDE TABNEVTW
           END-EXEC.
       77 FILLER                PIC X(30) VALUE
               'END OF WORKING STORAGE SECTION'.
      *****************************************************************
      * WITH THE LAST INSTRUCTION ID SEEN BEFORE IT                    *
      *****************************************************************
       B020-PROC-PAIN-LINE.
           MOVE ZEROS                  TO WS-TAG-TALLY
           INSPECT PAIN002I-REC TALLYING WS-TAG-TALLY
               FOR ALL '<OrgnlMsgId>'
           IF WS-TAG-TALLY > 0
               PERFORM B035-EXTRACT-ORGNL-MSGID
           END-IF

           MOVE ZEROS                  TO WS-TAG-TALLY
           INSPECT PAIN002I-REC TALLYING WS-TAG-TALLY
               FOR ALL '<OrgnlInstrId>'
           SET WS-REF-SEEN             TO TRUE
           .
      *****************************************************************
      * Pull The Original Document MsgId Out Of Its Tag Pair           *
      *****************************************************************
       B035-EXTRACT-ORGNL-MSGID.
           MOVE SPACES                 TO WS-TAG-FRONT
                                          WS-TAG-REST
                                          WS-ORGNL-MSGID
           UNSTRING PAIN002I-REC DELIMITED BY '<OrgnlMsgId>'
               INTO WS-TAG-FRONT
                    WS-TAG-REST
           END-UNSTRING
           UNSTRING WS-TAG-REST DELIMITED BY '</OrgnlMsgId>'
               INTO WS-ORGNL-MSGID
           END-UNSTRING
           .
      *****************************************************************
      * Pull The Transaction Status Out Of Its Tag Pair                *
      *****************************************************************
       B040-EXTRACT-TX-STS.
               PERFORM B056-SUSPEND-INSTRUCTION
           END-IF

      * EVERY OUTCOME FOR ONE OF OUR INSTRUCTIONS GOES ONTO ITS LEDGER
      * ROW - A LATER STATUS (PDNG THEN ACSC) OVERWRITES AN EARLIER ONE
           IF WS-REF-KNOWN = 'KNOWN' AND PROG-NORMAL
               PERFORM B058-STAMP-LEDGER
           END-IF

      * THE REFERENCE IS CONSUMED - THE NEXT STATUS NEEDS ITS OWN ID
           MOVE 'N'                    TO WS-REF-SEEN-SW
           MOVE SPACES                 TO WS-ORGNL-REF
                   IF WS-PAINSTRT-OPEN
                       WRITE PAINSTRT-REC
                   END-IF
                   PERFORM B057-QUEUE-NOTIF-EVENT
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * Queue The Suspension For The Customer's Notification - THE     *
      * CUSTOMER KEY COMES FROM THE INSTRUCTION ITSELF. THE SAME       *
      * SUSPENSION ALREADY QUEUED TODAY (A RE-RUN, OR A SECOND REJECT  *
      * OF THE INSTRUCTION) IS NOT QUEUED AGAIN                        *
      *****************************************************************
       B057-QUEUE-NOTIF-EVENT.
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO TABNEVT-EFF-DT
           MOVE WS-PROG-NAM            TO TABNEVT-SRC-PGM
           EXEC SQL
               INSERT INTO TABNEVT
                   (CUST_CTRY, CUST_INSTT, CUST_ID, EVT_TYP,
                    ACC_CTRY, ACC_INSTT, EVT_REF, NEW_STAT,
                    EFF_DT, SRC_PGM, NOTIF_STAT, NOTIF_DT,
                    CREAT_TS)
               SELECT CUST_CTRY, CUST_INSTT, CUST_ID, 'INSS',
                      ' ', ' ', INSTR_REF_NUM, 'S',
                      :TABNEVT-EFF-DT, :TABNEVT-SRC-PGM, 'P', ' ',
                      CURRENT TIMESTAMP
               FROM   PAYMENTS.PAYMENT_INSTRUCTIONS
               WHERE  INSTR_REF_NUM = :WS-ORGNL-REF
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
               WHEN 100
               WHEN -803
                   CONTINUE
               WHEN OTHER
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * Stamp The Outcome Onto The Execution-Ledger Row - THE ROW OF   *
      * THE ORIGINAL DOCUMENT WHEN ITS MSGID CAME BACK, OTHERWISE THE  *
      * INSTRUCTION'S LATEST EXECUTION. NO ROW (AN EXPORT OLDER THAN   *
      * THE LEDGER) IS NOT AN ERROR                                    *
      *****************************************************************
       B058-STAMP-LEDGER.
           IF WS-ORGNL-MSGID NOT = SPACES
               EXEC SQL
                   UPDATE TABPEXL
                   SET    TX_STS        = :WS-TX-STS,
                          STS_TS        = CHAR(CURRENT TIMESTAMP)
                   WHERE  INSTR_REF_NUM = :WS-ORGNL-REF
                    AND   MSG_ID        = :WS-ORGNL-MSGID
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE TABPEXL
                   SET    TX_STS        = :WS-TX-STS,
                          STS_TS        = CHAR(CURRENT TIMESTAMP)
                   WHERE  INSTR_REF_NUM = :WS-ORGNL-REF
                    AND   EXPT_TS       =
                          (SELECT MAX(EXPT_TS)
                           FROM   TABPEXL
                           WHERE  INSTR_REF_NUM = :WS-ORGNL-REF)
               END-EXEC
           END-IF
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1               TO WS-STS-LEDG-CNT
               WHEN 100
                   CONTINUE
               WHEN OTHER
                  ' PENDING: '          WS-STS-PNDG-CNT
                  ' NO-REF: '           WS-STS-UNKN-CNT
                  ' SUSPENDED: '        WS-STS-SUSP-CNT
                  ' LEDGERED: '         WS-STS-LEDG-CNT
               DELIMITED BY SIZE INTO PAINSTRT-REC
           END-STRING
           IF WS-PAINSTRT-OPEN
