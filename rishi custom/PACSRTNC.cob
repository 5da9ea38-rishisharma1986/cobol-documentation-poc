       IDENTIFICATION DIVISION.
       PROGRAM-ID. PACSRTNC.
       AUTHOR. RISHI SHARMA.
       DATE-WRITTEN. OCT,2026.
       DATE-COMPILED. OCT,2026.
       INSTALLATION. Nowhere.
      *****************************************************************
      * THIS BATCH PROGRAM IS THE RETURNS LEG OF PAINEXPC, ALONGSIDE  *
      * PAINIMPC'S PAIN.002 STATUS LEG. IT READS THE PACS.004-STYLE   *
      * PAYMENT-RETURN FILE THE DOWNSTREAM SHOP SENDS DAYS AFTER AN   *
      * ACCEPTED PAYMENT BOUNCES (CLOSED BENEFICIARY ACCOUNT AND THE  *
      * LIKE), MATCHES EACH <OrgnlInstrId> BACK TO THE INSTRUCTION    *
      * PAINEXPC EXPORTED, STAMPS THE EXECUTION-LEDGER ROW 'RTND' AND *
      * REGISTERS THE RETURN AND ITS REASON CODE ON TABPRTN. WHEN AN  *
      * INSTRUCTION'S LATEST EXECUTIONS HAVE COME BACK THE SET NUMBER *
      * OF TIMES IN A ROW (PARM 1, DEFAULT 3) THE INSTRUCTION IS      *
      * SUSPENDED (INSTR_STAT 'S') SO PAINEXPC STOPS SENDING IT - THE *
      * REPAIR-AND-RELEASE PATH IS PAYIMNTC'S R ACTION, AS FOR A      *
      * PAIN.002 REJECT. THE DAILY RETURNS REPORT LISTS THE DAY'S     *
      * RETURNS BY INSTITUTION WITH THEIR DECODED REASONS. EACH       *
      * SUSPENSION ALSO QUEUES AN INSS EVENT ON TABNEVT FOR THE       *
      * NIGHTLY CUSTOMER NOTIFICATION EXTRACT                         *
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
           SELECT PACS004I
                                    ASSIGN TO PACS004I
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS INFILE-STATUS.
           SELECT PACSRTNT
                                    ASSIGN TO PACSRTNT
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-PACSRTNT-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD PACS004I
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS PACS004I-REC.
       01 PACS004I-REC                PIC X(200).

       FD PACSRTNT
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS PACSRTNT-REC.
       01 PACSRTNT-REC                PIC X(132).
       WORKING-STORAGE SECTION.
       77  FILLER                     PIC X(40) VALUE
            'WORKING STORAGE SECTION STARTS HERE'.
       01  WS-MISC.
           05 INFILE-STATUS           PIC X(2).
           05 WS-CANCEL-PGM           PIC X(8) VALUE 'EXITPGM'.
           05 WS-SUBPGM-NAM           PIC X(8) VALUE 'LOGPGMC'.
               88 WS-SUBPGM-LOG       VALUE 'LOGPGMC'.
           05 WS-DEPT-ID              PIC X(8) VALUE 'INETBKNG'.
               88 IB-DEPT             VALUE 'INETBKNG'.
           05 WS-RUNREG-PGM           PIC X(8) VALUE 'RUNREGC'.
           05 WS-PACSRTNT-STATUS      PIC X(2).
           05 WS-PACSRTNT-OPEN-SW     PIC X(1) VALUE 'N'.
               88 WS-PACSRTNT-OPEN    VALUE 'Y'.
           05 WS-PACS-EOF-SW          PIC X(1) VALUE 'N'.
               88 WS-PACS-EOF         VALUE 'Y'.
           05 WS-PACS-OPEN-SW         PIC X(1) VALUE 'N'.
               88 WS-PACS-OPEN        VALUE 'Y'.
           05 WS-REC-READ-CNT         PIC 9(7) VALUE ZEROS.
           05 WS-RTN-TOTAL-CNT        PIC 9(7) VALUE ZEROS.
           05 WS-RTN-MTCH-CNT         PIC 9(7) VALUE ZEROS.
           05 WS-RTN-UNKN-CNT         PIC 9(7) VALUE ZEROS.
           05 WS-RTN-DUPL-CNT         PIC 9(7) VALUE ZEROS.
           05 WS-RTN-SUSP-CNT         PIC 9(7) VALUE ZEROS.
           05 WS-RTN-LEDG-CNT         PIC 9(7) VALUE ZEROS.
           05 WS-JOBEND-MSG           PIC X(80) VALUE SPACES.
      *****************************************************************
      * THE CONSECUTIVE-RETURN LIMIT - PARM 1 (DEFAULT 3). AN         *
      * INSTRUCTION WHOSE LATEST EXECUTIONS HAVE COME BACK THIS MANY  *
      * TIMES RUNNING IS SUSPENDED                                    *
      *****************************************************************
           05 WS-SUSP-LIMIT           PIC S9(4) COMP VALUE +3.
           05 WS-SUSP-LIMIT-PARM      PIC X(2).
           05 WS-SUSP-LIMIT-DISP      PIC 9(2).
      *****************************************************************
      * TAG-PARSING WORK FIELDS - A RETURN IS GATHERED TAG BY TAG AND *
      * ACTED ON AT ITS CLOSING </TxInf>. THE REASON <Cd> IS ONLY     *
      * TAKEN INSIDE <RtrRsnInf>, SINCE OTHER BLOCKS CARRY A <Cd> TOO *
      *****************************************************************
           05 WS-TAG-TALLY            PIC 9(3).
           05 WS-TAG-FRONT            PIC X(200).
           05 WS-TAG-REST             PIC X(200).
      * THE ORIGINAL MSGID ARRIVES ONCE PER DOCUMENT, AHEAD OF ITS
      * TRANSACTIONS, AND HOLDS UNTIL THE NEXT DOCUMENT REPLACES IT
           05 WS-ORGNL-MSGID          PIC X(35) VALUE SPACES.
           05 WS-RTR-ID               PIC X(35) VALUE SPACES.
           05 WS-ORGNL-REF            PIC X(20) VALUE SPACES.
           05 WS-ORGNL-E2E-ID         PIC X(35) VALUE SPACES.
           05 WS-RTN-RSN-COD          PIC X(4)  VALUE SPACES.
           05 WS-IN-RSN-SW            PIC X(1)  VALUE 'N'.
               88 WS-IN-RSN           VALUE 'Y'.
      *****************************************************************
      * THE RETURN IN HAND                                            *
      *****************************************************************
           05 WS-INSTR-STAT           PIC X(1).
           05 WS-DUP-CNT              PIC S9(9) COMP VALUE +0.
           05 WS-CONSEC-CNT           PIC S9(9) COMP VALUE +0.
           05 WS-CONSEC-DISP          PIC 9(3).
           05 WS-RTN-CLASS            PIC X(10).
           05 WS-TODAY-DATE.
               10 WS-TODAY-DATE-8     PIC X(8).
               10 FILLER              PIC X(13).
      *****************************************************************
      * DAILY-REPORT INSTITUTION BREAK                                *
      *****************************************************************
           05 WS-RPT-EOF-SW           PIC X(1) VALUE 'N'.
               88 WS-RPT-EOF          VALUE 'Y'.
           05 WS-BRK-CTRY             PIC X(3).
           05 WS-BRK-INSTT            PIC X(10).
           05 WS-INST-RTN-CNT         PIC 9(5) VALUE ZEROS.
           05 WS-INST-SUSP-CNT        PIC 9(5) VALUE ZEROS.
           05 WS-INST-CNT             PIC 9(5) VALUE ZEROS.
      *****************************************************************
      *   COPYBOOKS                                                   *
      *****************************************************************
       COPY IBRFDCW.
       COPY IBRDIAGW.
       COPY IBRRREGW.

      *****************************************************************
      *      DB2 TABLE DECLARATION                                    *
      *****************************************************************
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE TABPEXLW
           END-EXEC.
           EXEC SQL
               INCLUDE TABPRTNW
           END-EXEC.
           EXEC SQL
               INCLUDE TABCDRFW
           END-EXEC.
           EXEC SQL
               INCLUDE TABNEVTW
           END-EXEC.
      *--------------------------------------*
      *      DB2 CURSOR DECLARATION          *
      *--------------------------------------*
      *****************************************************************
      * THE DAY'S REGISTERED RETURNS IN INSTITUTION ORDER, FOR THE    *
      * DAILY RETURNS REPORT                                          *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-DAY-RTN CURSOR FOR
               SELECT CUST_CTRY,
                      CUST_INSTT,
                      CUST_ID,
                      INSTR_REF_NUM,
                      RTN_ID,
                      RTN_RSN_COD,
                      CONSEC_CNT,
                      SUSP_IND
               FROM   TABPRTN
               WHERE  RTN_DT = :WS-TODAY-DATE-8
               ORDER BY CUST_CTRY, CUST_INSTT, CUST_ID,
                      INSTR_REF_NUM, LOAD_TS
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
           PERFORM C000-FINAL
           STOP RUN
           .
      /
      *****************************************************************
      * Initialization                                                *
      *****************************************************************
       A000-INIT.
           MOVE 'PACSRTNC'             TO WS-PROG-NAM
           PERFORM A010-WRT-START-MSG
           MOVE FUNCTION CURRENT-DATE  TO WS-TODAY-DATE
           PERFORM A005-GET-LIMIT-PARM
           PERFORM A015-REGISTER-RUN-START
           PERFORM A020-OPEN-PACS004I
           IF PROG-NORMAL
               PERFORM A025-OPEN-PACSRTNT
           END-IF
           .
      *****************************************************************
      * The Consecutive-Return Limit From Parm 1 (Defaults To 3)      *
      *****************************************************************
       A005-GET-LIMIT-PARM.
           MOVE SPACES                 TO WS-SUSP-LIMIT-PARM
           DISPLAY 1                   UPON ARGUMENT-NUMBER
           ACCEPT WS-SUSP-LIMIT-PARM   FROM ARGUMENT-VALUE
           IF WS-SUSP-LIMIT-PARM IS NUMERIC
           AND WS-SUSP-LIMIT-PARM > ZEROS
               MOVE WS-SUSP-LIMIT-PARM TO WS-SUSP-LIMIT
           END-IF
           MOVE WS-SUSP-LIMIT          TO WS-SUSP-LIMIT-DISP
           .
      *****************************************************************
      * Announce This Run On The TABRREG RUN REGISTRY - THE RETURNS   *
      * FILE IS TODAY'S, SO ITS BUSINESS DATE IS TODAY'S              *
      *****************************************************************
       A015-REGISTER-RUN-START.
           INITIALIZE WR-RUNREG-FLDS
                        REPLACING NUMERIC DATA BY ZERO
           SET RREG-FUNC-START         TO TRUE
           MOVE WS-PROG-NAM            TO RREG-PROG-NAM
           MOVE WS-TODAY-DATE-8        TO RREG-BUS-DT
           PERFORM X940-RUN-REGISTRY
           .
      *****************************************************************
      * Main Process Routine - Load The Returns File, Then Report The *
      * Day's Returns By Institution                                  *
      *****************************************************************
       B000-MAIN.
           MOVE SPACES                 TO PACSRTNT-REC
           STRING 'DAILY PAYMENT RETURNS REPORT - '
                                       DELIMITED BY SIZE
                  WS-TODAY-DATE-8      DELIMITED BY SIZE
                  ' - SUSPEND AFTER '  DELIMITED BY SIZE
                  WS-SUSP-LIMIT-DISP   DELIMITED BY SIZE
                  ' CONSECUTIVE RETURNS'
                                       DELIMITED BY SIZE
               INTO PACSRTNT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           MOVE '*** RETURNS NOT MATCHED OR ALREADY REGISTERED ***'
                                       TO PACSRTNT-REC
           PERFORM Z010-WRITE-RPT-LINE

           PERFORM B010-READ-PACS004I
           PERFORM UNTIL WS-PACS-EOF OR PROG-ABEND
               PERFORM B020-PROC-PACS-LINE
               IF PROG-NORMAL
                   PERFORM B010-READ-PACS004I
               END-IF
           END-PERFORM

           IF PROG-NORMAL
               PERFORM B300-REPORT-BY-INSTITUTION
           END-IF
           .
      *****************************************************************
      * Read Next Returns-File Line                                   *
      *****************************************************************
       B010-READ-PACS004I.
           READ PACS004I
               AT END
                   SET WS-PACS-EOF     TO TRUE
               NOT AT END
                   ADD 1               TO WS-REC-READ-CNT
           END-READ
           .
      *****************************************************************
      * Scan One Line For The Tags We Care About, And Act On The      *
      * Return When Its Transaction Block Closes                      *
      *****************************************************************
       B020-PROC-PACS-LINE.
           MOVE ZEROS                  TO WS-TAG-TALLY
           INSPECT PACS004I-REC TALLYING WS-TAG-TALLY
               FOR ALL '<OrgnlMsgId>'
           IF WS-TAG-TALLY > 0
               MOVE SPACES             TO WS-ORGNL-MSGID
               UNSTRING PACS004I-REC DELIMITED BY '<OrgnlMsgId>'
                   INTO WS-TAG-FRONT
                        WS-TAG-REST
               END-UNSTRING
               UNSTRING WS-TAG-REST DELIMITED BY '</OrgnlMsgId>'
                   INTO WS-ORGNL-MSGID
               END-UNSTRING
           END-IF

           MOVE ZEROS                  TO WS-TAG-TALLY
           INSPECT PACS004I-REC TALLYING WS-TAG-TALLY
               FOR ALL '<RtrId>'
           IF WS-TAG-TALLY > 0
               MOVE SPACES             TO WS-RTR-ID
               UNSTRING PACS004I-REC DELIMITED BY '<RtrId>'
                   INTO WS-TAG-FRONT
                        WS-TAG-REST
               END-UNSTRING
               UNSTRING WS-TAG-REST DELIMITED BY '</RtrId>'
                   INTO WS-RTR-ID
               END-UNSTRING
           END-IF

           MOVE ZEROS                  TO WS-TAG-TALLY
           INSPECT PACS004I-REC TALLYING WS-TAG-TALLY
               FOR ALL '<OrgnlInstrId>'
           IF WS-TAG-TALLY > 0
               MOVE SPACES             TO WS-ORGNL-REF
               UNSTRING PACS004I-REC DELIMITED BY '<OrgnlInstrId>'
                   INTO WS-TAG-FRONT
                        WS-TAG-REST
               END-UNSTRING
               UNSTRING WS-TAG-REST DELIMITED BY '</OrgnlInstrId>'
                   INTO WS-ORGNL-REF
               END-UNSTRING
           END-IF

           MOVE ZEROS                  TO WS-TAG-TALLY
           INSPECT PACS004I-REC TALLYING WS-TAG-TALLY
               FOR ALL '<OrgnlEndToEndId>'
           IF WS-TAG-TALLY > 0
               MOVE SPACES             TO WS-ORGNL-E2E-ID
               UNSTRING PACS004I-REC DELIMITED BY '<OrgnlEndToEndId>'
                   INTO WS-TAG-FRONT
                        WS-TAG-REST
               END-UNSTRING
               UNSTRING WS-TAG-REST DELIMITED BY '</OrgnlEndToEndId>'
                   INTO WS-ORGNL-E2E-ID
               END-UNSTRING
           END-IF

           MOVE ZEROS                  TO WS-TAG-TALLY
           INSPECT PACS004I-REC TALLYING WS-TAG-TALLY
               FOR ALL '<RtrRsnInf>'
           IF WS-TAG-TALLY > 0
               SET WS-IN-RSN           TO TRUE
           END-IF

           MOVE ZEROS                  TO WS-TAG-TALLY
           INSPECT PACS004I-REC TALLYING WS-TAG-TALLY
               FOR ALL '<Cd>'
           IF WS-TAG-TALLY > 0 AND WS-IN-RSN
               MOVE SPACES             TO WS-RTN-RSN-COD
               UNSTRING PACS004I-REC DELIMITED BY '<Cd>'
                   INTO WS-TAG-FRONT
                        WS-TAG-REST
               END-UNSTRING
               UNSTRING WS-TAG-REST DELIMITED BY '</Cd>'
                   INTO WS-RTN-RSN-COD
               END-UNSTRING
           END-IF

           MOVE ZEROS                  TO WS-TAG-TALLY
           INSPECT PACS004I-REC TALLYING WS-TAG-TALLY
               FOR ALL '</RtrRsnInf>'
           IF WS-TAG-TALLY > 0
               MOVE 'N'                TO WS-IN-RSN-SW
           END-IF

           MOVE ZEROS                  TO WS-TAG-TALLY
           INSPECT PACS004I-REC TALLYING WS-TAG-TALLY
               FOR ALL '</TxInf>'
           IF WS-TAG-TALLY > 0
               PERFORM B100-PROC-RETURN
           END-IF
           .
      *****************************************************************
      * One Complete Return - Match It, Register It, Count The Run Of *
      * Returns And Suspend The Instruction When The Limit Is Reached *
      *****************************************************************
       B100-PROC-RETURN.
           ADD 1                       TO WS-RTN-TOTAL-CNT
           PERFORM B110-READ-INSTRUCTION
           IF PROG-NORMAL
               IF WS-RTN-CLASS = 'UNKNOWN'
                   ADD 1               TO WS-RTN-UNKN-CNT
                   PERFORM B190-WRITE-EXCEPTION-LINE
               ELSE
                   PERFORM B120-CHECK-DUPLICATE
               END-IF
           END-IF
           IF PROG-NORMAL AND WS-RTN-CLASS = 'MATCHED'
               ADD 1                   TO WS-RTN-MTCH-CNT
               PERFORM B130-STAMP-LEDGER
               IF PROG-NORMAL
                   PERFORM B140-COUNT-CONSECUTIVE
               END-IF
               IF PROG-NORMAL
                   MOVE 'N'            TO TABPRTN-SUSP-IND
                   IF WS-CONSEC-CNT NOT < WS-SUSP-LIMIT
                       PERFORM B150-SUSPEND-INSTRUCTION
                   END-IF
               END-IF
               IF PROG-NORMAL
                   PERFORM B160-REGISTER-RETURN
               END-IF
           END-IF

      * THE RETURN IS CONSUMED - THE NEXT BLOCK BRINGS ITS OWN IDS
           MOVE SPACES                 TO WS-RTR-ID
                                          WS-ORGNL-REF
                                          WS-ORGNL-E2E-ID
                                          WS-RTN-RSN-COD
           MOVE 'N'                    TO WS-IN-RSN-SW
           .
      *****************************************************************
      * The Returned Reference Must Be One Of Our Instructions - ITS  *
      * CUSTOMER KEY CARRIES THE INSTITUTION FOR THE REPORT           *
      *****************************************************************
       B110-READ-INSTRUCTION.
           MOVE 'MATCHED'              TO WS-RTN-CLASS
           IF WS-ORGNL-REF = SPACES
               MOVE 'UNKNOWN'          TO WS-RTN-CLASS
           ELSE
               EXEC SQL
                   SELECT CUST_CTRY,
                          CUST_INSTT,
                          CUST_ID,
                          INSTR_STAT
                   INTO   :TABPRTN-CUST-CTRY,
                          :TABPRTN-CUST-INSTT,
                          :TABPRTN-CUST-ID,
                          :WS-INSTR-STAT
                   FROM   PAYMENTS.PAYMENT_INSTRUCTIONS
                   WHERE  INSTR_REF_NUM = :WS-ORGNL-REF
                   FETCH FIRST 1 ROW ONLY
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       CONTINUE
                   WHEN 100
                       MOVE 'UNKNOWN'  TO WS-RTN-CLASS
                   WHEN OTHER
                       PERFORM X490-PROC-SQL-ERROR
               END-EVALUATE
           END-IF
           .
      *****************************************************************
      * A Return Already On TABPRTN (THE SAME FILE RE-RUN) Is         *
      * Reported But Not Counted Again Towards The Suspension         *
      *****************************************************************
       B120-CHECK-DUPLICATE.
           MOVE ZEROS                  TO WS-DUP-CNT
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-DUP-CNT
               FROM   TABPRTN
               WHERE  INSTR_REF_NUM = :WS-ORGNL-REF
                AND   RTN_ID        = :WS-RTR-ID
                AND   MSG_ID        = :WS-ORGNL-MSGID
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           ELSE
               IF WS-DUP-CNT > 0
                   MOVE 'DUPLICATE'    TO WS-RTN-CLASS
                   ADD 1               TO WS-RTN-DUPL-CNT
                   PERFORM B190-WRITE-EXCEPTION-LINE
               END-IF
           END-IF
           .
      *****************************************************************
      * Stamp 'RTND' Onto The Execution-Ledger Row - THE ROW OF THE   *
      * ORIGINAL DOCUMENT WHEN ITS MSGID CAME BACK, OTHERWISE THE     *
      * INSTRUCTION'S LATEST EXECUTION, AS PAINIMPC DOES. NO ROW (AN  *
      * EXPORT OLDER THAN THE LEDGER) IS NOT AN ERROR                 *
      *****************************************************************
       B130-STAMP-LEDGER.
           IF WS-ORGNL-MSGID NOT = SPACES
               EXEC SQL
                   UPDATE TABPEXL
                   SET    TX_STS        = 'RTND',
                          STS_TS        = CHAR(CURRENT TIMESTAMP)
                   WHERE  INSTR_REF_NUM = :WS-ORGNL-REF
                    AND   MSG_ID        = :WS-ORGNL-MSGID
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE TABPEXL
                   SET    TX_STS        = 'RTND',
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
                   ADD 1               TO WS-RTN-LEDG-CNT
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * The Run Of Returns - LEDGERED EXECUTIONS STAMPED 'RTND' SINCE *
      * THE LATEST ONE WITH ANY OTHER SETTLED OUTCOME. AN EXECUTION   *
      * STILL AWAITING ITS STATUS (BLANK) NEITHER COUNTS NOR BREAKS   *
      * THE RUN. THE RETURN IN HAND ALWAYS COUNTS AS ONE              *
      *****************************************************************
       B140-COUNT-CONSECUTIVE.
           MOVE ZEROS                  TO WS-CONSEC-CNT
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-CONSEC-CNT
               FROM   TABPEXL
               WHERE  INSTR_REF_NUM = :WS-ORGNL-REF
                AND   TX_STS        = 'RTND'
                AND   EXPT_TS       >
                      (SELECT VALUE(MAX(EXPT_TS),
                                    TIMESTAMP('0001-01-01-00.00.00'))
                       FROM   TABPEXL
                       WHERE  INSTR_REF_NUM = :WS-ORGNL-REF
                        AND   TX_STS NOT IN ('RTND', ' '))
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           IF WS-CONSEC-CNT < 1
               MOVE 1                  TO WS-CONSEC-CNT
           END-IF
           .
      *****************************************************************
      * The Limit Is Reached - Suspend The Instruction So PAINEXPC    *
      * Stops Sending It. ONLY AN ACTIVE INSTRUCTION IS TOUCHED; ONE  *
      * ALREADY SUSPENDED, CANCELLED OR HELD IS LEFT AS IT STANDS     *
      *****************************************************************
       B150-SUSPEND-INSTRUCTION.
           EXEC SQL
               UPDATE PAYMENTS.PAYMENT_INSTRUCTIONS
               SET    INSTR_STAT    = 'S'
               WHERE  INSTR_REF_NUM = :WS-ORGNL-REF
                AND   INSTR_STAT    = 'A'
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1               TO WS-RTN-SUSP-CNT
                   MOVE 'Y'            TO TABPRTN-SUSP-IND
                   PERFORM B155-QUEUE-NOTIF-EVENT
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * Queue The Suspension For The Customer's Notification; One     *
      * Already Queued Today For The Instruction Stands               *
      *****************************************************************
       B155-QUEUE-NOTIF-EVENT.
           MOVE TABPRTN-CUST-CTRY      TO TABNEVT-CUST-CTRY
           MOVE TABPRTN-CUST-INSTT     TO TABNEVT-CUST-INSTT
           MOVE TABPRTN-CUST-ID        TO TABNEVT-CUST-ID
           MOVE 'INSS'                 TO TABNEVT-EVT-TYP
           MOVE SPACES                 TO TABNEVT-ACC-CTRY
                                          TABNEVT-ACC-INSTT
                                          TABNEVT-NOTIF-DT
           MOVE WS-ORGNL-REF           TO TABNEVT-EVT-REF
           MOVE 'S'                    TO TABNEVT-NEW-STAT
           MOVE WS-TODAY-DATE-8        TO TABNEVT-EFF-DT
           MOVE WS-PROG-NAM            TO TABNEVT-SRC-PGM
           MOVE 'P'                    TO TABNEVT-NOTIF-STAT
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
      * Register The Return And Its Reason On TABPRTN                 *
      *****************************************************************
       B160-REGISTER-RETURN.
           MOVE WS-ORGNL-REF           TO TABPRTN-INSTR-REF-NUM
           MOVE WS-RTR-ID              TO TABPRTN-RTN-ID
           MOVE WS-ORGNL-MSGID         TO TABPRTN-MSG-ID
           MOVE WS-ORGNL-E2E-ID        TO TABPRTN-END-TO-END-ID
           MOVE WS-RTN-RSN-COD         TO TABPRTN-RTN-RSN-COD
           MOVE WS-TODAY-DATE-8        TO TABPRTN-RTN-DT
           IF WS-CONSEC-CNT > 999
               MOVE 999                TO TABPRTN-CONSEC-CNT
           ELSE
               MOVE WS-CONSEC-CNT      TO TABPRTN-CONSEC-CNT
           END-IF
           EXEC SQL
               INSERT INTO TABPRTN
                   (INSTR_REF_NUM, RTN_ID, MSG_ID, END_TO_END_ID,
                    CUST_CTRY, CUST_INSTT, CUST_ID,
                    RTN_RSN_COD, RTN_DT, CONSEC_CNT, SUSP_IND,
                    LOAD_TS)
               VALUES
                   (:TABPRTN-INSTR-REF-NUM, :TABPRTN-RTN-ID,
                    :TABPRTN-MSG-ID, :TABPRTN-END-TO-END-ID,
                    :TABPRTN-CUST-CTRY, :TABPRTN-CUST-INSTT,
                    :TABPRTN-CUST-ID,
                    :TABPRTN-RTN-RSN-COD, :TABPRTN-RTN-DT,
                    :TABPRTN-CONSEC-CNT, :TABPRTN-SUSP-IND,
                    CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * A Return That Did Not Register - NOT ONE OF OUR INSTRUCTIONS, *
      * OR ALREADY ON TABPRTN FROM AN EARLIER RUN                     *
      *****************************************************************
       B190-WRITE-EXCEPTION-LINE.
           MOVE SPACES                 TO PACSRTNT-REC
           STRING '  '                 DELIMITED BY SIZE
                  WS-RTN-CLASS         DELIMITED BY SIZE
                  ' INSTR '            DELIMITED BY SIZE
                  WS-ORGNL-REF         DELIMITED BY SIZE
                  ' RTRID '            DELIMITED BY SIZE
                  WS-RTR-ID            DELIMITED BY SIZE
                  ' RSN '              DELIMITED BY SIZE
                  WS-RTN-RSN-COD       DELIMITED BY SIZE
                  ' MSGID '            DELIMITED BY SIZE
                  WS-ORGNL-MSGID       DELIMITED BY SIZE
               INTO PACSRTNT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * The Daily Returns Report - Today's TABPRTN Rows, Grouped By   *
      * Institution With A Count Line Under Each                      *
      *****************************************************************
       B300-REPORT-BY-INSTITUTION.
           MOVE SPACES                 TO PACSRTNT-REC
           PERFORM Z010-WRITE-RPT-LINE
           MOVE '*** RETURNS BY INSTITUTION ***'
                                       TO PACSRTNT-REC
           PERFORM Z010-WRITE-RPT-LINE

           EXEC SQL
               OPEN CSR-DAY-RTN
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF

           IF PROG-NORMAL
               MOVE SPACES             TO WS-BRK-CTRY
                                          WS-BRK-INSTT
               PERFORM B310-FETCH-DAY-RTN
               PERFORM UNTIL WS-RPT-EOF OR PROG-ABEND
                   IF TABPRTN-CUST-CTRY  NOT = WS-BRK-CTRY
                   OR TABPRTN-CUST-INSTT NOT = WS-BRK-INSTT
                       PERFORM B320-INSTITUTION-BREAK
                   END-IF
                   PERFORM B330-WRITE-RETURN-LINE
                   PERFORM B310-FETCH-DAY-RTN
               END-PERFORM
               IF PROG-NORMAL AND WS-BRK-INSTT NOT = SPACES
                   PERFORM B340-WRITE-INST-FOOTER
               END-IF
               EXEC SQL
                   CLOSE CSR-DAY-RTN
               END-EXEC
           END-IF
           .
      *****************************************************************
      * Fetch The Next Of Today's Returns                             *
      *****************************************************************
       B310-FETCH-DAY-RTN.
           EXEC SQL
               FETCH CSR-DAY-RTN
               INTO :TABPRTN-CUST-CTRY,
                    :TABPRTN-CUST-INSTT,
                    :TABPRTN-CUST-ID,
                    :TABPRTN-INSTR-REF-NUM,
                    :TABPRTN-RTN-ID,
                    :TABPRTN-RTN-RSN-COD,
                    :TABPRTN-CONSEC-CNT,
                    :TABPRTN-SUSP-IND
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET WS-RPT-EOF      TO TRUE
               WHEN OTHER
                   SET WS-RPT-EOF      TO TRUE
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * Close Off The Previous Institution And Head The Next One      *
      *****************************************************************
       B320-INSTITUTION-BREAK.
           IF WS-BRK-INSTT NOT = SPACES
               PERFORM B340-WRITE-INST-FOOTER
           END-IF
           MOVE TABPRTN-CUST-CTRY      TO WS-BRK-CTRY
           MOVE TABPRTN-CUST-INSTT     TO WS-BRK-INSTT
           MOVE ZEROS                  TO WS-INST-RTN-CNT
                                          WS-INST-SUSP-CNT
           ADD 1                       TO WS-INST-CNT
           MOVE SPACES                 TO PACSRTNT-REC
           STRING 'INSTITUTION: '      DELIMITED BY SIZE
                  WS-BRK-CTRY          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-BRK-INSTT         DELIMITED BY SIZE
               INTO PACSRTNT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * One Return Line With Its Decoded Reason                       *
      *****************************************************************
       B330-WRITE-RETURN-LINE.
           ADD 1                       TO WS-INST-RTN-CNT
           IF TABPRTN-SUSP-IND = 'Y'
               ADD 1                   TO WS-INST-SUSP-CNT
           END-IF
           MOVE 'RTRS'                 TO GEN-REF-TYP
           MOVE TABPRTN-RTN-RSN-COD    TO GEN-REF-CODE
           PERFORM X800-DECODE-GEN-REF
           MOVE TABPRTN-CONSEC-CNT     TO WS-CONSEC-DISP
           MOVE SPACES                 TO PACSRTNT-REC
           STRING '  '                 DELIMITED BY SIZE
                  TABPRTN-CUST-ID      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  TABPRTN-INSTR-REF-NUM DELIMITED BY SIZE
                  ' RSN: '             DELIMITED BY SIZE
                  TABPRTN-RTN-RSN-COD  DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  GEN-REF-DESC(1:30)   DELIMITED BY SIZE
                  ' IN-A-ROW: '        DELIMITED BY SIZE
                  WS-CONSEC-DISP       DELIMITED BY SIZE
               INTO PACSRTNT-REC
           END-STRING
           IF TABPRTN-SUSP-IND = 'Y'
               MOVE 'SUSPENDED'        TO PACSRTNT-REC(112:9)
           END-IF
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * The Institution's Count Line                                  *
      *****************************************************************
       B340-WRITE-INST-FOOTER.
           MOVE SPACES                 TO PACSRTNT-REC
           STRING '  RETURNS: '        WS-INST-RTN-CNT
                  ' INSTRUCTIONS SUSPENDED: '
                                       WS-INST-SUSP-CNT
               DELIMITED BY SIZE INTO PACSRTNT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           MOVE SPACES                 TO PACSRTNT-REC
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * Write One Line To The Returns Report                          *
      *****************************************************************
       Z010-WRITE-RPT-LINE.
           IF WS-PACSRTNT-OPEN
               WRITE PACSRTNT-REC
           END-IF
           .
      *****************************************************************
      * Decode One Reference Code To Its TABCDREF DESCRIPTION - THE   *
      * CALLER SETS GEN-REF-TYP/GEN-REF-CODE AND READS GEN-REF-DESC   *
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
               MOVE '(NO DESCRIPTION ON FILE)'
                                       TO GEN-REF-DESC
           END-IF
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
      * Open The Returns Input File                                   *
      *****************************************************************
       A020-OPEN-PACS004I.
           OPEN INPUT PACS004I
           IF INFILE-STATUS NOT = '00'
               DISPLAY 'FILE OPEN ERROR, FILE STATUS IS :' INFILE-STATUS
               PERFORM X390-PROC-FILE-ERROR
           ELSE
               SET WS-PACS-OPEN        TO TRUE
           END-IF
           .
      *****************************************************************
      * Open The Daily Returns Report File                            *
      *****************************************************************
       A025-OPEN-PACSRTNT.
           OPEN OUTPUT PACSRTNT
           IF WS-PACSRTNT-STATUS NOT = '00'
               DISPLAY 'PACSRTNT OPEN ERROR, FILE STATUS IS :'
                   WS-PACSRTNT-STATUS
               PERFORM X390-PROC-FILE-ERROR
           ELSE
               SET WS-PACSRTNT-OPEN    TO TRUE
           END-IF
           .
      *****************************************************************
      * End Of Job Processing                                         *
      *****************************************************************
       C000-FINAL.
           PERFORM C005-WRITE-TOTALS-LINE
           PERFORM C010-CLOSING-MSG
           MOVE 0                      TO RETURN-CODE
           .
      *****************************************************************
      * Write The Totals Line At The Foot Of The Report               *
      *****************************************************************
       C005-WRITE-TOTALS-LINE.
           MOVE SPACES                 TO PACSRTNT-REC
           STRING 'TOTALS - RETURNS: '  WS-RTN-TOTAL-CNT
                  ' MATCHED: '          WS-RTN-MTCH-CNT
                  ' NOT OURS: '         WS-RTN-UNKN-CNT
                  ' DUPLICATE: '        WS-RTN-DUPL-CNT
                  ' SUSPENDED: '        WS-RTN-SUSP-CNT
                  ' LEDGERED: '         WS-RTN-LEDG-CNT
               DELIMITED BY SIZE INTO PACSRTNT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * Close Files And Write Job-End Summary To The Log               *
      *****************************************************************
       C010-CLOSING-MSG.
           IF WS-PACS-OPEN
               CLOSE PACS004I
               MOVE 'N'                TO WS-PACS-OPEN-SW
           END-IF

           IF WS-PACSRTNT-OPEN
               CLOSE PACSRTNT
               MOVE 'N'                TO WS-PACSRTNT-OPEN-SW
           END-IF

      * ONLY A CLEAN END EARNS ITS COMPLETION ROW - AN ABENDED RUN'S
      * START ROW IS LEFT UNMATCHED ON THE REGISTRY
           IF PROG-NORMAL
               PERFORM C018-REGISTER-RUN-END
           END-IF

           STRING 'JOB END SUMMARY - RETURNS: '  WS-RTN-TOTAL-CNT
                  ' MATCHED: '                   WS-RTN-MTCH-CNT
                  ' NOT OURS: '                  WS-RTN-UNKN-CNT
                  ' SUSPENDED: '                 WS-RTN-SUSP-CNT
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
      * This Run's Completion Row On The TABRREG RUN REGISTRY,         *
      * Carrying Its Counts                                            *
      *****************************************************************
       C018-REGISTER-RUN-END.
           INITIALIZE WR-RUNREG-FLDS
                        REPLACING NUMERIC DATA BY ZERO
           SET RREG-FUNC-COMPLETE      TO TRUE
           MOVE WS-PROG-NAM            TO RREG-PROG-NAM
           MOVE WS-TODAY-DATE-8        TO RREG-BUS-DT
           MOVE WS-REC-READ-CNT        TO RREG-REC-READ
           MOVE WS-RTN-MTCH-CNT        TO RREG-REC-PROC
           PERFORM X940-RUN-REGISTRY
           .
      *****************************************************************
      * Invoke The Run-Registry Subprogram With The Assembled RREG-*   *
      * Fields - A REGISTRY WRITE FAILURE IS REPORTED BUT DOES NOT    *
      * TAKE THE RUN DOWN                                             *
      *****************************************************************
       X940-RUN-REGISTRY.
           CALL WS-RUNREG-PGM USING WR-RUNREG-FLDS
               ON EXCEPTION
                   DISPLAY 'UNABLE TO CALL RUN-REGISTRY '
                       'SUBPROGRAM: ' WS-RUNREG-PGM
           END-CALL
           IF RREG-RESP-SQL-ERROR
               DISPLAY 'RUN-REGISTRY RESPONSE ' RREG-RESP ' - '
                   RREG-RESP-MSG
           END-IF
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
               LOG-NO-ACTN             TO TRUE
           MOVE WS-DEPT-ID             TO LOG-DEPT-ID
           PERFORM X920-ERROR-LOG-RETN
           .
      *****************************************************************
      * Log Warning Messages                                          *
      *****************************************************************
       X790-PROC-WRNG-MSG.
           SET LOG-DATA-ERROR
               LOG-WRNG-MSG
               LOG-NO-ACTN             TO TRUE
           MOVE WS-DEPT-ID             TO LOG-DEPT-ID
           PERFORM X920-ERROR-LOG-RETN
           .
      *****************************************************************
      * Invoke The Logging Subprogram With The Assembled LOG-* Fields  *
      *****************************************************************
       X920-ERROR-LOG-RETN.
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
           MOVE WS-RTN-MTCH-CNT        TO DIAG-REC-PROC-CNT
           PERFORM C010-CLOSING-MSG
           MOVE 16                     TO RETURN-CODE
           CALL WS-CANCEL-PGM
           STOP RUN
           .
