       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAINRSDC.
       AUTHOR. RISHI SHARMA.
       DATE-WRITTEN. OCT,2026.
       DATE-COMPILED. OCT,2026.
       INSTALLATION. Nowhere.
      *****************************************************************
      * THIS BATCH PROGRAM RE-SENDS ONE PAIN.001 DOCUMENT PAINEXPC    *
      * ALREADY SENT - THE DOCUMENT OF ONE INSTITUTION FOR ONE        *
      * BUSINESS DATE (AND, FOR AN INTRA-DAY URGENT CYCLE, ONE CYCLE) *
      * - WHEN THE CLEARING SHOP HAS LOST IT OR FAILED TO LOAD IT.    *
      * PAINEXPC CANNOT SIMPLY BE RERUN: IT HAS ROLLED THE SCHEDULES  *
      * ON AND THE RUN REGISTRY WOULD REFUSE IT. THE DOCUMENT IS      *
      * REBUILT FROM THE TABPEXL EXECUTION LEDGER UNDER ITS ORIGINAL  *
      * MSGID - THE SAME TRANSACTIONS, ENDTOENDIDS, AMOUNTS, NBOFTXS  *
      * AND CTRLSUM - WITH THE GROUP HEADER FLAGGED AS A POSSIBLE     *
      * DUPLICATE. NAMES, ADDRESS LINES AND PRIORITY ARE TAKEN AS     *
      * THEY STOOD WHEN THE DOCUMENT WENT OUT: WHERE PAYIMNTC HAS     *
      * CHANGED AN INSTRUCTION SINCE, THE OLD VALUES OF ITS FIRST     *
      * TABPIMG IMAGE AFTER THE EXPORT ARE USED. NOTHING ON           *
      * PAYMENTS.PAYMENT_INSTRUCTIONS IS UPDATED AND NO LEDGER ROW IS *
      * WRITTEN. EACH RE-SEND IS WRITTEN TO THE RUN REGISTRY AS A     *
      * RE-SEND (R) EVENT OF PAINEXPC FOR THE DATE - OF PAINEXPU,     *
      * UNDER WHICH THE INTRA-DAY CYCLES ARE REGISTERED, FOR AN       *
      * INTRA-DAY DOCUMENT.                                           *
      * PARM 1 BUSINESS DATE (YYYYMMDD), PARM 2 CUST_CTRY, PARM 3     *
      * CUST_INSTT, PARM 4 INTRA-DAY CYCLE (NN, OMITTED FOR THE       *
      * NIGHTLY DOCUMENT)                                             *
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
           SELECT PAINRSDT
                                    ASSIGN TO PAINRSDT
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-PAINRSDT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * THE RE-SENT DOCUMENT - THE SAME 200-BYTE LINES AS PAINEXPT    *
      *****************************************************************
       FD PAINRSDT
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS PAINRSDT-REC.
       01 PAINRSDT-REC                PIC X(200).
       WORKING-STORAGE SECTION.
       77  FILLER                     PIC X(40) VALUE
            'WORKING STORAGE SECTION STARTS HERE'.
       01  WS-MISC.
           05 WS-CANCEL-PGM           PIC X(8) VALUE 'EXITPGM'.
           05 WS-SUBPGM-NAM           PIC X(8) VALUE 'LOGPGMC'.
               88 WS-SUBPGM-LOG       VALUE 'LOGPGMC'.
           05 WS-DEPT-ID              PIC X(8) VALUE 'INETBKNG'.
               88 IB-DEPT             VALUE 'INETBKNG'.
           05 WS-RUNREG-PGM           PIC X(8) VALUE 'RUNREGC'.
           05 WS-RESENT-PGM           PIC X(8) VALUE 'PAINEXPC'.
           05 WS-RESENT-URG-PGM       PIC X(8) VALUE 'PAINEXPU'.
           05 WS-PAINRSDT-STATUS      PIC X(2).
           05 WS-PAINRSDT-OPEN-SW     PIC X(1) VALUE 'N'.
               88 WS-PAINRSDT-OPEN    VALUE 'Y'.
           05 WS-JOBEND-MSG           PIC X(80) VALUE SPACES.
           05 WS-RSD-MSG              PIC X(80) VALUE SPACES.
           05 WS-TODAY-DATE.
               10 WS-TODAY-DATE-8     PIC X(8).
               10 WS-TODAY-TIME-6     PIC X(6).
               10 FILLER              PIC X(7).
      *****************************************************************
      * RUN PARAMETERS - THE BUSINESS DATE AND INSTITUTION OF THE     *
      * DOCUMENT, AND ITS INTRA-DAY CYCLE WHEN IT WAS NOT THE NIGHTLY *
      * RUN'S                                                         *
      *****************************************************************
           05 WS-BUS-DT-PARM          PIC X(8).
           05 WS-CTRY-PARM            PIC X(3).
           05 WS-INSTT-PARM           PIC X(10).
           05 WS-CYC-PARM             PIC X(2).
           05 WS-RSD-BUS-DT           PIC X(8).
           05 WS-RSD-CYC              PIC 9(2) VALUE ZEROS.
      *****************************************************************
      * THE ORIGINAL MSGID, BUILT AS PAINEXPC BUILT IT - AN INTRA-DAY *
      * CYCLE'S CARRIES -U AND THE CYCLE NUMBER                       *
      *****************************************************************
           05 WS-DOC-MSG-ID.
               10 WS-DOC-MSGID-CTRY   PIC X(3).
               10 WS-DOC-MSGID-INSTT  PIC X(10).
               10 FILLER              PIC X(1) VALUE '-'.
               10 WS-DOC-MSGID-BUS-DT PIC X(8).
               10 WS-DOC-MSGID-CYC-TAG PIC X(2) VALUE SPACES.
               10 WS-DOC-MSGID-CYC-NO PIC 9(2) VALUE ZEROS.
           05 WS-DOC-MSGID-LEN        PIC 9(2) COMP VALUE 22.
           05 WS-LEDG-MSG-ID          PIC X(35).
      *****************************************************************
      * THE DOCUMENT AS THE LEDGER HOLDS IT, AND AS REBUILT           *
      *****************************************************************
           05 WS-LEDG-TX-CNT          PIC S9(9) COMP VALUE +0.
           05 WS-JOIN-TX-CNT          PIC S9(9) COMP VALUE +0.
           05 WS-LEDG-CTRL-SUM        PIC S9(15)V9(2) COMP-3
                                          VALUE ZEROS.
           05 WS-DOC-TX-CNT           PIC 9(7) VALUE ZEROS.
           05 WS-DOC-TX-DISP          PIC 9(7).
           05 WS-DOC-SUM-DISP         PIC 9(15).9(2).
           05 WS-REC-RESTORED-CNT     PIC 9(7) VALUE ZEROS.
           05 WS-PROF-MASK-SW         PIC X(1) VALUE 'N'.
               88 WS-PROF-MASK        VALUE 'Y'.
           05 WS-MASK-REQD            PIC X(1).
      *****************************************************************
      * ONE LEDGERED TRANSACTION WITH ITS INSTRUCTION                 *
      *****************************************************************
           05 WS-PAY-CUST-CTRY        PIC X(3).
           05 WS-PAY-CUST-INSTT       PIC X(10).
           05 WS-PAY-CUST-ID          PIC X(20).
           05 WS-PAY-INSTR-REF-NUM    PIC X(20).
           05 WS-PAY-END-TO-END-ID    PIC X(35).
           05 WS-PAY-INSTR-AMT        PIC S9(13)V9(2) COMP-3.
           05 WS-PAY-INSTR-CCY        PIC X(3).
           05 WS-PAY-EXPT-TS          PIC X(26).
           05 WS-PAY-AC-CTRY          PIC X(3).
           05 WS-PAY-AC-INSTT         PIC X(10).
           05 WS-PAY-AC-NO            PIC X(20).
           05 WS-PAY-AC-PROD-TYP      PIC X(10).
           05 WS-PAY-BENE-NAM         PIC X(100).
           05 WS-PAY-BENE-ADDR1       PIC X(100).
           05 WS-PAY-BENE-ADDR2       PIC X(100).
           05 WS-PAY-BENE-ADDR3       PIC X(100).
           05 WS-PAY-DEBTOR-NAME      PIC X(100).
           05 WS-PAY-DEBTOR-ADDR1     PIC X(100).
           05 WS-PAY-DEBTOR-ADDR2     PIC X(100).
           05 WS-PAY-DEBTOR-ADDR3     PIC X(100).
           05 WS-PAY-INSTR-PTY        PIC X(10).
           05 WS-PAY-AMT-DISP         PIC 9(13).9(2).
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
               INCLUDE TABPIMGW
           END-EXEC.
           EXEC SQL
               INCLUDE TABIPRFW
           END-EXEC.
      *--------------------------------------*
      *      DB2 CURSOR DECLARATION          *
      *--------------------------------------*
      *****************************************************************
      * THE DOCUMENT'S LEDGERED TRANSACTIONS IN THE ORDER THEY WENT   *
      * OUT (ENDTOENDID), EACH WITH ITS INSTRUCTION. READ ONLY - A    *
      * RE-SEND CHANGES NOTHING ON EITHER TABLE                       *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-RSD-LEDG CURSOR FOR
               SELECT L.CUST_CTRY,
                      L.CUST_INSTT,
                      L.CUST_ID,
                      L.INSTR_REF_NUM,
                      L.END_TO_END_ID,
                      L.INSTR_AMT,
                      L.INSTR_CCY,
                      CHAR(L.EXPT_TS),
                      P.AC_CTRY,
                      P.AC_INSTT,
                      P.AC_NO,
                      P.AC_PROD_TYP,
                      P.BENE_NAM,
                      P.BENE_ADDR1,
                      P.BENE_ADDR2,
                      P.BENE_ADDR3,
                      P.DEBTOR_NAME,
                      P.DEBTOR_ADDR1,
                      P.DEBTOR_ADDR2,
                      P.DEBTOR_ADDR3,
                      P.INSTR_PTY
               FROM   TABPEXL L,
                      PAYMENTS.PAYMENT_INSTRUCTIONS P
               WHERE  L.MSG_ID        = :WS-LEDG-MSG-ID
                AND   L.CUST_CTRY     = :WS-DOC-MSGID-CTRY
                AND   L.CUST_INSTT    = :WS-DOC-MSGID-INSTT
                AND   P.CUST_CTRY     = L.CUST_CTRY
                AND   P.CUST_INSTT    = L.CUST_INSTT
                AND   P.CUST_ID       = L.CUST_ID
                AND   P.INSTR_REF_NUM = L.INSTR_REF_NUM
               ORDER BY L.END_TO_END_ID
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
           MOVE 'PAINRSDC'             TO WS-PROG-NAM
           PERFORM A010-WRT-START-MSG
           MOVE FUNCTION CURRENT-DATE  TO WS-TODAY-DATE
           PERFORM A005-GET-PARMS
           IF PROG-NORMAL
               PERFORM A030-FIND-DOCUMENT
           END-IF
           IF PROG-NORMAL
               PERFORM A035-FIND-PROFILE
           END-IF
           IF PROG-NORMAL
               PERFORM A015-REGISTER-RUN-START
               PERFORM A020-OPEN-PAINRSDT
           END-IF
           .
      *****************************************************************
      * The Business Date, Institution And Cycle From PARMS 1-4 - THE *
      * DATE AND INSTITUTION ARE BOTH REQUIRED                        *
      *****************************************************************
       A005-GET-PARMS.
           MOVE SPACES                 TO WS-BUS-DT-PARM
                                          WS-CTRY-PARM
                                          WS-INSTT-PARM
                                          WS-CYC-PARM
           DISPLAY 1                   UPON ARGUMENT-NUMBER
           ACCEPT WS-BUS-DT-PARM       FROM ARGUMENT-VALUE
           DISPLAY 2                   UPON ARGUMENT-NUMBER
           ACCEPT WS-CTRY-PARM         FROM ARGUMENT-VALUE
           DISPLAY 3                   UPON ARGUMENT-NUMBER
           ACCEPT WS-INSTT-PARM        FROM ARGUMENT-VALUE
           DISPLAY 4                   UPON ARGUMENT-NUMBER
           ACCEPT WS-CYC-PARM          FROM ARGUMENT-VALUE
           EVALUATE TRUE
               WHEN WS-BUS-DT-PARM NOT NUMERIC
                   MOVE 'PARM 1 MUST BE THE BUSINESS DATE, YYYYMMDD'
                                       TO WS-RSD-MSG
               WHEN WS-CTRY-PARM = SPACES
               WHEN WS-INSTT-PARM = SPACES
                   MOVE 'PARMS 2 AND 3 MUST BE THE CUST_CTRY AND CUST_IN
      -                 'STT'          TO WS-RSD-MSG
               WHEN WS-CYC-PARM NOT = SPACES
                AND (WS-CYC-PARM NOT NUMERIC OR WS-CYC-PARM = '00')
                   MOVE 'PARM 4 MUST BE THE INTRA-DAY CYCLE, 01-99, OR O
      -                 'MITTED'       TO WS-RSD-MSG
               WHEN OTHER
                   MOVE WS-BUS-DT-PARM TO WS-RSD-BUS-DT
                   IF WS-CYC-PARM NOT = SPACES
                       MOVE WS-CYC-PARM
                                       TO WS-RSD-CYC
                   END-IF
           END-EVALUATE
           IF WS-RSD-MSG NOT = SPACES
               PERFORM A090-REFUSE-RESEND
           END-IF
           .
      *****************************************************************
      * Refuse The Re-Send Before Anything Is Written                 *
      *****************************************************************
       A090-REFUSE-RESEND.
           DISPLAY 'PAIN.001 RE-SEND REFUSED - ' WS-RSD-MSG
           PERFORM X100-ERR-COMMON-SETUP
           SET WS-PARA-A020
               WS-MSG-002              TO TRUE
           MOVE WS-PARA-NAM            TO LOG-PARA-NAM
           MOVE WS-MSG-NO              TO LOG-MSG-NO
           MOVE WS-RSD-MSG             TO LOG-ERR-TEXT-LONG
           PERFORM X290-PROC-DATA-ERROR
           .
      *****************************************************************
      * Find The Document On The Ledger Under Its Original MsgId -    *
      * ITS TRANSACTION COUNT AND CONTROL SUM ARE THE LEDGER'S. A     *
      * DOCUMENT WHOSE INSTRUCTION HAS SINCE BEEN REMOVED CANNOT BE   *
      * REBUILT WHOLE AND IS REFUSED RATHER THAN SENT SHORT           *
      *****************************************************************
       A030-FIND-DOCUMENT.
           MOVE WS-CTRY-PARM           TO WS-DOC-MSGID-CTRY
           MOVE WS-INSTT-PARM          TO WS-DOC-MSGID-INSTT
           MOVE WS-RSD-BUS-DT          TO WS-DOC-MSGID-BUS-DT
           IF WS-RSD-CYC > 0
               MOVE '-U'               TO WS-DOC-MSGID-CYC-TAG
               MOVE WS-RSD-CYC         TO WS-DOC-MSGID-CYC-NO
               MOVE 26                 TO WS-DOC-MSGID-LEN
           END-IF
           MOVE WS-DOC-MSG-ID(1:WS-DOC-MSGID-LEN)
                                       TO WS-LEDG-MSG-ID
           EXEC SQL
               SELECT COUNT(*),
                      VALUE(SUM(INSTR_AMT), 0)
               INTO   :WS-LEDG-TX-CNT,
                      :WS-LEDG-CTRL-SUM
               FROM   TABPEXL
               WHERE  MSG_ID     = :WS-LEDG-MSG-ID
                AND   CUST_CTRY  = :WS-DOC-MSGID-CTRY
                AND   CUST_INSTT = :WS-DOC-MSGID-INSTT
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           IF PROG-NORMAL
               EXEC SQL
                   SELECT COUNT(*)
                   INTO   :WS-JOIN-TX-CNT
                   FROM   TABPEXL L,
                          PAYMENTS.PAYMENT_INSTRUCTIONS P
                   WHERE  L.MSG_ID        = :WS-LEDG-MSG-ID
                    AND   L.CUST_CTRY     = :WS-DOC-MSGID-CTRY
                    AND   L.CUST_INSTT    = :WS-DOC-MSGID-INSTT
                    AND   P.CUST_CTRY     = L.CUST_CTRY
                    AND   P.CUST_INSTT    = L.CUST_INSTT
                    AND   P.CUST_ID       = L.CUST_ID
                    AND   P.INSTR_REF_NUM = L.INSTR_REF_NUM
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM X490-PROC-SQL-ERROR
               END-IF
           END-IF
           IF PROG-NORMAL
               EVALUATE TRUE
                   WHEN WS-LEDG-TX-CNT = 0
                       STRING 'NO DOCUMENT ON TABPEXL UNDER MSGID '
                              WS-LEDG-MSG-ID
                           DELIMITED BY SIZE INTO WS-RSD-MSG
                       END-STRING
                   WHEN WS-JOIN-TX-CNT NOT = WS-LEDG-TX-CNT
                       MOVE 'AN INSTRUCTION IN THE DOCUMENT IS NO LONGER
      -                     ' ON FILE - CANNOT REBUILD IT WHOLE'
                                       TO WS-RSD-MSG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-RSD-MSG NOT = SPACES
                   PERFORM A090-REFUSE-RESEND
               END-IF
           END-IF
           .
      *****************************************************************
      * The Institution's Profile - A MASK_REQD INSTITUTION'S         *
      * DOCUMENT WENT OUT MASKED AND IS RE-SENT MASKED                *
      *****************************************************************
       A035-FIND-PROFILE.
           MOVE 'N'                    TO WS-MASK-REQD
           EXEC SQL
               SELECT VALUE(MAX(MASK_REQD), 'N')
               INTO   :WS-MASK-REQD
               FROM   TABIPRF
               WHERE  CST_CTRY  = :WS-DOC-MSGID-CTRY
                AND   CST_INSTT = :WS-DOC-MSGID-INSTT
                AND   PRF_STAT  = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           ELSE
               IF WS-MASK-REQD = 'Y'
                   SET WS-PROF-MASK    TO TRUE
               END-IF
           END-IF
           .
      *****************************************************************
      * Announce This Run On The TABRREG RUN REGISTRY Under The       *
      * Business Date It Re-Sends                                     *
      *****************************************************************
       A015-REGISTER-RUN-START.
           INITIALIZE WR-RUNREG-FLDS
                        REPLACING NUMERIC DATA BY ZERO
           SET RREG-FUNC-START         TO TRUE
           MOVE WS-PROG-NAM            TO RREG-PROG-NAM
           MOVE WS-RSD-BUS-DT          TO RREG-BUS-DT
           PERFORM X940-RUN-REGISTRY
           .
      *****************************************************************
      * Main Process Routine - The Document's Opening Lines, Every    *
      * Transaction As It Went Out, The Closers, Then The Re-Send     *
      * Event On The Registry                                         *
      *****************************************************************
       B000-MAIN.
           PERFORM B010-WRITE-DOC-HEAD
           EXEC SQL
               OPEN CSR-RSD-LEDG
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           PERFORM B020-FETCH-LEDG-ROW
           PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
               PERFORM B030-RESTORE-AS-SENT
               IF PROG-NORMAL
                   IF WS-PROF-MASK
                       PERFORM B040-MASK-EXPORT-FLDS
                   END-IF
                   PERFORM B050-WRITE-PMT-BLOCK
                   ADD 1               TO WS-DOC-TX-CNT
                   PERFORM B020-FETCH-LEDG-ROW
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-RSD-LEDG
           END-EXEC
           IF PROG-NORMAL
               PERFORM B060-WRITE-DOC-TAIL
           END-IF
      * THE REBUILT DOCUMENT MUST CARRY EXACTLY THE TRANSACTIONS ITS
      * GROUP HEADER PROMISES
           IF PROG-NORMAL AND WS-DOC-TX-CNT NOT = WS-LEDG-TX-CNT
               DISPLAY 'RE-SEND WROTE ' WS-DOC-TX-CNT
                   ' TRANSACTIONS, LEDGER HOLDS ' WS-DOC-TX-DISP
               PERFORM X100-ERR-COMMON-SETUP
               SET WS-PARA-B020
                   WS-MSG-003          TO TRUE
               MOVE WS-PARA-NAM        TO LOG-PARA-NAM
               MOVE WS-MSG-NO          TO LOG-MSG-NO
               MOVE 'RE-SENT DOCUMENT DOES NOT MATCH THE LEDGER COUNT'
                                       TO LOG-ERR-TEXT-LONG
               PERFORM X290-PROC-DATA-ERROR
           END-IF
           IF PROG-NORMAL
               PERFORM B070-RECORD-RESEND-EVENT
           END-IF
           .
      *****************************************************************
      * The Re-Send Banner, The Document's Own Banner And XML Openers *
      * And The Group Header - THE ORIGINAL MSGID, NBOFTXS AND        *
      * CTRLSUM, FLAGGED AS A POSSIBLE DUPLICATE                      *
      *****************************************************************
       B010-WRITE-DOC-HEAD.
           MOVE WS-LEDG-TX-CNT         TO WS-DOC-TX-DISP
           MOVE WS-LEDG-CTRL-SUM       TO WS-DOC-SUM-DISP

           MOVE SPACES                 TO PAINRSDT-REC
           STRING '**** RE-SEND OF '   DELIMITED BY SIZE
                  WS-LEDG-MSG-ID       DELIMITED BY SIZE
                  ' - RUN '            DELIMITED BY SIZE
                  WS-TODAY-DATE-8      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-TODAY-TIME-6      DELIMITED BY SIZE
                  ' ****'              DELIMITED BY SIZE
               INTO PAINRSDT-REC
           END-STRING
           PERFORM Z010-WRITE-PAINRSDT-REC

           MOVE SPACES                 TO PAINRSDT-REC
           STRING '**** DOCUMENT FOR INSTITUTION '
                                       DELIMITED BY SIZE
                  WS-DOC-MSGID-CTRY    DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-DOC-MSGID-INSTT   DELIMITED BY SIZE
                  ' ****'              DELIMITED BY SIZE
               INTO PAINRSDT-REC
           END-STRING
           PERFORM Z010-WRITE-PAINRSDT-REC

           MOVE SPACES                 TO PAINRSDT-REC
           STRING '<?xml version="1.0" encoding="UTF-8"?>'
               DELIMITED BY SIZE INTO PAINRSDT-REC
           END-STRING
           PERFORM Z010-WRITE-PAINRSDT-REC

           MOVE SPACES                 TO PAINRSDT-REC
           STRING '<Document><CstmrCdtTrfInitn>'
               DELIMITED BY SIZE INTO PAINRSDT-REC
           END-STRING
           PERFORM Z010-WRITE-PAINRSDT-REC

           MOVE SPACES                 TO PAINRSDT-REC
           STRING '  <GrpHdr><MsgId>'  DELIMITED BY SIZE
                  WS-DOC-MSG-ID(1:WS-DOC-MSGID-LEN)
                                       DELIMITED BY SIZE
                  '</MsgId><PssblDplct>true</PssblDplct><NbOfTxs>'
                                       DELIMITED BY SIZE
                  WS-DOC-TX-DISP       DELIMITED BY SIZE
                  '</NbOfTxs><CtrlSum>' DELIMITED BY SIZE
                  WS-DOC-SUM-DISP      DELIMITED BY SIZE
                  '</CtrlSum></GrpHdr>' DELIMITED BY SIZE
               INTO PAINRSDT-REC
           END-STRING
           PERFORM Z010-WRITE-PAINRSDT-REC

           MOVE SPACES                 TO PAINRSDT-REC
           STRING '  <PmtInf>'         DELIMITED BY SIZE
               INTO PAINRSDT-REC
           END-STRING
           PERFORM Z010-WRITE-PAINRSDT-REC
           .
      *****************************************************************
      * Fetch The Next Ledgered Transaction                           *
      *****************************************************************
       B020-FETCH-LEDG-ROW.
           EXEC SQL
               FETCH CSR-RSD-LEDG
               INTO :WS-PAY-CUST-CTRY,
                    :WS-PAY-CUST-INSTT,
                    :WS-PAY-CUST-ID,
                    :WS-PAY-INSTR-REF-NUM,
                    :WS-PAY-END-TO-END-ID,
                    :WS-PAY-INSTR-AMT,
                    :WS-PAY-INSTR-CCY,
                    :WS-PAY-EXPT-TS,
                    :WS-PAY-AC-CTRY,
                    :WS-PAY-AC-INSTT,
                    :WS-PAY-AC-NO,
                    :WS-PAY-AC-PROD-TYP,
                    :WS-PAY-BENE-NAM,
                    :WS-PAY-BENE-ADDR1,
                    :WS-PAY-BENE-ADDR2,
                    :WS-PAY-BENE-ADDR3,
                    :WS-PAY-DEBTOR-NAME,
                    :WS-PAY-DEBTOR-ADDR1,
                    :WS-PAY-DEBTOR-ADDR2,
                    :WS-PAY-DEBTOR-ADDR3,
                    :WS-PAY-INSTR-PTY
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * Put The Instruction Back As It Stood At Export - THE FIRST    *
      * TABPIMG IMAGE TAKEN AFTER THE EXPORT HOLDS, AS ITS OLD        *
      * VALUES, WHAT THE INSTRUCTION SAID WHEN IT WENT OUT. NO IMAGE  *
      * SINCE MEANS IT IS UNCHANGED                                   *
      *****************************************************************
       B030-RESTORE-AS-SENT.
           EXEC SQL
               SELECT OLD_BENE_NAM,
                      OLD_BENE_ADDR1,
                      OLD_BENE_ADDR2,
                      OLD_BENE_ADDR3,
                      OLD_DEBTOR_NAME,
                      OLD_DEBTOR_ADDR1,
                      OLD_DEBTOR_ADDR2,
                      OLD_DEBTOR_ADDR3,
                      OLD_INSTR_PTY
               INTO   :TABPIMG-OLD-BENE-NAM,
                      :TABPIMG-OLD-BENE-ADDR1,
                      :TABPIMG-OLD-BENE-ADDR2,
                      :TABPIMG-OLD-BENE-ADDR3,
                      :TABPIMG-OLD-DEBTOR-NAME,
                      :TABPIMG-OLD-DEBTOR-ADDR1,
                      :TABPIMG-OLD-DEBTOR-ADDR2,
                      :TABPIMG-OLD-DEBTOR-ADDR3,
                      :TABPIMG-OLD-INSTR-PTY
               FROM   TABPIMG
               WHERE  CUST_CTRY     = :WS-PAY-CUST-CTRY
                AND   CUST_INSTT    = :WS-PAY-CUST-INSTT
                AND   CUST_ID       = :WS-PAY-CUST-ID
                AND   INSTR_REF_NUM = :WS-PAY-INSTR-REF-NUM
                AND   CHG_TS        =
                      (SELECT MIN(CHG_TS)
                       FROM   TABPIMG
                       WHERE  CUST_CTRY     = :WS-PAY-CUST-CTRY
                        AND   CUST_INSTT    = :WS-PAY-CUST-INSTT
                        AND   CUST_ID       = :WS-PAY-CUST-ID
                        AND   INSTR_REF_NUM = :WS-PAY-INSTR-REF-NUM
                        AND   CHG_TS        >
                              TIMESTAMP(:WS-PAY-EXPT-TS))
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE TABPIMG-OLD-BENE-NAM
                                       TO WS-PAY-BENE-NAM
                   MOVE TABPIMG-OLD-BENE-ADDR1
                                       TO WS-PAY-BENE-ADDR1
                   MOVE TABPIMG-OLD-BENE-ADDR2
                                       TO WS-PAY-BENE-ADDR2
                   MOVE TABPIMG-OLD-BENE-ADDR3
                                       TO WS-PAY-BENE-ADDR3
                   MOVE TABPIMG-OLD-DEBTOR-NAME
                                       TO WS-PAY-DEBTOR-NAME
                   MOVE TABPIMG-OLD-DEBTOR-ADDR1
                                       TO WS-PAY-DEBTOR-ADDR1
                   MOVE TABPIMG-OLD-DEBTOR-ADDR2
                                       TO WS-PAY-DEBTOR-ADDR2
                   MOVE TABPIMG-OLD-DEBTOR-ADDR3
                                       TO WS-PAY-DEBTOR-ADDR3
                   MOVE TABPIMG-OLD-INSTR-PTY
                                       TO WS-PAY-INSTR-PTY
                   ADD 1               TO WS-REC-RESTORED-CNT
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * Scramble The Name, Address And Account Fields As PAINEXPC     *
      * Did For A MASK_REQD Institution - THE SHARED SUBSTITUTION     *
      * ALPHABETS GIVE THE SAME OUTPUT IT SENT                        *
      *****************************************************************
       B040-MASK-EXPORT-FLDS.
           INSPECT WS-PAY-AC-NO CONVERTING
               WS-MASK-DIGIT-IN        TO WS-MASK-DIGIT-OUT
           INSPECT WS-PAY-AC-NO CONVERTING
               WS-MASK-ALPHA-IN        TO WS-MASK-ALPHA-OUT
           INSPECT WS-PAY-AC-NO CONVERTING
               WS-MASK-LOWER-IN        TO WS-MASK-LOWER-OUT
           INSPECT WS-PAY-BENE-NAM CONVERTING
               WS-MASK-ALPHA-IN        TO WS-MASK-ALPHA-OUT
           INSPECT WS-PAY-BENE-NAM CONVERTING
               WS-MASK-LOWER-IN        TO WS-MASK-LOWER-OUT
           INSPECT WS-PAY-BENE-ADDR1 CONVERTING
               WS-MASK-ALPHA-IN        TO WS-MASK-ALPHA-OUT
           INSPECT WS-PAY-BENE-ADDR1 CONVERTING
               WS-MASK-LOWER-IN        TO WS-MASK-LOWER-OUT
           INSPECT WS-PAY-BENE-ADDR2 CONVERTING
               WS-MASK-ALPHA-IN        TO WS-MASK-ALPHA-OUT
           INSPECT WS-PAY-BENE-ADDR2 CONVERTING
               WS-MASK-LOWER-IN        TO WS-MASK-LOWER-OUT
           INSPECT WS-PAY-BENE-ADDR3 CONVERTING
               WS-MASK-ALPHA-IN        TO WS-MASK-ALPHA-OUT
           INSPECT WS-PAY-BENE-ADDR3 CONVERTING
               WS-MASK-LOWER-IN        TO WS-MASK-LOWER-OUT
           INSPECT WS-PAY-DEBTOR-NAME CONVERTING
               WS-MASK-ALPHA-IN        TO WS-MASK-ALPHA-OUT
           INSPECT WS-PAY-DEBTOR-NAME CONVERTING
               WS-MASK-LOWER-IN        TO WS-MASK-LOWER-OUT
           INSPECT WS-PAY-DEBTOR-ADDR1 CONVERTING
               WS-MASK-ALPHA-IN        TO WS-MASK-ALPHA-OUT
           INSPECT WS-PAY-DEBTOR-ADDR1 CONVERTING
               WS-MASK-LOWER-IN        TO WS-MASK-LOWER-OUT
           INSPECT WS-PAY-DEBTOR-ADDR2 CONVERTING
               WS-MASK-ALPHA-IN        TO WS-MASK-ALPHA-OUT
           INSPECT WS-PAY-DEBTOR-ADDR2 CONVERTING
               WS-MASK-LOWER-IN        TO WS-MASK-LOWER-OUT
           INSPECT WS-PAY-DEBTOR-ADDR3 CONVERTING
               WS-MASK-ALPHA-IN        TO WS-MASK-ALPHA-OUT
           INSPECT WS-PAY-DEBTOR-ADDR3 CONVERTING
               WS-MASK-LOWER-IN        TO WS-MASK-LOWER-OUT
           .
      *****************************************************************
      * One CdtTrfTxInf Block, Line For Line As PAINEXPC Writes It,   *
      * Under The Transaction's Original EndToEndId And Amount        *
      *****************************************************************
       B050-WRITE-PMT-BLOCK.
           MOVE SPACES                  TO PAINRSDT-REC
           STRING '      <CdtTrfTxInf>' DELIMITED BY SIZE
               INTO PAINRSDT-REC
           END-STRING
           PERFORM Z010-WRITE-PAINRSDT-REC

           MOVE SPACES                  TO PAINRSDT-REC
           STRING '        <PmtId><InstrId>' DELIMITED BY SIZE
                  WS-PAY-INSTR-REF-NUM  DELIMITED BY SIZE
                  '</InstrId><EndToEndId>' DELIMITED BY SIZE
                  WS-PAY-END-TO-END-ID  DELIMITED BY SPACE
                  '</EndToEndId></PmtId>' DELIMITED BY SIZE
               INTO PAINRSDT-REC
           END-STRING
           PERFORM Z010-WRITE-PAINRSDT-REC

           MOVE WS-PAY-INSTR-AMT        TO WS-PAY-AMT-DISP
           MOVE SPACES                  TO PAINRSDT-REC
           STRING '        <Amt><InstdAmt Ccy="' DELIMITED BY SIZE
                  WS-PAY-INSTR-CCY      DELIMITED BY SIZE
                  '">'                  DELIMITED BY SIZE
                  WS-PAY-AMT-DISP       DELIMITED BY SIZE
                  '</InstdAmt></Amt>'   DELIMITED BY SIZE
               INTO PAINRSDT-REC
           END-STRING
           PERFORM Z010-WRITE-PAINRSDT-REC

           MOVE SPACES                  TO PAINRSDT-REC
           STRING '        <Dbtr><Nm>'  DELIMITED BY SIZE
                  WS-PAY-DEBTOR-NAME    DELIMITED BY SIZE
                  '</Nm><PstlAdr><AdrLine>' DELIMITED BY SIZE
                  WS-PAY-DEBTOR-ADDR1   DELIMITED BY SIZE
                  '</AdrLine><AdrLine>'  DELIMITED BY SIZE
                  WS-PAY-DEBTOR-ADDR2   DELIMITED BY SIZE
                  '</AdrLine><AdrLine>'  DELIMITED BY SIZE
                  WS-PAY-DEBTOR-ADDR3   DELIMITED BY SIZE
                  '</AdrLine></PstlAdr></Dbtr>' DELIMITED BY SIZE
               INTO PAINRSDT-REC
           END-STRING
           PERFORM Z010-WRITE-PAINRSDT-REC

           MOVE SPACES                  TO PAINRSDT-REC
           STRING '        <DbtrAcct><Id><Othr><Id>' DELIMITED BY SIZE
                  WS-PAY-AC-CTRY        DELIMITED BY SIZE
                  WS-PAY-AC-INSTT       DELIMITED BY SIZE
                  WS-PAY-AC-NO          DELIMITED BY SIZE
                  '</Id></Othr></Id><Tp>'  DELIMITED BY SIZE
                  WS-PAY-AC-PROD-TYP    DELIMITED BY SIZE
                  '</Tp></DbtrAcct>'    DELIMITED BY SIZE
               INTO PAINRSDT-REC
           END-STRING
           PERFORM Z010-WRITE-PAINRSDT-REC

           MOVE SPACES                  TO PAINRSDT-REC
           STRING '        <Cdtr><Nm>'  DELIMITED BY SIZE
                  WS-PAY-BENE-NAM       DELIMITED BY SIZE
                  '</Nm><PstlAdr><AdrLine>' DELIMITED BY SIZE
                  WS-PAY-BENE-ADDR1     DELIMITED BY SIZE
                  '</AdrLine><AdrLine>'  DELIMITED BY SIZE
                  WS-PAY-BENE-ADDR2     DELIMITED BY SIZE
                  '</AdrLine><AdrLine>'  DELIMITED BY SIZE
                  WS-PAY-BENE-ADDR3     DELIMITED BY SIZE
                  '</AdrLine></PstlAdr></Cdtr>' DELIMITED BY SIZE
               INTO PAINRSDT-REC
           END-STRING
           PERFORM Z010-WRITE-PAINRSDT-REC

           MOVE SPACES                  TO PAINRSDT-REC
           STRING '        <Purp><Cd>'  DELIMITED BY SIZE
                  WS-PAY-INSTR-PTY      DELIMITED BY SIZE
                  '</Cd></Purp>'        DELIMITED BY SIZE
               INTO PAINRSDT-REC
           END-STRING
           PERFORM Z010-WRITE-PAINRSDT-REC

           MOVE SPACES                  TO PAINRSDT-REC
           STRING '      </CdtTrfTxInf>' DELIMITED BY SIZE
               INTO PAINRSDT-REC
           END-STRING
           PERFORM Z010-WRITE-PAINRSDT-REC
           .
      *****************************************************************
      * The Document's Closers                                        *
      *****************************************************************
       B060-WRITE-DOC-TAIL.
           MOVE SPACES                 TO PAINRSDT-REC
           STRING '  </PmtInf></CstmrCdtTrfInitn></Document>'
               DELIMITED BY SIZE INTO PAINRSDT-REC
           END-STRING
           PERFORM Z010-WRITE-PAINRSDT-REC
           .
      *****************************************************************
      * The Re-Send Event On The Registry - A RE-SEND (R) ROW OF      *
      * PAINEXPC FOR THE DATE AND CYCLE (OF PAINEXPU, AS THE CYCLE    *
      * ITSELF WAS REGISTERED, FOR AN INTRA-DAY CYCLE), CARRYING THE  *
      * TRANSACTIONS SENT AGAIN                                       *
      *****************************************************************
       B070-RECORD-RESEND-EVENT.
           INITIALIZE WR-RUNREG-FLDS
                        REPLACING NUMERIC DATA BY ZERO
           SET RREG-FUNC-RESEND        TO TRUE
           IF WS-RSD-CYC > 0
               MOVE WS-RESENT-URG-PGM  TO RREG-PROG-NAM
           ELSE
               MOVE WS-RESENT-PGM      TO RREG-PROG-NAM
           END-IF
           MOVE WS-RSD-CYC             TO RREG-STREAM-NUM
           MOVE WS-RSD-BUS-DT          TO RREG-BUS-DT
           MOVE WS-DOC-TX-CNT          TO RREG-REC-READ
                                          RREG-REC-PROC
           PERFORM X940-RUN-REGISTRY
           .
      *****************************************************************
      * Write One Line Of The Re-Sent Document                        *
      *****************************************************************
       Z010-WRITE-PAINRSDT-REC.
           IF WS-PAINRSDT-OPEN
               WRITE PAINRSDT-REC
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
      * Open The Re-Send Document File                                *
      *****************************************************************
       A020-OPEN-PAINRSDT.
           OPEN OUTPUT PAINRSDT
           IF WS-PAINRSDT-STATUS NOT = '00'
               DISPLAY 'PAINRSDT OPEN ERROR, FILE STATUS IS :'
                   WS-PAINRSDT-STATUS
               PERFORM X390-PROC-FILE-ERROR
           ELSE
               SET WS-PAINRSDT-OPEN    TO TRUE
           END-IF
           .
      *****************************************************************
      * End Of Job Processing                                         *
      *****************************************************************
       C000-FINAL.
           PERFORM C010-CLOSING-MSG
           MOVE 0                      TO RETURN-CODE
           .
      *****************************************************************
      * Close Files And Write Job-End Summary To The Log               *
      *****************************************************************
       C010-CLOSING-MSG.
           IF WS-PAINRSDT-OPEN
               CLOSE PAINRSDT
               MOVE 'N'                TO WS-PAINRSDT-OPEN-SW
           END-IF
           DISPLAY 'TRANSACTIONS RE-SENT: ' WS-DOC-TX-CNT
           DISPLAY 'RESTORED FROM TABPIMG: ' WS-REC-RESTORED-CNT

      * ONLY A CLEAN END EARNS ITS COMPLETION ROW - AN ABENDED RUN'S
      * START ROW IS LEFT UNMATCHED ON THE REGISTRY
           IF PROG-NORMAL
               PERFORM C018-REGISTER-RUN-END
           END-IF

           STRING 'JOB END - RE-SEND OF '        WS-LEDG-MSG-ID
                  ' TXNS: '                      WS-DOC-TX-CNT
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
           MOVE WS-RSD-BUS-DT          TO RREG-BUS-DT
           MOVE WS-LEDG-TX-CNT         TO RREG-REC-READ
           MOVE WS-DOC-TX-CNT          TO RREG-REC-PROC
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
           MOVE WS-LEDG-TX-CNT         TO DIAG-REC-READ-CNT
           MOVE WS-DOC-TX-CNT          TO DIAG-REC-PROC-CNT
           PERFORM C010-CLOSING-MSG
           MOVE 16                     TO RETURN-CODE
           CALL WS-CANCEL-PGM
           STOP RUN
           .
