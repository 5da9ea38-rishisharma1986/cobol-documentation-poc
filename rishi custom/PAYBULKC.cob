       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYBULKC.
       AUTHOR. RISHI SHARMA.
       DATE-WRITTEN. OCT,2026.
       DATE-COMPILED. OCT,2026.
       INSTALLATION. Nowhere.
      *****************************************************************
      * BULK PAYMENT-INSTRUCTION UPLOAD FOR CORPORATE CUSTOMERS. ONE  *
      * FIXED-FORMAT FILE (PAYBULKI) CARRIES ONE CUSTOMER'S INSERT,   *
      * AMEND AND CANCEL LINES (ACTIONS I, U AND D), HEADED BY AN H   *
      * RECORD NAMING THE CUSTOMER, THE SUBMITTING USERID AND THE     *
      * APPLY MODE. EVERY LINE GOES THROUGH THE SAME CHECKS PAYIMNTC  *
      * MAKES ONLINE - FIELD VALIDATION, PENDING-RELEASE REFUSAL,     *
      * PAYSTNDC STANDING, PRDELGC PRODUCT ELIGIBILITY (RESPONSE 09), *
      * WLSCRNC WATCHLIST PARK, TABIPRF SECOND-USER RELEASE HOLD -    *
      * AND LEAVES THE SAME TABPIMG BEFORE/AFTER IMAGE (OLD AND NEW   *
      * INSTR_AMT INCLUDED, A CANCEL'S NEW AMOUNT ZERO) AND TABPAUD   *
      * AUDIT ROW, UNDER THE SUBMITTING USERID AND TERMINAL 'BTCH';   *
      * AN INSERT STAMPS CREAT_TS. THE SUBMITTING USERID MUST HOLD    *
      * THE PAYMAINT ENTITLEMENT OR NO LINE IS APPLIED. AN AMEND LINE *
      * CARRIES THE FULL SET OF MAINTAINABLE FIELDS, AS THE ONLINE    *
      * UPDATE DOES; A BLANK BUSINESS-DAY CONVENTION OR ANCHOR DAY    *
      * KEEPS THE STORED ONE. APPLY MODE L APPLIES EACH GOOD LINE AND *
      * REJECTS EACH BAD ONE; MODE A APPLIES THE FILE ALL-OR-NOTHING  *
      * - ONE REJECTED LINE BACKS OUT EVERY LINE OF THE FILE TO THE   *
      * SAVEPOINT TAKEN AFTER THE HEADER. THE ACKNOWLEDGEMENT FILE    *
      * (PAYBULKA) GOES BACK TO THE CUSTOMER WITH THE FILE'S          *
      * DISPOSITION, ONE LINE PER INPUT LINE WITH ITS DISPOSITION     *
      * (APPLIED, HELD, PARKED, REJECTED OR BACKED-OUT) AND REASON,   *
      * AND A TRAILER OF COUNTS                                       *
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
           SELECT PAYBULKI
                                    ASSIGN TO PAYBULKI
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS INFILE-STATUS.
           SELECT PAYBULKA
                                    ASSIGN TO PAYBULKA
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-PAYBULKA-STATUS.
       DATA DIVISION.
       FILE SECTION.

      *****************************************************************
      * THE CUSTOMER'S UPLOAD - AN H HEADER FIRST, THEN ONE D LINE    *
      * PER INSTRUCTION IN THE PAYMENT_INSTRUCTIONS COLUMN WIDTHS.    *
      * THE AMOUNT IS UNSIGNED DISPLAY WITH TWO IMPLIED DECIMALS      *
      *****************************************************************
       FD PAYBULKI
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 1000 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS PAYBULKI-REC.
       01 PAYBULKI-REC.
           05 PBI-REC-TYP             PIC X(1).
               88 PBI-HEADER          VALUE 'H'.
               88 PBI-DETAIL          VALUE 'D'.
           05 PBI-HDR-DATA.
               10 PBI-CUST-CTRY       PIC X(3).
               10 PBI-CUST-INSTT      PIC X(10).
               10 PBI-CUST-ID         PIC X(20).
               10 PBI-APPLY-MODE      PIC X(1).
               10 PBI-FILE-REF        PIC X(20).
               10 PBI-SUBMIT-USERID   PIC X(8).
               10 FILLER              PIC X(937).
           05 PBI-DTL-DATA REDEFINES PBI-HDR-DATA.
               10 PBI-REQ-ACTION      PIC X(1).
               10 PBI-INSTR-REF-NUM   PIC X(20).
               10 PBI-AC-CTRY         PIC X(3).
               10 PBI-AC-INSTT        PIC X(10).
               10 PBI-AC-NO           PIC X(20).
               10 PBI-AC-PROD-TYP     PIC X(10).
               10 PBI-BENE-NAM        PIC X(100).
               10 PBI-BENE-ADDR1      PIC X(100).
               10 PBI-BENE-ADDR2      PIC X(100).
               10 PBI-BENE-ADDR3      PIC X(100).
               10 PBI-DEBTOR-NAME     PIC X(100).
               10 PBI-DEBTOR-ADDR1    PIC X(100).
               10 PBI-DEBTOR-ADDR2    PIC X(100).
               10 PBI-DEBTOR-ADDR3    PIC X(100).
               10 PBI-INSTR-PTY       PIC X(10).
               10 PBI-INSTR-AMT       PIC 9(13)V9(2).
               10 PBI-INSTR-CCY       PIC X(3).
               10 PBI-INSTR-FREQ      PIC X(1).
               10 PBI-NEXT-EXEC-DT    PIC X(8).
               10 PBI-BUS-DAY-CONV    PIC X(1).
               10 PBI-EXEC-ANCHOR-DD  PIC X(2).
               10 FILLER              PIC X(95).

      *****************************************************************
      * THE ACKNOWLEDGEMENT BACK TO THE CUSTOMER - AN H RECORD WITH   *
      * THE FILE'S DISPOSITION, A D RECORD PER INPUT LINE AND A T     *
      * TRAILER OF COUNTS                                             *
      *****************************************************************
       FD PAYBULKA
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS PAYBULKA-REC.
       01 PAYBULKA-REC.
           05 PBA-REC-TYP             PIC X(1).
           05 PBA-HDR-DATA.
               10 PBA-CUST-CTRY       PIC X(3).
               10 PBA-CUST-INSTT      PIC X(10).
               10 PBA-CUST-ID         PIC X(20).
               10 PBA-FILE-REF        PIC X(20).
               10 PBA-APPLY-MODE      PIC X(1).
               10 PBA-RUN-DT          PIC X(8).
               10 PBA-FILE-DISP       PIC X(10).
               10 PBA-FILE-REASON     PIC X(60).
               10 FILLER              PIC X(17).
           05 PBA-DTL-DATA REDEFINES PBA-HDR-DATA.
               10 PBA-LINE-NO         PIC 9(7).
               10 PBA-REQ-ACTION      PIC X(1).
               10 PBA-INSTR-REF-NUM   PIC X(20).
               10 PBA-DISP            PIC X(10).
               10 PBA-RESP-CODE       PIC X(2).
               10 PBA-REASON          PIC X(60).
               10 FILLER              PIC X(49).
           05 PBA-TRL-DATA REDEFINES PBA-HDR-DATA.
               10 PBA-LINE-TOTAL      PIC 9(7).
               10 PBA-APPL-TOTAL      PIC 9(7).
               10 PBA-HELD-TOTAL      PIC 9(7).
               10 PBA-PARK-TOTAL      PIC 9(7).
               10 PBA-REJT-TOTAL      PIC 9(7).
               10 PBA-BKOUT-TOTAL     PIC 9(7).
               10 FILLER              PIC X(107).
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
           05 WS-AUTH-PGM             PIC X(8) VALUE 'AUTHCHKC'.
           05 WS-AUTH-FUNC            PIC X(8) VALUE 'PAYMAINT'.
           05 WS-STND-PGM             PIC X(8) VALUE 'PAYSTNDC'.
           05 WS-WLSC-PGM             PIC X(8) VALUE 'WLSCRNC'.
           05 WS-PELG-PGM             PIC X(8) VALUE 'PRDELGC'.
           05 WS-PAYBULKA-STATUS      PIC X(2).
           05 WS-PAYBULKA-OPEN-SW     PIC X(1) VALUE 'N'.
               88 WS-PAYBULKA-OPEN    VALUE 'Y'.
           05 WS-BULK-EOF-SW          PIC X(1) VALUE 'N'.
               88 WS-BULK-EOF         VALUE 'Y'.
           05 WS-BULK-OPEN-SW         PIC X(1) VALUE 'N'.
               88 WS-BULK-OPEN        VALUE 'Y'.
           05 WS-REC-READ-CNT         PIC 9(7) VALUE ZEROS.
           05 WS-LINE-CNT             PIC 9(7) VALUE ZEROS.
           05 WS-LINE-APPL-CNT        PIC 9(7) VALUE ZEROS.
           05 WS-LINE-HELD-CNT        PIC 9(7) VALUE ZEROS.
           05 WS-LINE-PARK-CNT        PIC 9(7) VALUE ZEROS.
           05 WS-LINE-REJT-CNT        PIC 9(7) VALUE ZEROS.
           05 WS-LINE-BKOUT-CNT       PIC 9(7) VALUE ZEROS.
           05 WS-JOBEND-MSG           PIC X(80) VALUE SPACES.
           05 WS-TODAY-DATE.
               10 WS-TODAY-DATE-8     PIC X(8).
               10 FILLER              PIC X(13).
      *****************************************************************
      * THE FILE IN HAND - ITS CUSTOMER, SUBMITTER AND APPLY MODE     *
      * FROM THE HEADER, THE TERMINAL ID THE AUDIT ROWS CARRY, AND    *
      * WHETHER THE FILE AS A WHOLE HAS ALREADY BEEN REFUSED          *
      *****************************************************************
           05 WS-HDR-CUST-CTRY        PIC X(3)  VALUE SPACES.
           05 WS-HDR-CUST-INSTT       PIC X(10) VALUE SPACES.
           05 WS-HDR-CUST-ID          PIC X(20) VALUE SPACES.
           05 WS-HDR-FILE-REF         PIC X(20) VALUE SPACES.
           05 WS-HDR-USERID           PIC X(8)  VALUE SPACES.
           05 WS-APPLY-MODE           PIC X(1)  VALUE SPACES.
               88 WS-MODE-VALID       VALUES 'A' 'L'.
               88 WS-MODE-ALL         VALUE 'A'.
               88 WS-MODE-LINE        VALUE 'L'.
           05 WS-BULK-TERM-ID         PIC X(4)  VALUE 'BTCH'.
           05 WS-FILE-REJ-SW          PIC X(1)  VALUE 'N'.
               88 WS-FILE-REJ         VALUE 'Y'.
           05 WS-FILE-REJ-RESP        PIC X(2)  VALUE SPACES.
           05 WS-FILE-REJ-MSG         PIC X(60) VALUE SPACES.
           05 WS-FILE-SP-SW           PIC X(1)  VALUE 'N'.
               88 WS-FILE-SP-SET      VALUE 'Y'.
           05 WS-FILE-DISP            PIC X(10) VALUE SPACES.
           05 WS-FILE-REASON          PIC X(60) VALUE SPACES.
           05 WS-REJT-DISP            PIC 9(7).
      *****************************************************************
      * THE LINE IN HAND - ITS OUTCOME, ON PAYIMNTC'S RESPONSE CODES  *
      *****************************************************************
           05 WS-RESP-CODE            PIC X(2).
               88 WS-RESP-OK          VALUE '00'.
               88 WS-RESP-BAD-INPUT   VALUE '01'.
               88 WS-RESP-NOT-FOUND   VALUE '02'.
               88 WS-RESP-SQL-ERROR   VALUE '03'.
               88 WS-RESP-DUPLICATE   VALUE '04'.
               88 WS-RESP-NOT-AUTH    VALUE '06'.
               88 WS-RESP-BAD-STANDING VALUE '07'.
               88 WS-RESP-PEND-RELEASE VALUE '08'.
               88 WS-RESP-INELIGIBLE-PROD VALUE '09'.
           05 WS-RESP-MSG             PIC X(60).
           05 WS-INSTR-AMT            PIC S9(13)V9(2) COMP-3.
           05 WS-WLSC-PARK-SW         PIC X(1) VALUE 'N'.
               88 WS-WLSC-PARK        VALUE 'Y'.
      *****************************************************************
      * SECOND-USER RELEASE STATE - WHICH TRIGGER FIRED, AGAINST WHAT *
      * THRESHOLD, AND THE ONE TIMESTAMP THE IMAGE AND QUEUE ROWS     *
      * SHARE                                                         *
      *****************************************************************
           05 WS-AMT-TRIG-SW          PIC X(1) VALUE 'N'.
               88 WS-AMT-TRIG         VALUE 'Y'.
           05 WS-BENE-TRIG-SW         PIC X(1) VALUE 'N'.
               88 WS-BENE-TRIG        VALUE 'Y'.
           05 WS-REL-THRSH-AMT        PIC S9(13)V9(2) COMP-3.
           05 WS-PRIOR-STAT           PIC X(1).
           05 WS-PEND-REL-CNT         PIC S9(9) COMP VALUE +0.
           05 WS-CHG-TS               PIC X(26).
      *****************************************************************
      * VALID LINE ACTIONS - INSERT, AMEND (UPDATE) AND CANCEL        *
      * (DELETE). REPAIR-AND-RELEASE STAYS AN ONLINE ACTION           *
      *****************************************************************
           05 WS-REQ-ACTION           PIC X(1).
               88 WS-ACTION-VALID     VALUES 'I' 'U' 'D'.
               88 WS-ACTION-INSERT    VALUE 'I'.
               88 WS-ACTION-UPDATE    VALUE 'U'.
               88 WS-ACTION-DELETE    VALUE 'D'.
      *****************************************************************
      * VALID EXECUTION FREQUENCIES - ONE-OFF, WEEKLY, MONTHLY        *
      *****************************************************************
           05 WS-INSTR-FREQ           PIC X(1).
               88 WS-FREQ-VALID       VALUES 'O' 'W' 'M'.
      *****************************************************************
      * VALID BUSINESS-DAY CONVENTIONS - FOLLOWING, PRECEDING,        *
      * MODIFIED FOLLOWING                                            *
      *****************************************************************
           05 WS-BUS-DAY-CONV         PIC X(1).
               88 WS-CONV-VALID       VALUES 'F' 'P' 'M'.
      *****************************************************************
      * THE BEFORE IMAGE - READ AHEAD OF EVERY AMEND AND CANCEL SO    *
      * TABPIMG CAN PROVE WHAT THE INSTRUCTION SAID BEFORE IT WAS     *
      * TOUCHED                                                       *
      *****************************************************************
       01  WS-OLD-IMAGE.
           05 WS-OLD-BENE-NAM         PIC X(100).
           05 WS-OLD-BENE-ADDR1       PIC X(100).
           05 WS-OLD-BENE-ADDR2       PIC X(100).
           05 WS-OLD-BENE-ADDR3       PIC X(100).
           05 WS-OLD-DEBTOR-NAME      PIC X(100).
           05 WS-OLD-DEBTOR-ADDR1     PIC X(100).
           05 WS-OLD-DEBTOR-ADDR2     PIC X(100).
           05 WS-OLD-DEBTOR-ADDR3     PIC X(100).
           05 WS-OLD-INSTR-PTY        PIC X(10).
      * THE DEBTOR ACCOUNT IS NOT MAINTAINED HERE - AN AMEND CHECKS
      * THE STANDING OF THE ACCOUNT ALREADY ON FILE
           05 WS-OLD-AC-CTRY          PIC X(3).
           05 WS-OLD-AC-INSTT         PIC X(10).
           05 WS-OLD-AC-NO            PIC X(20).
           05 WS-OLD-AC-PROD-TYP      PIC X(10).
           05 WS-OLD-INSTR-AMT        PIC S9(13)V9(2) COMP-3.
           05 WS-OLD-INSTR-STAT       PIC X(1).
      * THE SCHEDULE AS IT STOOD - PUT BACK IF A HELD CHANGE IS
      * REJECTED, AND KEPT WHEN AN AMEND LEAVES THE CONVENTION OR
      * ANCHOR DAY BLANK
           05 WS-OLD-INSTR-CCY        PIC X(3).
           05 WS-OLD-INSTR-FREQ       PIC X(1).
           05 WS-OLD-NEXT-EXEC-DT     PIC X(8).
           05 WS-OLD-BUS-DAY-CONV     PIC X(1).
           05 WS-OLD-EXEC-ANCHOR-DD   PIC X(2).
       01  WS-ACK-CTL.
           05 WS-ACK-CNT              PIC 9(5) COMP VALUE ZEROS.
           05 WS-ACK-IDX              PIC 9(5) COMP.
      *****************************************************************
      * THE ACKNOWLEDGEMENT LINES, HELD UNTIL THE FILE IS SETTLED -   *
      * AN ALL-OR-NOTHING FILE'S LINES ARE NOT KNOWN APPLIED UNTIL    *
      * ITS LAST LINE IS IN. 5000 LINES IS WELL PAST ANY CORPORATE    *
      * FILE YET SEEN; OVERFLOW IS A HARD ERROR BECAUSE A TRUNCATED   *
      * ACKNOWLEDGEMENT CANNOT ACCOUNT FOR EVERY LINE                 *
      *****************************************************************
       01  WS-ACK-TBL.
           05 WS-ACK-ENT              OCCURS 5000 TIMES.
               10 WS-ACK-LINE-NO      PIC 9(7).
               10 WS-ACK-ACTION       PIC X(1).
               10 WS-ACK-REF          PIC X(20).
               10 WS-ACK-DISP         PIC X(10).
               10 WS-ACK-RESP         PIC X(2).
               10 WS-ACK-REASON       PIC X(60).
      *****************************************************************
      *   COPYBOOKS                                                   *
      *****************************************************************
       COPY IBRFDCW.
       COPY IBRDIAGW.
       COPY IBRRREGW.
       COPY IBRAUTHW.
       COPY IBRSTNDW.
       COPY IBRWLSCW.
       COPY IBRPELGW.

      *****************************************************************
      *      DB2 TABLE DECLARATION                                    *
      *****************************************************************
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE TABPAUDW
           END-EXEC.
           EXEC SQL
               INCLUDE TABPIMGW
           END-EXEC.
           EXEC SQL
               INCLUDE TABIPRFW
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
           MOVE 'PAYBULKC'             TO WS-PROG-NAM
           PERFORM A010-WRT-START-MSG
           MOVE FUNCTION CURRENT-DATE  TO WS-TODAY-DATE
           PERFORM A015-REGISTER-RUN-START
           PERFORM A020-OPEN-PAYBULKI
           IF PROG-NORMAL
               PERFORM A025-OPEN-PAYBULKA
           END-IF
           .
      *****************************************************************
      * Announce This Run On The TABRREG RUN REGISTRY - AN UPLOAD IS  *
      * APPLIED THE DAY IT ARRIVES                                    *
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
      * Main Process Routine - Take The Header, Apply Every Line,     *
      * Settle The File, Then Write The Acknowledgement               *
      *****************************************************************
       B000-MAIN.
           PERFORM B010-READ-PAYBULKI
           PERFORM B020-PROC-HEADER

           PERFORM UNTIL WS-BULK-EOF OR PROG-ABEND
               PERFORM B100-PROC-DETAIL
               IF PROG-NORMAL
                   PERFORM B010-READ-PAYBULKI
               END-IF
           END-PERFORM

           IF PROG-NORMAL
               PERFORM B300-SETTLE-FILE
           END-IF
           IF PROG-NORMAL
               PERFORM B400-WRITE-ACK-FILE
           END-IF
           .
      *****************************************************************
      * Read Next Upload Line                                         *
      *****************************************************************
       B010-READ-PAYBULKI.
           READ PAYBULKI
               AT END
                   SET WS-BULK-EOF     TO TRUE
               NOT AT END
                   ADD 1               TO WS-REC-READ-CNT
           END-READ
           .
      *****************************************************************
      * The H Header Names The Customer, Submitter And Apply Mode -   *
      * A FILE WITHOUT A GOOD ONE, OR FROM A SUBMITTER WITHOUT THE    *
      * PAYMAINT ENTITLEMENT, HAS EVERY LINE REJECTED UNAPPLIED       *
      *****************************************************************
       B020-PROC-HEADER.
           IF WS-BULK-EOF
               MOVE '01'               TO WS-FILE-REJ-RESP
               MOVE 'FILE IS EMPTY - NO HEADER RECORD'
                                       TO WS-FILE-REJ-MSG
               SET WS-FILE-REJ         TO TRUE
           ELSE IF NOT PBI-HEADER
      * THE FIRST RECORD IS NOT CONSUMED - IT IS ACKNOWLEDGED AS A
      * LINE LIKE ANY OTHER
               MOVE '01'               TO WS-FILE-REJ-RESP
               MOVE 'FIRST RECORD MUST BE THE H HEADER'
                                       TO WS-FILE-REJ-MSG
               SET WS-FILE-REJ         TO TRUE
           ELSE
               MOVE PBI-CUST-CTRY      TO WS-HDR-CUST-CTRY
               MOVE PBI-CUST-INSTT     TO WS-HDR-CUST-INSTT
               MOVE PBI-CUST-ID        TO WS-HDR-CUST-ID
               MOVE PBI-FILE-REF       TO WS-HDR-FILE-REF
               MOVE PBI-SUBMIT-USERID  TO WS-HDR-USERID
               MOVE PBI-APPLY-MODE     TO WS-APPLY-MODE
               PERFORM B025-VALIDATE-HEADER
               IF NOT WS-FILE-REJ
                   PERFORM B027-CHECK-ENTITLEMENT
               END-IF
               PERFORM B010-READ-PAYBULKI
           END-IF

           IF NOT WS-FILE-REJ AND WS-MODE-ALL
               PERFORM B028-SET-FILE-SAVEPOINT
           END-IF
           .
      *****************************************************************
      * Validate The Header Fields                                    *
      *****************************************************************
       B025-VALIDATE-HEADER.
           MOVE '01'                   TO WS-FILE-REJ-RESP
           IF WS-HDR-CUST-CTRY = SPACES OR LOW-VALUES
               MOVE 'HEADER CUST-CTRY IS REQUIRED'
                                       TO WS-FILE-REJ-MSG
               SET WS-FILE-REJ         TO TRUE
           ELSE IF WS-HDR-CUST-INSTT = SPACES OR LOW-VALUES
               MOVE 'HEADER CUST-INSTT IS REQUIRED'
                                       TO WS-FILE-REJ-MSG
               SET WS-FILE-REJ         TO TRUE
           ELSE IF WS-HDR-CUST-ID = SPACES OR LOW-VALUES
               MOVE 'HEADER CUST-ID IS REQUIRED'
                                       TO WS-FILE-REJ-MSG
               SET WS-FILE-REJ         TO TRUE
           ELSE IF WS-HDR-USERID = SPACES OR LOW-VALUES
               MOVE 'HEADER SUBMITTING USERID IS REQUIRED'
                                       TO WS-FILE-REJ-MSG
               SET WS-FILE-REJ         TO TRUE
           ELSE IF NOT WS-MODE-VALID
               MOVE 'HEADER APPLY MODE MUST BE A OR L'
                                       TO WS-FILE-REJ-MSG
               SET WS-FILE-REJ         TO TRUE
           END-IF
           .
      *****************************************************************
      * The Submitter Needs The Same TABUENT ENTITLEMENT AS AN ONLINE *
      * MAINTAINER - AUTHCHKC LOGS A DENIAL ITSELF                    *
      *****************************************************************
       B027-CHECK-ENTITLEMENT.
           INITIALIZE WA-AUTH-FLDS
           MOVE WS-HDR-USERID          TO AUTH-USERID
           MOVE WS-AUTH-FUNC           TO AUTH-FUNC-COD
           CALL WS-AUTH-PGM USING WA-AUTH-FLDS
               ON EXCEPTION
                   DISPLAY 'UNABLE TO CALL AUTHORIZATION '
                       'SUBPROGRAM: ' WS-AUTH-PGM
                   SET AUTH-RESP-SQL-ERROR TO TRUE
                   MOVE 'AUTHORIZATION SUBPROGRAM UNAVAILABLE'
                                       TO AUTH-RESP-MSG
           END-CALL
           EVALUATE TRUE
               WHEN AUTH-RESP-OK
                   CONTINUE
               WHEN AUTH-RESP-DENIED
                   MOVE '06'           TO WS-FILE-REJ-RESP
                   MOVE AUTH-RESP-MSG  TO WS-FILE-REJ-MSG
                   SET WS-FILE-REJ     TO TRUE
               WHEN OTHER
                   MOVE AUTH-RESP-MSG  TO WS-RESP-MSG
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * An All-Or-Nothing File Is Applied Behind A Savepoint - A      *
      * REJECTED LINE ROLLS THE WHOLE FILE BACK TO HERE, LEAVING THE  *
      * RUN-REGISTRY AND LOG ROWS ALREADY WRITTEN                     *
      *****************************************************************
       B028-SET-FILE-SAVEPOINT.
           EXEC SQL
               SAVEPOINT BULK_FILE ON ROLLBACK RETAIN CURSORS
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'DATABASE ERROR SETTING FILE SAVEPOINT'
                                       TO WS-RESP-MSG
               PERFORM X490-PROC-SQL-ERROR
           ELSE
               SET WS-FILE-SP-SET      TO TRUE
           END-IF
           .
      *****************************************************************
      * One Upload Line - Validate It, Then Apply It Exactly As       *
      * PAYIMNTC Applies An Online Request, And Buffer Its Outcome    *
      *****************************************************************
       B100-PROC-DETAIL.
           ADD 1                       TO WS-LINE-CNT
           MOVE SPACES                 TO WS-RESP-CODE
                                          WS-RESP-MSG
           MOVE 'N'                    TO WS-WLSC-PARK-SW
                                          WS-AMT-TRIG-SW
                                          WS-BENE-TRIG-SW
           IF WS-FILE-REJ
               MOVE WS-FILE-REJ-RESP   TO WS-RESP-CODE
               STRING 'FILE REJECTED - '
                                       DELIMITED BY SIZE
                      WS-FILE-REJ-MSG  DELIMITED BY SIZE
                   INTO WS-RESP-MSG
               END-STRING
           ELSE
               PERFORM B105-VALIDATE-LINE
           END-IF
      * EVERY CHANGE TO AN EXISTING ROW READS ITS BEFORE IMAGE FIRST
           IF WS-RESP-CODE = SPACES AND NOT WS-ACTION-INSERT
               PERFORM B125-FETCH-BEFORE-IMAGE
           END-IF
      * AN AMEND THAT LEAVES THE CONVENTION OR ANCHOR DAY BLANK KEEPS
      * WHAT THE INSTRUCTION ALREADY CARRIES
           IF WS-RESP-CODE = SPACES AND WS-ACTION-UPDATE
               PERFORM B127-KEEP-BUS-DAY-FLDS
           END-IF
      * ONE CHANGE AT A TIME WAITS FOR ITS SECOND USER
           IF WS-RESP-CODE = SPACES AND WS-ACTION-UPDATE
               PERFORM B126-CHECK-PEND-RELEASE
           END-IF
      * NOTHING NEW OR CHANGED MAY POINT AT AN ACCOUNT OR CUSTOMER THAT
      * IS NO LONGER IN GOOD STANDING - A CANCELLATION STILL GOES AHEAD
           IF WS-RESP-CODE = SPACES AND NOT WS-ACTION-DELETE
               PERFORM B118-CHECK-STANDING
           END-IF
      * NOR MAY IT SIT ON AN ACCOUNT WHOSE PRODUCT MAY NOT CARRY
      * PAYMENT INSTRUCTIONS
           IF WS-RESP-CODE = SPACES AND NOT WS-ACTION-DELETE
               PERFORM B122-CHECK-ELIGIBILITY
           END-IF
           IF WS-RESP-CODE = SPACES AND NOT WS-ACTION-DELETE
               PERFORM B119-SCREEN-WATCHLIST
           END-IF
           IF WS-RESP-CODE = SPACES AND NOT WS-ACTION-DELETE
               PERFORM B121-CHECK-RELEASE-TRIGGERS
           END-IF
           IF WS-RESP-CODE = SPACES
               PERFORM B144-SET-CHG-TS
           END-IF
           IF WS-RESP-CODE = SPACES
               EVALUATE TRUE
                   WHEN WS-ACTION-INSERT
                       PERFORM B120-INSERT-INSTR
                   WHEN WS-ACTION-UPDATE
                       PERFORM B130-UPDATE-INSTR
                   WHEN WS-ACTION-DELETE
                       PERFORM B140-DELETE-INSTR
               END-EVALUATE
           END-IF
           IF WS-RESP-OK AND (WS-AMT-TRIG OR WS-BENE-TRIG)
               PERFORM B136-HOLD-FOR-RELEASE
           END-IF
           IF WS-RESP-OK AND WS-WLSC-PARK
               PERFORM B132-PARK-FOR-REVIEW
           END-IF
           IF WS-RESP-OK AND WS-ACTION-DELETE
               PERFORM B141-WITHDRAW-RELEASE
           END-IF
           IF WS-RESP-OK AND NOT WS-ACTION-INSERT
               PERFORM B145-WRITE-IMAGE-ROW
           END-IF
           IF WS-RESP-OK
               PERFORM B150-WRITE-AUDIT-TRAIL
           END-IF
           IF PROG-NORMAL
               PERFORM B190-BUFFER-ACK-LINE
           END-IF
           .
      *****************************************************************
      * Validate The Fields On The Line Before Touching The Database  *
      *****************************************************************
       B105-VALIDATE-LINE.
           MOVE PBI-REQ-ACTION         TO WS-REQ-ACTION
           MOVE ZEROS                  TO WS-INSTR-AMT
           IF NOT PBI-DETAIL
               SET WS-RESP-BAD-INPUT   TO TRUE
               MOVE 'RECORD TYPE MUST BE D'
                                       TO WS-RESP-MSG
           ELSE IF NOT WS-ACTION-VALID
               SET WS-RESP-BAD-INPUT   TO TRUE
               MOVE 'ACTION MUST BE I, U OR D'
                                       TO WS-RESP-MSG
           ELSE IF PBI-INSTR-REF-NUM = SPACES OR LOW-VALUES
               SET WS-RESP-BAD-INPUT   TO TRUE
               MOVE 'INSTR-REF-NUM IS REQUIRED'
                                       TO WS-RESP-MSG
           ELSE IF WS-ACTION-INSERT
               PERFORM B115-VALIDATE-INSERT-FLDS
           ELSE IF WS-ACTION-UPDATE
               PERFORM B116-VALIDATE-SCHED-FLDS
           END-IF
           .
      *****************************************************************
      * An Insert Must Also Carry The Account Key And The Beneficiary *
      * Name - The Address Lines And Debtor Fields May Be SPACES      *
      *****************************************************************
       B115-VALIDATE-INSERT-FLDS.
           IF PBI-AC-CTRY = SPACES OR LOW-VALUES
               SET WS-RESP-BAD-INPUT   TO TRUE
               MOVE 'AC-CTRY IS REQUIRED FOR INSERT'
                                       TO WS-RESP-MSG
           ELSE IF PBI-AC-INSTT = SPACES OR LOW-VALUES
               SET WS-RESP-BAD-INPUT   TO TRUE
               MOVE 'AC-INSTT IS REQUIRED FOR INSERT'
                                       TO WS-RESP-MSG
           ELSE IF PBI-AC-NO = SPACES OR LOW-VALUES
               SET WS-RESP-BAD-INPUT   TO TRUE
               MOVE 'AC-NO IS REQUIRED FOR INSERT'
                                       TO WS-RESP-MSG
           ELSE IF PBI-AC-PROD-TYP = SPACES OR LOW-VALUES
               SET WS-RESP-BAD-INPUT   TO TRUE
               MOVE 'AC-PROD-TYP IS REQUIRED FOR INSERT'
                                       TO WS-RESP-MSG
           ELSE IF PBI-BENE-NAM = SPACES OR LOW-VALUES
               SET WS-RESP-BAD-INPUT   TO TRUE
               MOVE 'BENE-NAM IS REQUIRED FOR INSERT'
                                       TO WS-RESP-MSG
           ELSE
               PERFORM B116-VALIDATE-SCHED-FLDS
           END-IF
           .
      *****************************************************************
      * The Amount, Currency And Execution Schedule Must All Stand Up *
      * Before The Instruction Reaches The EXPORT POPULATION - THE    *
      * FILE'S DISPLAY AMOUNT MUST BE DIGITS BEFORE IT IS TAKEN       *
      *****************************************************************
       B116-VALIDATE-SCHED-FLDS.
           MOVE PBI-INSTR-FREQ         TO WS-INSTR-FREQ
           IF PBI-INSTR-AMT IS NUMERIC
               MOVE PBI-INSTR-AMT      TO WS-INSTR-AMT
           END-IF
           IF PBI-INSTR-AMT NOT NUMERIC
               SET WS-RESP-BAD-INPUT   TO TRUE
               MOVE 'INSTR-AMT MUST BE 15 DIGITS, 2 IMPLIED DECIMALS'
                                       TO WS-RESP-MSG
           ELSE IF WS-INSTR-AMT NOT > 0
               SET WS-RESP-BAD-INPUT   TO TRUE
               MOVE 'INSTR-AMT MUST BE GREATER THAN ZERO'
                                       TO WS-RESP-MSG
           ELSE IF PBI-INSTR-CCY = SPACES OR LOW-VALUES
               SET WS-RESP-BAD-INPUT   TO TRUE
               MOVE 'INSTR-CCY IS REQUIRED'
                                       TO WS-RESP-MSG
           ELSE IF NOT WS-FREQ-VALID
               SET WS-RESP-BAD-INPUT   TO TRUE
               MOVE 'INSTR-FREQ MUST BE O, W OR M'
                                       TO WS-RESP-MSG
           ELSE IF PBI-NEXT-EXEC-DT NOT NUMERIC
               SET WS-RESP-BAD-INPUT   TO TRUE
               MOVE 'NEXT-EXEC-DT IS REQUIRED (YYYYMMDD)'
                                       TO WS-RESP-MSG
           ELSE
               PERFORM B117-VALIDATE-BUS-DAY-FLDS
           END-IF
           .
      *****************************************************************
      * On An Insert The Business-Day Convention Defaults To          *
      * Following And The Monthly Anchor Day To The Day Of            *
      * NEXT-EXEC-DT; ON AN AMEND A BLANK FIELD KEEPS THE STORED      *
      * VALUE (B127), AS ONLINE                                       *
      *****************************************************************
       B117-VALIDATE-BUS-DAY-FLDS.
           IF PBI-BUS-DAY-CONV = LOW-VALUES
               MOVE SPACES             TO PBI-BUS-DAY-CONV
           END-IF
           IF PBI-EXEC-ANCHOR-DD = LOW-VALUES
               MOVE SPACES             TO PBI-EXEC-ANCHOR-DD
           END-IF
           IF WS-ACTION-INSERT
               IF PBI-BUS-DAY-CONV = SPACES
                   MOVE 'F'            TO PBI-BUS-DAY-CONV
               END-IF
               IF PBI-EXEC-ANCHOR-DD = SPACES
                   MOVE PBI-NEXT-EXEC-DT(7:2) TO PBI-EXEC-ANCHOR-DD
               END-IF
           END-IF
           MOVE PBI-BUS-DAY-CONV       TO WS-BUS-DAY-CONV
           IF NOT WS-CONV-VALID AND PBI-BUS-DAY-CONV NOT = SPACES
               SET WS-RESP-BAD-INPUT   TO TRUE
               MOVE 'BUS-DAY-CONV MUST BE F, P OR M'
                                       TO WS-RESP-MSG
           ELSE IF PBI-EXEC-ANCHOR-DD NOT = SPACES
               AND (PBI-EXEC-ANCHOR-DD NOT NUMERIC
                 OR PBI-EXEC-ANCHOR-DD = '00'
                 OR PBI-EXEC-ANCHOR-DD > '31')
               SET WS-RESP-BAD-INPUT   TO TRUE
               MOVE 'EXEC-ANCHOR-DD MUST BE A DAY OF THE MONTH (01-31)'
                                       TO WS-RESP-MSG
           END-IF
           .
      *****************************************************************
      * Refuse The Line When PAYSTNDC Finds The Customer, The Debtor  *
      * Account Or The Customer's ACH Permission On It Out Of Good    *
      * Standing - THE REASON COMES BACK DECODED FROM TABCDREF        *
      *****************************************************************
       B118-CHECK-STANDING.
           INITIALIZE WA-STND-FLDS
           MOVE WS-HDR-CUST-CTRY       TO STND-CUST-CTRY
           MOVE WS-HDR-CUST-INSTT      TO STND-CUST-INSTT
           MOVE WS-HDR-CUST-ID         TO STND-CUST-ID
           IF WS-ACTION-INSERT
               MOVE PBI-AC-CTRY        TO STND-AC-CTRY
               MOVE PBI-AC-INSTT       TO STND-AC-INSTT
               MOVE PBI-AC-NO          TO STND-AC-NO
           ELSE
               MOVE WS-OLD-AC-CTRY     TO STND-AC-CTRY
               MOVE WS-OLD-AC-INSTT    TO STND-AC-INSTT
               MOVE WS-OLD-AC-NO       TO STND-AC-NO
           END-IF
           CALL WS-STND-PGM USING WA-STND-FLDS
               ON EXCEPTION
                   DISPLAY 'UNABLE TO CALL STANDING-CHECK '
                       'SUBPROGRAM: ' WS-STND-PGM
                   SET STND-RESP-SQL-ERROR TO TRUE
                   MOVE 'STANDING-CHECK SUBPROGRAM UNAVAILABLE'
                                       TO STND-RESP-MSG
           END-CALL
           EVALUATE TRUE
               WHEN STND-RESP-OK
                   CONTINUE
               WHEN STND-RESP-BAD
                   SET WS-RESP-BAD-STANDING TO TRUE
                   STRING 'REFUSED - '  DELIMITED BY SIZE
                          STND-REASON-DESC DELIMITED BY SIZE
                       INTO WS-RESP-MSG
                   END-STRING
               WHEN OTHER
                   SET WS-RESP-SQL-ERROR TO TRUE
                   MOVE STND-RESP-MSG  TO WS-RESP-MSG
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * Refuse The Line When PRDELGC Finds The Debtor Account's       *
      * Product Type May Not Carry Payment Instructions - AN AMEND    *
      * CHECKS THE PRODUCT TYPE ALREADY ON FILE                       *
      *****************************************************************
       B122-CHECK-ELIGIBILITY.
           INITIALIZE WA-PELG-FLDS
           SET PELG-USE-INSTR          TO TRUE
           IF WS-ACTION-INSERT
               MOVE PBI-AC-CTRY        TO PELG-AC-CTRY
               MOVE PBI-AC-INSTT       TO PELG-AC-INSTT
               MOVE PBI-AC-PROD-TYP    TO PELG-PRODU-TYP
           ELSE
               MOVE WS-OLD-AC-CTRY     TO PELG-AC-CTRY
               MOVE WS-OLD-AC-INSTT    TO PELG-AC-INSTT
               MOVE WS-OLD-AC-PROD-TYP TO PELG-PRODU-TYP
           END-IF
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
                   SET WS-RESP-INELIGIBLE-PROD TO TRUE
                   STRING 'REFUSED - '  DELIMITED BY SIZE
                          PELG-RESP-MSG DELIMITED BY SIZE
                       INTO WS-RESP-MSG
                   END-STRING
               WHEN OTHER
                   SET WS-RESP-SQL-ERROR TO TRUE
                   MOVE PELG-RESP-MSG  TO WS-RESP-MSG
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * Screen The Beneficiary Through WLSCRNC When It Is New Or      *
      * Being Changed - A HIT DOES NOT REFUSE THE LINE, IT PARKS THE  *
      * INSTRUCTION FOR REVIEW                                        *
      *****************************************************************
       B119-SCREEN-WATCHLIST.
           MOVE 'N'                    TO WS-WLSC-PARK-SW
           IF WS-ACTION-INSERT
              OR PBI-BENE-NAM   NOT = WS-OLD-BENE-NAM
              OR PBI-BENE-ADDR1 NOT = WS-OLD-BENE-ADDR1
              OR PBI-BENE-ADDR2 NOT = WS-OLD-BENE-ADDR2
              OR PBI-BENE-ADDR3 NOT = WS-OLD-BENE-ADDR3
               INITIALIZE WA-WLSC-FLDS
               SET WLSC-FUNC-SCREEN    TO TRUE
               MOVE WS-PROG-NAM        TO WLSC-SCRN-PGM
               MOVE WS-HDR-CUST-CTRY   TO WLSC-CUST-CTRY
               MOVE WS-HDR-CUST-INSTT  TO WLSC-CUST-INSTT
               MOVE WS-HDR-CUST-ID     TO WLSC-CUST-ID
               MOVE PBI-INSTR-REF-NUM  TO WLSC-INSTR-REF-NUM
               MOVE PBI-BENE-NAM       TO WLSC-BENE-NAM
               MOVE PBI-BENE-ADDR1     TO WLSC-BENE-ADDR1
               MOVE PBI-BENE-ADDR2     TO WLSC-BENE-ADDR2
               MOVE PBI-BENE-ADDR3     TO WLSC-BENE-ADDR3
               PERFORM B133-CALL-WLSCRNC
               IF WLSC-RESP-HIT
                   SET WS-WLSC-PARK    TO TRUE
               END-IF
           END-IF
           .
      *****************************************************************
      * Park The Instruction Just Changed For Watchlist Review - THE  *
      * HIT GOES ON THE TABWLHT QUEUE AND AN ACTIVE INSTRUCTION, OR   *
      * ONE WAITING FOR SECOND-USER RELEASE, GOES TO 'W' UNTIL WLRVWC *
      * RELEASES IT                                                   *
      *****************************************************************
       B132-PARK-FOR-REVIEW.
           EXEC SQL
               UPDATE PAYMENTS.PAYMENT_INSTRUCTIONS
               SET    INSTR_STAT    = 'W'
               WHERE  CUST_CTRY     = :WS-HDR-CUST-CTRY
                AND   CUST_INSTT    = :WS-HDR-CUST-INSTT
                AND   CUST_ID       = :WS-HDR-CUST-ID
                AND   INSTR_REF_NUM = :PBI-INSTR-REF-NUM
                AND   INSTR_STAT    IN ('A', 'P')
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               SET WS-RESP-SQL-ERROR   TO TRUE
               MOVE 'DATABASE ERROR PARKING INSTRUCTION FOR REVIEW'
                                       TO WS-RESP-MSG
               PERFORM X490-PROC-SQL-ERROR
           ELSE
               SET WLSC-FUNC-QUEUE     TO TRUE
               PERFORM B133-CALL-WLSCRNC
           END-IF
           IF WS-RESP-OK
               MOVE SPACES             TO WS-RESP-MSG
               STRING 'WATCHLIST HIT '  DELIMITED BY SIZE
                      WLSC-WL-ENTRY-ID  DELIMITED BY SIZE
                      ' - PARKED FOR REVIEW'
                                        DELIMITED BY SIZE
                   INTO WS-RESP-MSG
               END-STRING
               IF WS-AMT-TRIG OR WS-BENE-TRIG
                   MOVE '; RELEASE DUE'
                                       TO WS-RESP-MSG(47:14)
               END-IF
           END-IF
           .
      *****************************************************************
      * Call The Watchlist Screen - AN UNANSWERED SCREEN OR A QUEUE   *
      * WRITE THAT FAILED STOPS THE RUN                               *
      *****************************************************************
       B133-CALL-WLSCRNC.
           CALL WS-WLSC-PGM USING WA-WLSC-FLDS
               ON EXCEPTION
                   DISPLAY 'UNABLE TO CALL WATCHLIST-SCREEN '
                       'SUBPROGRAM: ' WS-WLSC-PGM
                   SET WLSC-RESP-SQL-ERROR TO TRUE
                   MOVE 'WATCHLIST-SCREEN SUBPROGRAM UNAVAILABLE'
                                       TO WLSC-RESP-MSG
           END-CALL
           IF WLSC-RESP-SQL-ERROR
               SET WS-RESP-SQL-ERROR   TO TRUE
               MOVE WLSC-RESP-MSG      TO WS-RESP-MSG
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * Read The Instruction As It Stands Before It Is Touched - THE  *
      * OLD HALF OF THE TABPIMG IMAGE ROW                             *
      *****************************************************************
       B125-FETCH-BEFORE-IMAGE.
           EXEC SQL
               SELECT BENE_NAM,
                      BENE_ADDR1,
                      BENE_ADDR2,
                      BENE_ADDR3,
                      DEBTOR_NAME,
                      DEBTOR_ADDR1,
                      DEBTOR_ADDR2,
                      DEBTOR_ADDR3,
                      INSTR_PTY,
                      AC_CTRY,
                      AC_INSTT,
                      AC_NO,
                      AC_PROD_TYP,
                      INSTR_AMT,
                      INSTR_STAT,
                      INSTR_CCY,
                      INSTR_FREQ,
                      NEXT_EXEC_DT,
                      BUS_DAY_CONV,
                      EXEC_ANCHOR_DD
               INTO   :WS-OLD-BENE-NAM,
                      :WS-OLD-BENE-ADDR1,
                      :WS-OLD-BENE-ADDR2,
                      :WS-OLD-BENE-ADDR3,
                      :WS-OLD-DEBTOR-NAME,
                      :WS-OLD-DEBTOR-ADDR1,
                      :WS-OLD-DEBTOR-ADDR2,
                      :WS-OLD-DEBTOR-ADDR3,
                      :WS-OLD-INSTR-PTY,
                      :WS-OLD-AC-CTRY,
                      :WS-OLD-AC-INSTT,
                      :WS-OLD-AC-NO,
                      :WS-OLD-AC-PROD-TYP,
                      :WS-OLD-INSTR-AMT,
                      :WS-OLD-INSTR-STAT,
                      :WS-OLD-INSTR-CCY,
                      :WS-OLD-INSTR-FREQ,
                      :WS-OLD-NEXT-EXEC-DT,
                      :WS-OLD-BUS-DAY-CONV,
                      :WS-OLD-EXEC-ANCHOR-DD
               FROM   PAYMENTS.PAYMENT_INSTRUCTIONS
               WHERE  CUST_CTRY     = :WS-HDR-CUST-CTRY
                AND   CUST_INSTT    = :WS-HDR-CUST-INSTT
                AND   CUST_ID       = :WS-HDR-CUST-ID
                AND   INSTR_REF_NUM = :PBI-INSTR-REF-NUM
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET WS-RESP-NOT-FOUND TO TRUE
                   MOVE 'PAYMENT INSTRUCTION NOT FOUND'
                                       TO WS-RESP-MSG
               WHEN OTHER
                   SET WS-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR READING BEFORE IMAGE'
                                       TO WS-RESP-MSG
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * An Amend Keeps The Stored Convention And Anchor Day Where The *
      * Line Leaves Them Blank, AS ONLINE                             *
      *****************************************************************
       B127-KEEP-BUS-DAY-FLDS.
           IF PBI-BUS-DAY-CONV = SPACES
               MOVE WS-OLD-BUS-DAY-CONV TO PBI-BUS-DAY-CONV
           END-IF
           IF PBI-EXEC-ANCHOR-DD = SPACES
               MOVE WS-OLD-EXEC-ANCHOR-DD TO PBI-EXEC-ANCHOR-DD
           END-IF
           .
      *****************************************************************
      * Refuse An Amend To An Instruction Whose Last Change Is Still  *
      * Waiting On The TABPREL RELEASE QUEUE                          *
      *****************************************************************
       B126-CHECK-PEND-RELEASE.
           MOVE ZEROS                  TO WS-PEND-REL-CNT
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-PEND-REL-CNT
               FROM   TABPREL
               WHERE  CUST_CTRY     = :WS-HDR-CUST-CTRY
                AND   CUST_INSTT    = :WS-HDR-CUST-INSTT
                AND   CUST_ID       = :WS-HDR-CUST-ID
                AND   INSTR_REF_NUM = :PBI-INSTR-REF-NUM
                AND   REQ_STAT      = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
               SET WS-RESP-SQL-ERROR   TO TRUE
               MOVE 'DATABASE ERROR READING RELEASE QUEUE'
                                       TO WS-RESP-MSG
               PERFORM X490-PROC-SQL-ERROR
           ELSE IF WS-PEND-REL-CNT > 0
               SET WS-RESP-PEND-RELEASE TO TRUE
               MOVE 'LAST CHANGE STILL AWAITS SECOND-USER RELEASE'
                                       TO WS-RESP-MSG
           END-IF
           .
      *****************************************************************
      * Decide Whether The Line Needs A Second User - INSTR_AMT SET   *
      * UP OR CHANGED TO ABOVE THE INSTITUTION'S TABIPRF THRESHOLD,   *
      * OR ANY CHANGE TO THE BENEFICIARY NAME OR ADDRESS LINES        *
      *****************************************************************
       B121-CHECK-RELEASE-TRIGGERS.
           MOVE 'N'                    TO WS-AMT-TRIG-SW
                                          WS-BENE-TRIG-SW
           MOVE ZEROS                  TO WS-REL-THRSH-AMT
           IF WS-ACTION-INSERT
               MOVE 'A'                TO WS-PRIOR-STAT
               MOVE ZEROS              TO WS-OLD-INSTR-AMT
           ELSE
               MOVE WS-OLD-INSTR-STAT  TO WS-PRIOR-STAT
           END-IF
           IF NOT WS-ACTION-INSERT
              AND (PBI-BENE-NAM   NOT = WS-OLD-BENE-NAM
                OR PBI-BENE-ADDR1 NOT = WS-OLD-BENE-ADDR1
                OR PBI-BENE-ADDR2 NOT = WS-OLD-BENE-ADDR2
                OR PBI-BENE-ADDR3 NOT = WS-OLD-BENE-ADDR3)
               SET WS-BENE-TRIG        TO TRUE
           END-IF

           EXEC SQL
               SELECT REL_THRSH_AMT
               INTO   :TABIPRF-REL-THRSH-AMT
               FROM   TABIPRF
               WHERE  CST_CTRY  = :WS-HDR-CUST-CTRY
                AND   CST_INSTT = :WS-HDR-CUST-INSTT
                AND   PRF_STAT  = 'A'
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE TABIPRF-REL-THRSH-AMT TO WS-REL-THRSH-AMT
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET WS-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR READING INSTITUTION PROFILE'
                                       TO WS-RESP-MSG
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE

           IF WS-REL-THRSH-AMT > 0
              AND WS-INSTR-AMT > WS-REL-THRSH-AMT
              AND (WS-ACTION-INSERT
                OR WS-INSTR-AMT NOT = WS-OLD-INSTR-AMT)
               SET WS-AMT-TRIG         TO TRUE
           END-IF
           .
      *****************************************************************
      * Fix The Change Timestamp Once - THE TABPIMG IMAGE AND THE     *
      * TABPREL QUEUE ROW CARRY THE SAME VALUE                        *
      *****************************************************************
       B144-SET-CHG-TS.
           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
               INTO   :WS-CHG-TS
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
               SET WS-RESP-SQL-ERROR   TO TRUE
               MOVE 'DATABASE ERROR READING CURRENT TIMESTAMP'
                                       TO WS-RESP-MSG
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * Hold The Instruction Just Changed For Second-User Release -   *
      * AN ACTIVE INSTRUCTION GOES TO 'P', OUT OF THE EXPORT, AND THE *
      * CHANGE IS QUEUED ON TABPREL UNDER THE SUBMITTING USERID, SO   *
      * PAYRELSC WANTS A DIFFERENT USER TO RELEASE IT                 *
      *****************************************************************
       B136-HOLD-FOR-RELEASE.
           EXEC SQL
               UPDATE PAYMENTS.PAYMENT_INSTRUCTIONS
               SET    INSTR_STAT    = 'P'
               WHERE  CUST_CTRY     = :WS-HDR-CUST-CTRY
                AND   CUST_INSTT    = :WS-HDR-CUST-INSTT
                AND   CUST_ID       = :WS-HDR-CUST-ID
                AND   INSTR_REF_NUM = :PBI-INSTR-REF-NUM
                AND   INSTR_STAT    = 'A'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               SET WS-RESP-SQL-ERROR   TO TRUE
               MOVE 'DATABASE ERROR HOLDING INSTRUCTION FOR RELEASE'
                                       TO WS-RESP-MSG
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           IF WS-RESP-OK
               MOVE WS-HDR-CUST-CTRY   TO TABPREL-CUST-CTRY
               MOVE WS-HDR-CUST-INSTT  TO TABPREL-CUST-INSTT
               MOVE WS-HDR-CUST-ID     TO TABPREL-CUST-ID
               MOVE PBI-INSTR-REF-NUM  TO TABPREL-INSTR-REF-NUM
               MOVE WS-REQ-ACTION      TO TABPREL-CHG-ACTION
               MOVE WS-AMT-TRIG-SW     TO TABPREL-AMT-TRIG
               MOVE WS-BENE-TRIG-SW    TO TABPREL-BENE-TRIG
               MOVE WS-OLD-INSTR-AMT   TO TABPREL-OLD-INSTR-AMT
               MOVE WS-INSTR-AMT       TO TABPREL-NEW-INSTR-AMT
               MOVE PBI-INSTR-CCY      TO TABPREL-INSTR-CCY
      * THE SCHEDULE AS IT STOOD, FOR PAYRELSC TO PUT BACK ON A REJECT
               IF WS-ACTION-INSERT
                   MOVE PBI-INSTR-CCY  TO TABPREL-OLD-INSTR-CCY
                   MOVE PBI-INSTR-FREQ TO TABPREL-OLD-INSTR-FREQ
                   MOVE PBI-NEXT-EXEC-DT
                                       TO TABPREL-OLD-NEXT-EXEC-DT
                   MOVE PBI-BUS-DAY-CONV
                                       TO TABPREL-OLD-BUS-DAY-CONV
                   MOVE PBI-EXEC-ANCHOR-DD
                                       TO TABPREL-OLD-EXEC-ANCHOR-DD
               ELSE
                   MOVE WS-OLD-INSTR-CCY
                                       TO TABPREL-OLD-INSTR-CCY
                   MOVE WS-OLD-INSTR-FREQ
                                       TO TABPREL-OLD-INSTR-FREQ
                   MOVE WS-OLD-NEXT-EXEC-DT
                                       TO TABPREL-OLD-NEXT-EXEC-DT
                   MOVE WS-OLD-BUS-DAY-CONV
                                       TO TABPREL-OLD-BUS-DAY-CONV
                   MOVE WS-OLD-EXEC-ANCHOR-DD
                                       TO TABPREL-OLD-EXEC-ANCHOR-DD
               END-IF
               MOVE WS-REL-THRSH-AMT   TO TABPREL-REL-THRSH-AMT
               MOVE WS-PRIOR-STAT      TO TABPREL-PRIOR-STAT
      * AN INSERT HAS NO BEFORE IMAGE - THE CHECKER SEES THE
      * INSTRUCTION ITSELF
               IF WS-ACTION-INSERT
                   MOVE SPACES         TO TABPREL-PIMG-CHG-TS
               ELSE
                   MOVE WS-CHG-TS      TO TABPREL-PIMG-CHG-TS
               END-IF
               MOVE WS-HDR-USERID      TO TABPREL-REQ-USERID
               MOVE WS-CHG-TS          TO TABPREL-REQ-TS
               MOVE SPACES             TO TABPREL-APRV-USERID
                                          TABPREL-APRV-TS
               MOVE 'P'                TO TABPREL-REQ-STAT
               EXEC SQL
                   INSERT INTO TABPREL
                       (CUST_CTRY, CUST_INSTT, CUST_ID, INSTR_REF_NUM,
                        CHG_ACTION, AMT_TRIG, BENE_TRIG,
                        OLD_INSTR_AMT, NEW_INSTR_AMT, INSTR_CCY,
                        REL_THRSH_AMT, PRIOR_STAT, PIMG_CHG_TS,
                        REQ_USERID, REQ_TS, APRV_USERID, APRV_TS,
                        REQ_STAT, OLD_INSTR_CCY, OLD_INSTR_FREQ,
                        OLD_NEXT_EXEC_DT, OLD_BUS_DAY_CONV,
                        OLD_EXEC_ANCHOR_DD)
                   VALUES
                       (:TABPREL-CUST-CTRY, :TABPREL-CUST-INSTT,
                        :TABPREL-CUST-ID, :TABPREL-INSTR-REF-NUM,
                        :TABPREL-CHG-ACTION, :TABPREL-AMT-TRIG,
                        :TABPREL-BENE-TRIG,
                        :TABPREL-OLD-INSTR-AMT, :TABPREL-NEW-INSTR-AMT,
                        :TABPREL-INSTR-CCY,
                        :TABPREL-REL-THRSH-AMT, :TABPREL-PRIOR-STAT,
                        :TABPREL-PIMG-CHG-TS,
                        :TABPREL-REQ-USERID, :TABPREL-REQ-TS,
                        :TABPREL-APRV-USERID, :TABPREL-APRV-TS,
                        :TABPREL-REQ-STAT, :TABPREL-OLD-INSTR-CCY,
                        :TABPREL-OLD-INSTR-FREQ,
                        :TABPREL-OLD-NEXT-EXEC-DT,
                        :TABPREL-OLD-BUS-DAY-CONV,
                        :TABPREL-OLD-EXEC-ANCHOR-DD)
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR WRITING RELEASE QUEUE'
                                       TO WS-RESP-MSG
                   PERFORM X490-PROC-SQL-ERROR
               END-IF
           END-IF
           IF WS-RESP-OK
               MOVE SPACES             TO WS-RESP-MSG
               EVALUATE TRUE
                   WHEN WS-AMT-TRIG AND WS-BENE-TRIG
                       STRING 'HELD FOR SECOND-USER RELEASE - '
                                       DELIMITED BY SIZE
                              'AMOUNT AND BENEFICIARY'
                                       DELIMITED BY SIZE
                           INTO WS-RESP-MSG
                       END-STRING
                   WHEN WS-AMT-TRIG
                       MOVE 'HELD FOR SECOND-USER RELEASE - AMOUNT'
                                       TO WS-RESP-MSG
                   WHEN OTHER
                       MOVE 'HELD FOR SECOND-USER RELEASE - BENEFICIARY'
                                       TO WS-RESP-MSG
               END-EVALUATE
           END-IF
           .
      *****************************************************************
      * A Cancelled Instruction Withdraws Any Change Still Waiting    *
      * For Release, Stamped With The Submitting User                 *
      *****************************************************************
       B141-WITHDRAW-RELEASE.
           MOVE WS-HDR-USERID          TO TABPREL-APRV-USERID
           EXEC SQL
               UPDATE TABPREL
               SET    REQ_STAT      = 'C',
                      APRV_USERID   = :TABPREL-APRV-USERID,
                      APRV_TS       = CHAR(CURRENT TIMESTAMP)
               WHERE  CUST_CTRY     = :WS-HDR-CUST-CTRY
                AND   CUST_INSTT    = :WS-HDR-CUST-INSTT
                AND   CUST_ID       = :WS-HDR-CUST-ID
                AND   INSTR_REF_NUM = :PBI-INSTR-REF-NUM
                AND   REQ_STAT      = 'P'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               SET WS-RESP-SQL-ERROR   TO TRUE
               MOVE 'DATABASE ERROR WITHDRAWING RELEASE REQUEST'
                                       TO WS-RESP-MSG
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * Insert One New Payment Instruction                            *
      *****************************************************************
       B120-INSERT-INSTR.
           EXEC SQL
               INSERT INTO PAYMENTS.PAYMENT_INSTRUCTIONS
                   (CUST_CTRY, CUST_INSTT, CUST_ID, INSTR_REF_NUM,
                    AC_CTRY, AC_INSTT, AC_NO, AC_PROD_TYP,
                    BENE_NAM, BENE_ADDR1, BENE_ADDR2, BENE_ADDR3,
                    DEBTOR_NAME, DEBTOR_ADDR1, DEBTOR_ADDR2,
                    DEBTOR_ADDR3, INSTR_PTY,
                    INSTR_AMT, INSTR_CCY, INSTR_FREQ, NEXT_EXEC_DT,
                    BUS_DAY_CONV, EXEC_ANCHOR_DD, INSTR_STAT,
                    CREAT_TS)
               VALUES
                   (:WS-HDR-CUST-CTRY, :WS-HDR-CUST-INSTT,
                    :WS-HDR-CUST-ID,
                    :PBI-INSTR-REF-NUM, :PBI-AC-CTRY, :PBI-AC-INSTT,
                    :PBI-AC-NO, :PBI-AC-PROD-TYP, :PBI-BENE-NAM,
                    :PBI-BENE-ADDR1, :PBI-BENE-ADDR2, :PBI-BENE-ADDR3,
                    :PBI-DEBTOR-NAME, :PBI-DEBTOR-ADDR1,
                    :PBI-DEBTOR-ADDR2, :PBI-DEBTOR-ADDR3,
                    :PBI-INSTR-PTY,
                    :WS-INSTR-AMT, :PBI-INSTR-CCY, :PBI-INSTR-FREQ,
                    :PBI-NEXT-EXEC-DT, :PBI-BUS-DAY-CONV,
                    :PBI-EXEC-ANCHOR-DD, 'A', CURRENT TIMESTAMP)
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET WS-RESP-OK      TO TRUE
                   MOVE 'PAYMENT INSTRUCTION INSERTED' TO WS-RESP-MSG
               WHEN -803
                   SET WS-RESP-DUPLICATE TO TRUE
                   MOVE 'PAYMENT INSTRUCTION ALREADY EXISTS'
                                       TO WS-RESP-MSG
               WHEN OTHER
                   SET WS-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR INSERTING INSTRUCTION'
                                       TO WS-RESP-MSG
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * Amend The Beneficiary, Debtor, Priority, Amount, Currency And *
      * Execution-Schedule Fields Of One Existing Payment Instruction *
      *****************************************************************
       B130-UPDATE-INSTR.
           EXEC SQL
               UPDATE PAYMENTS.PAYMENT_INSTRUCTIONS
               SET    BENE_NAM     = :PBI-BENE-NAM,
                      BENE_ADDR1   = :PBI-BENE-ADDR1,
                      BENE_ADDR2   = :PBI-BENE-ADDR2,
                      BENE_ADDR3   = :PBI-BENE-ADDR3,
                      DEBTOR_NAME  = :PBI-DEBTOR-NAME,
                      DEBTOR_ADDR1 = :PBI-DEBTOR-ADDR1,
                      DEBTOR_ADDR2 = :PBI-DEBTOR-ADDR2,
                      DEBTOR_ADDR3 = :PBI-DEBTOR-ADDR3,
                      INSTR_PTY    = :PBI-INSTR-PTY,
                      INSTR_AMT    = :WS-INSTR-AMT,
                      INSTR_CCY    = :PBI-INSTR-CCY,
                      INSTR_FREQ   = :PBI-INSTR-FREQ,
                      NEXT_EXEC_DT = :PBI-NEXT-EXEC-DT,
                      BUS_DAY_CONV = :PBI-BUS-DAY-CONV,
                      EXEC_ANCHOR_DD = :PBI-EXEC-ANCHOR-DD
               WHERE  CUST_CTRY     = :WS-HDR-CUST-CTRY
                AND   CUST_INSTT    = :WS-HDR-CUST-INSTT
                AND   CUST_ID       = :WS-HDR-CUST-ID
                AND   INSTR_REF_NUM = :PBI-INSTR-REF-NUM
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET WS-RESP-OK      TO TRUE
                   MOVE 'PAYMENT INSTRUCTION UPDATED' TO WS-RESP-MSG
               WHEN 100
                   SET WS-RESP-NOT-FOUND TO TRUE
                   MOVE 'PAYMENT INSTRUCTION NOT FOUND'
                                       TO WS-RESP-MSG
               WHEN OTHER
                   SET WS-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR UPDATING INSTRUCTION'
                                       TO WS-RESP-MSG
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * Cancel (Delete) One Existing Payment Instruction              *
      *****************************************************************
       B140-DELETE-INSTR.
           EXEC SQL
               DELETE FROM PAYMENTS.PAYMENT_INSTRUCTIONS
               WHERE  CUST_CTRY     = :WS-HDR-CUST-CTRY
                AND   CUST_INSTT    = :WS-HDR-CUST-INSTT
                AND   CUST_ID       = :WS-HDR-CUST-ID
                AND   INSTR_REF_NUM = :PBI-INSTR-REF-NUM
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET WS-RESP-OK      TO TRUE
                   MOVE 'PAYMENT INSTRUCTION DELETED' TO WS-RESP-MSG
               WHEN 100
                   SET WS-RESP-NOT-FOUND TO TRUE
                   MOVE 'PAYMENT INSTRUCTION NOT FOUND'
                                       TO WS-RESP-MSG
               WHEN OTHER
                   SET WS-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR DELETING INSTRUCTION'
                                       TO WS-RESP-MSG
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * The Full Before/After Image Onto TABPIMG, IN THE SAME UNIT OF *
      * WORK AS THE CHANGE - A CANCEL'S NEW HALF IS SPACES AND ZERO   *
      *****************************************************************
       B145-WRITE-IMAGE-ROW.
           MOVE WS-HDR-CUST-CTRY       TO TABPIMG-CUST-CTRY
           MOVE WS-HDR-CUST-INSTT      TO TABPIMG-CUST-INSTT
           MOVE WS-HDR-CUST-ID         TO TABPIMG-CUST-ID
           MOVE PBI-INSTR-REF-NUM      TO TABPIMG-INSTR-REF-NUM
           MOVE WS-REQ-ACTION          TO TABPIMG-CHG-ACTION
           MOVE WS-HDR-USERID          TO TABPIMG-USERID
           MOVE WS-BULK-TERM-ID        TO TABPIMG-TERM-ID
           MOVE WS-OLD-BENE-NAM        TO TABPIMG-OLD-BENE-NAM
           MOVE WS-OLD-BENE-ADDR1      TO TABPIMG-OLD-BENE-ADDR1
           MOVE WS-OLD-BENE-ADDR2      TO TABPIMG-OLD-BENE-ADDR2
           MOVE WS-OLD-BENE-ADDR3      TO TABPIMG-OLD-BENE-ADDR3
           MOVE WS-OLD-DEBTOR-NAME     TO TABPIMG-OLD-DEBTOR-NAME
           MOVE WS-OLD-DEBTOR-ADDR1    TO TABPIMG-OLD-DEBTOR-ADDR1
           MOVE WS-OLD-DEBTOR-ADDR2    TO TABPIMG-OLD-DEBTOR-ADDR2
           MOVE WS-OLD-DEBTOR-ADDR3    TO TABPIMG-OLD-DEBTOR-ADDR3
           MOVE WS-OLD-INSTR-PTY       TO TABPIMG-OLD-INSTR-PTY
           MOVE WS-OLD-INSTR-AMT       TO TABPIMG-OLD-INSTR-AMT
           IF WS-ACTION-DELETE
               MOVE SPACES             TO TABPIMG-NEW-BENE-NAM
                                          TABPIMG-NEW-BENE-ADDR1
                                          TABPIMG-NEW-BENE-ADDR2
                                          TABPIMG-NEW-BENE-ADDR3
                                          TABPIMG-NEW-DEBTOR-NAME
                                          TABPIMG-NEW-DEBTOR-ADDR1
                                          TABPIMG-NEW-DEBTOR-ADDR2
                                          TABPIMG-NEW-DEBTOR-ADDR3
                                          TABPIMG-NEW-INSTR-PTY
               MOVE ZEROS              TO TABPIMG-NEW-INSTR-AMT
           ELSE
               MOVE PBI-BENE-NAM       TO TABPIMG-NEW-BENE-NAM
               MOVE PBI-BENE-ADDR1     TO TABPIMG-NEW-BENE-ADDR1
               MOVE PBI-BENE-ADDR2     TO TABPIMG-NEW-BENE-ADDR2
               MOVE PBI-BENE-ADDR3     TO TABPIMG-NEW-BENE-ADDR3
               MOVE PBI-DEBTOR-NAME    TO TABPIMG-NEW-DEBTOR-NAME
               MOVE PBI-DEBTOR-ADDR1   TO TABPIMG-NEW-DEBTOR-ADDR1
               MOVE PBI-DEBTOR-ADDR2   TO TABPIMG-NEW-DEBTOR-ADDR2
               MOVE PBI-DEBTOR-ADDR3   TO TABPIMG-NEW-DEBTOR-ADDR3
               MOVE PBI-INSTR-PTY      TO TABPIMG-NEW-INSTR-PTY
               MOVE WS-INSTR-AMT       TO TABPIMG-NEW-INSTR-AMT
           END-IF

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
                    :TABPIMG-TERM-ID, :WS-CHG-TS,
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
      * THE CHANGE MUST NOT STAND WITHOUT ITS IMAGE ROW - THE RUN
      * STOPS AND ITS UNIT OF WORK GOES WITH IT
               SET WS-RESP-SQL-ERROR   TO TRUE
               MOVE 'ERROR WRITING IMAGE AUDIT - RUN STOPPED'
                                       TO WS-RESP-MSG
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * Record Who Changed Which Payment Instruction, And When, On    *
      * The TABPAUD AUDIT TRAIL - THE SUBMITTING USERID FROM TERMINAL *
      * 'BTCH', SO AN UPLOADED CHANGE READS APART FROM AN ONLINE ONE  *
      *****************************************************************
       B150-WRITE-AUDIT-TRAIL.
           MOVE WS-HDR-CUST-CTRY       TO TABPAUD-CUST-CTRY
           MOVE WS-HDR-CUST-INSTT      TO TABPAUD-CUST-INSTT
           MOVE WS-HDR-CUST-ID         TO TABPAUD-CUST-ID
           MOVE PBI-INSTR-REF-NUM      TO TABPAUD-INSTR-REF-NUM
           MOVE WS-HDR-USERID          TO TABPAUD-USERID
           MOVE WS-BULK-TERM-ID        TO TABPAUD-TERM-ID

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

           IF SQLCODE NOT = 0
      * THE CHANGE MUST NOT STAND WITHOUT ITS AUDIT ROW
               SET WS-RESP-SQL-ERROR   TO TRUE
               MOVE 'ERROR WRITING AUDIT TRAIL - RUN STOPPED'
                                       TO WS-RESP-MSG
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * Hold The Line's Outcome For The Acknowledgement - A LINE THAT *
      * WENT IN BUT WAITS FOR A SECOND USER IS HELD, ONE THAT HIT THE *
      * WATCHLIST IS PARKED                                           *
      *****************************************************************
       B190-BUFFER-ACK-LINE.
           IF WS-ACK-CNT < 5000
               ADD 1                   TO WS-ACK-CNT
           ELSE
               DISPLAY 'ACKNOWLEDGEMENT BUFFER OVERFLOW FOR FILE '
                   WS-HDR-FILE-REF
               MOVE 'ACKNOWLEDGEMENT BUFFER OVERFLOW - OVER 5000 LINES'
                                       TO WS-RESP-MSG
               PERFORM X290-PROC-DATA-ERROR
           END-IF

           IF PROG-NORMAL
               MOVE WS-REC-READ-CNT    TO WS-ACK-LINE-NO(WS-ACK-CNT)
               MOVE PBI-REQ-ACTION     TO WS-ACK-ACTION(WS-ACK-CNT)
               MOVE PBI-INSTR-REF-NUM  TO WS-ACK-REF(WS-ACK-CNT)
               MOVE WS-RESP-CODE       TO WS-ACK-RESP(WS-ACK-CNT)
               MOVE WS-RESP-MSG        TO WS-ACK-REASON(WS-ACK-CNT)
               EVALUATE TRUE
                   WHEN NOT WS-RESP-OK
                       MOVE 'REJECTED' TO WS-ACK-DISP(WS-ACK-CNT)
                       ADD 1           TO WS-LINE-REJT-CNT
                   WHEN WS-WLSC-PARK
                       MOVE 'PARKED'   TO WS-ACK-DISP(WS-ACK-CNT)
                       ADD 1           TO WS-LINE-PARK-CNT
                   WHEN WS-AMT-TRIG OR WS-BENE-TRIG
                       MOVE 'HELD'     TO WS-ACK-DISP(WS-ACK-CNT)
                       ADD 1           TO WS-LINE-HELD-CNT
                   WHEN OTHER
                       MOVE 'APPLIED'  TO WS-ACK-DISP(WS-ACK-CNT)
                       ADD 1           TO WS-LINE-APPL-CNT
               END-EVALUATE
           END-IF
           .
      *****************************************************************
      * Settle The File - AN ALL-OR-NOTHING FILE WITH ANY LINE        *
      * REJECTED IS ROLLED BACK TO ITS SAVEPOINT AND EVERY LINE THAT  *
      * HAD GONE IN IS MARKED BACKED-OUT                              *
      *****************************************************************
       B300-SETTLE-FILE.
           IF WS-FILE-SP-SET AND WS-LINE-REJT-CNT > 0
               EXEC SQL
                   ROLLBACK TO SAVEPOINT BULK_FILE
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'DATABASE ERROR ROLLING BACK TO FILE SAVEPOINT'
                                       TO WS-RESP-MSG
                   PERFORM X490-PROC-SQL-ERROR
               ELSE
                   MOVE WS-LINE-REJT-CNT TO WS-REJT-DISP
                   MOVE SPACES         TO WS-FILE-REASON
                   STRING 'ALL-OR-NOTHING FILE HAS '
                                       DELIMITED BY SIZE
                          WS-REJT-DISP DELIMITED BY SIZE
                          ' REJECTED LINE(S) - NOTHING APPLIED'
                                       DELIMITED BY SIZE
                       INTO WS-FILE-REASON
                   END-STRING
                   PERFORM B310-MARK-BACKED-OUT
                       VARYING WS-ACK-IDX FROM 1 BY 1
                       UNTIL WS-ACK-IDX > WS-ACK-CNT
               END-IF
           END-IF

           IF PROG-NORMAL
               EVALUATE TRUE
                   WHEN WS-FILE-REJ
                       MOVE 'REJECTED'     TO WS-FILE-DISP
                       MOVE WS-FILE-REJ-MSG TO WS-FILE-REASON
                   WHEN WS-LINE-BKOUT-CNT > 0
                        OR (WS-LINE-REJT-CNT > 0
                        AND WS-LINE-REJT-CNT = WS-LINE-CNT)
                       MOVE 'REJECTED'     TO WS-FILE-DISP
                       IF WS-FILE-REASON = SPACES
                           MOVE 'EVERY LINE REJECTED - SEE LINE REASONS'
                                           TO WS-FILE-REASON
                       END-IF
                   WHEN WS-LINE-REJT-CNT > 0
                       MOVE 'PARTIAL'      TO WS-FILE-DISP
                       MOVE 'GOOD LINES APPLIED - SEE REJECTED LINES'
                                           TO WS-FILE-REASON
                   WHEN WS-LINE-CNT = 0
                       MOVE 'ACCEPTED'     TO WS-FILE-DISP
                       MOVE 'HEADER ONLY - NO LINES TO APPLY'
                                           TO WS-FILE-REASON
                   WHEN OTHER
                       MOVE 'ACCEPTED'     TO WS-FILE-DISP
                       MOVE 'EVERY LINE APPLIED'
                                           TO WS-FILE-REASON
               END-EVALUATE
           END-IF
           .
      *****************************************************************
      * One Buffered Line That Had Gone In Now Stands Backed Out      *
      *****************************************************************
       B310-MARK-BACKED-OUT.
           IF WS-ACK-DISP(WS-ACK-IDX) NOT = 'REJECTED'
               MOVE 'BACKED-OUT'       TO WS-ACK-DISP(WS-ACK-IDX)
               MOVE 'NOT APPLIED - ANOTHER LINE OF THE FILE REJECTED'
                                       TO WS-ACK-REASON(WS-ACK-IDX)
               ADD 1                   TO WS-LINE-BKOUT-CNT
           END-IF
           .
      *****************************************************************
      * The Acknowledgement - Header, One Line Per Input Line, Then   *
      * The Trailer Counts. A BACKED-OUT FILE COUNTS NOTHING APPLIED  *
      *****************************************************************
       B400-WRITE-ACK-FILE.
           IF WS-LINE-BKOUT-CNT > 0
               MOVE ZEROS              TO WS-LINE-APPL-CNT
                                          WS-LINE-HELD-CNT
                                          WS-LINE-PARK-CNT
           END-IF

           MOVE SPACES                 TO PAYBULKA-REC
           MOVE 'H'                    TO PBA-REC-TYP
           MOVE WS-HDR-CUST-CTRY       TO PBA-CUST-CTRY
           MOVE WS-HDR-CUST-INSTT      TO PBA-CUST-INSTT
           MOVE WS-HDR-CUST-ID         TO PBA-CUST-ID
           MOVE WS-HDR-FILE-REF        TO PBA-FILE-REF
           MOVE WS-APPLY-MODE          TO PBA-APPLY-MODE
           MOVE WS-TODAY-DATE-8        TO PBA-RUN-DT
           MOVE WS-FILE-DISP           TO PBA-FILE-DISP
           MOVE WS-FILE-REASON         TO PBA-FILE-REASON
           PERFORM Z010-WRITE-ACK-REC

           PERFORM B410-WRITE-ACK-LINE
               VARYING WS-ACK-IDX FROM 1 BY 1
               UNTIL WS-ACK-IDX > WS-ACK-CNT OR PROG-ABEND

           MOVE SPACES                 TO PAYBULKA-REC
           MOVE 'T'                    TO PBA-REC-TYP
           MOVE WS-LINE-CNT            TO PBA-LINE-TOTAL
           MOVE WS-LINE-APPL-CNT       TO PBA-APPL-TOTAL
           MOVE WS-LINE-HELD-CNT       TO PBA-HELD-TOTAL
           MOVE WS-LINE-PARK-CNT       TO PBA-PARK-TOTAL
           MOVE WS-LINE-REJT-CNT       TO PBA-REJT-TOTAL
           MOVE WS-LINE-BKOUT-CNT      TO PBA-BKOUT-TOTAL
           PERFORM Z010-WRITE-ACK-REC
           .
      *****************************************************************
      * One Acknowledgement Line From The Buffer                      *
      *****************************************************************
       B410-WRITE-ACK-LINE.
           MOVE SPACES                 TO PAYBULKA-REC
           MOVE 'D'                    TO PBA-REC-TYP
           MOVE WS-ACK-LINE-NO(WS-ACK-IDX) TO PBA-LINE-NO
           MOVE WS-ACK-ACTION(WS-ACK-IDX)  TO PBA-REQ-ACTION
           MOVE WS-ACK-REF(WS-ACK-IDX)     TO PBA-INSTR-REF-NUM
           MOVE WS-ACK-DISP(WS-ACK-IDX)    TO PBA-DISP
           MOVE WS-ACK-RESP(WS-ACK-IDX)    TO PBA-RESP-CODE
           MOVE WS-ACK-REASON(WS-ACK-IDX)  TO PBA-REASON
           PERFORM Z010-WRITE-ACK-REC
           .
      *****************************************************************
      * Write One Record To The Acknowledgement File                  *
      *****************************************************************
       Z010-WRITE-ACK-REC.
           IF WS-PAYBULKA-OPEN
               WRITE PAYBULKA-REC
               IF WS-PAYBULKA-STATUS NOT = '00'
                   DISPLAY 'PAYBULKA WRITE ERROR, FILE STATUS IS :'
                       WS-PAYBULKA-STATUS
                   MOVE 'ACKNOWLEDGEMENT FILE WRITE ERROR'
                                       TO WS-RESP-MSG
                   PERFORM X390-PROC-FILE-ERROR
               END-IF
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
      * Open The Upload Input File                                    *
      *****************************************************************
       A020-OPEN-PAYBULKI.
           OPEN INPUT PAYBULKI
           IF INFILE-STATUS NOT = '00'
               DISPLAY 'FILE OPEN ERROR, FILE STATUS IS :' INFILE-STATUS
               MOVE 'UPLOAD FILE OPEN ERROR'
                                       TO WS-RESP-MSG
               PERFORM X390-PROC-FILE-ERROR
           ELSE
               SET WS-BULK-OPEN        TO TRUE
           END-IF
           .
      *****************************************************************
      * Open The Acknowledgement File                                 *
      *****************************************************************
       A025-OPEN-PAYBULKA.
           OPEN OUTPUT PAYBULKA
           IF WS-PAYBULKA-STATUS NOT = '00'
               DISPLAY 'PAYBULKA OPEN ERROR, FILE STATUS IS :'
                   WS-PAYBULKA-STATUS
               MOVE 'ACKNOWLEDGEMENT FILE OPEN ERROR'
                                       TO WS-RESP-MSG
               PERFORM X390-PROC-FILE-ERROR
           ELSE
               SET WS-PAYBULKA-OPEN    TO TRUE
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
      * Close Files And Write Job-End Summary To The Log              *
      *****************************************************************
       C010-CLOSING-MSG.
           IF WS-BULK-OPEN
               CLOSE PAYBULKI
               MOVE 'N'                TO WS-BULK-OPEN-SW
           END-IF

           IF WS-PAYBULKA-OPEN
               CLOSE PAYBULKA
               MOVE 'N'                TO WS-PAYBULKA-OPEN-SW
           END-IF

      * ONLY A CLEAN END EARNS ITS COMPLETION ROW - AN ABENDED RUN
      * ROLLS ITS START ROW BACK WITH THE REST OF ITS WORK AT X999
           IF PROG-NORMAL
               PERFORM C018-REGISTER-RUN-END
           END-IF

           STRING 'JOB END SUMMARY - FILE: '     WS-HDR-FILE-REF
                  ' ' WS-FILE-DISP
                  ' LINES: '                     WS-LINE-CNT
                  ' REJECTED: '                  WS-LINE-REJT-CNT
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
      * This Run's Completion Row On The TABRREG RUN REGISTRY,        *
      * Carrying Its Counts - THE LINES THAT WENT IN, HELD AND PARKED *
      * INCLUDED                                                      *
      *****************************************************************
       C018-REGISTER-RUN-END.
           INITIALIZE WR-RUNREG-FLDS
                        REPLACING NUMERIC DATA BY ZERO
           SET RREG-FUNC-COMPLETE      TO TRUE
           MOVE WS-PROG-NAM            TO RREG-PROG-NAM
           MOVE WS-TODAY-DATE-8        TO RREG-BUS-DT
           MOVE WS-REC-READ-CNT        TO RREG-REC-READ
           COMPUTE RREG-REC-PROC = WS-LINE-APPL-CNT
                                 + WS-LINE-HELD-CNT
                                 + WS-LINE-PARK-CNT
           PERFORM X940-RUN-REGISTRY
           .
      *****************************************************************
      * Invoke The Run-Registry Subprogram With The Assembled RREG-*  *
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
      * Carry The Failing Line's Message Onto The Log Row             *
      *****************************************************************
       X150-SET-ERR-TEXT.
           PERFORM X100-ERR-COMMON-SETUP
           SET WS-PARA-B020
               WS-MSG-002              TO TRUE
           MOVE WS-PARA-NAM            TO LOG-PARA-NAM
           MOVE WS-MSG-NO              TO LOG-MSG-NO
           MOVE WS-RESP-MSG            TO LOG-ERR-TEXT-LONG
           .
      *****************************************************************
      *  Application Error Processing                                 *
      *****************************************************************
       X290-PROC-DATA-ERROR.
           PERFORM X150-SET-ERR-TEXT
           PERFORM X790-PROC-WRNG-MSG
           PERFORM X999-PGM-EXIT
           .
      *****************************************************************
      * File I/O Error Processing Para                                *
      *****************************************************************
       X390-PROC-FILE-ERROR.
           PERFORM X150-SET-ERR-TEXT
           PERFORM X790-PROC-WRNG-MSG
           PERFORM X999-PGM-EXIT
           .
      *****************************************************************
      * DB2 Error Processing Para                                     *
      *****************************************************************
       X490-PROC-SQL-ERROR.
           PERFORM X150-SET-ERR-TEXT
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
      * Invoke The Logging Subprogram With The Assembled LOG-* Fields *
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
      * ABEND COBOL PROGRAM ON SERIOUS ERROR - THE RUN COMMITS        *
      * NOTHING BEFORE ITS END, SO EVERYTHING IT WROTE TO DB2 IS      *
      * ROLLED BACK FIRST (THE STOP RUN BELOW WOULD OTHERWISE COMMIT  *
      * IT) AND NO LINE OF THE FILE STANDS APPLIED; THE CLOSING       *
      * MESSAGE IS LOGGED AFTER THE ROLLBACK SO IT STANDS             *
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
           MOVE WS-LINE-APPL-CNT       TO DIAG-REC-PROC-CNT
           EXEC SQL
               ROLLBACK
           END-EXEC
           PERFORM C010-CLOSING-MSG
           MOVE 16                     TO RETURN-CODE
           CALL WS-CANCEL-PGM
           STOP RUN
           .
