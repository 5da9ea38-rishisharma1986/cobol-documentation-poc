       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSTNDC.
       AUTHOR. RISHI SHARMA.
       DATE-WRITTEN. OCT,2026.
       DATE-COMPILED. OCT,2026.
       INSTALLATION. Nowhere.
      *****************************************************************
      * THE STANDING CHECK FOR ONE PAYMENT INSTRUCTION, CALLED BY     *
      * PAINEXPC BEFORE AN INSTRUCTION IS EXPORTED AND BY PAYIMNTC    *
      * BEFORE ONE IS INSERTED OR CHANGED. THE INSTRUCTION IS IN BAD  *
      * STANDING WHEN ITS CUSTOMER IS CLOSED ON TABCUST (CUST_STAT    *
      * 'C'), ITS DEBTOR ACCOUNT IS CLOSED OR DORMANT ON TABACCNT     *
      * (ACC_STAT 'C'/'D'), OR THE CUSTOMER'S TABACCPF PERMISSION ON  *
      * THAT ACCOUNT HAS ITS ACH FEATURES SUSPENDED OR INACTIVE       *
      * (ACPF_STAT 'S'/'I') - EVERY ONE OF THEM COMES BACK FROM THE   *
      * CLEARING HOUSE AS A REJECT. THE FIRST FAILING STATUS IS       *
      * RETURNED WITH ITS TABCDREF DESCRIPTION (TYPES CSTS, ACCS AND  *
      * ACPF). A ROW NOT ON FILE PASSES - THIS CHECK ONLY REFUSES ON  *
      * A STATUS THAT SAYS NO. THE CALLER DECIDES WHAT TO DO WITH THE *
      * ANSWER, SO NOTHING IS LOGGED HERE                             *
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
           05 WS-ACC-CTRY             PIC X(2).
           05 WS-ACC-INSTT            PIC X(4).
           05 WS-ACC-NO               PIC X(35).
      *****************************************************************
      *   COPYBOOKS                                                   *
      *****************************************************************
       COPY IBRFDCW.

      *****************************************************************
      *      DB2 TABLE DECLARATION                                    *
      *****************************************************************
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE TABCSTW
           END-EXEC.
           EXEC SQL
               INCLUDE TABACCW
           END-EXEC.
           EXEC SQL
               INCLUDE TABACPFW
           END-EXEC.
           EXEC SQL
               INCLUDE TABCDRFW
           END-EXEC.
       77 FILLER                PIC X(30) VALUE
               'END OF WORKING STORAGE SECTION'.
      *****************************************************************
      * LINKAGE SECTION - THE CALLER'S WA-STND-FLDS, FIELD FOR FIELD  *
      * AS LAID OUT IN IBRSTNDW                                       *
      *****************************************************************
       LINKAGE SECTION.
       01  LK-STND-FLDS.
           05  STND-CUST-CTRY          PIC X(3).
           05  STND-CUST-INSTT         PIC X(10).
           05  STND-CUST-ID            PIC X(20).
           05  STND-AC-CTRY            PIC X(3).
           05  STND-AC-INSTT           PIC X(10).
           05  STND-AC-NO              PIC X(20).
           05  STND-RESP               PIC X(2).
               88  STND-RESP-OK        VALUE '00'.
               88  STND-RESP-BAD       VALUE '07'.
               88  STND-RESP-SQL-ERROR VALUE '08'.
           05  STND-REASON-TYP         PIC X(4).
           05  STND-REASON-COD         PIC X(10).
           05  STND-REASON-DESC        PIC X(40).
           05  STND-RESP-MSG           PIC X(60).
      /
       PROCEDURE DIVISION USING LK-STND-FLDS.
           PERFORM A000-INIT
           PERFORM B000-MAIN
           GOBACK
           .
      /
      *****************************************************************
      * Initialization                                                *
      *****************************************************************
       A000-INIT.
           MOVE 'PAYSTNDC'             TO WS-PROG-NAM
           MOVE '00'                   TO STND-RESP
           MOVE SPACES                 TO STND-REASON-TYP
                                          STND-REASON-COD
                                          STND-REASON-DESC
                                          STND-RESP-MSG
      * THE INSTRUCTION CARRIES THE ACCOUNT KEY IN ITS OWN WIDTHS -
      * TABACCNT/TABACCPF KEY ON THE NARROWER COUNTRY/INSTITUTION
      * AND THE WIDER ACCOUNT NUMBER
           MOVE STND-AC-CTRY           TO WS-ACC-CTRY
           MOVE STND-AC-INSTT          TO WS-ACC-INSTT
           MOVE STND-AC-NO             TO WS-ACC-NO
           .
      *****************************************************************
      * Main Process Routine - Customer, Then Account, Then The       *
      * Customer's Permission On The Account; The First Bad Status    *
      * Found Is The Answer                                           *
      *****************************************************************
       B000-MAIN.
           PERFORM B010-CHECK-CUSTOMER
           IF STND-RESP-OK
               PERFORM B020-CHECK-ACCOUNT
           END-IF
           IF STND-RESP-OK
               PERFORM B030-CHECK-PERMISSION
           END-IF
           IF STND-RESP-BAD
               PERFORM X800-DECODE-GEN-REF
           END-IF
           .
      *****************************************************************
      * A Closed Customer Pays Nothing                                *
      *****************************************************************
       B010-CHECK-CUSTOMER.
           EXEC SQL
               SELECT CUST_STAT
               INTO   :TABCUST-CUST-STAT
               FROM   TABCUST
               WHERE  CUST_CTRY  = :STND-CUST-CTRY
                AND   CUST_INSTT = :STND-CUST-INSTT
                AND   CUST_ID    = :STND-CUST-ID
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   IF TABCUST-CUST-STAT = 'C'
                       SET STND-RESP-BAD TO TRUE
                       MOVE 'CSTS'     TO STND-REASON-TYP
                       MOVE TABCUST-CUST-STAT
                                       TO STND-REASON-COD
                       MOVE 'CUSTOMER IS CLOSED'
                                       TO STND-RESP-MSG
                   END-IF
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET STND-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR READING TABCUST'
                                       TO STND-RESP-MSG
           END-EVALUATE
           .
      *****************************************************************
      * A Closed Or Dormant Debtor Account Pays Nothing               *
      *****************************************************************
       B020-CHECK-ACCOUNT.
           EXEC SQL
               SELECT ACC_STAT
               INTO   :TABACCNT-ACC-STAT
               FROM   TABACCNT
               WHERE  ACC_CTRY  = :WS-ACC-CTRY
                AND   ACC_INSTT = :WS-ACC-INSTT
                AND   ACC_NO    = :WS-ACC-NO
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   IF TABACCNT-ACC-STAT = 'C' OR 'D'
                       SET STND-RESP-BAD TO TRUE
                       MOVE 'ACCS'     TO STND-REASON-TYP
                       MOVE TABACCNT-ACC-STAT
                                       TO STND-REASON-COD
                       MOVE 'DEBTOR ACCOUNT IS CLOSED OR DORMANT'
                                       TO STND-RESP-MSG
                   END-IF
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET STND-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR READING TABACCNT'
                                       TO STND-RESP-MSG
           END-EVALUATE
           .
      *****************************************************************
      * The Customer's ACH Features On The Account Must Not Be        *
      * Suspended Or Inactive                                         *
      *****************************************************************
       B030-CHECK-PERMISSION.
           EXEC SQL
               SELECT ACPF_STAT
               INTO   :TABACCPF-ACPF-STAT
               FROM   TABACCPF
               WHERE  ACC_CTRY  = :WS-ACC-CTRY
                AND   ACC_INSTT = :WS-ACC-INSTT
                AND   ACC_NO    = :WS-ACC-NO
                AND   CST_CTRY  = :STND-CUST-CTRY
                AND   CST_INSTT = :STND-CUST-INSTT
                AND   CST_ID    = :STND-CUST-ID
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   IF TABACCPF-ACPF-STAT = 'S' OR 'I'
                       SET STND-RESP-BAD TO TRUE
                       MOVE 'ACPF'     TO STND-REASON-TYP
                       MOVE TABACCPF-ACPF-STAT
                                       TO STND-REASON-COD
                       MOVE 'ACH SUSPENDED ON DEBTOR ACCOUNT'
                                       TO STND-RESP-MSG
                   END-IF
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET STND-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR READING TABACCPF'
                                       TO STND-RESP-MSG
           END-EVALUATE
           .
      *****************************************************************
      * Decode The Offending Status To Its TABCDREF DESCRIPTION       *
      *****************************************************************
       X800-DECODE-GEN-REF.
           MOVE STND-REASON-TYP        TO GEN-REF-TYP
           MOVE STND-REASON-COD        TO GEN-REF-CODE
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
           MOVE GEN-REF-DESC           TO STND-REASON-DESC
           .
