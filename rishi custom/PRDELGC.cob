       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRDELGC.
       AUTHOR. RISHI SHARMA.
       DATE-WRITTEN. OCT,2026.
       DATE-COMPILED. OCT,2026.
       INSTALLATION. Nowhere.
      *****************************************************************
      * THE PRODUCT-ELIGIBILITY CHECK FOR ONE ACCOUNT, CALLED BY      *
      * PAYIMNTC BEFORE A PAYMENT INSTRUCTION IS SET UP OR CHANGED    *
      * AND BY ACPFMNTC BEFORE A CUSTOMER'S ACH FEATURES ON AN        *
      * ACCOUNT ARE MADE ACTIVE. THE ACCOUNT'S PRODUCT TYPE IS LOOKED *
      * UP ON TABPELG FOR ITS INSTITUTION: A ROW WHOSE FLAG FOR THE   *
      * USE ASKED ABOUT (ACH_ELIG OR INSTR_ELIG) IS NOT 'Y' REFUSES,  *
      * AND SO DOES A PRODUCT WITH NO ROW WHEN THE INSTITUTION HAS    *
      * ROWS FOR OTHER PRODUCTS - ITS LIST IS THE WHOLE LIST. AN      *
      * INSTITUTION WITH NO ROWS AT ALL IS NOT YET UNDER THE RULES    *
      * AND PASSES. THE CALLER DECIDES WHAT TO DO WITH THE ANSWER, SO *
      * NOTHING IS LOGGED HERE                                        *
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
           05 WS-PRODU-TYP            PIC X(20).
           05 WS-ELIG-FLAG            PIC X(1).
           05 WS-INST-RULE-CNT        PIC S9(9) COMP VALUE +0.
           05 WS-USE-DESC             PIC X(24).
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
               INCLUDE TABPELGW
           END-EXEC.
       77 FILLER                PIC X(30) VALUE
               'END OF WORKING STORAGE SECTION'.
      *****************************************************************
      * LINKAGE SECTION - THE CALLER'S WA-PELG-FLDS, FIELD FOR FIELD  *
      * AS LAID OUT IN IBRPELGW                                       *
      *****************************************************************
       LINKAGE SECTION.
       01  LK-PELG-FLDS.
           05  PELG-USE                PIC X(1).
               88  PELG-USE-ACH        VALUE 'A'.
               88  PELG-USE-INSTR      VALUE 'I'.
           05  PELG-AC-CTRY            PIC X(3).
           05  PELG-AC-INSTT           PIC X(10).
           05  PELG-PRODU-TYP          PIC X(20).
           05  PELG-RESP               PIC X(2).
               88  PELG-RESP-OK        VALUE '00'.
               88  PELG-RESP-BAD       VALUE '07'.
               88  PELG-RESP-SQL-ERROR VALUE '08'.
           05  PELG-RESP-MSG           PIC X(60).
      /
       PROCEDURE DIVISION USING LK-PELG-FLDS.
           PERFORM A000-INIT
           PERFORM B000-MAIN
           GOBACK
           .
      /
      *****************************************************************
      * Initialization                                                *
      *****************************************************************
       A000-INIT.
           MOVE 'PRDELGC'              TO WS-PROG-NAM
           MOVE '00'                   TO PELG-RESP
           MOVE SPACES                 TO PELG-RESP-MSG
      * CALLERS MAY PASS THE INSTRUCTION'S WIDER KEY - TABPELG KEYS ON
      * THE NARROWER ACCOUNT-SIDE COUNTRY/INSTITUTION
           MOVE PELG-AC-CTRY           TO WS-ACC-CTRY
           MOVE PELG-AC-INSTT          TO WS-ACC-INSTT
           MOVE PELG-PRODU-TYP         TO WS-PRODU-TYP
           IF PELG-USE-ACH
               MOVE 'ACH PERMISSIONS'  TO WS-USE-DESC
           ELSE
               MOVE 'PAYMENT INSTRUCTIONS'
                                       TO WS-USE-DESC
           END-IF
           .
      *****************************************************************
      * Main Process Routine - The Product's Own Rule, And When It    *
      * Has None, Whether The Institution Is Under The Rules At All   *
      *****************************************************************
       B000-MAIN.
           IF NOT PELG-USE-ACH AND NOT PELG-USE-INSTR
               SET PELG-RESP-SQL-ERROR TO TRUE
               MOVE 'INVALID ELIGIBILITY USE REQUESTED'
                                       TO PELG-RESP-MSG
           ELSE
               PERFORM B010-CHECK-PRODUCT-RULE
           END-IF
           .
      *****************************************************************
      * The Product's Row For The Institution - ITS FLAG FOR THIS USE *
      * MUST SAY Y                                                    *
      *****************************************************************
       B010-CHECK-PRODUCT-RULE.
           MOVE SPACES                 TO TABPELG-ACH-ELIG
                                          TABPELG-INSTR-ELIG
           EXEC SQL
               SELECT ACH_ELIG,
                      INSTR_ELIG
               INTO   :TABPELG-ACH-ELIG,
                      :TABPELG-INSTR-ELIG
               FROM   TABPELG
               WHERE  ACC_CTRY  = :WS-ACC-CTRY
                AND   ACC_INSTT = :WS-ACC-INSTT
                AND   PRODU_TYP = :WS-PRODU-TYP
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   IF PELG-USE-ACH
                       MOVE TABPELG-ACH-ELIG
                                       TO WS-ELIG-FLAG
                   ELSE
                       MOVE TABPELG-INSTR-ELIG
                                       TO WS-ELIG-FLAG
                   END-IF
                   IF WS-ELIG-FLAG NOT = 'Y'
                       SET PELG-RESP-BAD TO TRUE
                       STRING 'PRODUCT '  DELIMITED BY SIZE
                              WS-PRODU-TYP DELIMITED BY SPACE
                              ' MAY NOT CARRY ' DELIMITED BY SIZE
                              WS-USE-DESC DELIMITED BY SIZE
                           INTO PELG-RESP-MSG
                       END-STRING
                   END-IF
               WHEN 100
                   PERFORM B020-CHECK-INST-RULES
               WHEN OTHER
                   SET PELG-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR READING TABPELG'
                                       TO PELG-RESP-MSG
           END-EVALUATE
           .
      *****************************************************************
      * No Row For The Product - Refused When The Institution Has A   *
      * List, Since The List Is Complete; Passed When It Has None     *
      *****************************************************************
       B020-CHECK-INST-RULES.
           MOVE ZERO                   TO WS-INST-RULE-CNT
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-INST-RULE-CNT
               FROM   TABPELG
               WHERE  ACC_CTRY  = :WS-ACC-CTRY
                AND   ACC_INSTT = :WS-ACC-INSTT
           END-EXEC
           IF SQLCODE NOT = 0
               SET PELG-RESP-SQL-ERROR TO TRUE
               MOVE 'DATABASE ERROR READING TABPELG'
                                       TO PELG-RESP-MSG
           ELSE
               IF WS-INST-RULE-CNT > 0
                   SET PELG-RESP-BAD   TO TRUE
                   STRING 'PRODUCT '   DELIMITED BY SIZE
                          WS-PRODU-TYP DELIMITED BY SPACE
                          ' NOT ON ELIGIBILITY LIST'
                                       DELIMITED BY SIZE
                       INTO PELG-RESP-MSG
                   END-STRING
               END-IF
           END-IF
           .
