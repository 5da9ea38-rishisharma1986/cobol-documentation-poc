       *****************************************************************
       * DCLGEN TABLE(TABUEPQ)
       *         LIBRARY(RISHI.PDS)
       *         ACTION(REPLACE)
       *           LANGUAGE(COBOL)
       *         QUOTE
       *....IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
       *****************************************************************
       * TABUEPQ IS THE DUAL-CONTROL (MAKER/CHECKER) QUEUE FOR TABUENT
       * ENTITLEMENT CHANGES RAISED THROUGH ENTLMNTC. CHG_ACTION IS G
       * (GRANT A FUNCTION), C (CHANGE THE ROLE IT IS HELD UNDER) OR
       * V (REVOKE IT). A REQUEST SITS HERE IN STATUS P UNTIL A SECOND,
       * DIFFERENT USER - WHO IS NOT THE USER BEING ENTITLED - APPROVES
       * (A) OR REJECTS (R) IT; ONLY THE APPROVAL TOUCHES TABUENT
       *****************************************************************

           EXEC SQL
           DECLARE TABUEPQ TABLE
           (
               USERID                    CHAR(8) NOT NULL,
               FUNC_COD                CHAR(8) NOT NULL,
               CHG_ACTION                CHAR(1) NOT NULL,
               OLD_ROLE_COD                CHAR(8) NOT NULL,
               NEW_ROLE_COD                CHAR(8) NOT NULL,
               REQ_USERID                CHAR(20) NOT NULL,
               REQ_TS                    TIMESTAMP NOT NULL,
               APRV_USERID                CHAR(20) NOT NULL,
               APRV_TS                    CHAR(26) NOT NULL,
               REQ_STAT                    CHAR(1) NOT NULL
           )
           END-EXEC.
       *****************************************************************
       * COBOL DECLARATION FOR TABLE TABUEPQ
       *****************************************************************
       01 TABUEPQ-WORK.
         05 TABUEPQ-WORK-REC.
             10 TABUEPQ-USERID         PIC X(8).
             10 TABUEPQ-FUNC-COD       PIC X(8).
             10 TABUEPQ-CHG-ACTION     PIC X(1).
             10 TABUEPQ-OLD-ROLE-COD   PIC X(8).
             10 TABUEPQ-NEW-ROLE-COD   PIC X(8).
             10 TABUEPQ-REQ-USERID     PIC X(20).
             10 TABUEPQ-REQ-TS         PIC X(26).
             10 TABUEPQ-APRV-USERID    PIC X(20).
             10 TABUEPQ-APRV-TS        PIC X(26).
             10 TABUEPQ-REQ-STAT       PIC X(1).
       *****************************************************************
       * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10
       *****************************************************************
