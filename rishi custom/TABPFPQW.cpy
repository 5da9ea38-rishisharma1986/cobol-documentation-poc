       *****************************************************************
       * DCLGEN TABLE(TABPFPQ)
       *         LIBRARY(RISHI.PDS)
       *         ACTION(REPLACE)
       *           LANGUAGE(COBOL)
       *         QUOTE
       *....IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
       *****************************************************************
       * TABPFPQ IS THE DUAL-CONTROL (MAKER/CHECKER) QUEUE FOR GRANTING
       * AND REVOKING TABACCPF CUSTOMER-TO-ACCOUNT PERMISSIONS THROUGH
       * ACPFGRTC. CHG_ACTION IS G (GRANT - CREATE THE ROW WITH ITS
       * CST_TYP_COD) OR V (REVOKE - REMOVE THE ROW, WHOSE CST_TYP_COD
       * AND ACPF_STAT ARE KEPT HERE). A REQUEST SITS HERE IN STATUS P
       * UNTIL A SECOND, DIFFERENT USER APPROVES (A) OR REJECTS (R) IT;
       * ONLY THE APPROVAL TOUCHES TABACCPF. ROWS ARE NEVER DELETED -
       * THE TABLE IS THE AUDIT TRAIL OF WHO ASKED, WHO DECIDED, WHEN
       *****************************************************************

           EXEC SQL
           DECLARE TABPFPQ TABLE
           (
               ACC_CTRY                CHAR(2) NOT NULL,
               ACC_INSTT                CHAR(4) NOT NULL,
               ACC_NO                    CHAR(35) NOT NULL,
               CST_CTRY                CHAR(3) NOT NULL,
               CST_INSTT                CHAR(10) NOT NULL,
               CST_ID                    CHAR(20) NOT NULL,
               CHG_ACTION                CHAR(1) NOT NULL,
               CST_TYP_COD                CHAR(10) NOT NULL,
               OLD_ACPF_STAT                CHAR(1) NOT NULL,
               REQ_USERID                CHAR(20) NOT NULL,
               REQ_TS                    TIMESTAMP NOT NULL,
               APRV_USERID                CHAR(20) NOT NULL,
               APRV_TS                    CHAR(26) NOT NULL,
               REQ_STAT                    CHAR(1) NOT NULL
           )
           END-EXEC.
       *****************************************************************
       * COBOL DECLARATION FOR TABLE TABPFPQ
       *****************************************************************
       01 TABPFPQ-WORK.
         05 TABPFPQ-WORK-REC.
             10 TABPFPQ-ACC-CTRY       PIC X(2).
             10 TABPFPQ-ACC-INSTT      PIC X(4).
             10 TABPFPQ-ACC-NO         PIC X(35).
             10 TABPFPQ-CST-CTRY       PIC X(3).
             10 TABPFPQ-CST-INSTT      PIC X(10).
             10 TABPFPQ-CST-ID         PIC X(20).
             10 TABPFPQ-CHG-ACTION     PIC X(1).
             10 TABPFPQ-CST-TYP-COD    PIC X(10).
             10 TABPFPQ-OLD-ACPF-STAT  PIC X(1).
             10 TABPFPQ-REQ-USERID     PIC X(20).
             10 TABPFPQ-REQ-TS         PIC X(26).
             10 TABPFPQ-APRV-USERID    PIC X(20).
             10 TABPFPQ-APRV-TS        PIC X(26).
             10 TABPFPQ-REQ-STAT       PIC X(1).
       *****************************************************************
       * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14
       *****************************************************************
