       *****************************************************************
       * DCLGEN TABLE(TABPELG)
       *         LIBRARY(RISHI.PDS)
       *         ACTION(REPLACE)
       *           LANGUAGE(COBOL)
       *         QUOTE
       *....IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
       *****************************************************************
       * TABPELG IS THE PRODUCT-ELIGIBILITY RULE TABLE - ONE ROW PER
       * INSTITUTION (THE ACCOUNT-SIDE ACC_CTRY/ACC_INSTT) AND ACCOUNT
       * PRODUCT TYPE, SAYING WHETHER AN ACCOUNT OF THAT PRODUCT MAY
       * CARRY ACH PERMISSIONS (ACH_ELIG Y/N - AN ACTIVE TABACCPF ROW)
       * AND PAYMENT INSTRUCTIONS (INSTR_ELIG Y/N). OWNED BY PAYMENTS
       * OPERATIONS AND READ BY THE PRDELGC CHECK AND THE PRDELSWC
       * SWEEP. ONCE AN INSTITUTION HAS ANY ROW HERE ITS LIST IS
       * COMPLETE - A PRODUCT TYPE WITH NO ROW IS NOT ELIGIBLE FOR
       * EITHER. AN INSTITUTION WITH NO ROWS AT ALL IS NOT YET UNDER
       * THE RULES AND EVERY PRODUCT PASSES
       *****************************************************************

           EXEC SQL
           DECLARE TABPELG TABLE
           (
               ACC_CTRY                CHAR(2) NOT NULL,
               ACC_INSTT                CHAR(4) NOT NULL,
               PRODU_TYP                CHAR(20) NOT NULL,
               ACH_ELIG                    CHAR(1) NOT NULL,
               INSTR_ELIG                CHAR(1) NOT NULL,
               LST_UPDT_ID                CHAR(20) NOT NULL,
               LAST_UPDT_TS                TIMESTAMP NOT NULL
           )
           END-EXEC.
       *****************************************************************
       * COBOL DECLARATION FOR TABLE TABPELG
       *****************************************************************
       01 TABPELG-WORK.
         05 TABPELG-WORK-REC.
             10 TABPELG-ACC-CTRY       PIC X(2).
             10 TABPELG-ACC-INSTT      PIC X(4).
             10 TABPELG-PRODU-TYP      PIC X(20).
             10 TABPELG-ACH-ELIG       PIC X(1).
             10 TABPELG-INSTR-ELIG     PIC X(1).
             10 TABPELG-LST-UPDT-ID    PIC X(20).
             10 TABPELG-LAST-UPDT-TS   PIC X(26).
       *****************************************************************
       * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7
       *****************************************************************
