       *****************************************************************
       * DCLGEN TABLE(TABLHLD)
       *         LIBRARY(RISHI.PDS)
       *         ACTION(REPLACE)
       *           LANGUAGE(COBOL)
       *         QUOTE
       *....IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
       *****************************************************************
       * TABLHLD IS THE REGISTER OF LEGAL HOLDS ON SINGLE CUSTOMERS -
       * WHILE A HOLD IS ACTIVE (HOLD_STAT A; R ONCE RELEASED) HKPURGC
       * KEEPS EVERY ROW OF THAT CUSTOMER ON THE TABLE NAMED IN TAB_NAM,
       * OR ON EVERY TABLE IT PURGES WHEN TAB_NAM IS BLANK, HOWEVER OLD.
       * HOLD_REF IS THE CASE OR MATTER REFERENCE THE HOLD WAS PLACED
       * UNDER. ACCOUNT-KEYED ROWS (TABAPRQ) ARE HELD THROUGH THE
       * ACCOUNT'S TABACCPF CUSTOMER LINKS
       *****************************************************************

           EXEC SQL
           DECLARE TABLHLD TABLE
           (
               CUST_CTRY                CHAR(3) NOT NULL,
               CUST_INSTT                CHAR(10) NOT NULL,
               CUST_ID                    CHAR(20) NOT NULL,
               TAB_NAM                    CHAR(8) NOT NULL,
               HOLD_REF                    CHAR(20) NOT NULL,
               HOLD_STAT                CHAR(1) NOT NULL,
               HOLD_USERID                CHAR(20) NOT NULL,
               HOLD_TS                    TIMESTAMP NOT NULL
           )
           END-EXEC.
       *****************************************************************
       * COBOL DECLARATION FOR TABLE TABLHLD
       *****************************************************************
       01 TABLHLD-WORK.
         05 TABLHLD-WORK-REC.
             10 TABLHLD-CUST-CTRY      PIC X(3).
             10 TABLHLD-CUST-INSTT     PIC X(10).
             10 TABLHLD-CUST-ID        PIC X(20).
             10 TABLHLD-TAB-NAM        PIC X(8).
             10 TABLHLD-HOLD-REF       PIC X(20).
             10 TABLHLD-HOLD-STAT      PIC X(1).
             10 TABLHLD-HOLD-USERID    PIC X(20).
             10 TABLHLD-HOLD-TS        PIC X(26).
       *****************************************************************
       * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8
       *****************************************************************
