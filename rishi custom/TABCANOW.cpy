       *****************************************************************
       * DCLGEN TABLE(TABCANO)
       *         LIBRARY(RISHI.PDS)
       *         ACTION(REPLACE)
       *           LANGUAGE(COBOL)
       *         QUOTE
       *....IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
       *****************************************************************
       * TABCANO IS THE LOG OF ANONYMISED CUSTOMERS - ONE ROW PER
       * CLOSED CUSTOMER THE CUSTANOC BATCH HAS STRIPPED OF PERSONAL
       * DATA, WRITTEN IN THE SAME UNIT OF WORK AS THE UPDATES.
       * ANON_TOKEN IS THE VALUE THE NAME AND ADDRESS FIELDS WERE
       * OVERWRITTEN WITH (ANON- AND A SEQUENCE NUMBER - NOTHING OF
       * THE ORIGINAL DATA);
       * CLOSED_TS IS THE TABCUST LAST UPDATE THE CUSTOMER WAS AGED
       * FROM, AND THE ROW COUNTS ARE THE ROWS CHANGED ON EACH TABLE.
       * A CUSTOMER WITH A ROW HERE IS NEVER PICKED UP AGAIN. ROWS ARE
       * NEVER UPDATED OR PURGED
       *****************************************************************

           EXEC SQL
           DECLARE TABCANO TABLE
           (
               CUST_CTRY                CHAR(3) NOT NULL,
               CUST_INSTT                CHAR(10) NOT NULL,
               CUST_ID                    CHAR(20) NOT NULL,
               ANON_TOKEN                CHAR(20) NOT NULL,
               CLOSED_TS                TIMESTAMP NOT NULL,
               CUST_ROWS                INTEGER NOT NULL,
               INSTR_ROWS                INTEGER NOT NULL,
               PIMG_ROWS                INTEGER NOT NULL,
               WLHT_ROWS                INTEGER NOT NULL,
               ANON_TS                    TIMESTAMP NOT NULL
           )
           END-EXEC.
       *****************************************************************
       * COBOL DECLARATION FOR TABLE TABCANO
       *****************************************************************
       01 TABCANO-WORK.
         05 TABCANO-WORK-REC.
             10 TABCANO-CUST-CTRY      PIC X(3).
             10 TABCANO-CUST-INSTT     PIC X(10).
             10 TABCANO-CUST-ID        PIC X(20).
             10 TABCANO-ANON-TOKEN     PIC X(20).
             10 TABCANO-CLOSED-TS      PIC X(26).
             10 TABCANO-CUST-ROWS      PIC S9(9) COMP.
             10 TABCANO-INSTR-ROWS     PIC S9(9) COMP.
             10 TABCANO-PIMG-ROWS      PIC S9(9) COMP.
             10 TABCANO-WLHT-ROWS      PIC S9(9) COMP.
             10 TABCANO-ANON-TS        PIC X(26).
       *****************************************************************
       * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10
       *****************************************************************
