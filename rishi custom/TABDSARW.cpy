       *****************************************************************
       * DCLGEN TABLE(TABDSAR)
       *         LIBRARY(RISHI.PDS)
       *         ACTION(REPLACE)
       *           LANGUAGE(COBOL)
       *         QUOTE
       *....IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
       *****************************************************************
       * TABDSAR IS THE LOG OF DATA-SUBJECT ACCESS PACKS - ONE ROW PER
       * PACK THE DSARPKC BATCH PRODUCES, WRITTEN AS THE PACK IS
       * FINISHED, SO WHEN EACH PACK WAS PRODUCED CAN BE PROVED. IT
       * CARRIES THE REQUEST'S OWN REFERENCE, THE DATE THE REQUEST WAS
       * RECEIVED AND ITS STATUTORY DUE DATE (ONE CALENDAR MONTH ON),
       * THE PERIOD ASKED FOR (BLANK - THE WHOLE HISTORY), THE ROWS
       * THE PACK HOLDS AND WHETHER IT WAS PRODUCED AFTER THE DUE DATE
       * (LATE_IND Y). ROWS ARE NEVER UPDATED OR PURGED
       *****************************************************************

           EXEC SQL
           DECLARE TABDSAR TABLE
           (
               CUST_CTRY                CHAR(3) NOT NULL,
               CUST_INSTT                CHAR(10) NOT NULL,
               CUST_ID                    CHAR(20) NOT NULL,
               REQ_REF                    CHAR(20) NOT NULL,
               RCVD_DT                    CHAR(8) NOT NULL,
               DUE_DT                    CHAR(8) NOT NULL,
               PRD_FROM_DT                CHAR(8) NOT NULL,
               PRD_TO_DT                CHAR(8) NOT NULL,
               PACK_ROWS                INTEGER NOT NULL,
               LATE_IND                    CHAR(1) NOT NULL,
               PACK_TS                    TIMESTAMP NOT NULL
           )
           END-EXEC.
       *****************************************************************
       * COBOL DECLARATION FOR TABLE TABDSAR
       *****************************************************************
       01 TABDSAR-WORK.
         05 TABDSAR-WORK-REC.
             10 TABDSAR-CUST-CTRY      PIC X(3).
             10 TABDSAR-CUST-INSTT     PIC X(10).
             10 TABDSAR-CUST-ID        PIC X(20).
             10 TABDSAR-REQ-REF        PIC X(20).
             10 TABDSAR-RCVD-DT        PIC X(8).
             10 TABDSAR-DUE-DT         PIC X(8).
             10 TABDSAR-PRD-FROM-DT    PIC X(8).
             10 TABDSAR-PRD-TO-DT      PIC X(8).
             10 TABDSAR-PACK-ROWS      PIC S9(9) COMP.
             10 TABDSAR-LATE-IND       PIC X(1).
             10 TABDSAR-PACK-TS        PIC X(26).
       *****************************************************************
       * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11
       *****************************************************************
