       *****************************************************************
       * DCLGEN TABLE(TABUCUT)
       *         LIBRARY(RISHI.PDS)
       *         ACTION(REPLACE)
       *           LANGUAGE(COBOL)
       *         QUOTE
       *....IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
       *****************************************************************
       * TABUCUT IS THE INTRA-DAY URGENT EXPORT CUT-OFF TABLE - ONE ROW
       * PER CYCLE OF THE DAY (CYCLE_NO 1, 2, 3 ...) WITH THE LOCAL
       * CUT-OFF TIME (CUTOFF_TM, HHMM) AT WHICH THE SCHEDULER RUNS
       * PAINEXPC IN URGENT MODE. A CYCLE RUN TAKES THE LATEST ACTIVE
       * (CYCLE_STAT 'A') CUT-OFF ALREADY REACHED AS ITS OWN, AND ITS
       * CYCLE_NO GOES INTO EVERY MSGID THE CYCLE SENDS. THE LATEST
       * ACTIVE CUT-OFF IS THE DAY'S LAST - A HIGH-PRIORITY INSTRUCTION
       * NOT SENT BY THEN WAITS FOR THE NIGHTLY RUN AND IS LISTED ON
       * ITS PAINMISS REPORT. OWNED BY PAYMENTS OPERATIONS
       *****************************************************************

           EXEC SQL
           DECLARE TABUCUT TABLE
           (
               CYCLE_NO                SMALLINT NOT NULL,
               CUTOFF_TM                CHAR(4) NOT NULL,
               CYCLE_STAT                CHAR(1) NOT NULL,
               LST_UPDT_ID                CHAR(20) NOT NULL,
               LAST_UPDT_TS                TIMESTAMP NOT NULL
           )
           END-EXEC.
       *****************************************************************
       * COBOL DECLARATION FOR TABLE TABUCUT
       *****************************************************************
       01 TABUCUT-WORK.
         05 TABUCUT-WORK-REC.
             10 TABUCUT-CYCLE-NO       PIC S9(4) COMP.
             10 TABUCUT-CUTOFF-TM      PIC X(4).
             10 TABUCUT-CYCLE-STAT     PIC X(1).
             10 TABUCUT-LST-UPDT-ID    PIC X(20).
             10 TABUCUT-LAST-UPDT-TS   PIC X(26).
       *****************************************************************
       * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5
       *****************************************************************
