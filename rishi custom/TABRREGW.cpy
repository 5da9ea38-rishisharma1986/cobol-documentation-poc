       * IT BEGINS AND A COMPLETION (C) ROW WITH ITS COUNTS AS IT ENDS
       * CLEANLY, AND CHECKS AT INIT TIME THAT ITS PREDECESSOR SHOWS
       * EVERY START MATCHED BY A COMPLETION FOR THE BUSINESS DATE
       * BEFORE IT WILL RUN. A BACKOUT (B) ROW RECORDS THAT IBRBKOC
       * REVERSED THE JOB'S ROWS FOR THE DATE - REC_PROC IS THE NUMBER
       * OF S AND C ROWS IT REMOVED, REC_READ (GOODCBLC ONLY) THE
       * TABGIBH ROWS. A RE-SEND (R) ROW RECORDS THAT PAINRSDC SENT ONE
       * OF THE JOB'S DOCUMENTS FOR THE DATE AGAIN (STREAM_NUM THE
       * INTRA-DAY CYCLE, 0 FOR THE NIGHTLY RUN) - REC_READ AND
       * REC_PROC ARE ITS TRANSACTIONS. REC_REJT IS THE NUMBER OF INPUT
       * RECORDS A COMPLETING RUN REJECTED (GOODCBLC'S IBRI REJECTS),
       * ZERO FOR EVERY JOB THAT REJECTS NOTHING
       *****************************************************************

           EXEC SQL
               EVT_TYP                    CHAR(1) NOT NULL,
               REC_READ                INTEGER NOT NULL,
               REC_PROC                INTEGER NOT NULL,
               EVT_TS                    TIMESTAMP NOT NULL,
               REC_REJT                INTEGER NOT NULL
           )
           END-EXEC.
       *****************************************************************
             10 TABRREG-REC-READ       PIC S9(9) COMP.
             10 TABRREG-REC-PROC      PIC S9(9) COMP.
             10 TABRREG-EVT-TS         PIC X(26).
             10 TABRREG-REC-REJT       PIC S9(9) COMP.
       *****************************************************************
       * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8
       *****************************************************************
