       *****************************************************************
       * DCLGEN TABLE(TABJSLA)
       *         LIBRARY(RISHI.PDS)
       *         ACTION(REPLACE)
       *           LANGUAGE(COBOL)
       *         QUOTE
       *....IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
       *****************************************************************
       * TABJSLA IS THE NIGHTLY SUITE'S JOB SERVICE-LEVEL TABLE - ONE
       * ROW PER JOB EXPECTED IN THE WINDOW, IN RUN ORDER (SEQ_NUM),
       * NAMING THE JOB WHOSE COMPLETION IT WAITS ON (PRED_PGM, BLANK
       * FOR A JOB AT THE HEAD OF A CHAIN - THE SAME PREDECESSOR THE
       * PROGRAM CHECKS THROUGH RUNREGC) AND THE LONGEST ELAPSED TIME
       * IT IS ALLOWED, FIRST START TO LAST COMPLETION OVER ALL ITS
       * STREAMS (SLA_ELAP_SEC, ZERO FOR NO SLA). WINSLAC READS IT TO
       * FLAG BREACHES, TRACE THE CRITICAL PATH AND PROJECT THE FINISH
       * OF THE JOBS STILL OUTSTANDING
       *****************************************************************

           EXEC SQL
           DECLARE TABJSLA TABLE
           (
               PROG_NAM                CHAR(8) NOT NULL,
               SEQ_NUM                    SMALLINT NOT NULL,
               PRED_PGM                    CHAR(8) NOT NULL,
               SLA_ELAP_SEC                INTEGER NOT NULL
           )
           END-EXEC.
       *****************************************************************
       * COBOL DECLARATION FOR TABLE TABJSLA
       *****************************************************************
       01 TABJSLA-WORK.
         05 TABJSLA-WORK-REC.
             10 TABJSLA-PROG-NAM       PIC X(8).
             10 TABJSLA-SEQ-NUM        PIC S9(4) COMP.
             10 TABJSLA-PRED-PGM       PIC X(8).
             10 TABJSLA-SLA-ELAP-SEC   PIC S9(9) COMP.
       *****************************************************************
       * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4
       *****************************************************************
