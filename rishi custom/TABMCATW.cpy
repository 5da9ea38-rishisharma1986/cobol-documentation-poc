       *****************************************************************
       * DCLGEN TABLE(TABMCAT)
       *         LIBRARY(RISHI.PDS)
       *         ACTION(REPLACE)
       *           LANGUAGE(COBOL)
       *         QUOTE
       *....IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
       *****************************************************************
       * TABMCAT IS THE MESSAGE CATALOGUE FOR THE TABLOGM LOG - ONE ROW
       * PER PROGRAM AND MESSAGE NUMBER SAYING WHAT THE MESSAGE MEANS
       * (MSG_DESC), HOW SERIOUS IT IS EXPECTED TO BE (EXP_SEV: I
       * HARMLESS, W LOOK AT IT IN THE MORNING, C ACT NOW) AND WHAT THE
       * OPERATOR SHOULD DO ABOUT IT - A SHORT ACTION CODE (ACTN_COD,
       * E.G. NONE, RESTART, CALLDBA, WAITFEED) FOR THE SCREEN AND THE
       * RUNBOOK STEP IN FULL (OPER_ACTN). A BLANK PROG_NAM IS THE
       * CATCH-ALL ENTRY FOR THE MESSAGE NUMBER IN EVERY PROGRAM
       * WITHOUT ITS OWN; A PROGRAM'S OWN ENTRY WINS. MAINTAINED ONLY
       * THROUGH MCATLDC, READ THROUGH MCATLKC. CAT_STAT 'A' IS LIVE
       *****************************************************************

           EXEC SQL
           DECLARE TABMCAT TABLE
           (
               PROG_NAM                CHAR(8) NOT NULL,
               MSG_NO                    SMALLINT NOT NULL,
               MSG_DESC                CHAR(60) NOT NULL,
               EXP_SEV                    CHAR(1) NOT NULL,
               ACTN_COD                CHAR(8) NOT NULL,
               OPER_ACTN                CHAR(60) NOT NULL,
               CAT_STAT                CHAR(1) NOT NULL,
               LAST_UPDT_TS                TIMESTAMP NOT NULL
           )
           END-EXEC.
       *****************************************************************
       * COBOL DECLARATION FOR TABLE TABMCAT
       *****************************************************************
       01 TABMCAT-WORK.
         05 TABMCAT-WORK-REC.
             10 TABMCAT-PROG-NAM       PIC X(8).
             10 TABMCAT-MSG-NO         PIC S9(4) COMP.
             10 TABMCAT-MSG-DESC       PIC X(60).
             10 TABMCAT-EXP-SEV        PIC X(1).
             10 TABMCAT-ACTN-COD       PIC X(8).
             10 TABMCAT-OPER-ACTN      PIC X(60).
             10 TABMCAT-CAT-STAT       PIC X(1).
             10 TABMCAT-LAST-UPDT-TS   PIC X(26).
       *****************************************************************
       * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8
       *****************************************************************
