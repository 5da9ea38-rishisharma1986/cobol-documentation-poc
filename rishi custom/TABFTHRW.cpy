       *****************************************************************
       * DCLGEN TABLE(TABFTHR)
       *         LIBRARY(RISHI.PDS)
       *         ACTION(REPLACE)
       *           LANGUAGE(COBOL)
       *         QUOTE
       *....IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
       *****************************************************************
       * TABFTHR HOLDS THE THRESHOLDS FOR THE NIGHTLY PAYMENT-FRAUD
       * PATTERN ANALYTICS (FRDANLC) - ONE ROW PER INSTITUTION AND
       * PATTERN. PATT_COD IS BCLU (ONE BENEFICIARY NAME OR FIRST
       * ADDRESS LINE SHARED BY MIN_CNT OR MORE UNRELATED CUSTOMERS),
       * BCHX (BENEFICIARY CHANGED WITHIN WIN_DAYS OF THE NEXT
       * EXECUTION), ARAI (AMOUNT RAISED BY MIN_PCT OR MORE WITHIN
       * WIN_DAYS OF A BENEFICIARY CHANGE) OR BRST (MIN_CNT OR MORE
       * NEW INSTRUCTIONS FOR ONE CUSTOMER WITHIN WIN_DAYS). PATT_ON
       * 'N' SWITCHES THE PATTERN OFF FOR THE INSTITUTION; BASE_SCORE
       * IS THE SCORE AN ALERT STARTS FROM BEFORE ITS OWN WEIGHTING.
       * A ROW WITH BLANK CST_CTRY/CST_INSTT IS THE HOUSE DEFAULT FOR
       * EVERY INSTITUTION WITHOUT ITS OWN; WITH NEITHER, FRDANLC
       * RUNS THE PATTERN ON ITS BUILT-IN DEFAULTS. MAINTAINED BY
       * PAYMENTS OPERATIONS WITH THE FRAUD TEAM, AS TABIPRF IS
       *****************************************************************

           EXEC SQL
           DECLARE TABFTHR TABLE
           (
               CST_CTRY                CHAR(3) NOT NULL,
               CST_INSTT                CHAR(10) NOT NULL,
               PATT_COD                CHAR(4) NOT NULL,
               PATT_ON                    CHAR(1) NOT NULL,
               WIN_DAYS                    SMALLINT NOT NULL,
               MIN_CNT                    SMALLINT NOT NULL,
               MIN_PCT                    SMALLINT NOT NULL,
               BASE_SCORE                SMALLINT NOT NULL,
               LAST_UPDT_TS                TIMESTAMP NOT NULL
           )
           END-EXEC.
       *****************************************************************
       * COBOL DECLARATION FOR TABLE TABFTHR
       *****************************************************************
       01 TABFTHR-WORK.
         05 TABFTHR-WORK-REC.
             10 TABFTHR-CST-CTRY       PIC X(3).
             10 TABFTHR-CST-INSTT      PIC X(10).
             10 TABFTHR-PATT-COD       PIC X(4).
             10 TABFTHR-PATT-ON        PIC X(1).
             10 TABFTHR-WIN-DAYS       PIC S9(4) COMP.
             10 TABFTHR-MIN-CNT        PIC S9(4) COMP.
             10 TABFTHR-MIN-PCT        PIC S9(4) COMP.
             10 TABFTHR-BASE-SCORE     PIC S9(4) COMP.
             10 TABFTHR-LAST-UPDT-TS   PIC X(26).
       *****************************************************************
       * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9
       *****************************************************************
