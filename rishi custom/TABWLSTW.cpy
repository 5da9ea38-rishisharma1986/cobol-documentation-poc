       *****************************************************************
       * DCLGEN TABLE(TABWLST)
       *         LIBRARY(RISHI.PDS)
       *         ACTION(REPLACE)
       *           LANGUAGE(COBOL)
       *         QUOTE
       *....IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
       *****************************************************************
       * TABWLST IS THE BENEFICIARY WATCHLIST - ONE ROW PER LISTED
       * NAME OR ADDRESS FRAGMENT, FROM A SANCTIONS LIST OR THE
       * INTERNAL LIST (WL_LIST_COD). WL_NAME IS HELD UPPER-CASE AND
       * IS MATCHED ANYWHERE IN AN INSTRUCTION'S BENEFICIARY NAME AND
       * ADDRESS LINES. MAINTAINED ONLY THROUGH THE WLSTLDC LOADER;
       * WL_STAT 'A' ENTRIES ARE SCREENED, ANY OTHER STATUS IS RETIRED
       *****************************************************************

           EXEC SQL
           DECLARE TABWLST TABLE
           (
               WL_ENTRY_ID                CHAR(12) NOT NULL,
               WL_LIST_COD                CHAR(4) NOT NULL,
               WL_NAME                    CHAR(100) NOT NULL,
               WL_STAT                    CHAR(1) NOT NULL,
               LAST_UPDT_TS                TIMESTAMP NOT NULL
           )
           END-EXEC.
       *****************************************************************
       * COBOL DECLARATION FOR TABLE TABWLST
       *****************************************************************
       01 TABWLST-WORK.
         05 TABWLST-WORK-REC.
             10 TABWLST-WL-ENTRY-ID    PIC X(12).
             10 TABWLST-WL-LIST-COD    PIC X(4).
             10 TABWLST-WL-NAME        PIC X(100).
             10 TABWLST-WL-STAT        PIC X(1).
             10 TABWLST-LAST-UPDT-TS   PIC X(26).
       *****************************************************************
       * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5
       *****************************************************************
