       *****************************************************************
       * DCLGEN TABLE(TABWLHT)
       *         LIBRARY(RISHI.PDS)
       *         ACTION(REPLACE)
       *           LANGUAGE(COBOL)
       *         QUOTE
       *....IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
       *****************************************************************
       * TABWLHT IS THE WATCHLIST HIT-REVIEW QUEUE. WLSCRNC WRITES ONE
       * ROW IN STATUS P EACH TIME A SCREEN (PAYIMNTC ON INSERT OR
       * BENEFICIARY CHANGE, PAINEXPC BEFORE EXPORT) PARKS AN
       * INSTRUCTION, CARRYING THE ENTRY MATCHED AND THE BENEFICIARY
       * LINES AS SCREENED. THE WLRVWC REVIEW TRANSACTION CLOSES IT AS
       * A RELEASED FALSE POSITIVE (F) OR A CONFIRMED MATCH (T) WITH
       * THE REVIEWER'S ID; AN F ROW STOPS THE SAME ENTRY HITTING THE
       * SAME UNCHANGED BENEFICIARY AGAIN
       *****************************************************************

           EXEC SQL
           DECLARE TABWLHT TABLE
           (
               CUST_CTRY                CHAR(3) NOT NULL,
               CUST_INSTT                CHAR(10) NOT NULL,
               CUST_ID                    CHAR(20) NOT NULL,
               INSTR_REF_NUM            CHAR(20) NOT NULL,
               WL_ENTRY_ID                CHAR(12) NOT NULL,
               WL_NAME                    CHAR(100) NOT NULL,
               SCRN_PGM                    CHAR(8) NOT NULL,
               BENE_NAM                    CHAR(100) NOT NULL,
               BENE_ADDR1                CHAR(100) NOT NULL,
               BENE_ADDR2                CHAR(100) NOT NULL,
               BENE_ADDR3                CHAR(100) NOT NULL,
               HIT_TS                    TIMESTAMP NOT NULL,
               HIT_STAT                    CHAR(1) NOT NULL,
               RVW_USERID                CHAR(20) NOT NULL,
               RVW_TS                    CHAR(26) NOT NULL
           )
           END-EXEC.
       *****************************************************************
       * COBOL DECLARATION FOR TABLE TABWLHT
       *****************************************************************
       01 TABWLHT-WORK.
         05 TABWLHT-WORK-REC.
             10 TABWLHT-CUST-CTRY      PIC X(3).
             10 TABWLHT-CUST-INSTT     PIC X(10).
             10 TABWLHT-CUST-ID        PIC X(20).
             10 TABWLHT-INSTR-REF-NUM  PIC X(20).
             10 TABWLHT-WL-ENTRY-ID    PIC X(12).
             10 TABWLHT-WL-NAME        PIC X(100).
             10 TABWLHT-SCRN-PGM       PIC X(8).
             10 TABWLHT-BENE-NAM       PIC X(100).
             10 TABWLHT-BENE-ADDR1     PIC X(100).
             10 TABWLHT-BENE-ADDR2     PIC X(100).
             10 TABWLHT-BENE-ADDR3     PIC X(100).
             10 TABWLHT-HIT-TS         PIC X(26).
             10 TABWLHT-HIT-STAT       PIC X(1).
             10 TABWLHT-RVW-USERID     PIC X(20).
             10 TABWLHT-RVW-TS         PIC X(26).
       *****************************************************************
       * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15
       *****************************************************************
