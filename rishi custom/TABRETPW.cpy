       *****************************************************************
       * DCLGEN TABLE(TABRETP)
       *         LIBRARY(RISHI.PDS)
       *         ACTION(REPLACE)
       *           LANGUAGE(COBOL)
       *         QUOTE
       *....IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
       *****************************************************************
       * TABRETP IS THE DATA-RETENTION POLICY - ONE ROW PER AUDIT, LOG
       * OR HISTORY TABLE, OWNED BY RECORDS MANAGEMENT AND READ BY THE
       * HKPURGC HOUSEKEEPING JOB. RETN_DAYS IS HOW LONG A ROW IS KEPT
       * (ZERO - KEPT INDEFINITELY), ARCH_IND Y UNLOADS EXPIRED ROWS TO
       * THE TABLE'S DATED ARCHIVE FILE BEFORE THEY ARE DELETED (N -
       * DELETED WITHOUT A COPY), LGL_HOLD_IND Y SUSPENDS ALL PURGING
       * OF THE TABLE. A TABLE WITH NO ROW HERE IS NEVER PURGED. HOLDS
       * ON SINGLE CUSTOMERS ARE KEPT ON TABLHLD. THE POLICY FIRST
       * LOADED CARRIES OVER THE PERIODS THE OLD PURGES USED - TABPAUD
       * 90 DAYS AND TABGIBH 400 DAYS, BOTH ARCHIVED. THE TABCUST ROW
       * IS READ BY THE CUSTANOC ANONYMISATION JOB INSTEAD - RETN_DAYS
       * IS HOW LONG A CLOSED CUSTOMER'S NAME AND ADDRESS DATA IS KEPT
       * (ZERO OR NO ROW - NEVER ANONYMISED), LGL_HOLD_IND Y SUSPENDS
       * IT FOR EVERY CUSTOMER, ARCH_IND IS NOT USED; HKPURGC NEVER
       * PURGES TABCUST
       *****************************************************************

           EXEC SQL
           DECLARE TABRETP TABLE
           (
               TAB_NAM                    CHAR(8) NOT NULL,
               RETN_DAYS                SMALLINT NOT NULL,
               ARCH_IND                    CHAR(1) NOT NULL,
               LGL_HOLD_IND                CHAR(1) NOT NULL,
               POL_DESC                    CHAR(40) NOT NULL,
               LST_UPDT_ID                CHAR(20) NOT NULL,
               LAST_UPDT_TS                TIMESTAMP NOT NULL
           )
           END-EXEC.
       *****************************************************************
       * COBOL DECLARATION FOR TABLE TABRETP
       *****************************************************************
       01 TABRETP-WORK.
         05 TABRETP-WORK-REC.
             10 TABRETP-TAB-NAM        PIC X(8).
             10 TABRETP-RETN-DAYS      PIC S9(4) COMP.
             10 TABRETP-ARCH-IND       PIC X(1).
             10 TABRETP-LGL-HOLD-IND   PIC X(1).
             10 TABRETP-POL-DESC       PIC X(40).
             10 TABRETP-LST-UPDT-ID    PIC X(20).
             10 TABRETP-LAST-UPDT-TS   PIC X(26).
       *****************************************************************
       * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7
       *****************************************************************
