       *****************************************************************
       * DCLGEN TABLE(TABPEXL)
       *         LIBRARY(RISHI.PDS)
       *         ACTION(REPLACE)
       *           LANGUAGE(COBOL)
       *         QUOTE
       *....IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
       *****************************************************************
       * TABPEXL IS THE PAYMENT EXECUTION LEDGER - PAINEXPC WRITES ONE
       * ROW PER INSTRUCTION PER EXPORT, CARRYING THE DUE DATE THAT
       * WAS EXECUTED (EXEC_DT, BEFORE THE SCHEDULE ROLLS), THE AMOUNT
       * AND CURRENCY SENT, AND THE PAIN.001 MSGID/ENDTOENDID IT WENT
       * OUT UNDER. TX_STS AND STS_TS ARE BLANK UNTIL PAINIMPC STAMPS
       * THE PAIN.002 OUTCOME ONTO THE ROW
       *****************************************************************

           EXEC SQL
           DECLARE TABPEXL TABLE
           (
               CUST_CTRY                CHAR(3) NOT NULL,
               CUST_INSTT                CHAR(10) NOT NULL,
               CUST_ID                    CHAR(20) NOT NULL,
               INSTR_REF_NUM            CHAR(20) NOT NULL,
               EXEC_DT                    CHAR(8) NOT NULL,
               MSG_ID                    CHAR(35) NOT NULL,
               END_TO_END_ID            CHAR(35) NOT NULL,
               INSTR_AMT                DECIMAL(15,2) NOT NULL,
               INSTR_CCY                CHAR(3) NOT NULL,
               INSTR_FREQ                CHAR(1) NOT NULL,
               EXPT_TS                    TIMESTAMP NOT NULL,
               TX_STS                    CHAR(4) NOT NULL,
               STS_TS                    CHAR(26) NOT NULL
           )
           END-EXEC.
       *****************************************************************
       * COBOL DECLARATION FOR TABLE TABPEXL
       *****************************************************************
       01 TABPEXL-WORK.
         05 TABPEXL-WORK-REC.
             10 TABPEXL-CUST-CTRY      PIC X(3).
             10 TABPEXL-CUST-INSTT     PIC X(10).
             10 TABPEXL-CUST-ID        PIC X(20).
             10 TABPEXL-INSTR-REF-NUM  PIC X(20).
             10 TABPEXL-EXEC-DT        PIC X(8).
             10 TABPEXL-MSG-ID         PIC X(35).
             10 TABPEXL-END-TO-END-ID  PIC X(35).
             10 TABPEXL-INSTR-AMT      PIC S9(13)V9(2) COMP-3.
             10 TABPEXL-INSTR-CCY      PIC X(3).
             10 TABPEXL-INSTR-FREQ     PIC X(1).
             10 TABPEXL-EXPT-TS        PIC X(26).
             10 TABPEXL-TX-STS         PIC X(4).
             10 TABPEXL-STS-TS         PIC X(26).
       *****************************************************************
       * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13
       *****************************************************************
