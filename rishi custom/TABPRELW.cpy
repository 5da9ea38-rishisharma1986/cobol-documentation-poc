       *****************************************************************
       * DCLGEN TABLE(TABPREL)
       *         LIBRARY(RISHI.PDS)
       *         ACTION(REPLACE)
       *           LANGUAGE(COBOL)
       *         QUOTE
       *....IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
       *****************************************************************
       * TABPREL IS THE SECOND-USER RELEASE QUEUE FOR PAYMENT
       * INSTRUCTIONS. PAYIMNTC WRITES ONE ROW IN STATUS P WHEN AN
       * INSERT, UPDATE OR REPAIR-AND-RELEASE TAKES INSTR_AMT ABOVE THE
       * INSTITUTION'S TABIPRF REL_THRSH_AMT (AMT_TRIG) OR CHANGES THE
       * BENEFICIARY NAME OR ADDRESS (BENE_TRIG), AND THE INSTRUCTION
       * WAITS AS INSTR_STAT 'P'. PIMG_CHG_TS POINTS AT THE TABPIMG
       * IMAGE OF THE CHANGE (BLANK FOR AN INSERT) AND PRIOR_STAT IS
       * THE STATUS IT HAD BEFORE. A SECOND, DIFFERENT USER RELEASES
       * (A) OR REJECTS (R) IT THROUGH PAYRELSC; A DELETE OF THE
       * INSTRUCTION WITHDRAWS IT (C). THE OLD_ CURRENCY, FREQUENCY,
       * NEXT EXECUTION DATE, BUSINESS-DAY CONVENTION AND ANCHOR DAY
       * ARE THE SCHEDULE AS IT STOOD BEFORE THE CHANGE, PUT BACK BY
       * A REJECT ALONG WITH THE TABPIMG BEFORE IMAGE AND OLD AMOUNT;
       * WHERE THEY ARE BLANK A REJECT LEAVES THE SCHEDULE AS IT IS
       *****************************************************************

           EXEC SQL
           DECLARE TABPREL TABLE
           (
               CUST_CTRY                CHAR(3) NOT NULL,
               CUST_INSTT                CHAR(10) NOT NULL,
               CUST_ID                    CHAR(20) NOT NULL,
               INSTR_REF_NUM            CHAR(20) NOT NULL,
               CHG_ACTION                CHAR(1) NOT NULL,
               AMT_TRIG                    CHAR(1) NOT NULL,
               BENE_TRIG                CHAR(1) NOT NULL,
               OLD_INSTR_AMT            DECIMAL(15,2) NOT NULL,
               NEW_INSTR_AMT            DECIMAL(15,2) NOT NULL,
               INSTR_CCY                CHAR(3) NOT NULL,
               REL_THRSH_AMT            DECIMAL(15,2) NOT NULL,
               PRIOR_STAT                CHAR(1) NOT NULL,
               PIMG_CHG_TS                CHAR(26) NOT NULL,
               REQ_USERID                CHAR(20) NOT NULL,
               REQ_TS                    TIMESTAMP NOT NULL,
               APRV_USERID                CHAR(20) NOT NULL,
               APRV_TS                    CHAR(26) NOT NULL,
               REQ_STAT                    CHAR(1) NOT NULL,
               OLD_INSTR_CCY            CHAR(3) NOT NULL,
               OLD_INSTR_FREQ            CHAR(1) NOT NULL,
               OLD_NEXT_EXEC_DT            CHAR(8) NOT NULL,
               OLD_BUS_DAY_CONV            CHAR(1) NOT NULL,
               OLD_EXEC_ANCHOR_DD        CHAR(2) NOT NULL
           )
           END-EXEC.
       *****************************************************************
       * COBOL DECLARATION FOR TABLE TABPREL
       *****************************************************************
       01 TABPREL-WORK.
         05 TABPREL-WORK-REC.
             10 TABPREL-CUST-CTRY      PIC X(3).
             10 TABPREL-CUST-INSTT     PIC X(10).
             10 TABPREL-CUST-ID        PIC X(20).
             10 TABPREL-INSTR-REF-NUM  PIC X(20).
             10 TABPREL-CHG-ACTION     PIC X(1).
             10 TABPREL-AMT-TRIG       PIC X(1).
             10 TABPREL-BENE-TRIG      PIC X(1).
             10 TABPREL-OLD-INSTR-AMT  PIC S9(13)V9(2) COMP-3.
             10 TABPREL-NEW-INSTR-AMT  PIC S9(13)V9(2) COMP-3.
             10 TABPREL-INSTR-CCY      PIC X(3).
             10 TABPREL-REL-THRSH-AMT  PIC S9(13)V9(2) COMP-3.
             10 TABPREL-PRIOR-STAT     PIC X(1).
             10 TABPREL-PIMG-CHG-TS    PIC X(26).
             10 TABPREL-REQ-USERID     PIC X(20).
             10 TABPREL-REQ-TS         PIC X(26).
             10 TABPREL-APRV-USERID    PIC X(20).
             10 TABPREL-APRV-TS        PIC X(26).
             10 TABPREL-REQ-STAT       PIC X(1).
             10 TABPREL-OLD-INSTR-CCY  PIC X(3).
             10 TABPREL-OLD-INSTR-FREQ PIC X(1).
             10 TABPREL-OLD-NEXT-EXEC-DT PIC X(8).
             10 TABPREL-OLD-BUS-DAY-CONV PIC X(1).
             10 TABPREL-OLD-EXEC-ANCHOR-DD PIC X(2).
       *****************************************************************
       * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 23
       *****************************************************************
