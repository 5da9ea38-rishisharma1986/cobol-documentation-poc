       *****************************************************************
       * DCLGEN TABLE(TABPRTN)
       *         LIBRARY(RISHI.PDS)
       *         ACTION(REPLACE)
       *           LANGUAGE(COBOL)
       *         QUOTE
       *....IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
       *****************************************************************
       * TABPRTN IS THE PAYMENT RETURNS REGISTER - PACSRTNC WRITES ONE
       * ROW PER PACS.004 RETURN MATCHED BACK TO ONE OF OUR EXPORTED
       * INSTRUCTIONS: THE ORIGINAL <InstrId>/MSGID/ENDTOENDID, THE
       * RETURN'S OWN <RtrId>, THE ISO RETURN REASON CODE (DECODED ON
       * TABCDREF TYPE RTRS), THE RUN OF CONSECUTIVE RETURNS IT MADE
       * AND WHETHER IT TRIPPED THE INSTRUCTION'S SUSPENSION (Y/N)
       *****************************************************************

           EXEC SQL
           DECLARE TABPRTN TABLE
           (
               INSTR_REF_NUM            CHAR(20) NOT NULL,
               RTN_ID                    CHAR(35) NOT NULL,
               MSG_ID                    CHAR(35) NOT NULL,
               END_TO_END_ID            CHAR(35) NOT NULL,
               CUST_CTRY                CHAR(3) NOT NULL,
               CUST_INSTT                CHAR(10) NOT NULL,
               CUST_ID                    CHAR(20) NOT NULL,
               RTN_RSN_COD                CHAR(4) NOT NULL,
               RTN_DT                    CHAR(8) NOT NULL,
               CONSEC_CNT                SMALLINT NOT NULL,
               SUSP_IND                    CHAR(1) NOT NULL,
               LOAD_TS                    TIMESTAMP NOT NULL
           )
           END-EXEC.
       *****************************************************************
       * COBOL DECLARATION FOR TABLE TABPRTN
       *****************************************************************
       01 TABPRTN-WORK.
         05 TABPRTN-WORK-REC.
             10 TABPRTN-INSTR-REF-NUM  PIC X(20).
             10 TABPRTN-RTN-ID         PIC X(35).
             10 TABPRTN-MSG-ID         PIC X(35).
             10 TABPRTN-END-TO-END-ID  PIC X(35).
             10 TABPRTN-CUST-CTRY      PIC X(3).
             10 TABPRTN-CUST-INSTT     PIC X(10).
             10 TABPRTN-CUST-ID        PIC X(20).
             10 TABPRTN-RTN-RSN-COD    PIC X(4).
             10 TABPRTN-RTN-DT         PIC X(8).
             10 TABPRTN-CONSEC-CNT     PIC S9(4) COMP.
             10 TABPRTN-SUSP-IND       PIC X(1).
             10 TABPRTN-LOAD-TS        PIC X(26).
       *****************************************************************
       * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12
       *****************************************************************
