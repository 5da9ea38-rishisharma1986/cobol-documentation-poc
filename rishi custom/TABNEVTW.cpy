       *****************************************************************
       * DCLGEN TABLE(TABNEVT)
       *         LIBRARY(RISHI.PDS)
       *         ACTION(REPLACE)
       *           LANGUAGE(COBOL)
       *         QUOTE
       *....IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
       *****************************************************************
       * TABNEVT IS THE CUSTOMER NOTIFICATION EVENT QUEUE - ONE ROW PER
       * EVENT THE CUSTOMER IS TO BE TOLD ABOUT, WRITTEN BY THE PROGRAM
       * THAT CAUSED IT AND DRAINED NIGHTLY BY NOTIFEXC INTO THE LETTER
       * AND E-MAIL VENDOR'S EXTRACT. EVENT TYPES (DECODED ON TABCDREF
       * TYPE NEVT) -
       *   INSS  PAYMENT INSTRUCTION SUSPENDED (PAINIMPC, PACSRTNC) -
       *         EVT_REF IS THE INSTRUCTION REFERENCE
       *   ACHS  ACH FEATURES SUSPENDED OR INACTIVE (ACHSUSPC)
       *   ACHR  ACH FEATURES REINSTATED (ACHSUSPC)
       *   ACHF  FUTURE-DATED ACH FEATURES CHANGE APPLIED (ACPFMNTC)
       *         FOR THE ACH EVENTS ACC_CTRY/ACC_INSTT/EVT_REF IS THE
       *         ACCOUNT AND NEW_STAT THE ACPF_STAT IT NOW HAS
       * NOTIF_STAT - P PENDING EXTRACT, S SENT TO THE VENDOR, X HELD
       * BACK BY THE CUSTOMER'S TABCUST NOTIF_SUPP_IND, D DROPPED AS
       * DUPLICATING AN ACHF FOR THE SAME ACCOUNT AND DAY. NOTIF_DT IS
       * THE EXTRACT RUN THAT DISPOSED OF THE ROW. UNIQUE INDEX ON
       * CUST_CTRY, CUST_INSTT, CUST_ID, EVT_TYP, ACC_CTRY, ACC_INSTT,
       * EVT_REF, EFF_DT SO A RE-RUN PRODUCER CANNOT QUEUE AN EVENT
       * TWICE
       *****************************************************************

           EXEC SQL
           DECLARE TABNEVT TABLE
           (
               CUST_CTRY                CHAR(3) NOT NULL,
               CUST_INSTT                CHAR(10) NOT NULL,
               CUST_ID                    CHAR(20) NOT NULL,
               EVT_TYP                    CHAR(4) NOT NULL,
               ACC_CTRY                    CHAR(2) NOT NULL,
               ACC_INSTT                CHAR(4) NOT NULL,
               EVT_REF                    CHAR(35) NOT NULL,
               NEW_STAT                    CHAR(1) NOT NULL,
               EFF_DT                    CHAR(8) NOT NULL,
               SRC_PGM                    CHAR(8) NOT NULL,
               NOTIF_STAT                CHAR(1) NOT NULL,
               NOTIF_DT                    CHAR(8) NOT NULL,
               CREAT_TS                    TIMESTAMP NOT NULL
           )
           END-EXEC.
       *****************************************************************
       * COBOL DECLARATION FOR TABLE TABNEVT
       *****************************************************************
       01 TABNEVT-WORK.
         05 TABNEVT-WORK-REC.
             10 TABNEVT-CUST-CTRY      PIC X(3).
             10 TABNEVT-CUST-INSTT     PIC X(10).
             10 TABNEVT-CUST-ID        PIC X(20).
             10 TABNEVT-EVT-TYP        PIC X(4).
             10 TABNEVT-ACC-CTRY       PIC X(2).
             10 TABNEVT-ACC-INSTT      PIC X(4).
             10 TABNEVT-EVT-REF        PIC X(35).
             10 TABNEVT-NEW-STAT       PIC X(1).
             10 TABNEVT-EFF-DT         PIC X(8).
             10 TABNEVT-SRC-PGM        PIC X(8).
             10 TABNEVT-NOTIF-STAT     PIC X(1).
             10 TABNEVT-NOTIF-DT       PIC X(8).
             10 TABNEVT-CREAT-TS       PIC X(26).
       *****************************************************************
       * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13
       *****************************************************************
