       *           LANGUAGE(COBOL)
       *         QUOTE
       *....IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
       *****************************************************************
       * NOTIF_SUPP_IND Y HOLDS BACK EVERY CUSTOMER NOTIFICATION
       * (NOTIFEXC MARKS THE CUSTOMER'S TABNEVT EVENTS X INSTEAD OF
       * SENDING THEM); ANY OTHER VALUE LETS THEM GO. NOT NULL WITH
       * DEFAULT 'N', SO ROWS INSERTED WITHOUT IT ARE NOTIFIED
       *****************************************************************

           EXEC SQL
               CUST_TYP_COD                CHAR(10) NOT NULL,
               CUST_STAT                CHAR(1) NOT NULL,
               CREAT_TS                    TIMESTAMP NOT NULL,
               LAST_UPDT_TS                TIMESTAMP NOT NULL,
               NOTIF_SUPP_IND            CHAR(1) NOT NULL
           )
           END-EXEC.
       *****************************************************************
             10 TABCUST-CUST-STAT      PIC X(1).
             10 TABCUST-CREAT-TS       PIC X(26).
             10 TABCUST-LAST-UPDT-TS   PIC X(26).
             10 TABCUST-NOTIF-SUPP-IND PIC X(1).
       *****************************************************************
       * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9
       *****************************************************************
