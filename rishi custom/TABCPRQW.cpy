       * AFTER CUSTCLSC'S IMPACT CHECK FINDS NO BLOCKERS, SITS HERE
       * IN STATUS P UNTIL A SECOND, DIFFERENT USER APPROVES (A) OR
       * REJECTS (R) IT, AND ONLY THE APPROVAL APPLIES THE TABCUST
       * UPDATE (NEW_CUST_STAT). THE CBSYNCC CORE-BANKING SYNC ALSO
       * QUEUES THE CORE'S CUSTOMER-STATUS CHANGES HERE
       *****************************************************************

           EXEC SQL
