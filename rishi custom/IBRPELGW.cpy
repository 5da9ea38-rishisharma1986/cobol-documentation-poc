      *****************************************************************
      * COPYBOOK      : IBRPELGW                                      *
      * DESCRIPTION   : PARAMETER AREA FOR THE PRDELGC PRODUCT        *
      *                 ELIGIBILITY CHECK. CALLERS SAY WHAT THE       *
      *                 ACCOUNT IS TO CARRY (A - AN ACH PERMISSION,   *
      *                 I - A PAYMENT INSTRUCTION), FILL THE ACCOUNT  *
      *                 KEY'S COUNTRY AND INSTITUTION AND THE         *
      *                 ACCOUNT'S PRODUCT TYPE, AND READ BACK WHETHER *
      *                 TABPELG ALLOWS IT                             *
      *****************************************************************
       01  WA-PELG-FLDS.
           05  PELG-USE                PIC X(1).
               88  PELG-USE-ACH        VALUE 'A'.
               88  PELG-USE-INSTR      VALUE 'I'.
           05  PELG-AC-CTRY            PIC X(3).
           05  PELG-AC-INSTT           PIC X(10).
           05  PELG-PRODU-TYP          PIC X(20).
           05  PELG-RESP               PIC X(2).
               88  PELG-RESP-OK        VALUE '00'.
               88  PELG-RESP-BAD       VALUE '07'.
               88  PELG-RESP-SQL-ERROR VALUE '08'.
           05  PELG-RESP-MSG           PIC X(60).
