      *****************************************************************
      * COPYBOOK      : IBRSTNDW                                      *
      * DESCRIPTION   : PARAMETER AREA FOR THE PAYSTNDC STANDING      *
      *                 CHECK. CALLERS FILL THE INSTRUCTION'S         *
      *                 CUSTOMER KEY AND DEBTOR ACCOUNT KEY AND READ  *
      *                 BACK WHETHER BOTH ARE STILL IN GOOD STANDING; *
      *                 A BAD-STANDING ANSWER CARRIES THE OFFENDING   *
      *                 STATUS (TABCDREF TYPE AND CODE) AND ITS       *
      *                 TABCDREF DESCRIPTION                          *
      *****************************************************************
       01  WA-STND-FLDS.
           05  STND-CUST-CTRY          PIC X(3).
           05  STND-CUST-INSTT         PIC X(10).
           05  STND-CUST-ID            PIC X(20).
           05  STND-AC-CTRY            PIC X(3).
           05  STND-AC-INSTT           PIC X(10).
           05  STND-AC-NO              PIC X(20).
           05  STND-RESP               PIC X(2).
               88  STND-RESP-OK        VALUE '00'.
               88  STND-RESP-BAD       VALUE '07'.
               88  STND-RESP-SQL-ERROR VALUE '08'.
           05  STND-REASON-TYP         PIC X(4).
           05  STND-REASON-COD         PIC X(10).
           05  STND-REASON-DESC        PIC X(40).
           05  STND-RESP-MSG           PIC X(60).
