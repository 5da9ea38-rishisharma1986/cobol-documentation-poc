      *****************************************************************
      * COPYBOOK      : IBRBDAYW                                      *
      * DESCRIPTION   : PARAMETER AREA FOR THE BUSDAYC BUSINESS-DAY   *
      *                 ADJUSTMENT. CALLERS FILL THE CALENDAR         *
      *                 COUNTRY (THE DEBTOR ACCOUNT'S), THE           *
      *                 SCHEDULED DATE AND THE INSTRUCTION'S          *
      *                 BUSINESS-DAY CONVENTION, AND READ BACK THE    *
      *                 DATE THE PAYMENT ACTUALLY GOES OUT ON.        *
      *                 CONVENTIONS - F FOLLOWING (NEXT BUSINESS      *
      *                 DAY), P PRECEDING (PREVIOUS BUSINESS DAY), M  *
      *                 MODIFIED FOLLOWING (NEXT, UNLESS THAT CROSSES *
      *                 INTO THE NEXT MONTH, THEN PREVIOUS). A BLANK  *
      *                 CONVENTION IS TAKEN AS FOLLOWING              *
      *****************************************************************
       01  WA-BDAY-FLDS.
           05  BDAY-CAL-CTRY           PIC X(2).
           05  BDAY-CONV               PIC X(1).
               88  BDAY-CONV-FOLLOWING VALUES 'F' ' '.
               88  BDAY-CONV-PRECEDING VALUE 'P'.
               88  BDAY-CONV-MOD-FOLL  VALUE 'M'.
               88  BDAY-CONV-VALID     VALUES 'F' 'P' 'M' ' '.
           05  BDAY-IN-DT              PIC X(8).
           05  BDAY-OUT-DT             PIC X(8).
           05  BDAY-RESP               PIC X(2).
               88  BDAY-RESP-OK        VALUE '00'.
               88  BDAY-RESP-BAD-INPUT VALUE '01'.
               88  BDAY-RESP-SQL-ERROR VALUE '08'.
           05  BDAY-RESP-MSG           PIC X(60).
