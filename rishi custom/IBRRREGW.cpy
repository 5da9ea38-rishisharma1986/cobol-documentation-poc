      *                 THE RESPONSE CODE BACK. ON A CHECK CALL WITH  *
      *                 A BLANK BUSINESS DATE THE PREDECESSOR'S       *
      *                 LATEST BUSINESS DATE IS RETURNED IN           *
      *                 RREG-BUS-DT SO DOWNSTREAM JOBS INHERIT IT.    *
      *                 A BACKOUT CALL (B) RECORDS THAT A JOB'S ROWS  *
      *                 FOR THE DATE WERE REVERSED, RREG-REC-PROC     *
      *                 CARRYING THE ROWS REMOVED. A RE-SEND CALL     *
      *                 (R) RECORDS THAT A DOCUMENT THE JOB ONCE SENT *
      *                 FOR THE DATE WAS SENT AGAIN, RREG-REC-READ    *
      *                 AND RREG-REC-PROC CARRYING ITS TRANSACTIONS.  *
      *                 RREG-REC-REJT IS THE INPUT RECORDS A          *
      *                 COMPLETING RUN REJECTED, ZERO FROM JOBS THAT  *
      *                 REJECT NOTHING                                *
      *****************************************************************
       01  WR-RUNREG-FLDS.
           05  RREG-FUNC               PIC X(1).
               88  RREG-FUNC-START     VALUE 'S'.
               88  RREG-FUNC-COMPLETE  VALUE 'C'.
               88  RREG-FUNC-CHECK     VALUE 'K'.
               88  RREG-FUNC-BACKOUT   VALUE 'B'.
               88  RREG-FUNC-RESEND    VALUE 'R'.
           05  RREG-PROG-NAM           PIC X(8).
           05  RREG-STREAM-NUM         PIC 9(2).
           05  RREG-BUS-DT             PIC X(8).
           05  RREG-PRED-PGM           PIC X(8).
           05  RREG-REC-READ           PIC 9(9).
           05  RREG-REC-PROC           PIC 9(9).
           05  RREG-REC-REJT           PIC 9(9).
           05  RREG-RESP               PIC X(2).
               88  RREG-RESP-OK        VALUE '00'.
               88  RREG-RESP-NOT-READY VALUE '04'.
