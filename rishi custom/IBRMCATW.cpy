      *****************************************************************
      * COPYBOOK      : IBRMCATW                                      *
      * DESCRIPTION   : PARAMETER AREA FOR THE MCATLKC MESSAGE        *
      *                 CATALOGUE LOOKUP. CALLERS FILL THE PROGRAM    *
      *                 NAME AND MESSAGE NUMBER OF A TABLOGM ROW AND  *
      *                 READ BACK ITS CATALOGUE ENTRY - THE PROGRAM'S *
      *                 OWN, ELSE THE CATCH-ALL FOR THE NUMBER. AN    *
      *                 UNCATALOGUED MESSAGE COMES BACK RESPONSE 02   *
      *                 WITH ACTION CODE NOCAT AND THE GENERAL        *
      *                 ESCALATION STEP AS ITS ACTION                 *
      *****************************************************************
       01  WA-MCAT-FLDS.
           05  MCAT-PROG-NAM           PIC X(8).
           05  MCAT-MSG-NO             PIC 9(3).
           05  MCAT-MSG-DESC           PIC X(60).
           05  MCAT-EXP-SEV            PIC X(1).
               88  MCAT-SEV-HARMLESS   VALUE 'I'.
               88  MCAT-SEV-WARNING    VALUE 'W'.
               88  MCAT-SEV-CRITICAL   VALUE 'C'.
           05  MCAT-ACTN-COD           PIC X(8).
           05  MCAT-OPER-ACTN          PIC X(60).
           05  MCAT-RESP               PIC X(2).
               88  MCAT-RESP-OK        VALUE '00'.
               88  MCAT-RESP-NOT-FOUND VALUE '02'.
               88  MCAT-RESP-SQL-ERROR VALUE '08'.
           05  MCAT-RESP-MSG           PIC X(60).
