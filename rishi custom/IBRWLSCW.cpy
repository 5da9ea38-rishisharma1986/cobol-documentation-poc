      *****************************************************************
      * COPYBOOK      : IBRWLSCW                                      *
      * DESCRIPTION   : PARAMETER AREA FOR THE WLSCRNC WATCHLIST      *
      *                 SCREEN. FUNCTION S SCREENS THE BENEFICIARY    *
      *                 NAME AND ADDRESS LINES AGAINST THE ACTIVE     *
      *                 TABWLST ENTRIES AND RETURNS THE FIRST ENTRY   *
      *                 HIT; FUNCTION Q THEN PARKS THAT HIT ON THE    *
      *                 TABWLHT REVIEW QUEUE IN THE CALLER'S UNIT OF  *
      *                 WORK. THE CALLER NAMES ITSELF IN              *
      *                 WLSC-SCRN-PGM SO THE QUEUE SHOWS WHERE THE    *
      *                 HIT WAS RAISED                                *
      *****************************************************************
       01  WA-WLSC-FLDS.
           05  WLSC-FUNC               PIC X(1).
               88  WLSC-FUNC-SCREEN    VALUE 'S'.
               88  WLSC-FUNC-QUEUE     VALUE 'Q'.
           05  WLSC-SCRN-PGM           PIC X(8).
           05  WLSC-CUST-CTRY          PIC X(3).
           05  WLSC-CUST-INSTT         PIC X(10).
           05  WLSC-CUST-ID            PIC X(20).
           05  WLSC-INSTR-REF-NUM      PIC X(20).
           05  WLSC-BENE-NAM           PIC X(100).
           05  WLSC-BENE-ADDR1         PIC X(100).
           05  WLSC-BENE-ADDR2         PIC X(100).
           05  WLSC-BENE-ADDR3         PIC X(100).
           05  WLSC-RESP               PIC X(2).
               88  WLSC-RESP-CLEAR     VALUE '00'.
               88  WLSC-RESP-HIT       VALUE '07'.
               88  WLSC-RESP-SQL-ERROR VALUE '08'.
           05  WLSC-WL-ENTRY-ID        PIC X(12).
           05  WLSC-WL-NAME            PIC X(100).
           05  WLSC-RESP-MSG           PIC X(60).
