      *                           ROWS, SO ONE STREAM'S RUN PULLS AS  *
      *                           A UNIT INSTEAD OF BY LOG_TS         *
      *                           GUESSWORK                           *
      * 15OCT2026  RISHI SHARMA   EACH RETURNED ROW NOW CARRIES ITS   *
      *                           TABMCAT EXPECTED SEVERITY AND       *
      *                           OPERATOR ACTION CODE, LOOKED UP     *
      *                           THROUGH MCATLKC                     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 WS-DEPT-ID              PIC X(8).
               88 IB-DEPT             VALUE 'INETBKNG'.
           05 WS-ROW-IDX              PIC 9(2) COMP VALUE ZEROS.
           05 WS-MCAT-PGM             PIC X(8) VALUE 'MCATLKC'.
      *****************************************************************
      * THE COMMAREA FILTERS, STAGED INTO WORKING-STORAGE HOST        *
      * VARIABLES DECLARED AHEAD OF THE CURSOR - THE DB2 PRECOMPILER  *
      *   COPYBOOKS                                                   *
      *****************************************************************
       COPY IBRFDCW.
       COPY IBRMCATW.

      *****************************************************************
      *      DB2 TABLE DECLARATION                                    *
                   15  CA-LOG-MSG-TYP  PIC X(1).
                   15  CA-LOG-TEXT     PIC X(60).
                   15  CA-LOG-RUNID    PIC X(16).
                   15  CA-LOG-ESEV     PIC X(1).
                   15  CA-LOG-ACTN     PIC X(8).
           05  CA-RESP-CODE            PIC X(2).
               88  CA-RESP-OK          VALUE '00'.
               88  CA-RESP-BAD-INPUT   VALUE '01'.
           MOVE TABLOGM-MSG-TYP        TO CA-LOG-MSG-TYP(WS-ROW-IDX)
           MOVE TABLOGM-ERR-TEXT       TO CA-LOG-TEXT(WS-ROW-IDX)
           MOVE TABLOGM-RUN-ID         TO CA-LOG-RUNID(WS-ROW-IDX)
           PERFORM B045-LOOKUP-CATALOGUE
           .
      *****************************************************************
      * The Row's Catalogue Severity And Action Code - A LOOKUP THAT  *
      * FAILS SHOWS AS NOCAT RATHER THAN FAILING THE PAGE             *
      *****************************************************************
       B045-LOOKUP-CATALOGUE.
           MOVE TABLOGM-PROG-NAM       TO MCAT-PROG-NAM
           MOVE TABLOGM-MSG-NO         TO MCAT-MSG-NO
           CALL WS-MCAT-PGM USING WA-MCAT-FLDS
               ON EXCEPTION
                   SET MCAT-RESP-SQL-ERROR TO TRUE
           END-CALL
           IF MCAT-RESP-SQL-ERROR
               MOVE SPACES             TO MCAT-EXP-SEV
               MOVE 'NOCAT'            TO MCAT-ACTN-COD
           END-IF
           MOVE MCAT-EXP-SEV           TO CA-LOG-ESEV(WS-ROW-IDX)
           MOVE MCAT-ACTN-COD          TO CA-LOG-ACTN(WS-ROW-IDX)
           .
      *****************************************************************
      * End Of Transaction Processing                                 *
