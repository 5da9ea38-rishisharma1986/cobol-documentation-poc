       IDENTIFICATION DIVISION.
       PROGRAM-ID. MCATLKC.
       AUTHOR. RISHI SHARMA.
       DATE-WRITTEN. OCT,2026.
       DATE-COMPILED. OCT,2026.
       INSTALLATION. Nowhere.
      *****************************************************************
      * THE MESSAGE CATALOGUE LOOKUP FOR ONE TABLOGM MESSAGE, CALLED  *
      * BY LOGMONC, LOGRPTC AND LOGBRWSC TO PUT THE OPERATOR ACTION   *
      * NEXT TO EACH MESSAGE THEY SHOW. THE PROGRAM'S OWN TABMCAT     *
      * ENTRY FOR THE MESSAGE NUMBER IS TAKEN FIRST; WITHOUT ONE, THE *
      * BLANK-PROGRAM CATCH-ALL FOR THE NUMBER. A MESSAGE WITH        *
      * NEITHER IS ANSWERED NOT FOUND, WITH THE GENERAL ESCALATION    *
      * STEP FILLED IN SO EVERY CALLER SHOWS THE SAME THING. THE      *
      * CALLER DECIDES WHAT TO DO WITH THE ANSWER, SO NOTHING IS      *
      * LOGGED HERE                                                   *
      *****************************************************************
      * CHANGE HISTORY                                                *
      * ---------------------------------------------------------     *
      * 15OCT2026  RISHI SHARMA   INITIAL VERSION                     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       OBJECT-COMPUTER. IBM-370.
       SOURCE-COMPUTER. IBM-370.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  FILLER                     PIC X(40) VALUE
            'WORKING STORAGE SECTION STARTS HERE'.
       01  WS-MISC.
           05 WS-CAT-PROG-NAM         PIC X(8).
           05 WS-CAT-MSG-NO           PIC S9(4) COMP.
      *****************************************************************
      *   COPYBOOKS                                                   *
      *****************************************************************
       COPY IBRFDCW.

      *****************************************************************
      *      DB2 TABLE DECLARATION                                    *
      *****************************************************************
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE TABMCATW
           END-EXEC.
       77 FILLER                PIC X(30) VALUE
               'END OF WORKING STORAGE SECTION'.
      *****************************************************************
      * LINKAGE SECTION - THE CALLER'S WA-MCAT-FLDS, FIELD FOR FIELD  *
      * AS LAID OUT IN IBRMCATW                                       *
      *****************************************************************
       LINKAGE SECTION.
       01  LK-MCAT-FLDS.
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
      /
       PROCEDURE DIVISION USING LK-MCAT-FLDS.
           PERFORM A000-INIT
           PERFORM B000-MAIN
           GOBACK
           .
      /
      *****************************************************************
      * Initialization                                                *
      *****************************************************************
       A000-INIT.
           MOVE 'MCATLKC'              TO WS-PROG-NAM
           MOVE '00'                   TO MCAT-RESP
           MOVE SPACES                 TO MCAT-RESP-MSG
                                          MCAT-MSG-DESC
                                          MCAT-EXP-SEV
                                          MCAT-ACTN-COD
                                          MCAT-OPER-ACTN
           MOVE MCAT-PROG-NAM          TO WS-CAT-PROG-NAM
           MOVE MCAT-MSG-NO            TO WS-CAT-MSG-NO
           .
      *****************************************************************
      * Main Process Routine - The Program's Own Entry, Then The      *
      * Catch-All, Then The General Escalation Step                   *
      *****************************************************************
       B000-MAIN.
           PERFORM B010-READ-CAT-ENTRY
           IF SQLCODE = 100 AND WS-CAT-PROG-NAM NOT = SPACES
               MOVE SPACES             TO WS-CAT-PROG-NAM
               PERFORM B010-READ-CAT-ENTRY
           END-IF
           EVALUATE SQLCODE
               WHEN 0
                   MOVE TABMCAT-MSG-DESC
                                       TO MCAT-MSG-DESC
                   MOVE TABMCAT-EXP-SEV
                                       TO MCAT-EXP-SEV
                   MOVE TABMCAT-ACTN-COD
                                       TO MCAT-ACTN-COD
                   MOVE TABMCAT-OPER-ACTN
                                       TO MCAT-OPER-ACTN
               WHEN 100
                   SET MCAT-RESP-NOT-FOUND TO TRUE
                   MOVE 'NOCAT'        TO MCAT-ACTN-COD
                   MOVE 'NOT CATALOGUED - FOLLOW THE GENERAL ESCALATION 
      -                 'STEP'         TO MCAT-OPER-ACTN
                   MOVE 'NO CATALOGUE ENTRY FOR THE MESSAGE'
                                       TO MCAT-RESP-MSG
               WHEN OTHER
                   SET MCAT-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR READING TABMCAT'
                                       TO MCAT-RESP-MSG
           END-EVALUATE
           .
      *****************************************************************
      * One Live Catalogue Entry For The Program And Message Number   *
      *****************************************************************
       B010-READ-CAT-ENTRY.
           EXEC SQL
               SELECT MSG_DESC,
                      EXP_SEV,
                      ACTN_COD,
                      OPER_ACTN
               INTO   :TABMCAT-MSG-DESC,
                      :TABMCAT-EXP-SEV,
                      :TABMCAT-ACTN-COD,
                      :TABMCAT-OPER-ACTN
               FROM   TABMCAT
               WHERE  PROG_NAM = :WS-CAT-PROG-NAM
                AND   MSG_NO   = :WS-CAT-MSG-NO
                AND   CAT_STAT = 'A'
           END-EXEC
           .
