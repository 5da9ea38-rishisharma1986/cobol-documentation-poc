       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLSCRNC.
       AUTHOR. RISHI SHARMA.
       DATE-WRITTEN. OCT,2026.
       DATE-COMPILED. OCT,2026.
       INSTALLATION. Nowhere.
      *****************************************************************
      * THE BENEFICIARY WATCHLIST SCREEN, CALLED BY PAYIMNTC WHEN AN  *
      * INSTRUCTION IS INSERTED OR ITS BENEFICIARY CHANGED AND BY     *
      * PAINEXPC BEFORE ANY INSTRUCTION IS EXPORTED, SO A LIST UPDATE *
      * CATCHES STANDING ORDERS SET UP BEFORE IT. FUNCTION S FOLDS    *
      * THE BENEFICIARY NAME AND THREE ADDRESS LINES TO UPPER CASE    *
      * AND LOOKS FOR ANY ACTIVE TABWLST ENTRY ANYWHERE IN THEM - AN   *
      * ENTRY ALREADY RELEASED AS A FALSE POSITIVE FOR THIS SAME      *
      * INSTRUCTION AND THESE SAME BENEFICIARY LINES IS NOT RAISED    *
      * AGAIN. FUNCTION Q PARKS THE HIT JUST FOUND ON THE TABWLHT     *
      * REVIEW QUEUE; THE CALLER HOLDS THE INSTRUCTION AND OWNS THE   *
      * UNIT OF WORK                                                  *
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
      *****************************************************************
      * THE BENEFICIARY LINES AS ONE UPPER-CASE STRING TO MATCH IN    *
      *****************************************************************
           05 WS-SCRN-TEXT.
               10 WS-SCRN-BENE-NAM    PIC X(100).
               10 WS-SCRN-BENE-ADDR1  PIC X(100).
               10 WS-SCRN-BENE-ADDR2  PIC X(100).
               10 WS-SCRN-BENE-ADDR3  PIC X(100).
           05 WS-PEND-CNT             PIC S9(9) COMP.
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
               INCLUDE TABWLSTW
           END-EXEC.
           EXEC SQL
               INCLUDE TABWLHTW
           END-EXEC.
       77 FILLER                PIC X(30) VALUE
               'END OF WORKING STORAGE SECTION'.
      *****************************************************************
      * LINKAGE SECTION - THE CALLER'S WA-WLSC-FLDS, FIELD FOR FIELD  *
      * AS LAID OUT IN IBRWLSCW                                       *
      *****************************************************************
       LINKAGE SECTION.
       01  LK-WLSC-FLDS.
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
      /
       PROCEDURE DIVISION USING LK-WLSC-FLDS.
           PERFORM A000-INIT
           EVALUATE TRUE
               WHEN WLSC-FUNC-SCREEN
                   PERFORM B010-SCREEN-BENEFICIARY
               WHEN WLSC-FUNC-QUEUE
                   PERFORM B020-QUEUE-HIT
               WHEN OTHER
                   SET WLSC-RESP-SQL-ERROR TO TRUE
                   MOVE 'WATCHLIST FUNCTION MUST BE S OR Q'
                                       TO WLSC-RESP-MSG
           END-EVALUATE
           GOBACK
           .
      /
      *****************************************************************
      * Initialization                                                *
      *****************************************************************
       A000-INIT.
           MOVE 'WLSCRNC'              TO WS-PROG-NAM
           MOVE '00'                   TO WLSC-RESP
           MOVE SPACES                 TO WLSC-RESP-MSG
           .
      *****************************************************************
      * Screen The Beneficiary Lines - THE LOWEST-NUMBERED ACTIVE     *
      * ENTRY FOUND ANYWHERE IN THEM, UNLESS ALREADY RELEASED FOR      *
      * THIS INSTRUCTION AS IT STANDS, IS THE HIT                      *
      *****************************************************************
       B010-SCREEN-BENEFICIARY.
           MOVE SPACES                 TO WLSC-WL-ENTRY-ID
                                          WLSC-WL-NAME
           MOVE WLSC-BENE-NAM          TO WS-SCRN-BENE-NAM
           MOVE WLSC-BENE-ADDR1        TO WS-SCRN-BENE-ADDR1
           MOVE WLSC-BENE-ADDR2        TO WS-SCRN-BENE-ADDR2
           MOVE WLSC-BENE-ADDR3        TO WS-SCRN-BENE-ADDR3
           INSPECT WS-SCRN-TEXT CONVERTING
               WS-MASK-LOWER-IN        TO WS-MASK-ALPHA-IN

           EXEC SQL
               SELECT W.WL_ENTRY_ID,
                      W.WL_NAME
               INTO   :TABWLST-WL-ENTRY-ID,
                      :TABWLST-WL-NAME
               FROM   TABWLST W
               WHERE  W.WL_STAT = 'A'
                AND   LOCATE(RTRIM(W.WL_NAME), :WS-SCRN-TEXT) > 0
                AND   NOT EXISTS
                      (SELECT 1
                       FROM   TABWLHT H
                       WHERE  H.CUST_CTRY     = :WLSC-CUST-CTRY
                        AND   H.CUST_INSTT    = :WLSC-CUST-INSTT
                        AND   H.CUST_ID       = :WLSC-CUST-ID
                        AND   H.INSTR_REF_NUM = :WLSC-INSTR-REF-NUM
                        AND   H.WL_ENTRY_ID   = W.WL_ENTRY_ID
                        AND   H.HIT_STAT      = 'F'
                        AND   H.BENE_NAM      = :WLSC-BENE-NAM
                        AND   H.BENE_ADDR1    = :WLSC-BENE-ADDR1
                        AND   H.BENE_ADDR2    = :WLSC-BENE-ADDR2
                        AND   H.BENE_ADDR3    = :WLSC-BENE-ADDR3)
               ORDER BY W.WL_ENTRY_ID
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET WLSC-RESP-HIT   TO TRUE
                   MOVE TABWLST-WL-ENTRY-ID TO WLSC-WL-ENTRY-ID
                   MOVE TABWLST-WL-NAME     TO WLSC-WL-NAME
                   MOVE 'BENEFICIARY MATCHES A WATCHLIST ENTRY'
                                       TO WLSC-RESP-MSG
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET WLSC-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR SCREENING AGAINST TABWLST'
                                       TO WLSC-RESP-MSG
           END-EVALUATE
           .
      *****************************************************************
      * Park The Hit On The TABWLHT REVIEW QUEUE, STATUS P, WITH THE  *
      * BENEFICIARY LINES EXACTLY AS SCREENED. THE SAME ENTRY ALREADY *
      * PENDING FOR THE SAME INSTRUCTION AND LINES IS NOT QUEUED TWICE*
      *****************************************************************
       B020-QUEUE-HIT.
           MOVE ZEROS                  TO WS-PEND-CNT
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-PEND-CNT
               FROM   TABWLHT
               WHERE  CUST_CTRY     = :WLSC-CUST-CTRY
                AND   CUST_INSTT    = :WLSC-CUST-INSTT
                AND   CUST_ID       = :WLSC-CUST-ID
                AND   INSTR_REF_NUM = :WLSC-INSTR-REF-NUM
                AND   WL_ENTRY_ID   = :WLSC-WL-ENTRY-ID
                AND   HIT_STAT      = 'P'
                AND   BENE_NAM      = :WLSC-BENE-NAM
                AND   BENE_ADDR1    = :WLSC-BENE-ADDR1
                AND   BENE_ADDR2    = :WLSC-BENE-ADDR2
                AND   BENE_ADDR3    = :WLSC-BENE-ADDR3
           END-EXEC
           IF SQLCODE NOT = 0
               SET WLSC-RESP-SQL-ERROR TO TRUE
               MOVE 'DATABASE ERROR READING TABWLHT REVIEW QUEUE'
                                       TO WLSC-RESP-MSG
           END-IF
           IF WLSC-RESP-CLEAR AND WS-PEND-CNT = 0
               PERFORM B025-INSERT-HIT
           END-IF
           .
      *****************************************************************
      * Insert The Pending Hit                                        *
      *****************************************************************
       B025-INSERT-HIT.
           MOVE WLSC-CUST-CTRY         TO TABWLHT-CUST-CTRY
           MOVE WLSC-CUST-INSTT        TO TABWLHT-CUST-INSTT
           MOVE WLSC-CUST-ID           TO TABWLHT-CUST-ID
           MOVE WLSC-INSTR-REF-NUM     TO TABWLHT-INSTR-REF-NUM
           MOVE WLSC-WL-ENTRY-ID       TO TABWLHT-WL-ENTRY-ID
           MOVE WLSC-WL-NAME           TO TABWLHT-WL-NAME
           MOVE WLSC-SCRN-PGM          TO TABWLHT-SCRN-PGM
           MOVE WLSC-BENE-NAM          TO TABWLHT-BENE-NAM
           MOVE WLSC-BENE-ADDR1        TO TABWLHT-BENE-ADDR1
           MOVE WLSC-BENE-ADDR2        TO TABWLHT-BENE-ADDR2
           MOVE WLSC-BENE-ADDR3        TO TABWLHT-BENE-ADDR3
           MOVE 'P'                    TO TABWLHT-HIT-STAT
           MOVE SPACES                 TO TABWLHT-RVW-USERID
                                          TABWLHT-RVW-TS
           EXEC SQL
               INSERT INTO TABWLHT
                   (CUST_CTRY, CUST_INSTT, CUST_ID, INSTR_REF_NUM,
                    WL_ENTRY_ID, WL_NAME, SCRN_PGM,
                    BENE_NAM, BENE_ADDR1, BENE_ADDR2, BENE_ADDR3,
                    HIT_TS, HIT_STAT, RVW_USERID, RVW_TS)
               VALUES
                   (:TABWLHT-CUST-CTRY, :TABWLHT-CUST-INSTT,
                    :TABWLHT-CUST-ID, :TABWLHT-INSTR-REF-NUM,
                    :TABWLHT-WL-ENTRY-ID, :TABWLHT-WL-NAME,
                    :TABWLHT-SCRN-PGM,
                    :TABWLHT-BENE-NAM, :TABWLHT-BENE-ADDR1,
                    :TABWLHT-BENE-ADDR2, :TABWLHT-BENE-ADDR3,
                    CURRENT TIMESTAMP, :TABWLHT-HIT-STAT,
                    :TABWLHT-RVW-USERID, :TABWLHT-RVW-TS)
           END-EXEC
           IF SQLCODE NOT = 0
               SET WLSC-RESP-SQL-ERROR TO TRUE
               MOVE 'DATABASE ERROR WRITING TABWLHT REVIEW QUEUE'
                                       TO WLSC-RESP-MSG
           END-IF
           .
