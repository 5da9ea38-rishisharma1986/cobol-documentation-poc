       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUS360C.
       AUTHOR. RISHI SHARMA.
       DATE-WRITTEN. OCT,2026.
       DATE-COMPILED. OCT,2026.
       INSTALLATION. Nowhere.
      *****************************************************************
      * ONLINE CICS COMMAREA SERVICE BEHIND THE CUSTOMER 360 SUMMARY  *
      * (CUS360P, TRANSID C360). ONE CALL PER CUSTOMER KEY RETURNS    *
      * EVERYTHING THE SERVICE DESK OTHERWISE COLLECTS FROM THREE     *
      * SCREENS - THE TABCUST DETAILS AND STATUS (DECODED FROM        *
      * TABCDREF TYPE CSTS), THE COUNT OF PERMISSIONED ACCOUNTS AND   *
      * HOW MANY HAVE ACH SUSPENDED, THE CUSTOMER'S PAYMENT           *
      * INSTRUCTIONS BY ACTIVE / SUSPENDED / HELD WITH THE NEXT DUE   *
      * DATE, THE LAST TABGIBH DOWNLOAD, AND ANY PENDING TABCPRQ      *
      * CLOSURE OR TABAPRQ CHANGE ON A PERMISSIONED ACCOUNT. EVERY    *
      * INQUIRY IS AUDITED THROUGH TABPAUD LIKE THE BENEFICIARY       *
      * SEARCH                                                        *
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
           05 WS-CANCEL-PGM           PIC X(8) VALUE 'EXITPGM'.
           05 WS-SUBPGM-NAM           PIC X(8).
               88 WS-SUBPGM-LOG       VALUE 'LOGPGMC'.
           05 WS-DEPT-ID              PIC X(8).
               88 IB-DEPT             VALUE 'INETBKNG'.
           05 WS-AUTH-PGM             PIC X(8) VALUE 'AUTHCHKC'.
           05 WS-AUTH-FUNC            PIC X(8) VALUE 'CUST360 '.
      *****************************************************************
      * COUNTS AS DB2 RETURNS THEM, BEFORE THEY GO TO THE DISPLAY     *
      * FIELDS OF THE COMMAREA                                        *
      *****************************************************************
           05 WS-ACCT-CNT             PIC S9(9) COMP VALUE +0.
           05 WS-ACH-SUSP-CNT         PIC S9(9) COMP VALUE +0.
           05 WS-INSTR-ACTV-CNT       PIC S9(9) COMP VALUE +0.
           05 WS-INSTR-SUSP-CNT       PIC S9(9) COMP VALUE +0.
           05 WS-INSTR-HELD-CNT       PIC S9(9) COMP VALUE +0.
           05 WS-PEND-ACC-CNT         PIC S9(9) COMP VALUE +0.
           05 WS-NEXT-DUE-DT          PIC X(8).
      *****************************************************************
      *   COPYBOOKS                                                   *
      *****************************************************************
       COPY IBRFDCW.
       COPY IBRAUTHW.

      *****************************************************************
      *      DB2 TABLE DECLARATION                                    *
      *****************************************************************
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE TABCSTW
           END-EXEC.
           EXEC SQL
               INCLUDE TABACPFW
           END-EXEC.
           EXEC SQL
               INCLUDE TABGIBHW
           END-EXEC.
           EXEC SQL
               INCLUDE TABAPRQW
           END-EXEC.
           EXEC SQL
               INCLUDE TABCPRQW
           END-EXEC.
           EXEC SQL
               INCLUDE TABPAUDW
           END-EXEC.
       77 FILLER                PIC X(30) VALUE
               'END OF WORKING STORAGE SECTION'.
      *****************************************************************
      * LINKAGE SECTION                                               *
      *****************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  CA-CUST-CTRY            PIC X(3).
           05  CA-CUST-INSTT           PIC X(10).
           05  CA-CUST-ID              PIC X(20).
           05  CA-CUST-NAME            PIC X(50).
           05  CA-CUST-TYP-COD         PIC X(10).
           05  CA-CUST-STAT            PIC X(1).
           05  CA-CUST-STAT-DESC       PIC X(40).
           05  CA-ACCT-CNT             PIC 9(5).
           05  CA-ACH-SUSP-CNT         PIC 9(5).
           05  CA-INSTR-ACTV-CNT       PIC 9(5).
           05  CA-INSTR-SUSP-CNT       PIC 9(5).
           05  CA-INSTR-HELD-CNT       PIC 9(5).
           05  CA-NEXT-DUE-DT          PIC X(8).
      *****************************************************************
      * THE LAST DOWNLOAD CARRIES ITS OWN REPORT KEY SO THE PANEL CAN *
      * OPEN THE GIBQ HISTORY ON EXACTLY THAT KEY                     *
      *****************************************************************
           05  CA-LAST-DNLD-RPT-CTRY   PIC X(2).
           05  CA-LAST-DNLD-RPT-INSTT  PIC X(4).
           05  CA-LAST-DNLD-RPT-TYPE   PIC X(4).
           05  CA-LAST-DNLD-DT         PIC X(8).
           05  CA-LAST-DNLD-TM         PIC X(6).
           05  CA-PEND-CUST-IND        PIC X(1).
               88  CA-PEND-CUST        VALUE 'Y'.
           05  CA-PEND-CUST-NEW-STAT   PIC X(1).
           05  CA-PEND-CUST-MAKER      PIC X(20).
           05  CA-PEND-ACC-CNT         PIC 9(3).
           05  CA-PEND-ACC-NO          PIC X(35).
           05  CA-PEND-ACC-NEW-STAT    PIC X(1).
           05  CA-PEND-ACC-MAKER       PIC X(20).
           05  CA-RESP-CODE            PIC X(2).
               88  CA-RESP-OK          VALUE '00'.
               88  CA-RESP-BAD-INPUT   VALUE '01'.
               88  CA-RESP-NOT-FOUND   VALUE '02'.
               88  CA-RESP-SQL-ERROR   VALUE '03'.
               88  CA-RESP-NOT-AUTH    VALUE '06'.
           05  CA-RESP-MSG             PIC X(60).
      /
       PROCEDURE DIVISION.
           PERFORM A000-INIT
      * NO COMMAREA WAS PASSED - END THE TASK WITHOUT REFERENCING ANY
      * DFHCOMMAREA FIELD, SINCE NONE EXISTS TO REFERENCE
           IF EIBCALEN > 0
               PERFORM B000-MAIN
           END-IF
           PERFORM C000-FINAL
           .
      /
      *****************************************************************
      * Initialization                                                *
      *****************************************************************
       A000-INIT.
           MOVE 'CUS360C'              TO WS-PROG-NAM
           IF EIBCALEN > 0
               MOVE SPACES             TO CA-RESP-CODE
                                          CA-RESP-MSG
                                          CA-CUST-NAME
                                          CA-CUST-TYP-COD
                                          CA-CUST-STAT
                                          CA-CUST-STAT-DESC
                                          CA-NEXT-DUE-DT
                                          CA-LAST-DNLD-RPT-CTRY
                                          CA-LAST-DNLD-RPT-INSTT
                                          CA-LAST-DNLD-RPT-TYPE
                                          CA-LAST-DNLD-DT
                                          CA-LAST-DNLD-TM
                                          CA-PEND-CUST-NEW-STAT
                                          CA-PEND-CUST-MAKER
                                          CA-PEND-ACC-NO
                                          CA-PEND-ACC-NEW-STAT
                                          CA-PEND-ACC-MAKER
               MOVE 'N'                TO CA-PEND-CUST-IND
               MOVE ZEROS              TO CA-ACCT-CNT
                                          CA-ACH-SUSP-CNT
                                          CA-INSTR-ACTV-CNT
                                          CA-INSTR-SUSP-CNT
                                          CA-INSTR-HELD-CNT
                                          CA-PEND-ACC-CNT
           END-IF
           .
      *****************************************************************
      * Main Process Routine - Check Entitlement, Validate, Audit,    *
      * Then Gather Each Part Of The Summary In Turn                  *
      *****************************************************************
       B000-MAIN.
           PERFORM B005-CHECK-ENTITLEMENT
           IF CA-RESP-CODE = SPACES
               PERFORM B010-VALIDATE-REQUEST
           END-IF
           IF CA-RESP-CODE = SPACES
               PERFORM B020-FETCH-CUSTOMER
           END-IF
           IF CA-RESP-CODE = SPACES
               PERFORM B025-LOG-AUDIT-TRAIL
           END-IF
           IF CA-RESP-CODE = SPACES
               PERFORM B030-COUNT-ACCOUNTS
           END-IF
           IF CA-RESP-CODE = SPACES
               PERFORM B040-COUNT-INSTRUCTIONS
           END-IF
           IF CA-RESP-CODE = SPACES
               PERFORM B050-LAST-DOWNLOAD
           END-IF
           IF CA-RESP-CODE = SPACES
               PERFORM B060-PENDING-CLOSURE
           END-IF
           IF CA-RESP-CODE = SPACES
               PERFORM B070-PENDING-ACCT-CHANGE
           END-IF
           IF CA-RESP-CODE = SPACES
               SET CA-RESP-OK          TO TRUE
               MOVE 'CUSTOMER SUMMARY RETURNED'
                                       TO CA-RESP-MSG
           END-IF
           .
      *****************************************************************
      * No Userid Acts Here Without Its TABUENT ENTITLEMENT - THE     *
      * CENTRAL CHECK RUNS BEFORE ANYTHING ELSE AND A DENIAL COMES    *
      * BACK ON THE EXISTING RESPONSE-CODE PATTERN (AUTHCHKC LOGS     *
      * THE ATTEMPT ITSELF)                                           *
      *****************************************************************
       B005-CHECK-ENTITLEMENT.
           INITIALIZE WA-AUTH-FLDS
           MOVE EIBUSERID              TO AUTH-USERID
           MOVE WS-AUTH-FUNC           TO AUTH-FUNC-COD
           CALL WS-AUTH-PGM USING WA-AUTH-FLDS
               ON EXCEPTION
                   DISPLAY 'UNABLE TO CALL AUTHORIZATION '
                       'SUBPROGRAM: ' WS-AUTH-PGM
                   SET AUTH-RESP-SQL-ERROR TO TRUE
           END-CALL
           IF NOT AUTH-RESP-OK
               SET CA-RESP-NOT-AUTH    TO TRUE
               MOVE AUTH-RESP-MSG      TO CA-RESP-MSG
           END-IF
           .
      *****************************************************************
      * Validate The Fields Supplied In The Commarea Before Touching  *
      * The Database                                                  *
      *****************************************************************
       B010-VALIDATE-REQUEST.
           IF CA-CUST-CTRY = SPACES OR LOW-VALUES
               SET CA-RESP-BAD-INPUT   TO TRUE
               MOVE 'CUST-CTRY IS REQUIRED' TO CA-RESP-MSG
           ELSE IF CA-CUST-INSTT = SPACES OR LOW-VALUES
               SET CA-RESP-BAD-INPUT   TO TRUE
               MOVE 'CUST-INSTT IS REQUIRED' TO CA-RESP-MSG
           ELSE IF CA-CUST-ID = SPACES OR LOW-VALUES
               SET CA-RESP-BAD-INPUT   TO TRUE
               MOVE 'CUST-ID IS REQUIRED' TO CA-RESP-MSG
           END-IF
           .
      *****************************************************************
      * The Customer's TABCUST Details, Its Status Decoded            *
      *****************************************************************
       B020-FETCH-CUSTOMER.
           EXEC SQL
               SELECT CUST_NAME,
                      CUST_TYP_COD,
                      CUST_STAT
               INTO   :TABCUST-CUST-NAME,
                      :TABCUST-CUST-TYP-COD,
                      :TABCUST-CUST-STAT
               FROM   TABCUST
               WHERE  CUST_CTRY  = :CA-CUST-CTRY
                AND   CUST_INSTT = :CA-CUST-INSTT
                AND   CUST_ID    = :CA-CUST-ID
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE TABCUST-CUST-NAME    TO CA-CUST-NAME
                   MOVE TABCUST-CUST-TYP-COD TO CA-CUST-TYP-COD
                   MOVE TABCUST-CUST-STAT    TO CA-CUST-STAT
                   MOVE 'CSTS'               TO GEN-REF-TYP
                   MOVE TABCUST-CUST-STAT    TO GEN-REF-CODE
                   PERFORM X800-DECODE-GEN-REF
                   MOVE GEN-REF-DESC         TO CA-CUST-STAT-DESC
               WHEN 100
                   SET CA-RESP-NOT-FOUND TO TRUE
                   MOVE 'CUSTOMER NOT FOUND ON TABCUST'
                                       TO CA-RESP-MSG
               WHEN OTHER
                   SET CA-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR READING TABCUST'
                                       TO CA-RESP-MSG
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * Record Who Looked At Which Customer, And When, On TABPAUD -   *
      * THE SUMMARY HAS NO SINGLE REFERENCE, SO THE AUDIT ROW CARRIES *
      * THE SUMMARY MARKER INSTEAD                                    *
      *****************************************************************
       B025-LOG-AUDIT-TRAIL.
           MOVE CA-CUST-CTRY           TO TABPAUD-CUST-CTRY
           MOVE CA-CUST-INSTT          TO TABPAUD-CUST-INSTT
           MOVE CA-CUST-ID             TO TABPAUD-CUST-ID
           MOVE '*CUST-360*'           TO TABPAUD-INSTR-REF-NUM
           MOVE EIBUSERID              TO TABPAUD-USERID
           MOVE EIBTRMID               TO TABPAUD-TERM-ID

           EXEC SQL
               INSERT INTO TABPAUD
                   (CUST_CTRY, CUST_INSTT, CUST_ID, INSTR_REF_NUM,
                    USERID, TERM_ID, AUDIT_TS)
               VALUES
                   (:TABPAUD-CUST-CTRY, :TABPAUD-CUST-INSTT,
                    :TABPAUD-CUST-ID, :TABPAUD-INSTR-REF-NUM,
                    :TABPAUD-USERID, :TABPAUD-TERM-ID,
                    CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               SET CA-RESP-SQL-ERROR   TO TRUE
               MOVE 'ERROR WRITING AUDIT TRAIL' TO CA-RESP-MSG
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * Permissioned Accounts, And How Many Have ACH Suspended        *
      *****************************************************************
       B030-COUNT-ACCOUNTS.
           EXEC SQL
               SELECT COUNT(*),
                      VALUE(SUM(CASE WHEN ACPF_STAT = 'S'
                                     THEN 1 ELSE 0 END), 0)
               INTO   :WS-ACCT-CNT,
                      :WS-ACH-SUSP-CNT
               FROM   TABACCPF
               WHERE  CST_CTRY  = :CA-CUST-CTRY
                AND   CST_INSTT = :CA-CUST-INSTT
                AND   CST_ID    = :CA-CUST-ID
           END-EXEC
           IF SQLCODE NOT = 0
               SET CA-RESP-SQL-ERROR   TO TRUE
               MOVE 'DATABASE ERROR COUNTING TABACCPF'
                                       TO CA-RESP-MSG
               PERFORM X490-PROC-SQL-ERROR
           ELSE
               MOVE WS-ACCT-CNT        TO CA-ACCT-CNT
               MOVE WS-ACH-SUSP-CNT    TO CA-ACH-SUSP-CNT
           END-IF
           .
      *****************************************************************
      * Payment Instructions - Active, Suspended, And Held (Parked    *
      * For Watchlist Review, Blocked On A Confirmed Match, Or        *
      * Pending Second-User Release) - And The Next Due Date Among    *
      * The Active Ones                                               *
      *****************************************************************
       B040-COUNT-INSTRUCTIONS.
           EXEC SQL
               SELECT VALUE(SUM(CASE WHEN INSTR_STAT = 'A'
                                     THEN 1 ELSE 0 END), 0),
                      VALUE(SUM(CASE WHEN INSTR_STAT = 'S'
                                     THEN 1 ELSE 0 END), 0),
                      VALUE(SUM(CASE WHEN INSTR_STAT IN ('W','B','P')
                                     THEN 1 ELSE 0 END), 0),
                      VALUE(MIN(CASE WHEN INSTR_STAT = 'A'
                                      AND NEXT_EXEC_DT > ' '
                                     THEN NEXT_EXEC_DT END), ' ')
               INTO   :WS-INSTR-ACTV-CNT,
                      :WS-INSTR-SUSP-CNT,
                      :WS-INSTR-HELD-CNT,
                      :WS-NEXT-DUE-DT
               FROM   PAYMENTS.PAYMENT_INSTRUCTIONS
               WHERE  CUST_CTRY  = :CA-CUST-CTRY
                AND   CUST_INSTT = :CA-CUST-INSTT
                AND   CUST_ID    = :CA-CUST-ID
           END-EXEC
           IF SQLCODE NOT = 0
               SET CA-RESP-SQL-ERROR   TO TRUE
               MOVE 'DATABASE ERROR COUNTING PAYMENT INSTRUCTIONS'
                                       TO CA-RESP-MSG
               PERFORM X490-PROC-SQL-ERROR
           ELSE
               MOVE WS-INSTR-ACTV-CNT  TO CA-INSTR-ACTV-CNT
               MOVE WS-INSTR-SUSP-CNT  TO CA-INSTR-SUSP-CNT
               MOVE WS-INSTR-HELD-CNT  TO CA-INSTR-HELD-CNT
               MOVE WS-NEXT-DUE-DT     TO CA-NEXT-DUE-DT
           END-IF
           .
      *****************************************************************
      * The Most Recent TABGIBH Download For The Customer - MATCHED   *
      * ON RPT_ID AS THE PRE-CLOSURE DOWNLOAD CHECK MATCHES IT. NONE  *
      * ON FILE LEAVES THE FIELDS BLANK                               *
      *****************************************************************
       B050-LAST-DOWNLOAD.
           EXEC SQL
               SELECT RPT_CTRY,
                      RPT_INSTT,
                      RPT_TYPE,
                      DNLD_DT,
                      DNLD_TM
               INTO   :TABGIBH-RPT-CTRY,
                      :TABGIBH-RPT-INSTT,
                      :TABGIBH-RPT-TYPE,
                      :TABGIBH-DNLD-DT,
                      :TABGIBH-DNLD-TM
               FROM   TABGIBH
               WHERE  RPT_ID = :CA-CUST-ID
               ORDER BY DNLD_DT DESC, DNLD_TM DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE TABGIBH-RPT-CTRY  TO CA-LAST-DNLD-RPT-CTRY
                   MOVE TABGIBH-RPT-INSTT TO CA-LAST-DNLD-RPT-INSTT
                   MOVE TABGIBH-RPT-TYPE  TO CA-LAST-DNLD-RPT-TYPE
                   MOVE TABGIBH-DNLD-DT   TO CA-LAST-DNLD-DT
                   MOVE TABGIBH-DNLD-TM   TO CA-LAST-DNLD-TM
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET CA-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR READING TABGIBH'
                                       TO CA-RESP-MSG
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * A Closure Awaiting Its Second User On TABCPRQ                 *
      *****************************************************************
       B060-PENDING-CLOSURE.
           EXEC SQL
               SELECT NEW_CUST_STAT,
                      REQ_USERID
               INTO   :TABCPRQ-NEW-CUST-STAT,
                      :TABCPRQ-REQ-USERID
               FROM   TABCPRQ
               WHERE  CUST_CTRY  = :CA-CUST-CTRY
                AND   CUST_INSTT = :CA-CUST-INSTT
                AND   CUST_ID    = :CA-CUST-ID
                AND   REQ_STAT   = 'P'
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   SET CA-PEND-CUST    TO TRUE
                   MOVE TABCPRQ-NEW-CUST-STAT
                                       TO CA-PEND-CUST-NEW-STAT
                   MOVE TABCPRQ-REQ-USERID
                                       TO CA-PEND-CUST-MAKER
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET CA-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR READING TABCPRQ'
                                       TO CA-RESP-MSG
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * Account-Status Changes Awaiting Their Second User On Any      *
      * Account The Customer Is Permissioned On - THE COUNT, AND THE  *
      * OLDEST OF THEM IN DETAIL                                      *
      *****************************************************************
       B070-PENDING-ACCT-CHANGE.
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-PEND-ACC-CNT
               FROM   TABAPRQ Q,
                      TABACCPF P
               WHERE  P.CST_CTRY  = :CA-CUST-CTRY
                AND   P.CST_INSTT = :CA-CUST-INSTT
                AND   P.CST_ID    = :CA-CUST-ID
                AND   Q.ACC_CTRY  = P.ACC_CTRY
                AND   Q.ACC_INSTT = P.ACC_INSTT
                AND   Q.ACC_NO    = P.ACC_NO
                AND   Q.REQ_STAT  = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
               SET CA-RESP-SQL-ERROR   TO TRUE
               MOVE 'DATABASE ERROR COUNTING TABAPRQ'
                                       TO CA-RESP-MSG
               PERFORM X490-PROC-SQL-ERROR
           ELSE
               MOVE WS-PEND-ACC-CNT    TO CA-PEND-ACC-CNT
           END-IF

           IF CA-RESP-CODE = SPACES AND WS-PEND-ACC-CNT > 0
               EXEC SQL
                   SELECT Q.ACC_NO,
                          Q.NEW_ACC_STAT,
                          Q.REQ_USERID
                   INTO   :TABAPRQ-ACC-NO,
                          :TABAPRQ-NEW-ACC-STAT,
                          :TABAPRQ-REQ-USERID
                   FROM   TABAPRQ Q,
                          TABACCPF P
                   WHERE  P.CST_CTRY  = :CA-CUST-CTRY
                    AND   P.CST_INSTT = :CA-CUST-INSTT
                    AND   P.CST_ID    = :CA-CUST-ID
                    AND   Q.ACC_CTRY  = P.ACC_CTRY
                    AND   Q.ACC_INSTT = P.ACC_INSTT
                    AND   Q.ACC_NO    = P.ACC_NO
                    AND   Q.REQ_STAT  = 'P'
                   ORDER BY Q.REQ_TS
                   FETCH FIRST 1 ROW ONLY
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       MOVE TABAPRQ-ACC-NO TO CA-PEND-ACC-NO
                       MOVE TABAPRQ-NEW-ACC-STAT
                                       TO CA-PEND-ACC-NEW-STAT
                       MOVE TABAPRQ-REQ-USERID
                                       TO CA-PEND-ACC-MAKER
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       SET CA-RESP-SQL-ERROR TO TRUE
                       MOVE 'DATABASE ERROR READING TABAPRQ'
                                       TO CA-RESP-MSG
                       PERFORM X490-PROC-SQL-ERROR
               END-EVALUATE
           END-IF
           .
      *****************************************************************
      * Decode A Status To Its TABCDREF DESCRIPTION - AN UNKNOWN CODE *
      * SHOWS AS ITSELF RATHER THAN FAILING THE INQUIRY               *
      *****************************************************************
       X800-DECODE-GEN-REF.
           MOVE SPACES                 TO GEN-REF-DESC
           EXEC SQL
               SELECT GEN_REF_DESC
               INTO   :GEN-REF-DESC
               FROM   TABCDREF
               WHERE  GEN_REF_TYP  = :GEN-REF-TYP
                AND   GEN_REF_CODE = :GEN-REF-CODE
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE GEN-REF-CODE       TO GEN-REF-DESC
           END-IF
           .
      *****************************************************************
      * End Of Transaction Processing                                 *
      *****************************************************************
       C000-FINAL.
           EXEC CICS RETURN
           END-EXEC
           .
      *****************************************************************
      *  Initial Common fields required for Logging Routine           *
      *****************************************************************
       X100-ERR-COMMON-SETUP.
           MOVE SPACE                  TO WE-ERROR-FLDS
           INITIALIZE                     WE-ERROR-FLDS
                                        REPLACING NUMERIC DATA BY ZERO
           MOVE WS-PRJ-ID              TO LOG-PRJ-ID
           MOVE WS-PROG-NAM            TO LOG-PROG-NAM
           MOVE WS-SYSTM-ID            TO LOG-SYSTM-ID
           MOVE WS-DEPTT-ID            TO LOG-DEPTT-ID
      * THE RUN IDENTIFIER IS GENERATED ON THE RUN'S FIRST LOG CALL
      * AND RIDES EVERY ROW THIS EXECUTION WRITES
           IF WS-RUN-ID-TS = SPACES
               MOVE FUNCTION CURRENT-DATE(1:14)
                                       TO WS-RUN-ID-TS
           END-IF
           MOVE WS-RUN-ID              TO LOG-RUN-ID
           .
      *****************************************************************
      * DB2 Error Processing Para                                     *
      *****************************************************************
       X490-PROC-SQL-ERROR.
           PERFORM X100-ERR-COMMON-SETUP

           SET WS-PARA-B020
               WS-MSG-002              TO TRUE
           MOVE WS-PARA-NAM            TO LOG-PARA-NAM
           MOVE WS-MSG-NO              TO LOG-MSG-NO
           MOVE CA-RESP-MSG            TO LOG-ERR-TEXT-LONG

           PERFORM X790-PROC-WRNG-MSG
           .
      *****************************************************************
      * Log Warning Messages                                          *
      *****************************************************************
       X790-PROC-WRNG-MSG.
           SET LOG-DATA-ERROR
               LOG-WRNG-MSG
               IB-DEPT
               LOG-NO-ACTN             TO TRUE
           MOVE WS-DEPT-ID             TO LOG-DEPT-ID
           PERFORM X920-ERROR-LOG-RETN
           .
      *****************************************************************
      * Invoke The Logging Subprogram With The Assembled LOG-* Fields  *
      *****************************************************************
       X920-ERROR-LOG-RETN.
           SET WS-SUBPGM-LOG TO TRUE
           MOVE WS-SUBPGM-NAM          TO LOG-ERR-PGM
           CALL WS-SUBPGM-NAM USING WE-ERROR-FLDS
               ON EXCEPTION
                   DISPLAY 'UNABLE TO CALL LOGGING SUBPROGRAM: '
                       WS-SUBPGM-NAM
           END-CALL
           MOVE RETURN-CODE            TO LOG-RTRN-COD
           .
