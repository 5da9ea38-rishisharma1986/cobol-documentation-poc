      *                           FIELDS IT MAY CHANGE ON TABPIMG, IN  *
      *                           THE SAME UNIT OF WORK AS THE CHANGE  *
      *                           AND ITS TABPAUD ROW                  *
      * 15OCT2026  RISHI SHARMA   STANDING CHECK - AN INSERT, UPDATE   *
      *                           OR RELEASE IS REFUSED (RESPONSE 07)  *
      *                           WHEN PAYSTNDC FINDS THE CUSTOMER     *
      *                           CLOSED, THE DEBTOR ACCOUNT CLOSED OR *
      *                           DORMANT, OR ITS ACH PERMISSION       *
      *                           SUSPENDED                            *
      * 15OCT2026  RISHI SHARMA   WATCHLIST SCREEN - AN INSERT, A      *
      *                           RELEASE, OR AN UPDATE THAT CHANGES   *
      *                           THE BENEFICIARY NAME OR ADDRESS IS   *
      *                           SCREENED THROUGH WLSCRNC; A HIT      *
      *                           STILL APPLIES THE CHANGE BUT QUEUES  *
      *                           THE HIT ON TABWLHT AND PARKS AN      *
      *                           ACTIVE INSTRUCTION AS INSTR_STAT 'W' *
      *                           UNTIL REVIEWED THROUGH WLRVWC        *
      * 15OCT2026  RISHI SHARMA   SECOND-USER RELEASE - A CHANGE THAT  *
      *                           TAKES INSTR_AMT ABOVE THE TABIPRF    *
      *                           REL_THRSH_AMT, OR CHANGES THE        *
      *                           BENEFICIARY NAME OR ADDRESS, IS      *
      *                           QUEUED ON TABPREL AND THE            *
      *                           INSTRUCTION WAITS AS INSTR_STAT 'P'  *
      *                           UNTIL A DIFFERENT USER RELEASES IT   *
      *                           THROUGH PAYRELSC. NO FURTHER UPDATE  *
      *                           OR RELEASE WHILE ONE IS PENDING      *
      *                           (RESPONSE 08); A DELETE WITHDRAWS    *
      *                           IT. THE TABPIMG IMAGE NOW CARRIES    *
      *                           THE SAME CHG_TS AS THE QUEUE ROW     *
      * 15OCT2026  RISHI SHARMA   BUSINESS-DAY CONVENTION - INSERT,    *
      *                           UPDATE AND RELEASE NOW MAINTAIN      *
      *                           BUS_DAY_CONV (F FOLLOWING, THE       *
      *                           DEFAULT; P PRECEDING; M MODIFIED     *
      *                           FOLLOWING) AND EXEC_ANCHOR_DD, THE   *
      *                           DAY OF THE MONTH A MONTHLY PAYMENT   *
      *                           IS MEANT FOR (DEFAULT: THE DAY OF    *
      *                           NEXT-EXEC-DT), WHICH PAINEXPC        *
      *                           HONOURS AT EXPORT AND ROLL-FORWARD   *
      * 15OCT2026  RISHI SHARMA   PRODUCT ELIGIBILITY - AN INSERT,     *
      *                           UPDATE OR RELEASE IS REFUSED         *
      *                           (RESPONSE 09) WHEN PRDELGC FINDS THE *
      *                           DEBTOR ACCOUNT'S AC_PROD_TYP MAY NOT *
      *                           CARRY PAYMENT INSTRUCTIONS UNDER THE *
      *                           INSTITUTION'S TABPELG RULES          *
      * 15OCT2026  RISHI SHARMA   FRAUD ANALYTICS - THE TABPIMG IMAGE  *
      *                           NOW CARRIES THE OLD AND NEW          *
      *                           INSTR_AMT (A DELETE'S NEW AMOUNT IS  *
      *                           ZERO) AND AN INSERT STAMPS CREAT_TS, *
      *                           SO FRDANLC CAN SET AMOUNT RAISES AND *
      *                           BURSTS OF NEW INSTRUCTIONS AGAINST   *
      *                           BENEFICIARY CHANGES                  *
      * 15OCT2026  RISHI SHARMA   AN AMEND KEEPS THE STORED BUSINESS-  *
      *                           DAY CONVENTION AND ANCHOR DAY WHEN   *
      *                           THEY ARE LEFT BLANK (DEFAULTED ON    *
      *                           INSERT ONLY), AND THE RELEASE QUEUE  *
      *                           ROW CARRIES THE OLD CURRENCY AND     *
      *                           SCHEDULE FOR PAYRELSC TO PUT BACK    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               88 IB-DEPT             VALUE 'INETBKNG'.
           05 WS-AUTH-PGM             PIC X(8) VALUE 'AUTHCHKC'.
           05 WS-AUTH-FUNC            PIC X(8) VALUE 'PAYMAINT'.
           05 WS-STND-PGM             PIC X(8) VALUE 'PAYSTNDC'.
           05 WS-WLSC-PGM             PIC X(8) VALUE 'WLSCRNC'.
           05 WS-PELG-PGM             PIC X(8) VALUE 'PRDELGC'.
           05 WS-WLSC-PARK-SW         PIC X(1) VALUE 'N'.
               88 WS-WLSC-PARK        VALUE 'Y'.
      *****************************************************************
      * SECOND-USER RELEASE STATE - WHICH TRIGGER FIRED, AGAINST WHAT *
      * THRESHOLD, AND THE ONE TIMESTAMP THE IMAGE AND QUEUE ROWS     *
      * SHARE                                                         *
      *****************************************************************
           05 WS-AMT-TRIG-SW          PIC X(1) VALUE 'N'.
               88 WS-AMT-TRIG         VALUE 'Y'.
           05 WS-BENE-TRIG-SW         PIC X(1) VALUE 'N'.
               88 WS-BENE-TRIG        VALUE 'Y'.
           05 WS-REL-THRSH-AMT        PIC S9(13)V9(2) COMP-3.
           05 WS-PRIOR-STAT           PIC X(1).
           05 WS-PEND-REL-CNT         PIC S9(9) COMP VALUE +0.
           05 WS-CHG-TS               PIC X(26).
           05 WS-JOBEND-MSG           PIC X(80) VALUE SPACES.
      *****************************************************************
      * VALID INCOMING MAINTENANCE ACTIONS ACCEPTED FROM THE TERMINAL *
           05 WS-INSTR-FREQ           PIC X(1).
               88 WS-FREQ-VALID       VALUES 'O' 'W' 'M'.
      *****************************************************************
      * VALID BUSINESS-DAY CONVENTIONS - FOLLOWING, PRECEDING,        *
      * MODIFIED FOLLOWING                                            *
      *****************************************************************
           05 WS-BUS-DAY-CONV         PIC X(1).
               88 WS-CONV-VALID       VALUES 'F' 'P' 'M'.
      *****************************************************************
      * THE BEFORE IMAGE - READ AHEAD OF EVERY UPDATE, DELETE AND     *
      * RELEASE SO TABPIMG CAN PROVE WHAT THE INSTRUCTION SAID        *
      * BEFORE IT WAS TOUCHED                                         *
           05 WS-OLD-DEBTOR-ADDR2     PIC X(100).
           05 WS-OLD-DEBTOR-ADDR3     PIC X(100).
           05 WS-OLD-INSTR-PTY        PIC X(10).
      * THE DEBTOR ACCOUNT IS NOT MAINTAINED HERE - AN UPDATE OR
      * RELEASE CHECKS THE STANDING OF THE ACCOUNT ALREADY ON FILE
           05 WS-OLD-AC-CTRY          PIC X(3).
           05 WS-OLD-AC-INSTT         PIC X(10).
           05 WS-OLD-AC-NO            PIC X(20).
           05 WS-OLD-AC-PROD-TYP      PIC X(10).
           05 WS-OLD-INSTR-AMT        PIC S9(13)V9(2) COMP-3.
           05 WS-OLD-INSTR-STAT       PIC X(1).
      * THE SCHEDULE AS IT STOOD - PUT BACK IF A HELD CHANGE IS
      * REJECTED, AND KEPT WHEN AN AMEND LEAVES THE CONVENTION OR
      * ANCHOR DAY BLANK
           05 WS-OLD-INSTR-CCY        PIC X(3).
           05 WS-OLD-INSTR-FREQ       PIC X(1).
           05 WS-OLD-NEXT-EXEC-DT     PIC X(8).
           05 WS-OLD-BUS-DAY-CONV     PIC X(1).
           05 WS-OLD-EXEC-ANCHOR-DD   PIC X(2).
      *****************************************************************
      *   COPYBOOKS                                                   *
      *****************************************************************
       COPY IBRFDCW.
       COPY IBRAUTHW.
       COPY IBRSTNDW.
       COPY IBRWLSCW.
       COPY IBRPELGW.

      *****************************************************************
      *      DB2 TABLE DECLARATION                                    *
           EXEC SQL
               INCLUDE TABPIMGW
           END-EXEC.
           EXEC SQL
               INCLUDE TABIPRFW
           END-EXEC.
           EXEC SQL
               INCLUDE TABPRELW
           END-EXEC.
       77 FILLER                PIC X(30) VALUE
               'END OF WORKING STORAGE SECTION'.
      *****************************************************************
           05  CA-INSTR-CCY            PIC X(3).
           05  CA-INSTR-FREQ           PIC X(1).
           05  CA-NEXT-EXEC-DT         PIC X(8).
           05  CA-BUS-DAY-CONV         PIC X(1).
           05  CA-EXEC-ANCHOR-DD       PIC X(2).
           05  CA-RESP-CODE            PIC X(2).
               88  CA-RESP-OK          VALUE '00'.
               88  CA-RESP-BAD-INPUT   VALUE '01'.
               88  CA-RESP-SQL-ERROR   VALUE '03'.
               88  CA-RESP-DUPLICATE   VALUE '04'.
               88  CA-RESP-NOT-AUTH    VALUE '06'.
               88  CA-RESP-BAD-STANDING VALUE '07'.
               88  CA-RESP-PEND-RELEASE VALUE '08'.
               88  CA-RESP-INELIGIBLE-PROD VALUE '09'.
           05  CA-RESP-MSG             PIC X(60).
      /
       PROCEDURE DIVISION.
           IF CA-RESP-CODE = SPACES AND NOT WS-ACTION-INSERT
               PERFORM B025-FETCH-BEFORE-IMAGE
           END-IF
      * AN AMEND THAT LEAVES THE CONVENTION OR ANCHOR DAY BLANK KEEPS
      * WHAT THE INSTRUCTION ALREADY CARRIES
           IF CA-RESP-CODE = SPACES
              AND (WS-ACTION-UPDATE OR WS-ACTION-RELEASE)
               PERFORM B027-KEEP-BUS-DAY-FLDS
           END-IF
      * ONE CHANGE AT A TIME WAITS FOR ITS SECOND USER - NOTHING MAY
      * BE LAYERED ON TOP OF IT UNTIL IT IS RELEASED OR REJECTED
           IF CA-RESP-CODE = SPACES
              AND (WS-ACTION-UPDATE OR WS-ACTION-RELEASE)
               PERFORM B026-CHECK-PEND-RELEASE
           END-IF
      * NOTHING NEW OR CHANGED MAY POINT AT AN ACCOUNT OR CUSTOMER THAT
      * IS NO LONGER IN GOOD STANDING - A CANCELLATION STILL GOES AHEAD
           IF CA-RESP-CODE = SPACES AND NOT WS-ACTION-DELETE
               PERFORM B018-CHECK-STANDING
           END-IF
      * NOR MAY IT SIT ON AN ACCOUNT WHOSE PRODUCT MAY NOT CARRY
      * PAYMENT INSTRUCTIONS
           IF CA-RESP-CODE = SPACES AND NOT WS-ACTION-DELETE
               PERFORM B022-CHECK-ELIGIBILITY
           END-IF
      * A NEW OR CHANGED BENEFICIARY, OR ONE COMING BACK INTO THE
      * EXPORT, IS SCREENED AGAINST THE WATCHLIST
           IF CA-RESP-CODE = SPACES AND NOT WS-ACTION-DELETE
               PERFORM B019-SCREEN-WATCHLIST
           END-IF
           IF CA-RESP-CODE = SPACES AND NOT WS-ACTION-DELETE
               PERFORM B021-CHECK-RELEASE-TRIGGERS
           END-IF
           IF CA-RESP-CODE = SPACES
               PERFORM B044-SET-CHG-TS
           END-IF
           IF CA-RESP-CODE = SPACES
               EVALUATE TRUE
                   WHEN WS-ACTION-INSERT
                       PERFORM B035-RELEASE-INSTR
               END-EVALUATE
           END-IF
           IF CA-RESP-OK AND (WS-AMT-TRIG OR WS-BENE-TRIG)
               PERFORM B036-HOLD-FOR-RELEASE
           END-IF
           IF CA-RESP-OK AND WS-WLSC-PARK
               PERFORM B032-PARK-FOR-REVIEW
           END-IF
           IF CA-RESP-OK AND WS-ACTION-DELETE
               PERFORM B041-WITHDRAW-RELEASE
           END-IF
           IF CA-RESP-OK AND NOT WS-ACTION-INSERT
               PERFORM B045-WRITE-IMAGE-ROW
           END-IF
                      DEBTOR_ADDR1,
                      DEBTOR_ADDR2,
                      DEBTOR_ADDR3,
                      INSTR_PTY,
                      AC_CTRY,
                      AC_INSTT,
                      AC_NO,
                      AC_PROD_TYP,
                      INSTR_AMT,
                      INSTR_STAT,
                      INSTR_CCY,
                      INSTR_FREQ,
                      NEXT_EXEC_DT,
                      BUS_DAY_CONV,
                      EXEC_ANCHOR_DD
               INTO   :WS-OLD-BENE-NAM,
                      :WS-OLD-BENE-ADDR1,
                      :WS-OLD-BENE-ADDR2,
                      :WS-OLD-DEBTOR-ADDR1,
                      :WS-OLD-DEBTOR-ADDR2,
                      :WS-OLD-DEBTOR-ADDR3,
                      :WS-OLD-INSTR-PTY,
                      :WS-OLD-AC-CTRY,
                      :WS-OLD-AC-INSTT,
                      :WS-OLD-AC-NO,
                      :WS-OLD-AC-PROD-TYP,
                      :WS-OLD-INSTR-AMT,
                      :WS-OLD-INSTR-STAT,
                      :WS-OLD-INSTR-CCY,
                      :WS-OLD-INSTR-FREQ,
                      :WS-OLD-NEXT-EXEC-DT,
                      :WS-OLD-BUS-DAY-CONV,
                      :WS-OLD-EXEC-ANCHOR-DD
               FROM   PAYMENTS.PAYMENT_INSTRUCTIONS
               WHERE  CUST_CTRY     = :CA-CUST-CTRY
                AND   CUST_INSTT    = :CA-CUST-INSTT
           END-EVALUATE
           .
      *****************************************************************
      * An Amend Keeps The Stored Convention And Anchor Day Where The *
      * Request Leaves Them Blank - A 31ST-OF-MONTH INSTRUCTION WHOSE *
      * NEXT EXECUTION FALLS ON THE 28TH STAYS ANCHORED TO THE 31ST   *
      *****************************************************************
       B027-KEEP-BUS-DAY-FLDS.
           IF CA-BUS-DAY-CONV = SPACES
               MOVE WS-OLD-BUS-DAY-CONV TO CA-BUS-DAY-CONV
           END-IF
           IF CA-EXEC-ANCHOR-DD = SPACES
               MOVE WS-OLD-EXEC-ANCHOR-DD TO CA-EXEC-ANCHOR-DD
           END-IF
           .
      *****************************************************************
      * The Full Before/After Image Onto TABPIMG, IN THE SAME UNIT OF *
      * WORK AS THE CHANGE - A DELETE'S NEW HALF IS SPACES AND ZERO   *
      *****************************************************************
       B045-WRITE-IMAGE-ROW.
           MOVE CA-CUST-CTRY           TO TABPIMG-CUST-CTRY
           MOVE WS-OLD-DEBTOR-ADDR2    TO TABPIMG-OLD-DEBTOR-ADDR2
           MOVE WS-OLD-DEBTOR-ADDR3    TO TABPIMG-OLD-DEBTOR-ADDR3
           MOVE WS-OLD-INSTR-PTY       TO TABPIMG-OLD-INSTR-PTY
           MOVE WS-OLD-INSTR-AMT       TO TABPIMG-OLD-INSTR-AMT
           IF WS-ACTION-DELETE
               MOVE SPACES             TO TABPIMG-NEW-BENE-NAM
                                          TABPIMG-NEW-BENE-ADDR1
                                          TABPIMG-NEW-DEBTOR-ADDR2
                                          TABPIMG-NEW-DEBTOR-ADDR3
                                          TABPIMG-NEW-INSTR-PTY
               MOVE ZEROS              TO TABPIMG-NEW-INSTR-AMT
           ELSE
               MOVE CA-BENE-NAM        TO TABPIMG-NEW-BENE-NAM
               MOVE CA-BENE-ADDR1      TO TABPIMG-NEW-BENE-ADDR1
               MOVE CA-DEBTOR-ADDR2    TO TABPIMG-NEW-DEBTOR-ADDR2
               MOVE CA-DEBTOR-ADDR3    TO TABPIMG-NEW-DEBTOR-ADDR3
               MOVE CA-INSTR-PTY       TO TABPIMG-NEW-INSTR-PTY
               MOVE CA-INSTR-AMT       TO TABPIMG-NEW-INSTR-AMT
           END-IF

           EXEC SQL
                    OLD_DEBTOR_ADDR1, NEW_DEBTOR_ADDR1,
                    OLD_DEBTOR_ADDR2, NEW_DEBTOR_ADDR2,
                    OLD_DEBTOR_ADDR3, NEW_DEBTOR_ADDR3,
                    OLD_INSTR_PTY, NEW_INSTR_PTY,
                    OLD_INSTR_AMT, NEW_INSTR_AMT)
               VALUES
                   (:TABPIMG-CUST-CTRY, :TABPIMG-CUST-INSTT,
                    :TABPIMG-CUST-ID, :TABPIMG-INSTR-REF-NUM,
                    :TABPIMG-CHG-ACTION, :TABPIMG-USERID,
                    :TABPIMG-TERM-ID, :WS-CHG-TS,
                    :TABPIMG-OLD-BENE-NAM, :TABPIMG-NEW-BENE-NAM,
                    :TABPIMG-OLD-BENE-ADDR1, :TABPIMG-NEW-BENE-ADDR1,
                    :TABPIMG-OLD-BENE-ADDR2, :TABPIMG-NEW-BENE-ADDR2,
                    :TABPIMG-NEW-DEBTOR-ADDR2,
                    :TABPIMG-OLD-DEBTOR-ADDR3,
                    :TABPIMG-NEW-DEBTOR-ADDR3,
                    :TABPIMG-OLD-INSTR-PTY, :TABPIMG-NEW-INSTR-PTY,
                    :TABPIMG-OLD-INSTR-AMT, :TABPIMG-NEW-INSTR-AMT)
           END-EXEC

           IF SQLCODE NOT = 0
               SET CA-RESP-BAD-INPUT   TO TRUE
               MOVE 'NEXT-EXEC-DT IS REQUIRED (YYYYMMDD)'
                                       TO CA-RESP-MSG
           ELSE
               PERFORM B017-VALIDATE-BUS-DAY-FLDS
           END-IF
           .
      *****************************************************************
      * On An Insert The Business-Day Convention Defaults To          *
      * Following And The Monthly Anchor Day To The Day Of            *
      * NEXT-EXEC-DT - A SALARY-DAY PAYMENT SET UP ON THE 31ST KEEPS  *
      * COMING BACK TO THE 31ST. ON AN AMEND A BLANK FIELD KEEPS THE  *
      * STORED VALUE (B027), SO ONLY A FIELD KEYED IS CHECKED HERE    *
      *****************************************************************
       B017-VALIDATE-BUS-DAY-FLDS.
           IF CA-BUS-DAY-CONV = LOW-VALUES
               MOVE SPACES             TO CA-BUS-DAY-CONV
           END-IF
           IF CA-EXEC-ANCHOR-DD = LOW-VALUES
               MOVE SPACES             TO CA-EXEC-ANCHOR-DD
           END-IF
           IF WS-ACTION-INSERT
               IF CA-BUS-DAY-CONV = SPACES
                   MOVE 'F'            TO CA-BUS-DAY-CONV
               END-IF
               IF CA-EXEC-ANCHOR-DD = SPACES
                   MOVE CA-NEXT-EXEC-DT(7:2) TO CA-EXEC-ANCHOR-DD
               END-IF
           END-IF
           MOVE CA-BUS-DAY-CONV        TO WS-BUS-DAY-CONV
           IF NOT WS-CONV-VALID AND CA-BUS-DAY-CONV NOT = SPACES
               SET CA-RESP-BAD-INPUT   TO TRUE
               MOVE 'BUS-DAY-CONV MUST BE F, P OR M'
                                       TO CA-RESP-MSG
           ELSE IF CA-EXEC-ANCHOR-DD NOT = SPACES
               AND (CA-EXEC-ANCHOR-DD NOT NUMERIC
                 OR CA-EXEC-ANCHOR-DD = '00'
                 OR CA-EXEC-ANCHOR-DD > '31')
               SET CA-RESP-BAD-INPUT   TO TRUE
               MOVE 'EXEC-ANCHOR-DD MUST BE A DAY OF THE MONTH (01-31)'
                                       TO CA-RESP-MSG
           END-IF
           .
      *****************************************************************
      * Refuse The Request When PAYSTNDC Finds The Customer, The      *
      * Debtor Account Or The Customer's ACH Permission On It Out Of  *
      * Good Standing - THE REASON COMES BACK DECODED FROM TABCDREF   *
      *****************************************************************
       B018-CHECK-STANDING.
           INITIALIZE WA-STND-FLDS
           MOVE CA-CUST-CTRY           TO STND-CUST-CTRY
           MOVE CA-CUST-INSTT          TO STND-CUST-INSTT
           MOVE CA-CUST-ID             TO STND-CUST-ID
           IF WS-ACTION-INSERT
               MOVE CA-AC-CTRY         TO STND-AC-CTRY
               MOVE CA-AC-INSTT        TO STND-AC-INSTT
               MOVE CA-AC-NO           TO STND-AC-NO
           ELSE
               MOVE WS-OLD-AC-CTRY     TO STND-AC-CTRY
               MOVE WS-OLD-AC-INSTT    TO STND-AC-INSTT
               MOVE WS-OLD-AC-NO       TO STND-AC-NO
           END-IF
           CALL WS-STND-PGM USING WA-STND-FLDS
               ON EXCEPTION
                   DISPLAY 'UNABLE TO CALL STANDING-CHECK '
                       'SUBPROGRAM: ' WS-STND-PGM
                   SET STND-RESP-SQL-ERROR TO TRUE
                   MOVE 'STANDING-CHECK SUBPROGRAM UNAVAILABLE'
                                       TO STND-RESP-MSG
           END-CALL
           EVALUATE TRUE
               WHEN STND-RESP-OK
                   CONTINUE
               WHEN STND-RESP-BAD
                   SET CA-RESP-BAD-STANDING TO TRUE
                   STRING 'REFUSED - '  DELIMITED BY SIZE
                          STND-REASON-DESC DELIMITED BY SIZE
                       INTO CA-RESP-MSG
                   END-STRING
               WHEN OTHER
                   SET CA-RESP-SQL-ERROR TO TRUE
                   MOVE STND-RESP-MSG  TO CA-RESP-MSG
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * Refuse The Change When PRDELGC Finds The Debtor Account's     *
      * Product Type May Not Carry Payment Instructions - AN UPDATE   *
      * OR RELEASE CHECKS THE PRODUCT TYPE ALREADY ON FILE            *
      *****************************************************************
       B022-CHECK-ELIGIBILITY.
           INITIALIZE WA-PELG-FLDS
           SET PELG-USE-INSTR          TO TRUE
           IF WS-ACTION-INSERT
               MOVE CA-AC-CTRY         TO PELG-AC-CTRY
               MOVE CA-AC-INSTT        TO PELG-AC-INSTT
               MOVE CA-AC-PROD-TYP     TO PELG-PRODU-TYP
           ELSE
               MOVE WS-OLD-AC-CTRY     TO PELG-AC-CTRY
               MOVE WS-OLD-AC-INSTT    TO PELG-AC-INSTT
               MOVE WS-OLD-AC-PROD-TYP TO PELG-PRODU-TYP
           END-IF
           CALL WS-PELG-PGM USING WA-PELG-FLDS
               ON EXCEPTION
                   DISPLAY 'UNABLE TO CALL ELIGIBILITY-CHECK '
                       'SUBPROGRAM: ' WS-PELG-PGM
                   SET PELG-RESP-SQL-ERROR TO TRUE
                   MOVE 'ELIGIBILITY-CHECK SUBPROGRAM UNAVAILABLE'
                                       TO PELG-RESP-MSG
           END-CALL
           EVALUATE TRUE
               WHEN PELG-RESP-OK
                   CONTINUE
               WHEN PELG-RESP-BAD
                   SET CA-RESP-INELIGIBLE-PROD TO TRUE
                   STRING 'REFUSED - '  DELIMITED BY SIZE
                          PELG-RESP-MSG DELIMITED BY SIZE
                       INTO CA-RESP-MSG
                   END-STRING
               WHEN OTHER
                   SET CA-RESP-SQL-ERROR TO TRUE
                   MOVE PELG-RESP-MSG  TO CA-RESP-MSG
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * Screen The Beneficiary Through WLSCRNC When It Is New, Being  *
      * Changed, Or Being Released Back Into The Export - A HIT DOES  *
      * NOT REFUSE THE CHANGE, IT PARKS THE INSTRUCTION FOR REVIEW    *
      *****************************************************************
       B019-SCREEN-WATCHLIST.
           MOVE 'N'                    TO WS-WLSC-PARK-SW
           IF WS-ACTION-INSERT OR WS-ACTION-RELEASE
              OR CA-BENE-NAM   NOT = WS-OLD-BENE-NAM
              OR CA-BENE-ADDR1 NOT = WS-OLD-BENE-ADDR1
              OR CA-BENE-ADDR2 NOT = WS-OLD-BENE-ADDR2
              OR CA-BENE-ADDR3 NOT = WS-OLD-BENE-ADDR3
               INITIALIZE WA-WLSC-FLDS
               SET WLSC-FUNC-SCREEN    TO TRUE
               MOVE WS-PROG-NAM        TO WLSC-SCRN-PGM
               MOVE CA-CUST-CTRY       TO WLSC-CUST-CTRY
               MOVE CA-CUST-INSTT      TO WLSC-CUST-INSTT
               MOVE CA-CUST-ID         TO WLSC-CUST-ID
               MOVE CA-INSTR-REF-NUM   TO WLSC-INSTR-REF-NUM
               MOVE CA-BENE-NAM        TO WLSC-BENE-NAM
               MOVE CA-BENE-ADDR1      TO WLSC-BENE-ADDR1
               MOVE CA-BENE-ADDR2      TO WLSC-BENE-ADDR2
               MOVE CA-BENE-ADDR3      TO WLSC-BENE-ADDR3
               PERFORM B033-CALL-WLSCRNC
               IF WLSC-RESP-HIT
                   SET WS-WLSC-PARK    TO TRUE
               END-IF
           END-IF
           .
      *****************************************************************
      * Park The Instruction Just Changed For Watchlist Review - THE  *
      * HIT GOES ON THE TABWLHT QUEUE AND AN ACTIVE INSTRUCTION GOES  *
      * TO 'W', OUT OF THE EXPORT UNTIL WLRVWC RELEASES IT - ONE      *
      * WAITING FOR SECOND-USER RELEASE TOO, SINCE THE REVIEW MUST    *
      * COME FIRST. ONE ALREADY SUSPENDED KEEPS ITS STATUS - ITS OWN  *
      * RELEASE IS SCREENED AGAIN                                     *
      *****************************************************************
       B032-PARK-FOR-REVIEW.
           EXEC SQL
               UPDATE PAYMENTS.PAYMENT_INSTRUCTIONS
               SET    INSTR_STAT    = 'W'
               WHERE  CUST_CTRY     = :CA-CUST-CTRY
                AND   CUST_INSTT    = :CA-CUST-INSTT
                AND   CUST_ID       = :CA-CUST-ID
                AND   INSTR_REF_NUM = :CA-INSTR-REF-NUM
                AND   INSTR_STAT    IN ('A', 'P')
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               SET CA-RESP-SQL-ERROR   TO TRUE
               MOVE 'DATABASE ERROR PARKING INSTRUCTION FOR REVIEW'
                                       TO CA-RESP-MSG
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM X490-PROC-SQL-ERROR
           ELSE
               SET WLSC-FUNC-QUEUE     TO TRUE
               PERFORM B033-CALL-WLSCRNC
           END-IF
           IF CA-RESP-OK
               MOVE SPACES             TO CA-RESP-MSG
               STRING 'WATCHLIST HIT '  DELIMITED BY SIZE
                      WLSC-WL-ENTRY-ID  DELIMITED BY SIZE
                      ' - PARKED FOR REVIEW'
                                        DELIMITED BY SIZE
                   INTO CA-RESP-MSG
               END-STRING
               IF WS-AMT-TRIG OR WS-BENE-TRIG
                   MOVE '; RELEASE DUE'
                                       TO CA-RESP-MSG(47:14)
               END-IF
           END-IF
           .
      *****************************************************************
      * Call The Watchlist Screen - AN UNANSWERED SCREEN OR A QUEUE   *
      * WRITE THAT FAILED BACKS THE WHOLE CHANGE OUT                  *
      *****************************************************************
       B033-CALL-WLSCRNC.
           CALL WS-WLSC-PGM USING WA-WLSC-FLDS
               ON EXCEPTION
                   DISPLAY 'UNABLE TO CALL WATCHLIST-SCREEN '
                       'SUBPROGRAM: ' WS-WLSC-PGM
                   SET WLSC-RESP-SQL-ERROR TO TRUE
                   MOVE 'WATCHLIST-SCREEN SUBPROGRAM UNAVAILABLE'
                                       TO WLSC-RESP-MSG
           END-CALL
           IF WLSC-RESP-SQL-ERROR
               SET CA-RESP-SQL-ERROR   TO TRUE
               MOVE WLSC-RESP-MSG      TO CA-RESP-MSG
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * Refuse A Change To An Instruction Whose Last Change Is Still  *
      * Waiting On The TABPREL RELEASE QUEUE                          *
      *****************************************************************
       B026-CHECK-PEND-RELEASE.
           MOVE ZEROS                  TO WS-PEND-REL-CNT
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-PEND-REL-CNT
               FROM   TABPREL
               WHERE  CUST_CTRY     = :CA-CUST-CTRY
                AND   CUST_INSTT    = :CA-CUST-INSTT
                AND   CUST_ID       = :CA-CUST-ID
                AND   INSTR_REF_NUM = :CA-INSTR-REF-NUM
                AND   REQ_STAT      = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
               SET CA-RESP-SQL-ERROR   TO TRUE
               MOVE 'DATABASE ERROR READING RELEASE QUEUE'
                                       TO CA-RESP-MSG
               PERFORM X490-PROC-SQL-ERROR
           ELSE IF WS-PEND-REL-CNT > 0
               SET CA-RESP-PEND-RELEASE TO TRUE
               MOVE 'LAST CHANGE STILL AWAITS SECOND-USER RELEASE'
                                       TO CA-RESP-MSG
           END-IF
           .
      *****************************************************************
      * Decide Whether The Change Needs A Second User - INSTR_AMT SET *
      * UP OR CHANGED TO ABOVE THE INSTITUTION'S TABIPRF THRESHOLD,   *
      * OR ANY CHANGE TO THE BENEFICIARY NAME OR ADDRESS LINES. NO    *
      * ACTIVE PROFILE, OR A ZERO THRESHOLD, MEANS NO AMOUNT TRIGGER  *
      *****************************************************************
       B021-CHECK-RELEASE-TRIGGERS.
           MOVE 'N'                    TO WS-AMT-TRIG-SW
                                          WS-BENE-TRIG-SW
           MOVE ZEROS                  TO WS-REL-THRSH-AMT
           EVALUATE TRUE
               WHEN WS-ACTION-INSERT
                   MOVE 'A'            TO WS-PRIOR-STAT
                   MOVE ZEROS          TO WS-OLD-INSTR-AMT
               WHEN WS-ACTION-RELEASE
                   MOVE 'S'            TO WS-PRIOR-STAT
               WHEN OTHER
                   MOVE WS-OLD-INSTR-STAT TO WS-PRIOR-STAT
           END-EVALUATE
           IF NOT WS-ACTION-INSERT
              AND (CA-BENE-NAM   NOT = WS-OLD-BENE-NAM
                OR CA-BENE-ADDR1 NOT = WS-OLD-BENE-ADDR1
                OR CA-BENE-ADDR2 NOT = WS-OLD-BENE-ADDR2
                OR CA-BENE-ADDR3 NOT = WS-OLD-BENE-ADDR3)
               SET WS-BENE-TRIG        TO TRUE
           END-IF

           EXEC SQL
               SELECT REL_THRSH_AMT
               INTO   :TABIPRF-REL-THRSH-AMT
               FROM   TABIPRF
               WHERE  CST_CTRY  = :CA-CUST-CTRY
                AND   CST_INSTT = :CA-CUST-INSTT
                AND   PRF_STAT  = 'A'
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE TABIPRF-REL-THRSH-AMT TO WS-REL-THRSH-AMT
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET CA-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR READING INSTITUTION PROFILE'
                                       TO CA-RESP-MSG
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE

           IF WS-REL-THRSH-AMT > 0
              AND CA-INSTR-AMT > WS-REL-THRSH-AMT
              AND (WS-ACTION-INSERT
                OR CA-INSTR-AMT NOT = WS-OLD-INSTR-AMT)
               SET WS-AMT-TRIG         TO TRUE
           END-IF
           .
      *****************************************************************
      * Fix The Change Timestamp Once - THE TABPIMG IMAGE AND THE     *
      * TABPREL QUEUE ROW CARRY THE SAME VALUE SO THE CHECKER SEES    *
      * EXACTLY THE IMAGE OF THE CHANGE BEING RELEASED                *
      *****************************************************************
       B044-SET-CHG-TS.
           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
               INTO   :WS-CHG-TS
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
               SET CA-RESP-SQL-ERROR   TO TRUE
               MOVE 'DATABASE ERROR READING CURRENT TIMESTAMP'
                                       TO CA-RESP-MSG
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
      * Hold The Instruction Just Changed For Second-User Release -   *
      * AN ACTIVE INSTRUCTION GOES TO 'P', OUT OF THE EXPORT, AND THE *
      * CHANGE IS QUEUED ON TABPREL WITH WHAT TRIGGERED IT. ONE       *
      * ALREADY SUSPENDED STAYS SUSPENDED, BUT ITS REPAIR-AND-RELEASE *
      * IS REFUSED UNTIL THE CHANGE IS RELEASED                       *
      *****************************************************************
       B036-HOLD-FOR-RELEASE.
           EXEC SQL
               UPDATE PAYMENTS.PAYMENT_INSTRUCTIONS
               SET    INSTR_STAT    = 'P'
               WHERE  CUST_CTRY     = :CA-CUST-CTRY
                AND   CUST_INSTT    = :CA-CUST-INSTT
                AND   CUST_ID       = :CA-CUST-ID
                AND   INSTR_REF_NUM = :CA-INSTR-REF-NUM
                AND   INSTR_STAT    = 'A'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               SET CA-RESP-SQL-ERROR   TO TRUE
               MOVE 'DATABASE ERROR HOLDING INSTRUCTION FOR RELEASE'
                                       TO CA-RESP-MSG
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           IF CA-RESP-OK
               MOVE CA-CUST-CTRY       TO TABPREL-CUST-CTRY
               MOVE CA-CUST-INSTT      TO TABPREL-CUST-INSTT
               MOVE CA-CUST-ID         TO TABPREL-CUST-ID
               MOVE CA-INSTR-REF-NUM   TO TABPREL-INSTR-REF-NUM
               MOVE CA-REQ-ACTION      TO TABPREL-CHG-ACTION
               MOVE WS-AMT-TRIG-SW     TO TABPREL-AMT-TRIG
               MOVE WS-BENE-TRIG-SW    TO TABPREL-BENE-TRIG
               MOVE WS-OLD-INSTR-AMT   TO TABPREL-OLD-INSTR-AMT
               MOVE CA-INSTR-AMT       TO TABPREL-NEW-INSTR-AMT
               MOVE CA-INSTR-CCY       TO TABPREL-INSTR-CCY
      * THE SCHEDULE AS IT STOOD, FOR PAYRELSC TO PUT BACK ON A REJECT
               IF WS-ACTION-INSERT
                   MOVE CA-INSTR-CCY   TO TABPREL-OLD-INSTR-CCY
                   MOVE CA-INSTR-FREQ  TO TABPREL-OLD-INSTR-FREQ
                   MOVE CA-NEXT-EXEC-DT
                                       TO TABPREL-OLD-NEXT-EXEC-DT
                   MOVE CA-BUS-DAY-CONV
                                       TO TABPREL-OLD-BUS-DAY-CONV
                   MOVE CA-EXEC-ANCHOR-DD
                                       TO TABPREL-OLD-EXEC-ANCHOR-DD
               ELSE
                   MOVE WS-OLD-INSTR-CCY
                                       TO TABPREL-OLD-INSTR-CCY
                   MOVE WS-OLD-INSTR-FREQ
                                       TO TABPREL-OLD-INSTR-FREQ
                   MOVE WS-OLD-NEXT-EXEC-DT
                                       TO TABPREL-OLD-NEXT-EXEC-DT
                   MOVE WS-OLD-BUS-DAY-CONV
                                       TO TABPREL-OLD-BUS-DAY-CONV
                   MOVE WS-OLD-EXEC-ANCHOR-DD
                                       TO TABPREL-OLD-EXEC-ANCHOR-DD
               END-IF
               MOVE WS-REL-THRSH-AMT   TO TABPREL-REL-THRSH-AMT
               MOVE WS-PRIOR-STAT      TO TABPREL-PRIOR-STAT
      * AN INSERT HAS NO BEFORE IMAGE - THE CHECKER SEES THE
      * INSTRUCTION ITSELF
               IF WS-ACTION-INSERT
                   MOVE SPACES         TO TABPREL-PIMG-CHG-TS
               ELSE
                   MOVE WS-CHG-TS      TO TABPREL-PIMG-CHG-TS
               END-IF
               MOVE EIBUSERID          TO TABPREL-REQ-USERID
               MOVE WS-CHG-TS          TO TABPREL-REQ-TS
               MOVE SPACES             TO TABPREL-APRV-USERID
                                          TABPREL-APRV-TS
               MOVE 'P'                TO TABPREL-REQ-STAT
               EXEC SQL
                   INSERT INTO TABPREL
                       (CUST_CTRY, CUST_INSTT, CUST_ID, INSTR_REF_NUM,
                        CHG_ACTION, AMT_TRIG, BENE_TRIG,
                        OLD_INSTR_AMT, NEW_INSTR_AMT, INSTR_CCY,
                        REL_THRSH_AMT, PRIOR_STAT, PIMG_CHG_TS,
                        REQ_USERID, REQ_TS, APRV_USERID, APRV_TS,
                        REQ_STAT, OLD_INSTR_CCY, OLD_INSTR_FREQ,
                        OLD_NEXT_EXEC_DT, OLD_BUS_DAY_CONV,
                        OLD_EXEC_ANCHOR_DD)
                   VALUES
                       (:TABPREL-CUST-CTRY, :TABPREL-CUST-INSTT,
                        :TABPREL-CUST-ID, :TABPREL-INSTR-REF-NUM,
                        :TABPREL-CHG-ACTION, :TABPREL-AMT-TRIG,
                        :TABPREL-BENE-TRIG,
                        :TABPREL-OLD-INSTR-AMT, :TABPREL-NEW-INSTR-AMT,
                        :TABPREL-INSTR-CCY,
                        :TABPREL-REL-THRSH-AMT, :TABPREL-PRIOR-STAT,
                        :TABPREL-PIMG-CHG-TS,
                        :TABPREL-REQ-USERID, :TABPREL-REQ-TS,
                        :TABPREL-APRV-USERID, :TABPREL-APRV-TS,
                        :TABPREL-REQ-STAT, :TABPREL-OLD-INSTR-CCY,
                        :TABPREL-OLD-INSTR-FREQ,
                        :TABPREL-OLD-NEXT-EXEC-DT,
                        :TABPREL-OLD-BUS-DAY-CONV,
                        :TABPREL-OLD-EXEC-ANCHOR-DD)
               END-EXEC
               IF SQLCODE NOT = 0
                   SET CA-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR WRITING RELEASE QUEUE'
                                       TO CA-RESP-MSG
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   PERFORM X490-PROC-SQL-ERROR
               END-IF
           END-IF
           IF CA-RESP-OK
               MOVE SPACES             TO CA-RESP-MSG
               EVALUATE TRUE
                   WHEN WS-AMT-TRIG AND WS-BENE-TRIG
                       STRING 'HELD FOR SECOND-USER RELEASE - '
                                       DELIMITED BY SIZE
                              'AMOUNT AND BENEFICIARY'
                                       DELIMITED BY SIZE
                           INTO CA-RESP-MSG
                       END-STRING
                   WHEN WS-AMT-TRIG
                       MOVE 'HELD FOR SECOND-USER RELEASE - AMOUNT'
                                       TO CA-RESP-MSG
                   WHEN OTHER
                       MOVE 'HELD FOR SECOND-USER RELEASE - BENEFICIARY'
                                       TO CA-RESP-MSG
               END-EVALUATE
           END-IF
           .
      *****************************************************************
      * A Deleted Instruction Withdraws Any Change Still Waiting For  *
      * Release, Stamped With The Deleting User                       *
      *****************************************************************
       B041-WITHDRAW-RELEASE.
           MOVE EIBUSERID              TO TABPREL-APRV-USERID
           EXEC SQL
               UPDATE TABPREL
               SET    REQ_STAT      = 'C',
                      APRV_USERID   = :TABPREL-APRV-USERID,
                      APRV_TS       = CHAR(CURRENT TIMESTAMP)
               WHERE  CUST_CTRY     = :CA-CUST-CTRY
                AND   CUST_INSTT    = :CA-CUST-INSTT
                AND   CUST_ID       = :CA-CUST-ID
                AND   INSTR_REF_NUM = :CA-INSTR-REF-NUM
                AND   REQ_STAT      = 'P'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               SET CA-RESP-SQL-ERROR   TO TRUE
               MOVE 'DATABASE ERROR WITHDRAWING RELEASE REQUEST'
                                       TO CA-RESP-MSG
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM X490-PROC-SQL-ERROR
           END-IF
           .
      *****************************************************************
                    DEBTOR_NAME, DEBTOR_ADDR1, DEBTOR_ADDR2,
                    DEBTOR_ADDR3, INSTR_PTY,
                    INSTR_AMT, INSTR_CCY, INSTR_FREQ, NEXT_EXEC_DT,
                    BUS_DAY_CONV, EXEC_ANCHOR_DD, INSTR_STAT,
                    CREAT_TS)
               VALUES
                   (:CA-CUST-CTRY, :CA-CUST-INSTT, :CA-CUST-ID,
                    :CA-INSTR-REF-NUM, :CA-AC-CTRY, :CA-AC-INSTT,
                    :CA-DEBTOR-ADDR2, :CA-DEBTOR-ADDR3,
                    :CA-INSTR-PTY,
                    :CA-INSTR-AMT, :CA-INSTR-CCY, :CA-INSTR-FREQ,
                    :CA-NEXT-EXEC-DT, :CA-BUS-DAY-CONV,
                    :CA-EXEC-ANCHOR-DD, 'A', CURRENT TIMESTAMP)
           END-EXEC

           EVALUATE SQLCODE
                      INSTR_AMT    = :CA-INSTR-AMT,
                      INSTR_CCY    = :CA-INSTR-CCY,
                      INSTR_FREQ   = :CA-INSTR-FREQ,
                      NEXT_EXEC_DT = :CA-NEXT-EXEC-DT,
                      BUS_DAY_CONV = :CA-BUS-DAY-CONV,
                      EXEC_ANCHOR_DD = :CA-EXEC-ANCHOR-DD
               WHERE  CUST_CTRY     = :CA-CUST-CTRY
                AND   CUST_INSTT    = :CA-CUST-INSTT
                AND   CUST_ID       = :CA-CUST-ID
                      INSTR_CCY    = :CA-INSTR-CCY,
                      INSTR_FREQ   = :CA-INSTR-FREQ,
                      NEXT_EXEC_DT = :CA-NEXT-EXEC-DT,
                      BUS_DAY_CONV = :CA-BUS-DAY-CONV,
                      EXEC_ANCHOR_DD = :CA-EXEC-ANCHOR-DD,
                      INSTR_STAT   = 'A'
               WHERE  CUST_CTRY     = :CA-CUST-CTRY
                AND   CUST_INSTT    = :CA-CUST-INSTT
