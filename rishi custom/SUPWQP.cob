       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPWQP.
       AUTHOR. RISHI SHARMA.
       DATE-WRITTEN. OCT,2026.
       DATE-COMPILED. OCT,2026.
       INSTALLATION. Nowhere.
      *****************************************************************
      * 3270 PANEL DRIVER (TRANSID SUPQ, MAPSET SUPWQM) FOR THE       *
      * SUPERVISOR WORK QUEUE - ONE SCREEN OVER BOTH DUAL-CONTROL     *
      * QUEUES (TABAPRQ ACCOUNT-STATUS CHANGES, TABCPRQ CUSTOMER      *
      * CLOSURES), OLDEST PENDING ITEM FIRST, LISTED THROUGH THE      *
      * SUPWQC COMMAREA SERVICE. PSEUDOCONVERSATIONAL: THE CHECKER    *
      * KEYS A (APPROVE) OR R (REJECT) AGAINST ANY OF THE TEN LINES   *
      * AND PRESSES ENTER; EACH SELECTION IS PASSED BY EXEC CICS LINK *
      * TO THE QUEUE'S OWN CHECKER TRANSACTION - ACCTAPRC OR CUSTCLSC *
      * - SO THE FOUR-EYES RULE, THE ENTITLEMENT CHECK AND THE        *
      * UPDATE ITSELF STAY WHERE THEY ALREADY LIVE. THE PAGE IS THEN  *
      * RELISTED. PF8 PAGES FORWARD, PF5 RETURNS TO THE OLDEST ITEM,  *
      * PF3 ENDS THE SESSION                                          *
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
           05 WS-SVC-PGM              PIC X(8) VALUE 'SUPWQC'.
           05 WS-ACC-APRV-PGM         PIC X(8) VALUE 'ACCTAPRC'.
           05 WS-CUST-CLSE-PGM        PIC X(8) VALUE 'CUSTCLSC'.
           05 WS-TRAN-ID              PIC X(4) VALUE 'SUPQ'.
      *****************************************************************
      * ATTENTION-KEY BYTE OFF THE EIB - VALUES AS DFHAID ASSIGNS     *
      * THEM (PF3 = '3', PF5 = '5', PF8 = '8'); ANYTHING ELSE ACTIONS *
      * THE SELECTIONS AND RELISTS THE PAGE                           *
      *****************************************************************
           05 WS-AID-KEY              PIC X(1).
               88 WS-AID-PF3          VALUE '3'.
               88 WS-AID-PF5          VALUE '5'.
               88 WS-AID-PF8          VALUE '8'.
           05 WS-ROW-IDX              PIC 9(2) COMP VALUE ZEROS.
           05 WS-MAP-LINE             PIC X(76).
           05 WS-AGE-EDIT             PIC ZZZZ9.
           05 WS-APRV-CNT             PIC 9(2) VALUE ZEROS.
           05 WS-REJ-CNT              PIC 9(2) VALUE ZEROS.
           05 WS-FAIL-CNT             PIC 9(2) VALUE ZEROS.
           05 WS-FIRST-FAIL-MSG       PIC X(60).
           05 WS-ACTION-MSG           PIC X(78).
           05 WS-EXIT-MSG             PIC X(30) VALUE
               'SUPERVISOR WORK QUEUE ENDED   '.
      *****************************************************************
      * THE SELECTION BYTES KEYED AGAINST THE TEN LINES, TABLED SO    *
      * THEY CAN BE ACTIONED IN A LOOP                                *
      *****************************************************************
       01  WS-SEL-TBL.
           05 WS-SEL-ENT              OCCURS 10 TIMES PIC X(1).
               88 WS-SEL-APPROVE      VALUE 'A'.
               88 WS-SEL-REJECT       VALUE 'R'.
               88 WS-SEL-NONE         VALUES ' ' LOW-VALUE.
      *****************************************************************
      * PSEUDOCONVERSATIONAL STATE CARRIED BETWEEN TASKS - THE KEY    *
      * THE PAGE ON SCREEN STARTED AFTER, THE SERVICE'S CONTINUATION  *
      * KEY, AND THE FULL QUEUE KEY OF EACH LINE ON SCREEN (THE       *
      * SCREEN ITSELF SHOWS ONLY PART OF A LONG ACCOUNT NUMBER)       *
      *****************************************************************
       01  WS-PANEL-STATE.
           05 WS-PNL-PAGE-KEY         PIC X(75).
           05 WS-PNL-CONT-KEY         PIC X(75).
           05 WS-PNL-MORE-IND         PIC X(1).
               88 WS-PNL-MORE         VALUE 'Y'.
           05 WS-PNL-ROW-COUNT        PIC 9(2).
           05 WS-PNL-ROWS.
               10 WS-PNL-ROW          OCCURS 10 TIMES.
                   15 WS-PNL-Q-TYP    PIC X(1).
                       88 WS-PNL-Q-ACCOUNT  VALUE 'A'.
                       88 WS-PNL-Q-CUSTOMER VALUE 'C'.
                   15 WS-PNL-KEY-CTRY PIC X(3).
                   15 WS-PNL-KEY-INSTT PIC X(10).
                   15 WS-PNL-KEY-ID   PIC X(35).
      *****************************************************************
      * THE SUPWQC SERVICE COMMAREA, FIELD FOR FIELD AS ITS LINKAGE   *
      * SECTION LAYS IT OUT, BUILT HERE AND PASSED ON THE LINK        *
      *****************************************************************
       01  WS-SVC-CA.
           05  SV-CONTINUATION-KEY     PIC X(75).
           05  SV-MORE-DATA-IND        PIC X(1).
               88  SV-MORE-DATA        VALUE 'Y'.
           05  SV-ROW-COUNT            PIC 9(2).
           05  SV-WQ-ROWS.
               10  SV-WQ-ROW           OCCURS 10 TIMES.
                   15  SV-Q-TYP        PIC X(1).
                   15  SV-KEY-CTRY     PIC X(3).
                   15  SV-KEY-INSTT    PIC X(10).
                   15  SV-KEY-ID       PIC X(35).
                   15  SV-OLD-STAT     PIC X(1).
                   15  SV-NEW-STAT     PIC X(1).
                   15  SV-OLD-DESC     PIC X(40).
                   15  SV-NEW-DESC     PIC X(40).
                   15  SV-MAKER-USER-ID PIC X(20).
                   15  SV-REQ-TS       PIC X(26).
                   15  SV-AGE-HRS      PIC 9(5).
           05  SV-RESP-CODE            PIC X(2).
               88  SV-RESP-OK          VALUE '00'.
               88  SV-RESP-NO-DATA     VALUE '02'.
           05  SV-RESP-MSG             PIC X(60).
      *****************************************************************
      * THE ACCTAPRC CHECKER COMMAREA, FIELD FOR FIELD AS ITS LINKAGE *
      * SECTION LAYS IT OUT                                           *
      *****************************************************************
       01  WS-ACC-APRV-CA.
           05  AP-REQ-ACTION           PIC X(1).
           05  AP-ACC-CTRY             PIC X(2).
           05  AP-ACC-INSTT            PIC X(4).
           05  AP-ACC-NO               PIC X(35).
           05  AP-APRV-USER-ID         PIC X(20).
           05  AP-OLD-ACC-STAT         PIC X(1).
           05  AP-NEW-ACC-STAT         PIC X(1).
           05  AP-REQ-USER-ID          PIC X(20).
           05  AP-RESP-CODE            PIC X(2).
               88  AP-RESP-OK          VALUE '00'.
           05  AP-RESP-MSG             PIC X(60).
      *****************************************************************
      * THE CUSTCLSC COMMAREA, FIELD FOR FIELD AS ITS LINKAGE SECTION *
      * LAYS IT OUT                                                   *
      *****************************************************************
       01  WS-CUST-CLSE-CA.
           05  CL-REQ-ACTION           PIC X(1).
           05  CL-CUST-CTRY            PIC X(3).
           05  CL-CUST-INSTT           PIC X(10).
           05  CL-CUST-ID              PIC X(20).
           05  CL-REQ-USER-ID          PIC X(20).
           05  CL-OLD-CUST-STAT        PIC X(1).
           05  CL-MAKER-USER-ID        PIC X(20).
           05  CL-RESP-CODE            PIC X(2).
               88  CL-RESP-OK          VALUE '00'.
           05  CL-RESP-MSG             PIC X(60).
      *****************************************************************
      * THE FORMATTED SCREEN ROWS, TABLED SO THEY CAN BE BUILT IN A   *
      * LOOP BEFORE THE TEN MOVES TO THE NAMED MAP FIELDS             *
      *****************************************************************
       01  WS-ROW-TBL.
           05 WS-ROW-ENT              OCCURS 10 TIMES PIC X(76).
      *****************************************************************
      *   COPYBOOKS                                                   *
      *****************************************************************
       COPY SUPWQMD.
       77 FILLER                PIC X(30) VALUE
               'END OF WORKING STORAGE SECTION'.
      *****************************************************************
      * LINKAGE SECTION                                               *
      *****************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  CA-PANEL-STATE          PIC X(643).
      /
       PROCEDURE DIVISION.
           MOVE EIBAID                 TO WS-AID-KEY
      * A FRESH SESSION LISTS FROM THE OLDEST PENDING ITEM
           IF EIBCALEN = 0
               PERFORM B010-FIRST-TIME
           ELSE
               MOVE DFHCOMMAREA        TO WS-PANEL-STATE
               EVALUATE TRUE
                   WHEN WS-AID-PF3
                       PERFORM B090-END-SESSION
                   WHEN WS-AID-PF5
                       PERFORM B010-FIRST-TIME
                   WHEN WS-AID-PF8
                       PERFORM B030-NEXT-PAGE
                   WHEN OTHER
                       PERFORM B020-ACTION-SELECTIONS
               END-EVALUATE
           END-IF
           PERFORM C000-FINAL
           .
      /
      *****************************************************************
      * First Time In Or PF5 - List From The Oldest Pending Item      *
      *****************************************************************
       B010-FIRST-TIME.
           MOVE SPACES                 TO WS-PANEL-STATE
                                          WS-ACTION-MSG
           MOVE ZEROS                  TO WS-PNL-ROW-COUNT
           MOVE LOW-VALUES             TO WS-PNL-PAGE-KEY
           PERFORM B050-CALL-SERVICE
           .
      *****************************************************************
      * Enter - Pass Each A/R Selection To Its Queue's Checker        *
      * Transaction, Then Relist The Same Page                        *
      *****************************************************************
       B020-ACTION-SELECTIONS.
           EXEC CICS RECEIVE MAP('SUPWQM') MAPSET('SUPWQM')
               INTO(SUPWQMI)
           END-EXEC
           PERFORM B022-TABLE-SELECTIONS

           MOVE ZEROS                  TO WS-APRV-CNT
                                          WS-REJ-CNT
                                          WS-FAIL-CNT
           MOVE SPACES                 TO WS-FIRST-FAIL-MSG
                                          WS-ACTION-MSG
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-PNL-ROW-COUNT
                      OR WS-ROW-IDX > 10
               IF NOT WS-SEL-NONE(WS-ROW-IDX)
                   PERFORM B025-ACTION-ONE-ROW
               END-IF
           END-PERFORM

           IF WS-APRV-CNT > 0 OR WS-REJ-CNT > 0 OR WS-FAIL-CNT > 0
               STRING WS-APRV-CNT      DELIMITED BY SIZE
                      ' APPROVED, '    DELIMITED BY SIZE
                      WS-REJ-CNT       DELIMITED BY SIZE
                      ' REJECTED, '    DELIMITED BY SIZE
                      WS-FAIL-CNT      DELIMITED BY SIZE
                      ' REFUSED '      DELIMITED BY SIZE
                      WS-FIRST-FAIL-MSG DELIMITED BY SIZE
                   INTO WS-ACTION-MSG
               END-STRING
           END-IF

           MOVE WS-PNL-PAGE-KEY        TO WS-PNL-CONT-KEY
           PERFORM B050-CALL-SERVICE
           .
      *****************************************************************
      * The Ten Selection Bytes Off The Map Into Their Table - A      *
      * Field Not Keyed This Time Counts As No Selection              *
      *****************************************************************
       B022-TABLE-SELECTIONS.
           MOVE SPACES                 TO WS-SEL-TBL
           IF SEL1L > 0
               MOVE SEL1I              TO WS-SEL-ENT(1)
           END-IF
           IF SEL2L > 0
               MOVE SEL2I              TO WS-SEL-ENT(2)
           END-IF
           IF SEL3L > 0
               MOVE SEL3I              TO WS-SEL-ENT(3)
           END-IF
           IF SEL4L > 0
               MOVE SEL4I              TO WS-SEL-ENT(4)
           END-IF
           IF SEL5L > 0
               MOVE SEL5I              TO WS-SEL-ENT(5)
           END-IF
           IF SEL6L > 0
               MOVE SEL6I              TO WS-SEL-ENT(6)
           END-IF
           IF SEL7L > 0
               MOVE SEL7I              TO WS-SEL-ENT(7)
           END-IF
           IF SEL8L > 0
               MOVE SEL8I              TO WS-SEL-ENT(8)
           END-IF
           IF SEL9L > 0
               MOVE SEL9I              TO WS-SEL-ENT(9)
           END-IF
           IF SEL10L > 0
               MOVE SEL10I             TO WS-SEL-ENT(10)
           END-IF
           .
      *****************************************************************
      * One Selection - Approve Or Reject Through The Owning Checker  *
      * Transaction, Under The Supervisor's Own Userid                *
      *****************************************************************
       B025-ACTION-ONE-ROW.
           IF NOT WS-SEL-APPROVE(WS-ROW-IDX)
           AND NOT WS-SEL-REJECT(WS-ROW-IDX)
               ADD 1                   TO WS-FAIL-CNT
               IF WS-FIRST-FAIL-MSG = SPACES
                   MOVE '- SELECTION MUST BE A OR R'
                                       TO WS-FIRST-FAIL-MSG
               END-IF
           ELSE IF WS-PNL-Q-ACCOUNT(WS-ROW-IDX)
               PERFORM B026-LINK-ACCOUNT-APPROVAL
           ELSE
               PERFORM B027-LINK-CUSTOMER-CLOSURE
           END-IF
           .
      *****************************************************************
      * An Account-Status Change - ACCTAPRC Action A Or R             *
      *****************************************************************
       B026-LINK-ACCOUNT-APPROVAL.
           INITIALIZE WS-ACC-APRV-CA
           MOVE WS-SEL-ENT(WS-ROW-IDX) TO AP-REQ-ACTION
           MOVE WS-PNL-KEY-CTRY(WS-ROW-IDX)
                                       TO AP-ACC-CTRY
           MOVE WS-PNL-KEY-INSTT(WS-ROW-IDX)
                                       TO AP-ACC-INSTT
           MOVE WS-PNL-KEY-ID(WS-ROW-IDX)
                                       TO AP-ACC-NO
           MOVE EIBUSERID              TO AP-APRV-USER-ID

           EXEC CICS LINK PROGRAM(WS-ACC-APRV-PGM)
               COMMAREA(WS-ACC-APRV-CA)
               LENGTH(LENGTH OF WS-ACC-APRV-CA)
           END-EXEC

           IF AP-RESP-OK
               IF WS-SEL-APPROVE(WS-ROW-IDX)
                   ADD 1               TO WS-APRV-CNT
               ELSE
                   ADD 1               TO WS-REJ-CNT
               END-IF
           ELSE
               ADD 1                   TO WS-FAIL-CNT
               IF WS-FIRST-FAIL-MSG = SPACES
                   STRING '- '         DELIMITED BY SIZE
                          AP-RESP-MSG  DELIMITED BY SIZE
                       INTO WS-FIRST-FAIL-MSG
                   END-STRING
               END-IF
           END-IF
           .
      *****************************************************************
      * A Customer Closure - CUSTCLSC Action A Or R                   *
      *****************************************************************
       B027-LINK-CUSTOMER-CLOSURE.
           INITIALIZE WS-CUST-CLSE-CA
           MOVE WS-SEL-ENT(WS-ROW-IDX) TO CL-REQ-ACTION
           MOVE WS-PNL-KEY-CTRY(WS-ROW-IDX)
                                       TO CL-CUST-CTRY
           MOVE WS-PNL-KEY-INSTT(WS-ROW-IDX)
                                       TO CL-CUST-INSTT
           MOVE WS-PNL-KEY-ID(WS-ROW-IDX)
                                       TO CL-CUST-ID
           MOVE EIBUSERID              TO CL-REQ-USER-ID

           EXEC CICS LINK PROGRAM(WS-CUST-CLSE-PGM)
               COMMAREA(WS-CUST-CLSE-CA)
               LENGTH(LENGTH OF WS-CUST-CLSE-CA)
           END-EXEC

           IF CL-RESP-OK
               IF WS-SEL-APPROVE(WS-ROW-IDX)
                   ADD 1               TO WS-APRV-CNT
               ELSE
                   ADD 1               TO WS-REJ-CNT
               END-IF
           ELSE
               ADD 1                   TO WS-FAIL-CNT
               IF WS-FIRST-FAIL-MSG = SPACES
                   STRING '- '         DELIMITED BY SIZE
                          CL-RESP-MSG  DELIMITED BY SIZE
                       INTO WS-FIRST-FAIL-MSG
                   END-STRING
               END-IF
           END-IF
           .
      *****************************************************************
      * PF8 - Page Forward On The Saved Continuation Key              *
      *****************************************************************
       B030-NEXT-PAGE.
           MOVE SPACES                 TO WS-ACTION-MSG
           IF WS-PNL-MORE
               MOVE WS-PNL-CONT-KEY    TO WS-PNL-PAGE-KEY
               PERFORM B050-CALL-SERVICE
           ELSE
               MOVE 'NO MORE PAGES - PF5 FOR THE OLDEST ITEM OR PF3'
                                       TO WS-ACTION-MSG
               MOVE WS-PNL-PAGE-KEY    TO WS-PNL-CONT-KEY
               PERFORM B050-CALL-SERVICE
           END-IF
           .
      *****************************************************************
      * List The Page Through The Commarea Service And Format Its     *
      * Answer Onto The Panel. A Page Emptied By The Checker's Own    *
      * Actions Falls Back To The Oldest Item                         *
      *****************************************************************
       B050-CALL-SERVICE.
           PERFORM B055-LINK-SERVICE
           IF SV-ROW-COUNT = 0
           AND WS-PNL-PAGE-KEY NOT = LOW-VALUES
               MOVE LOW-VALUES         TO WS-PNL-PAGE-KEY
               PERFORM B055-LINK-SERVICE
           END-IF
           PERFORM B060-FORMAT-RESPONSE
           PERFORM B080-SEND-PANEL
           .
      *****************************************************************
      * One Link To SUPWQC For The Page Starting After The Page Key   *
      *****************************************************************
       B055-LINK-SERVICE.
           INITIALIZE WS-SVC-CA
                        REPLACING NUMERIC DATA BY ZERO
           MOVE WS-PNL-PAGE-KEY        TO SV-CONTINUATION-KEY

           EXEC CICS LINK PROGRAM(WS-SVC-PGM)
               COMMAREA(WS-SVC-CA)
               LENGTH(LENGTH OF WS-SVC-CA)
           END-EXEC

           MOVE SV-CONTINUATION-KEY    TO WS-PNL-CONT-KEY
           MOVE SV-MORE-DATA-IND       TO WS-PNL-MORE-IND
           MOVE SV-ROW-COUNT           TO WS-PNL-ROW-COUNT
           .
      *****************************************************************
      * The Returned Items, Their Keys Saved For The Next Enter, And  *
      * The Message Line                                              *
      *****************************************************************
       B060-FORMAT-RESPONSE.
           MOVE LOW-VALUES             TO SUPWQMO
           MOVE SPACES                 TO WS-ROW-TBL
                                          WS-PNL-ROWS
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > SV-ROW-COUNT
                      OR WS-ROW-IDX > 10
               PERFORM B065-FORMAT-ONE-ROW
           END-PERFORM
           PERFORM B070-MOVE-ROWS-TO-MAP

           IF WS-ACTION-MSG NOT = SPACES
               MOVE WS-ACTION-MSG      TO MSGLNO
           ELSE IF SV-MORE-DATA
               MOVE 'MORE ITEMS PENDING - PRESS PF8 FOR THE NEXT PAGE'
                                       TO MSGLNO
           ELSE
               MOVE SV-RESP-MSG        TO MSGLNO
           END-IF
           .
      *****************************************************************
      * One Pending Item, In The Column Layout The Header Line On The *
      * Map Announces                                                 *
      *****************************************************************
       B065-FORMAT-ONE-ROW.
           MOVE SV-Q-TYP(WS-ROW-IDX)   TO WS-PNL-Q-TYP(WS-ROW-IDX)
           MOVE SV-KEY-CTRY(WS-ROW-IDX)
                                       TO WS-PNL-KEY-CTRY(WS-ROW-IDX)
           MOVE SV-KEY-INSTT(WS-ROW-IDX)
                                       TO WS-PNL-KEY-INSTT(WS-ROW-IDX)
           MOVE SV-KEY-ID(WS-ROW-IDX)  TO WS-PNL-KEY-ID(WS-ROW-IDX)
           MOVE SV-AGE-HRS(WS-ROW-IDX) TO WS-AGE-EDIT

           MOVE SPACES                 TO WS-MAP-LINE
           STRING SV-Q-TYP(WS-ROW-IDX)          DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  SV-KEY-CTRY(WS-ROW-IDX)       DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  SV-KEY-INSTT(WS-ROW-IDX)      DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  SV-KEY-ID(WS-ROW-IDX)(1:16)   DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  SV-OLD-DESC(WS-ROW-IDX)(1:10) DELIMITED BY SIZE
                  '>'                           DELIMITED BY SIZE
                  SV-NEW-DESC(WS-ROW-IDX)(1:10) DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  SV-MAKER-USER-ID(WS-ROW-IDX)(1:8)
                                                DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WS-AGE-EDIT                   DELIMITED BY SIZE
                  'H'                           DELIMITED BY SIZE
               INTO WS-MAP-LINE
           END-STRING
           MOVE WS-MAP-LINE            TO WS-ROW-ENT(WS-ROW-IDX)
           .
      *****************************************************************
      * The Ten Tabled Lines Onto Their Named Map Fields              *
      *****************************************************************
       B070-MOVE-ROWS-TO-MAP.
           MOVE WS-ROW-ENT(1)          TO ROW1O
           MOVE WS-ROW-ENT(2)          TO ROW2O
           MOVE WS-ROW-ENT(3)          TO ROW3O
           MOVE WS-ROW-ENT(4)          TO ROW4O
           MOVE WS-ROW-ENT(5)          TO ROW5O
           MOVE WS-ROW-ENT(6)          TO ROW6O
           MOVE WS-ROW-ENT(7)          TO ROW7O
           MOVE WS-ROW-ENT(8)          TO ROW8O
           MOVE WS-ROW-ENT(9)          TO ROW9O
           MOVE WS-ROW-ENT(10)         TO ROW10O
           .
      *****************************************************************
      * Repaint The Panel                                             *
      *****************************************************************
       B080-SEND-PANEL.
           EXEC CICS SEND MAP('SUPWQM') MAPSET('SUPWQM')
               FROM(SUPWQMO) ERASE
           END-EXEC
           .
      *****************************************************************
      * PF3 - Clear The Screen And End Without A Next Transid         *
      *****************************************************************
       B090-END-SESSION.
           EXEC CICS SEND TEXT FROM(WS-EXIT-MSG)
               LENGTH(LENGTH OF WS-EXIT-MSG) ERASE FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC
           .
      *****************************************************************
      * End Of Task - Come Back In Under The Same Transid With The    *
      * Panel State In Hand                                           *
      *****************************************************************
       C000-FINAL.
           EXEC CICS RETURN TRANSID(WS-TRAN-ID)
               COMMAREA(WS-PANEL-STATE)
               LENGTH(LENGTH OF WS-PANEL-STATE)
           END-EXEC
           .
