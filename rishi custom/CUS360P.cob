       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUS360P.
       AUTHOR. RISHI SHARMA.
       DATE-WRITTEN. OCT,2026.
       DATE-COMPILED. OCT,2026.
       INSTALLATION. Nowhere.
      *****************************************************************
      * 3270 PANEL DRIVER (TRANSID C360, MAPSET CUS360M) FOR THE      *
      * CUS360C CUSTOMER 360 SUMMARY. PSEUDOCONVERSATIONAL: THE       *
      * OPERATOR KEYS THE CUSTOMER ONCE, ENTER RUNS THE SUMMARY       *
      * THROUGH AN EXEC CICS LINK, AND FROM THE SUMMARY PF4, PF5 AND  *
      * PF6 TRANSFER CONTROL (XCTL) STRAIGHT INTO THE EXISTING CSRQ   *
      * ACCOUNT/ACH, PAYQ BENEFICIARY-SEARCH AND GIBQ DOWNLOAD-       *
      * HISTORY PANELS WITH THE KEY ALREADY FILLED IN - EACH RECEIVES *
      * ITS OWN PANEL STATE, BUILT HERE, SO NO RE-KEYING IS NEEDED.   *
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
           05 WS-SVC-PGM              PIC X(8) VALUE 'CUS360C'.
           05 WS-CSRQ-PGM             PIC X(8) VALUE 'CSRINQP'.
           05 WS-PAYQ-PGM             PIC X(8) VALUE 'PAYBNSRP'.
           05 WS-GIBQ-PGM             PIC X(8) VALUE 'GIBHINQP'.
           05 WS-TRAN-ID              PIC X(4) VALUE 'C360'.
      *****************************************************************
      * ATTENTION-KEY BYTE OFF THE EIB - VALUES AS DFHAID ASSIGNS     *
      * THEM (PF3 = '3', PF4 = '4', PF5 = '5', PF6 = '6'); ANYTHING   *
      * ELSE RUNS A FRESH SUMMARY                                     *
      *****************************************************************
           05 WS-AID-KEY              PIC X(1).
               88 WS-AID-PF3          VALUE '3'.
               88 WS-AID-PF4          VALUE '4'.
               88 WS-AID-PF5          VALUE '5'.
               88 WS-AID-PF6          VALUE '6'.
           05 WS-MAP-LINE             PIC X(78).
           05 WS-CNT-EDIT-1           PIC ZZZZ9.
           05 WS-CNT-EDIT-2           PIC ZZZZ9.
           05 WS-CNT-EDIT-3           PIC ZZZZ9.
           05 WS-PEND-EDIT            PIC ZZ9.
      *****************************************************************
      * THE GIBQ DATE RANGE A JUMP OPENS WITH - THE WHOLE HISTORY;    *
      * THE OPERATOR NARROWS IT ON THE GIBQ PANEL IF NEED BE          *
      *****************************************************************
           05 WS-GIBQ-FROM-DT         PIC X(8) VALUE '19000101'.
           05 WS-GIBQ-TO-DT           PIC X(8) VALUE '99991231'.
           05 WS-EXIT-MSG             PIC X(30) VALUE
               'CUSTOMER 360 SESSION ENDED    '.
      *****************************************************************
      * PSEUDOCONVERSATIONAL STATE CARRIED BETWEEN TASKS - THE KEY    *
      * LAST SUMMARISED AND THE REPORT KEY OF ITS LAST DOWNLOAD       *
      *****************************************************************
       01  WS-PANEL-STATE.
           05 WS-PNL-CUST-CTRY        PIC X(3).
           05 WS-PNL-CUST-INSTT       PIC X(10).
           05 WS-PNL-CUST-ID          PIC X(20).
           05 WS-PNL-RPT-CTRY         PIC X(2).
           05 WS-PNL-RPT-INSTT        PIC X(4).
           05 WS-PNL-SUMM-IND         PIC X(1).
               88 WS-PNL-SUMMARISED   VALUE 'Y'.
      *****************************************************************
      * THE CUS360C SERVICE COMMAREA, FIELD FOR FIELD AS ITS LINKAGE  *
      * SECTION LAYS IT OUT, BUILT HERE AND PASSED ON THE LINK        *
      *****************************************************************
       01  WS-SVC-CA.
           05  SV-CUST-CTRY            PIC X(3).
           05  SV-CUST-INSTT           PIC X(10).
           05  SV-CUST-ID              PIC X(20).
           05  SV-CUST-NAME            PIC X(50).
           05  SV-CUST-TYP-COD         PIC X(10).
           05  SV-CUST-STAT            PIC X(1).
           05  SV-CUST-STAT-DESC       PIC X(40).
           05  SV-ACCT-CNT             PIC 9(5).
           05  SV-ACH-SUSP-CNT         PIC 9(5).
           05  SV-INSTR-ACTV-CNT       PIC 9(5).
           05  SV-INSTR-SUSP-CNT       PIC 9(5).
           05  SV-INSTR-HELD-CNT       PIC 9(5).
           05  SV-NEXT-DUE-DT          PIC X(8).
           05  SV-LAST-DNLD-RPT-CTRY   PIC X(2).
           05  SV-LAST-DNLD-RPT-INSTT  PIC X(4).
           05  SV-LAST-DNLD-RPT-TYPE   PIC X(4).
           05  SV-LAST-DNLD-DT         PIC X(8).
           05  SV-LAST-DNLD-TM         PIC X(6).
           05  SV-PEND-CUST-IND        PIC X(1).
               88  SV-PEND-CUST        VALUE 'Y'.
           05  SV-PEND-CUST-NEW-STAT   PIC X(1).
           05  SV-PEND-CUST-MAKER      PIC X(20).
           05  SV-PEND-ACC-CNT         PIC 9(3).
           05  SV-PEND-ACC-NO          PIC X(35).
           05  SV-PEND-ACC-NEW-STAT    PIC X(1).
           05  SV-PEND-ACC-MAKER       PIC X(20).
           05  SV-RESP-CODE            PIC X(2).
               88  SV-RESP-OK          VALUE '00'.
           05  SV-RESP-MSG             PIC X(60).
      *****************************************************************
      * THE PANEL STATE OF EACH DETAIL SCREEN, FIELD FOR FIELD AS     *
      * THAT PANEL CARRIES IT BETWEEN ITS OWN TASKS - FILLED WITH THE *
      * KEY AND PASSED ON THE XCTL                                    *
      *****************************************************************
       01  WS-CSRQ-STATE.
           05 CQ-CST-CTRY             PIC X(3).
           05 CQ-CST-INSTT            PIC X(10).
           05 CQ-CST-ID               PIC X(20).
           05 CQ-CONT-KEY             PIC X(41).
           05 CQ-MORE-IND             PIC X(1).
       01  WS-PAYQ-STATE.
           05 PQ-CUST-CTRY            PIC X(3).
           05 PQ-CUST-INSTT           PIC X(10).
           05 PQ-CUST-ID              PIC X(20).
           05 PQ-BENE-SRCH            PIC X(60).
           05 PQ-CONT-KEY             PIC X(20).
           05 PQ-MORE-IND             PIC X(1).
       01  WS-GIBQ-STATE.
           05 GQ-RPT-CTRY             PIC X(2).
           05 GQ-RPT-INSTT            PIC X(4).
           05 GQ-RPT-ID               PIC X(20).
           05 GQ-FROM-DT              PIC X(8).
           05 GQ-TO-DT                PIC X(8).
           05 GQ-CONT-KEY             PIC X(14).
           05 GQ-MORE-IND             PIC X(1).
      *****************************************************************
      *   COPYBOOKS                                                   *
      *****************************************************************
       COPY CUS360MD.
       77 FILLER                PIC X(30) VALUE
               'END OF WORKING STORAGE SECTION'.
      *****************************************************************
      * LINKAGE SECTION                                               *
      *****************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  CA-PANEL-STATE          PIC X(40).
      /
       PROCEDURE DIVISION.
           MOVE EIBAID                 TO WS-AID-KEY
      * A FRESH SESSION PAINTS THE EMPTY PANEL AND WAITS
           IF EIBCALEN = 0
               PERFORM B010-FIRST-TIME
           ELSE
               MOVE DFHCOMMAREA        TO WS-PANEL-STATE
               EVALUATE TRUE
                   WHEN WS-AID-PF3
                       PERFORM B090-END-SESSION
                   WHEN WS-AID-PF4
                       PERFORM B040-JUMP-ACCOUNTS
                   WHEN WS-AID-PF5
                       PERFORM B042-JUMP-PAYMENTS
                   WHEN WS-AID-PF6
                       PERFORM B044-JUMP-DOWNLOADS
                   WHEN OTHER
                       PERFORM B020-NEW-SUMMARY
               END-EVALUATE
           END-IF
           PERFORM C000-FINAL
           .
      /
      *****************************************************************
      * First Time In - Paint The Empty Panel And Wait For The Key    *
      *****************************************************************
       B010-FIRST-TIME.
           MOVE LOW-VALUES             TO CUS360MO
           MOVE 'ENTER THE CUSTOMER KEY AND PRESS ENTER'
                                       TO MSGLNO
           PERFORM B080-SEND-PANEL
           MOVE SPACES                 TO WS-PANEL-STATE
           .
      *****************************************************************
      * Enter - Read The Keyed Fields And Run The Summary             *
      *****************************************************************
       B020-NEW-SUMMARY.
           EXEC CICS RECEIVE MAP('CUS360M') MAPSET('CUS360M')
               INTO(CUS360MI)
           END-EXEC
           IF CTRYFL > 0
               MOVE CTRYFI             TO WS-PNL-CUST-CTRY
           END-IF
           IF INSTTFL > 0
               MOVE INSTTFI            TO WS-PNL-CUST-INSTT
           END-IF
           IF CSTIDFL > 0
               MOVE CSTIDFI            TO WS-PNL-CUST-ID
           END-IF
           PERFORM B050-CALL-SERVICE
           .
      *****************************************************************
      * PF4 - Into CSRQ, The Permissioned Accounts And ACH Status     *
      *****************************************************************
       B040-JUMP-ACCOUNTS.
           IF NOT WS-PNL-SUMMARISED
               PERFORM B048-NO-CUSTOMER-YET
           ELSE
               MOVE SPACES             TO WS-CSRQ-STATE
               MOVE WS-PNL-CUST-CTRY   TO CQ-CST-CTRY
               MOVE WS-PNL-CUST-INSTT  TO CQ-CST-INSTT
               MOVE WS-PNL-CUST-ID     TO CQ-CST-ID
               MOVE 'N'                TO CQ-MORE-IND
               EXEC CICS XCTL PROGRAM(WS-CSRQ-PGM)
                   COMMAREA(WS-CSRQ-STATE)
                   LENGTH(LENGTH OF WS-CSRQ-STATE)
               END-EXEC
           END-IF
           .
      *****************************************************************
      * PF5 - Into PAYQ, Customer Key Filled, Ready For A Name        *
      *****************************************************************
       B042-JUMP-PAYMENTS.
           IF NOT WS-PNL-SUMMARISED
               PERFORM B048-NO-CUSTOMER-YET
           ELSE
               MOVE SPACES             TO WS-PAYQ-STATE
               MOVE WS-PNL-CUST-CTRY   TO PQ-CUST-CTRY
               MOVE WS-PNL-CUST-INSTT  TO PQ-CUST-INSTT
               MOVE WS-PNL-CUST-ID     TO PQ-CUST-ID
               MOVE 'N'                TO PQ-MORE-IND
               EXEC CICS XCTL PROGRAM(WS-PAYQ-PGM)
                   COMMAREA(WS-PAYQ-STATE)
                   LENGTH(LENGTH OF WS-PAYQ-STATE)
               END-EXEC
           END-IF
           .
      *****************************************************************
      * PF6 - Into GIBQ On The Report Key Of The Last Download; With  *
      * None On File, The Customer Key In The Report Key's Widths     *
      *****************************************************************
       B044-JUMP-DOWNLOADS.
           IF NOT WS-PNL-SUMMARISED
               PERFORM B048-NO-CUSTOMER-YET
           ELSE
               MOVE SPACES             TO WS-GIBQ-STATE
               IF WS-PNL-RPT-CTRY = SPACES
                   MOVE WS-PNL-CUST-CTRY
                                       TO GQ-RPT-CTRY
                   MOVE WS-PNL-CUST-INSTT
                                       TO GQ-RPT-INSTT
               ELSE
                   MOVE WS-PNL-RPT-CTRY
                                       TO GQ-RPT-CTRY
                   MOVE WS-PNL-RPT-INSTT
                                       TO GQ-RPT-INSTT
               END-IF
               MOVE WS-PNL-CUST-ID     TO GQ-RPT-ID
               MOVE WS-GIBQ-FROM-DT    TO GQ-FROM-DT
               MOVE WS-GIBQ-TO-DT      TO GQ-TO-DT
               MOVE 'N'                TO GQ-MORE-IND
               EXEC CICS XCTL PROGRAM(WS-GIBQ-PGM)
                   COMMAREA(WS-GIBQ-STATE)
                   LENGTH(LENGTH OF WS-GIBQ-STATE)
               END-EXEC
           END-IF
           .
      *****************************************************************
      * A Jump Key Before Any Customer Has Been Summarised            *
      *****************************************************************
       B048-NO-CUSTOMER-YET.
           MOVE LOW-VALUES             TO CUS360MO
           MOVE 'ENTER A CUSTOMER KEY FIRST - THEN PF4, PF5 OR PF6'
                                       TO MSGLNO
           PERFORM B080-SEND-PANEL
           .
      *****************************************************************
      * Run The Summary Through The Commarea Service And Format Its   *
      * Answer Onto The Panel                                         *
      *****************************************************************
       B050-CALL-SERVICE.
           INITIALIZE WS-SVC-CA
                        REPLACING NUMERIC DATA BY ZERO
           MOVE WS-PNL-CUST-CTRY       TO SV-CUST-CTRY
           MOVE WS-PNL-CUST-INSTT      TO SV-CUST-INSTT
           MOVE WS-PNL-CUST-ID         TO SV-CUST-ID

           EXEC CICS LINK PROGRAM(WS-SVC-PGM)
               COMMAREA(WS-SVC-CA)
               LENGTH(LENGTH OF WS-SVC-CA)
           END-EXEC

           IF SV-RESP-OK
               SET WS-PNL-SUMMARISED   TO TRUE
               MOVE SV-LAST-DNLD-RPT-CTRY
                                       TO WS-PNL-RPT-CTRY
               MOVE SV-LAST-DNLD-RPT-INSTT
                                       TO WS-PNL-RPT-INSTT
           ELSE
               MOVE 'N'                TO WS-PNL-SUMM-IND
               MOVE SPACES             TO WS-PNL-RPT-CTRY
                                          WS-PNL-RPT-INSTT
           END-IF
           PERFORM B060-FORMAT-RESPONSE
           PERFORM B080-SEND-PANEL
           .
      *****************************************************************
      * The Keyed Fields Back, Each Summary Line And The Message Line *
      *****************************************************************
       B060-FORMAT-RESPONSE.
           MOVE LOW-VALUES             TO CUS360MO
           MOVE WS-PNL-CUST-CTRY       TO CTRYFO
           MOVE WS-PNL-CUST-INSTT      TO INSTTFO
           MOVE WS-PNL-CUST-ID         TO CSTIDFO

           IF SV-RESP-OK
               PERFORM B062-FORMAT-CUSTOMER
               PERFORM B064-FORMAT-ACTIVITY
               PERFORM B066-FORMAT-PENDING
               MOVE 'PF4=ACCOUNTS  PF5=PAYMENTS  PF6=DOWNLOADS'
                                       TO MSGLNO
           ELSE
               MOVE SV-RESP-MSG        TO MSGLNO
           END-IF
           .
      *****************************************************************
      * Name, Type And Status                                         *
      *****************************************************************
       B062-FORMAT-CUSTOMER.
           MOVE SPACES                 TO WS-MAP-LINE
           STRING SV-CUST-NAME         DELIMITED BY SIZE
                  ' TYPE: '            DELIMITED BY SIZE
                  SV-CUST-TYP-COD(1:8) DELIMITED BY SIZE
               INTO WS-MAP-LINE
           END-STRING
           MOVE WS-MAP-LINE(1:65)      TO CUSTNMO

           MOVE SPACES                 TO WS-MAP-LINE
           STRING SV-CUST-STAT         DELIMITED BY SIZE
                  ' - '                DELIMITED BY SIZE
                  SV-CUST-STAT-DESC    DELIMITED BY SIZE
               INTO WS-MAP-LINE
           END-STRING
           MOVE WS-MAP-LINE(1:65)      TO CSTATO
           .
      *****************************************************************
      * Accounts, Payment Instructions, Next Due Date, Last Download  *
      *****************************************************************
       B064-FORMAT-ACTIVITY.
           MOVE SV-ACCT-CNT            TO WS-CNT-EDIT-1
           MOVE SV-ACH-SUSP-CNT        TO WS-CNT-EDIT-2
           MOVE SPACES                 TO WS-MAP-LINE
           STRING WS-CNT-EDIT-1        DELIMITED BY SIZE
                  ' PERMISSIONED, '    DELIMITED BY SIZE
                  WS-CNT-EDIT-2        DELIMITED BY SIZE
                  ' WITH ACH SUSPENDED' DELIMITED BY SIZE
               INTO WS-MAP-LINE
           END-STRING
           MOVE WS-MAP-LINE(1:65)      TO ACCTSO

           MOVE SV-INSTR-ACTV-CNT      TO WS-CNT-EDIT-1
           MOVE SV-INSTR-SUSP-CNT      TO WS-CNT-EDIT-2
           MOVE SV-INSTR-HELD-CNT      TO WS-CNT-EDIT-3
           MOVE SPACES                 TO WS-MAP-LINE
           STRING WS-CNT-EDIT-1        DELIMITED BY SIZE
                  ' ACTIVE, '          DELIMITED BY SIZE
                  WS-CNT-EDIT-2        DELIMITED BY SIZE
                  ' SUSPENDED, '       DELIMITED BY SIZE
                  WS-CNT-EDIT-3        DELIMITED BY SIZE
                  ' HELD'              DELIMITED BY SIZE
               INTO WS-MAP-LINE
           END-STRING
           MOVE WS-MAP-LINE(1:65)      TO PAYMTO

           IF SV-NEXT-DUE-DT = SPACES
               MOVE 'NONE SCHEDULED'   TO NXTDUEO
           ELSE
               MOVE SPACES             TO WS-MAP-LINE
               STRING SV-NEXT-DUE-DT(1:4) DELIMITED BY SIZE
                      '-'                 DELIMITED BY SIZE
                      SV-NEXT-DUE-DT(5:2) DELIMITED BY SIZE
                      '-'                 DELIMITED BY SIZE
                      SV-NEXT-DUE-DT(7:2) DELIMITED BY SIZE
                   INTO WS-MAP-LINE
               END-STRING
               MOVE WS-MAP-LINE(1:65)  TO NXTDUEO
           END-IF

           IF SV-LAST-DNLD-DT = SPACES
               MOVE 'NO DOWNLOADS ON FILE'
                                       TO DNLDO
           ELSE
               MOVE SPACES             TO WS-MAP-LINE
               STRING SV-LAST-DNLD-DT(1:4) DELIMITED BY SIZE
                      '-'                  DELIMITED BY SIZE
                      SV-LAST-DNLD-DT(5:2) DELIMITED BY SIZE
                      '-'                  DELIMITED BY SIZE
                      SV-LAST-DNLD-DT(7:2) DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      SV-LAST-DNLD-TM(1:2) DELIMITED BY SIZE
                      ':'                  DELIMITED BY SIZE
                      SV-LAST-DNLD-TM(3:2) DELIMITED BY SIZE
                      ':'                  DELIMITED BY SIZE
                      SV-LAST-DNLD-TM(5:2) DELIMITED BY SIZE
                      '  REPORT TYPE '     DELIMITED BY SIZE
                      SV-LAST-DNLD-RPT-TYPE DELIMITED BY SIZE
                   INTO WS-MAP-LINE
               END-STRING
               MOVE WS-MAP-LINE(1:65)  TO DNLDO
           END-IF
           .
      *****************************************************************
      * Pending Closure And Pending Account-Status Changes            *
      *****************************************************************
       B066-FORMAT-PENDING.
           IF SV-PEND-CUST
               MOVE SPACES             TO WS-MAP-LINE
               STRING 'CUSTOMER CLOSURE TO STATUS '
                                       DELIMITED BY SIZE
                      SV-PEND-CUST-NEW-STAT
                                       DELIMITED BY SIZE
                      ' RAISED BY '    DELIMITED BY SIZE
                      SV-PEND-CUST-MAKER
                                       DELIMITED BY SIZE
                   INTO WS-MAP-LINE
               END-STRING
               MOVE WS-MAP-LINE(1:65)  TO PNDCSTO
           ELSE
               MOVE 'NO CUSTOMER CLOSURE PENDING'
                                       TO PNDCSTO
           END-IF

           IF SV-PEND-ACC-CNT = 0
               MOVE 'NO ACCOUNT STATUS CHANGE PENDING'
                                       TO PNDACCO
           ELSE
               MOVE SV-PEND-ACC-CNT    TO WS-PEND-EDIT
               MOVE SPACES             TO WS-MAP-LINE
               STRING WS-PEND-EDIT     DELIMITED BY SIZE
                      ' ACCOUNT CHANGE(S), OLDEST '
                                       DELIMITED BY SIZE
                      SV-PEND-ACC-NO(1:16)
                                       DELIMITED BY SIZE
                      ' TO '           DELIMITED BY SIZE
                      SV-PEND-ACC-NEW-STAT
                                       DELIMITED BY SIZE
                      ' BY '           DELIMITED BY SIZE
                      SV-PEND-ACC-MAKER(1:8)
                                       DELIMITED BY SIZE
                   INTO WS-MAP-LINE
               END-STRING
               MOVE WS-MAP-LINE(1:65)  TO PNDACCO
           END-IF
           .
      *****************************************************************
      * Repaint The Panel                                             *
      *****************************************************************
       B080-SEND-PANEL.
           EXEC CICS SEND MAP('CUS360M') MAPSET('CUS360M')
               FROM(CUS360MO) ERASE
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
