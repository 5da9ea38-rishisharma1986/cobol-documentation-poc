      * CHANGE HISTORY                                                *
      * ---------------------------------------------------------     *
      * 03SEP2026  RISHI SHARMA   INITIAL VERSION                     *
      * 15OCT2026  RISHI SHARMA   OPEN WITH THE KEY PASSED BY C360     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ELSE
               MOVE DFHCOMMAREA        TO WS-PANEL-STATE
               EVALUATE TRUE
                   WHEN EIBTRNID NOT = WS-TRAN-ID
                       PERFORM B015-ENTRY-WITH-KEY
                   WHEN WS-AID-PF3
                       PERFORM B090-END-SESSION
                   WHEN WS-AID-PF8
           MOVE SPACES                 TO WS-PANEL-STATE
           .
      *****************************************************************
      * Arrival From Another Transaction (The C360 Customer Summary)  *
      * With This Panel's State Already Carrying The Customer Key -   *
      * Paint The Key And Wait For The Beneficiary Name               *
      *****************************************************************
       B015-ENTRY-WITH-KEY.
           MOVE LOW-VALUES             TO PAYBNSMO
           MOVE WS-PNL-CUST-CTRY       TO CTRYFO
           MOVE WS-PNL-CUST-INSTT      TO INSTTFO
           MOVE WS-PNL-CUST-ID         TO CSTIDFO
           MOVE 'ENTER A FULL OR PARTIAL BENEFICIARY NAME'
                                       TO MSGLNO
           PERFORM B080-SEND-PANEL
           MOVE SPACES                 TO WS-PNL-CONT-KEY
           MOVE 'N'                    TO WS-PNL-MORE-IND
           .
      *****************************************************************
      * Enter - Read The Keyed Fields And Run A Fresh Search From     *
      * The Top (No Continuation Key)                                 *
      *****************************************************************
