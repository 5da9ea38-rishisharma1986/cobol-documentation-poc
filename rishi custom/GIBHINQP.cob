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
      * With This Panel's State Already Carrying The Report Key And   *
      * Date Range - Run The Inquiry Straight Away, No Re-Keying      *
      *****************************************************************
       B015-ENTRY-WITH-KEY.
           MOVE SPACES                 TO WS-PNL-CONT-KEY
           MOVE 'N'                    TO WS-PNL-MORE-IND
           PERFORM B050-CALL-SERVICE
           .
      *****************************************************************
      * Enter - Read The Keyed Fields And Run A Fresh Inquiry From    *
      * The Top (No Continuation Key)                                 *
      *****************************************************************
