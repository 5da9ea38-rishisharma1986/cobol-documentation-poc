      * CHANGE HISTORY                                                *
      * ---------------------------------------------------------     *
      * 03SEP2026  RISHI SHARMA   INITIAL VERSION                     *
      * 15OCT2026  RISHI SHARMA   EACH ROW NOW SHOWS THE MESSAGE'S    *
      *                           CATALOGUE SEVERITY AND OPERATOR     *
      *                           ACTION CODE; THE TIMESTAMP DROPS    *
      *                           ITS SECONDS AND THE TEXT NARROWS    *
      *                           TO MAKE ROOM                        *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   15  SV-LOG-MSG-TYP  PIC X(1).
                   15  SV-LOG-TEXT     PIC X(60).
                   15  SV-LOG-RUNID    PIC X(16).
                   15  SV-LOG-ESEV     PIC X(1).
                   15  SV-LOG-ACTN     PIC X(8).
           05  SV-RESP-CODE            PIC X(2).
               88  SV-RESP-OK          VALUE '00'.
               88  SV-RESP-NO-DATA     VALUE '02'.
      *****************************************************************
       B065-FORMAT-ONE-ROW.
           MOVE SPACES                 TO WS-MAP-LINE
           STRING SV-LOG-TS(WS-ROW-IDX)(1:16) DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  SV-LOG-PROG(WS-ROW-IDX)     DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  SV-LOG-MSG-TYP(WS-ROW-IDX)  DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  SV-LOG-TEXT(WS-ROW-IDX)(1:26)
                                              DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  SV-LOG-ESEV(WS-ROW-IDX)     DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  SV-LOG-ACTN(WS-ROW-IDX)     DELIMITED BY SIZE
               INTO WS-MAP-LINE
           END-STRING
           MOVE WS-MAP-LINE            TO WS-ROW-ENT(WS-ROW-IDX)
