      *                           OF THE EXTRACT PER RECORD INSTEAD  *
      *                           OF THROUGH HAND-EDITED JCL         *
      *                           OVERRIDES                          *
      * 15OCT2026  RISHI SHARMA   IBRICTL NOW ALSO CARRIES THE START  *
      *                           STAMP OF THE CYCLE IT RECORDS (THE *
      *                           EARLIEST OF ITS STREAMS), SO THE   *
      *                           IBRBKOC BACKOUT JOB CAN TELL THAT  *
      *                           CYCLE'S TABGIBH AND TABRREG ROWS   *
      *                           FROM AN EARLIER CYCLE'S            *
      * 15OCT2026  RISHI SHARMA   THE STREAM'S COMPLETION ROW ON      *
      *                           TABRREG NOW ALSO CARRIES ITS IBRI  *
      *                           REJECT COUNT, SO THE MONTH-END MI  *
      *                           REPORT CAN SUM REJECTS BY MONTH    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 IBRICTL-LAST-FILE-DT    PIC X(8).
           05 IBRICTL-LAST-FILE-TM    PIC X(6).
           05 IBRICTL-LAST-CYC-NO     PIC 9(3).
           05 IBRICTL-CYC-START-TS    PIC X(14).
           05 FILLER                  PIC X(49).

       FD IBRIPRV
           LABEL RECORDS STANDARD
           05 WS-LAST-FILE-TM         PIC X(6) VALUE SPACES.
           05 WS-LAST-FILE-CYC        PIC 9(3) VALUE ZEROS.
           05 WS-NEXT-FILE-CYC        PIC 9(3) VALUE ZEROS.
      * THIS RUN'S START (YYYYMMDDHHMMSS), TAKEN JUST AHEAD OF ITS
      * REGISTRY START ROW AND KEPT ON IBRICTL AS THE CYCLE'S START
           05 WS-RUN-START-TS         PIC X(14) VALUE SPACES.
           05 WS-CYC-START-TS         PIC X(14) VALUE SPACES.
           05 WS-TRL-REC-CNT          PIC 9(9) VALUE ZEROS.
           05 WS-REC-DTL-CNT          PIC 9(7) VALUE ZEROS.
           05 WS-FILE-INTEG-MSG       PIC X(80) VALUE SPACES.
               MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WS-IBRI-FILE-DT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14)
                                       TO WS-RUN-START-TS
           INITIALIZE WR-RUNREG-FLDS
                        REPLACING NUMERIC DATA BY ZERO
           SET RREG-FUNC-START         TO TRUE
           .
      *****************************************************************
      * Record The Header Date/Time Of The File Just Processed On The  *
      * IBRICTL Control File, For The Next Run's Duplicate Check -     *
      * WITH THE CYCLE'S START STAMP. A SIBLING STREAM OF THE SAME     *
      * CYCLE THAT STARTED EARLIER AND FINISHED FIRST HAS ALREADY      *
      * WRITTEN ITS OWN STAMP, AND THE EARLIER ONE IS KEPT             *
      *****************************************************************
       B055-WRITE-IBRI-CTL.
           MOVE WS-RUN-START-TS        TO WS-CYC-START-TS
           OPEN INPUT IBRICTL
           IF WS-IBRICTL-STATUS = '00'
               READ IBRICTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IBRICTL-LAST-FILE-DT = WS-IBRI-FILE-DT
                       AND IBRICTL-LAST-CYC-NO = WS-IBRI-FILE-CYC
                       AND IBRICTL-CYC-START-TS NOT = SPACES
                       AND IBRICTL-CYC-START-TS < WS-CYC-START-TS
                           MOVE IBRICTL-CYC-START-TS
                                       TO WS-CYC-START-TS
                       END-IF
               END-READ
               CLOSE IBRICTL
           END-IF
           MOVE SPACES                 TO IBRICTL-REC
           MOVE WS-IBRI-FILE-DT        TO IBRICTL-LAST-FILE-DT
           MOVE WS-IBRI-FILE-TM        TO IBRICTL-LAST-FILE-TM
           MOVE WS-IBRI-FILE-CYC       TO IBRICTL-LAST-CYC-NO
           MOVE WS-CYC-START-TS        TO IBRICTL-CYC-START-TS
           OPEN OUTPUT IBRICTL
           IF WS-IBRICTL-STATUS = '00'
               WRITE IBRICTL-REC
           MOVE WS-IBRI-FILE-DT        TO RREG-BUS-DT
           MOVE WS-REC-READ-CNT        TO RREG-REC-READ
           MOVE WS-REC-ACPT-CNT        TO RREG-REC-PROC
           MOVE WS-REC-REJT-CNT        TO RREG-REC-REJT
           PERFORM X940-RUN-REGISTRY
           .
      *****************************************************************
