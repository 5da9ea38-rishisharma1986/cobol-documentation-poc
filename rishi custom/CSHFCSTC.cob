       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSHFCSTC.
       AUTHOR. RISHI SHARMA.
       DATE-WRITTEN. OCT,2026.
       DATE-COMPILED. OCT,2026.
       INSTALLATION. Nowhere.
      *****************************************************************
      * CASH-FLOW FORECAST OF THE SCHEDULED PAYMENT INSTRUCTIONS FOR  *
      * TREASURY. EVERY INSTRUCTION NOT SUSPENDED (INSTR_STAT 'S'),   *
      * CANCELLED ('C') OR BLOCKED ON A CONFIRMED WATCHLIST MATCH     *
      * ('B') IS PROJECTED FORWARD FROM ITS NEXT_EXEC_DT BY ITS       *
      * INSTR_FREQ - A ONE-OFF ONCE, WEEKLY EVERY SEVEN DAYS, MONTHLY *
      * EVERY CALENDAR MONTH TO ITS ANCHOR DAY, ROLLED THE WAY        *
      * PAINEXPC ROLLS IT - ACROSS A 90-DAY HORIZON; ONE PARKED FOR   *
      * WATCHLIST REVIEW ('W') STAYS IN. EACH OCCURRENCE COUNTS ON    *
      * THE DAY IT ACTUALLY PAYS, ITS SCHEDULED DATE MOVED TO A       *
      * BUSINESS DAY OF THE DEBTOR ACCOUNT'S COUNTRY UNDER ITS        *
      * BUS_DAY_CONV (BUSDAYC, AS PAINEXPC EXPORTS IT). THE OUTFLOWS  *
      * ARE TOTALLED INTO WEEKLY BUCKETS PER CUST_INSTT INSTITUTION   *
      * AND INSTR_CCY SO THE FUNDING DESKS CAN PRE-POSITION           *
      * LIQUIDITY.                                                    *
      * PARM 1 IS THE HORIZON START DATE (YYYYMMDD), DEFAULT TODAY; A *
      * DUE DATE ALREADY PAST STILL GOES OUT ON THE NEXT RUN AND      *
      * FALLS IN THE FIRST WEEK                                       *
      *****************************************************************
      * CHANGE HISTORY                                                *
      * ---------------------------------------------------------     *
      * 15OCT2026  RISHI SHARMA   INITIAL VERSION                     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       OBJECT-COMPUTER. IBM-370.
       SOURCE-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CSHFRPT
                                    ASSIGN TO CSHFRPT
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-CSHFRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD CSHFRPT
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS CSHFRPT-REC.
       01 CSHFRPT-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       77  FILLER                     PIC X(40) VALUE
            'WORKING STORAGE SECTION STARTS HERE'.
       01  WS-MISC.
           05 WS-CANCEL-PGM           PIC X(8) VALUE 'EXITPGM'.
           05 WS-SUBPGM-NAM           PIC X(8).
               88 WS-SUBPGM-LOG       VALUE 'LOGPGMC'.
           05 WS-DEPT-ID              PIC X(8).
               88 IB-DEPT             VALUE 'INETBKNG'.
           05 WS-CSHFRPT-STATUS       PIC X(2).
           05 WS-CSHFRPT-OPEN-SW      PIC X(1) VALUE 'N'.
               88 WS-CSHFRPT-OPEN     VALUE 'Y'.
           05 WS-REC-READ-CNT         PIC 9(7) VALUE ZEROS.
           05 WS-OCCUR-CNT            PIC 9(7) VALUE ZEROS.
           05 WS-GROUP-CNT            PIC 9(5) VALUE ZEROS.
           05 WS-JOBEND-MSG           PIC X(80) VALUE SPACES.
      *****************************************************************
      * THE HORIZON - 90 DAYS FROM THE START DATE IN THIRTEEN WEEKLY  *
      * BUCKETS (THE LAST ONE SHORT)                                  *
      *****************************************************************
           05 WS-CTL-PARM             PIC X(8).
           05 WS-HRZ-DAYS             PIC 9(3) COMP VALUE 90.
           05 WS-HRZ-START-DT         PIC X(8).
           05 WS-HRZ-END-DT           PIC X(8).
           05 WS-HRZ-START-INT        PIC 9(9) COMP.
           05 WS-HRZ-END-INT          PIC 9(9) COMP.
      * A PRECEDING-CONVENTION DATE UP TO A WEEK PAST THE HORIZON CAN
      * STILL PAY INSIDE IT, SO THE CURSOR READS A WEEK FURTHER ON
           05 WS-HRZ-LOOK-DT          PIC X(8).
           05 WS-HRZ-LOOK-INT         PIC 9(9) COMP.
           05 WS-WK-CNT               PIC 9(2) COMP VALUE 13.
           05 WS-WK-IDX               PIC 9(2) COMP.
      *****************************************************************
      * ONE FETCHED INSTRUCTION                                       *
      *****************************************************************
           05 WS-PAY-CUST-CTRY        PIC X(3).
           05 WS-PAY-CUST-INSTT       PIC X(10).
           05 WS-PAY-INSTR-REF-NUM    PIC X(20).
           05 WS-PAY-INSTR-AMT        PIC S9(13)V9(2) COMP-3.
           05 WS-PAY-INSTR-CCY        PIC X(3).
           05 WS-PAY-INSTR-FREQ       PIC X(1).
               88 WS-FREQ-WEEKLY      VALUE 'W'.
               88 WS-FREQ-MONTHLY     VALUE 'M'.
           05 WS-PAY-NEXT-EXEC-DT     PIC X(8).
           05 WS-PAY-AC-CTRY          PIC X(3).
           05 WS-PAY-BUS-DAY-CONV     PIC X(1).
           05 WS-PAY-ANCHOR-DD        PIC X(2).
      *****************************************************************
      * PROJECTION WORK FIELDS - THE OCCURRENCE DATE BEING WALKED     *
      * FORWARD, WITH THE SAME MONTH ROLL PAINEXPC APPLIES            *
      *****************************************************************
           05 WS-PRJ-DONE-SW          PIC X(1).
               88 WS-PRJ-DONE         VALUE 'Y'.
           05 WS-NED-NUM              PIC 9(8).
           05 WS-NED-PARTS            REDEFINES WS-NED-NUM.
               10 WS-NED-YYYY         PIC 9(4).
               10 WS-NED-MM           PIC 9(2).
               10 WS-NED-DD           PIC 9(2).
           05 WS-NED-INT              PIC 9(9) COMP.
           05 WS-OCC-INT              PIC 9(9) COMP.
           05 WS-NED-MAX-DD           PIC 9(2).
           05 WS-NED-LEAP-REM         PIC 9(4).
           05 WS-NED-LEAP-QUO         PIC 9(4).
      *****************************************************************
      * THE OCCURRENCE'S BUSINESS-DAY DATE - THE DAY IT ACTUALLY PAYS *
      *****************************************************************
           05 WS-BDAY-PGM             PIC X(8) VALUE 'BUSDAYC'.
           05 WS-ADJ-NUM              PIC 9(8).
           05 WS-ADJ-INT              PIC 9(9) COMP.
      *****************************************************************
      * INSTITUTION/CURRENCY CONTROL BREAK                            *
      *****************************************************************
           05 WS-FIRST-GRP-SW         PIC X(1) VALUE 'Y'.
               88 WS-FIRST-GRP        VALUE 'Y'.
           05 WS-CUR-CUST-CTRY        PIC X(3).
           05 WS-CUR-CUST-INSTT       PIC X(10).
           05 WS-CUR-INSTR-CCY        PIC X(3).
           05 WS-GRP-TOT-AMT          PIC S9(15)V9(2) COMP-3.
           05 WS-GRP-TOT-CNT          PIC 9(7).
           05 WS-AMT-DISP             PIC Z(14)9.9(2).
           05 WS-CNT-DISP             PIC Z(6)9.
           05 WS-WK-DISP              PIC 9(2).
      *****************************************************************
      * THE WEEKLY BUCKETS FOR THE INSTITUTION/CURRENCY IN HAND, AND  *
      * EACH BUCKET'S FIRST DAY                                       *
      *****************************************************************
       01  WS-WK-TBL.
           05 WS-WK-ENT               OCCURS 13 TIMES.
               10 WS-WK-START-DT      PIC X(8).
               10 WS-WK-AMT           PIC S9(15)V9(2) COMP-3.
               10 WS-WK-OCC-CNT       PIC 9(7).
      *****************************************************************
      *   COPYBOOKS                                                   *
      *****************************************************************
       COPY IBRFDCW.
       COPY IBRDIAGW.
       COPY IBRBDAYW.

      *****************************************************************
      *      DB2 TABLE DECLARATION                                    *
      *****************************************************************
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *--------------------------------------*
      *      DB2 CURSOR DECLARATION          *
      *--------------------------------------*
      *****************************************************************
      * EVERY SCHEDULED INSTRUCTION STILL EXPECTED TO PAY - NOT       *
      * SUSPENDED, NOT CANCELLED, AND WITH A DUE DATE ON FILE (A      *
      * BLANK NEXT_EXEC_DT IS A ONE-OFF ALREADY EXECUTED) - IN        *
      * INSTITUTION/CURRENCY ORDER FOR THE CONTROL BREAK, WITH THE    *
      * DEBTOR ACCOUNT'S COUNTRY, CONVENTION AND ANCHOR DAY THAT      *
      * PLACE EACH OCCURRENCE                                         *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-PAY-FCST CURSOR FOR
               SELECT CUST_CTRY,
                      CUST_INSTT,
                      INSTR_REF_NUM,
                      INSTR_AMT,
                      INSTR_CCY,
                      INSTR_FREQ,
                      NEXT_EXEC_DT,
                      AC_CTRY,
                      BUS_DAY_CONV,
                      EXEC_ANCHOR_DD
               FROM   PAYMENTS.PAYMENT_INSTRUCTIONS
               WHERE  INSTR_STAT NOT IN ('S', 'C', 'B')
                AND   NEXT_EXEC_DT  > ' '
                AND   NEXT_EXEC_DT <= :WS-HRZ-LOOK-DT
               ORDER BY CUST_CTRY, CUST_INSTT, INSTR_CCY
               FOR FETCH ONLY
           END-EXEC.
       77 FILLER                PIC X(30) VALUE
               'END OF WORKING STORAGE SECTION'.
      *****************************************************************
      * LINKAGE SECTION                                               *
      *****************************************************************
       LINKAGE SECTION.
      /
       PROCEDURE DIVISION.
           PERFORM A000-INIT
           IF PROG-NORMAL
               PERFORM B000-MAIN
           END-IF
           PERFORM C000-FINAL
           STOP RUN
           .
      /
      *****************************************************************
      * Initialization                                                *
      *****************************************************************
       A000-INIT.
           MOVE 'CSHFCSTC'             TO WS-PROG-NAM
           PERFORM A008-GET-CTL-PARMS
           PERFORM A010-WRT-START-MSG
           PERFORM A020-OPEN-CSHFRPT
           IF PROG-NORMAL
               PERFORM A030-SET-HORIZON
               PERFORM A040-WRITE-REPORT-HDR
               EXEC SQL
                   OPEN CSR-PAY-FCST
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM X490-PROC-SQL-ERROR
               END-IF
           END-IF
           .
      *****************************************************************
      * PARM 1 - THE HORIZON START DATE AS YYYYMMDD, DEFAULT TODAY    *
      *****************************************************************
       A008-GET-CTL-PARMS.
           MOVE SPACES                 TO WS-CTL-PARM
           DISPLAY 1                   UPON ARGUMENT-NUMBER
           ACCEPT WS-CTL-PARM          FROM ARGUMENT-VALUE
           IF WS-CTL-PARM IS NUMERIC
               MOVE WS-CTL-PARM        TO WS-HRZ-START-DT
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WS-HRZ-START-DT
           END-IF
           .
      *****************************************************************
      * The Horizon End And The First Day Of Each Weekly Bucket       *
      *****************************************************************
       A030-SET-HORIZON.
           MOVE WS-HRZ-START-DT        TO WS-NED-NUM
           COMPUTE WS-HRZ-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-NED-NUM)
           COMPUTE WS-HRZ-END-INT = WS-HRZ-START-INT + WS-HRZ-DAYS - 1
           COMPUTE WS-NED-NUM =
               FUNCTION DATE-OF-INTEGER(WS-HRZ-END-INT)
           MOVE WS-NED-NUM             TO WS-HRZ-END-DT
           COMPUTE WS-HRZ-LOOK-INT = WS-HRZ-END-INT + 7
           COMPUTE WS-NED-NUM =
               FUNCTION DATE-OF-INTEGER(WS-HRZ-LOOK-INT)
           MOVE WS-NED-NUM             TO WS-HRZ-LOOK-DT

           PERFORM VARYING WS-WK-IDX FROM 1 BY 1
                   UNTIL WS-WK-IDX > WS-WK-CNT
               COMPUTE WS-NED-INT =
                   WS-HRZ-START-INT + ((WS-WK-IDX - 1) * 7)
               COMPUTE WS-NED-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-NED-INT)
               MOVE WS-NED-NUM         TO WS-WK-START-DT(WS-WK-IDX)
           END-PERFORM
           .
      *****************************************************************
      * Report Heading - THE HORIZON COVERED                          *
      *****************************************************************
       A040-WRITE-REPORT-HDR.
           MOVE SPACES                 TO CSHFRPT-REC
           STRING '*** PAYMENT INSTRUCTION CASH-FLOW FORECAST - '
                                       DELIMITED BY SIZE
                  WS-HRZ-START-DT      DELIMITED BY SIZE
                  ' TO '               DELIMITED BY SIZE
                  WS-HRZ-END-DT        DELIMITED BY SIZE
                  ' (90 DAYS, WEEKLY BUCKETS) ***'
                                       DELIMITED BY SIZE
               INTO CSHFRPT-REC
           END-STRING
           PERFORM B075-WRITE-CSHFRPT-REC
           MOVE SPACES                 TO CSHFRPT-REC
           STRING '    CTRY INSTITUTION CCY WEEK  FROM        PAYMENTS'
                                       DELIMITED BY SIZE
                  '             AMOUNT'
                                       DELIMITED BY SIZE
               INTO CSHFRPT-REC
           END-STRING
           PERFORM B075-WRITE-CSHFRPT-REC
           .
      *****************************************************************
      * Main Process Routine                                          *
      *****************************************************************
       B000-MAIN.
           PERFORM B010-FETCH-PAY-FCST-ROW
           PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
      * THE CURSOR ARRIVES IN INSTITUTION/CURRENCY ORDER - A KEY
      * CHANGE PRINTS THE BUCKETS IN HAND AND STARTS AFRESH
               EVALUATE TRUE
                   WHEN WS-FIRST-GRP
                       MOVE 'N'        TO WS-FIRST-GRP-SW
                       PERFORM B030-START-NEW-GROUP
                   WHEN WS-PAY-CUST-CTRY  NOT = WS-CUR-CUST-CTRY
                     OR WS-PAY-CUST-INSTT NOT = WS-CUR-CUST-INSTT
                     OR WS-PAY-INSTR-CCY  NOT = WS-CUR-INSTR-CCY
                       PERFORM B060-WRITE-GROUP
                       PERFORM B030-START-NEW-GROUP
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM B040-PROJECT-INSTRUCTION
               PERFORM B010-FETCH-PAY-FCST-ROW
           END-PERFORM
           IF PROG-NORMAL AND NOT WS-FIRST-GRP
               PERFORM B060-WRITE-GROUP
           END-IF
           .
      *****************************************************************
      * Fetch The Next Scheduled Instruction                           *
      *****************************************************************
       B010-FETCH-PAY-FCST-ROW.
           EXEC SQL
               FETCH CSR-PAY-FCST
               INTO :WS-PAY-CUST-CTRY,
                    :WS-PAY-CUST-INSTT,
                    :WS-PAY-INSTR-REF-NUM,
                    :WS-PAY-INSTR-AMT,
                    :WS-PAY-INSTR-CCY,
                    :WS-PAY-INSTR-FREQ,
                    :WS-PAY-NEXT-EXEC-DT,
                    :WS-PAY-AC-CTRY,
                    :WS-PAY-BUS-DAY-CONV,
                    :WS-PAY-ANCHOR-DD
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1               TO WS-REC-READ-CNT
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           .
      *****************************************************************
      * Empty Buckets For The Institution/Currency Now In Hand         *
      *****************************************************************
       B030-START-NEW-GROUP.
           MOVE WS-PAY-CUST-CTRY       TO WS-CUR-CUST-CTRY
           MOVE WS-PAY-CUST-INSTT      TO WS-CUR-CUST-INSTT
           MOVE WS-PAY-INSTR-CCY       TO WS-CUR-INSTR-CCY
           PERFORM VARYING WS-WK-IDX FROM 1 BY 1
                   UNTIL WS-WK-IDX > WS-WK-CNT
               MOVE ZEROS              TO WS-WK-AMT(WS-WK-IDX)
                                          WS-WK-OCC-CNT(WS-WK-IDX)
           END-PERFORM
           ADD 1                       TO WS-GROUP-CNT
           .
      *****************************************************************
      * Walk One Instruction Forward Across The Horizon, Dropping     *
      * Each Occurrence Into The Week It Pays In - A ONE-OFF OCCURS   *
      * ONCE, A WEEKLY OR MONTHLY ONE UNTIL ITS SCHEDULED DATE PASSES *
      * THE LOOK-AHEAD. THE SCHEDULE ROLLS FROM THE SCHEDULED DATE,   *
      * NOT THE ADJUSTED ONE, AS IT DOES IN PAINEXPC                  *
      *****************************************************************
       B040-PROJECT-INSTRUCTION.
           MOVE WS-PAY-NEXT-EXEC-DT    TO WS-NED-NUM
           MOVE 'N'                    TO WS-PRJ-DONE-SW
           PERFORM UNTIL WS-PRJ-DONE
               COMPUTE WS-OCC-INT =
                   FUNCTION INTEGER-OF-DATE(WS-NED-NUM)
               IF WS-OCC-INT > WS-HRZ-LOOK-INT
                   SET WS-PRJ-DONE     TO TRUE
               ELSE
                   PERFORM B046-ADJUST-OCC-DATE
                   IF WS-ADJ-INT NOT > WS-HRZ-END-INT
      * OVERDUE STILL GOES OUT ON THE NEXT EXPORT - FIRST WEEK
                       IF WS-ADJ-INT < WS-HRZ-START-INT
                           MOVE 1      TO WS-WK-IDX
                       ELSE
                           COMPUTE WS-WK-IDX =
                               ((WS-ADJ-INT - WS-HRZ-START-INT) / 7) + 1
                       END-IF
                       ADD WS-PAY-INSTR-AMT
                                       TO WS-WK-AMT(WS-WK-IDX)
                       ADD 1           TO WS-WK-OCC-CNT(WS-WK-IDX)
                       ADD 1           TO WS-OCCUR-CNT
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-FREQ-WEEKLY
                           PERFORM B042-NEXT-WEEK
                       WHEN WS-FREQ-MONTHLY
                           PERFORM B044-NEXT-MONTH
                       WHEN OTHER
                           SET WS-PRJ-DONE TO TRUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           .
      *****************************************************************
      * Next Weekly Occurrence - Seven Days On From The Date Held,    *
      * AS PAINEXPC ROLLS IT                                          *
      *****************************************************************
       B042-NEXT-WEEK.
           COMPUTE WS-NED-INT =
               FUNCTION INTEGER-OF-DATE(WS-NED-NUM) + 7
           COMPUTE WS-NED-NUM =
               FUNCTION DATE-OF-INTEGER(WS-NED-INT)
           .
      *****************************************************************
      * Next Monthly Occurrence - One Calendar Month On, To The       *
      * Instruction's Anchor Day CLAMPED TO THE TARGET MONTH'S LENGTH *
      * EXACTLY AS PAINEXPC'S B027-ROLL-ONE-MONTH DOES - A 31ST       *
      * INSTRUCTION FALLS TO THE 28TH IN FEBRUARY AND RETURNS TO THE  *
      * 31ST IN MARCH. A ROW WITH NO ANCHOR YET KEEPS ITS CURRENT DAY *
      *****************************************************************
       B044-NEXT-MONTH.
           IF WS-PAY-ANCHOR-DD NOT NUMERIC
           OR WS-PAY-ANCHOR-DD = '00'
           OR WS-PAY-ANCHOR-DD > '31'
               MOVE WS-NED-DD          TO WS-PAY-ANCHOR-DD
           END-IF
           MOVE WS-PAY-ANCHOR-DD       TO WS-NED-DD
           IF WS-NED-MM = 12
               MOVE 01                 TO WS-NED-MM
               ADD 1                   TO WS-NED-YYYY
           ELSE
               ADD 1                   TO WS-NED-MM
           END-IF

           EVALUATE WS-NED-MM
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30             TO WS-NED-MAX-DD
               WHEN 02
                   MOVE 28             TO WS-NED-MAX-DD
                   DIVIDE WS-NED-YYYY BY 4
                       GIVING WS-NED-LEAP-QUO
                       REMAINDER WS-NED-LEAP-REM
                   IF WS-NED-LEAP-REM = 0
                       MOVE 29         TO WS-NED-MAX-DD
                   END-IF
               WHEN OTHER
                   MOVE 31             TO WS-NED-MAX-DD
           END-EVALUATE
           IF WS-NED-DD > WS-NED-MAX-DD
               MOVE WS-NED-MAX-DD      TO WS-NED-DD
           END-IF
           .
      *****************************************************************
      * Move The Occurrence To A Business Day Of The Debtor Account's *
      * Country Under The Instruction's Convention Through BUSDAYC -  *
      * A DATE BUSDAYC CANNOT PLACE IS FORECAST ON ITS SCHEDULED      *
      * DATE, AS PAINEXPC SENDS IT                                    *
      *****************************************************************
       B046-ADJUST-OCC-DATE.
           INITIALIZE WA-BDAY-FLDS
           MOVE WS-PAY-AC-CTRY         TO BDAY-CAL-CTRY
           MOVE WS-PAY-BUS-DAY-CONV    TO BDAY-CONV
           MOVE WS-NED-NUM             TO BDAY-IN-DT
           CALL WS-BDAY-PGM USING WA-BDAY-FLDS
               ON EXCEPTION
                   DISPLAY 'UNABLE TO CALL BUSINESS-DAY '
                       'SUBPROGRAM: ' WS-BDAY-PGM
                   SET BDAY-RESP-SQL-ERROR TO TRUE
                   MOVE 'BUSINESS-DAY SUBPROGRAM UNAVAILABLE'
                                       TO BDAY-RESP-MSG
           END-CALL
           EVALUATE TRUE
               WHEN BDAY-RESP-OK
                   MOVE BDAY-OUT-DT    TO WS-ADJ-NUM
               WHEN BDAY-RESP-BAD-INPUT
                   MOVE WS-NED-NUM     TO WS-ADJ-NUM
               WHEN OTHER
                   DISPLAY 'BUSINESS-DAY ADJUSTMENT FAILED - '
                       BDAY-RESP-MSG
                   PERFORM X100-ERR-COMMON-SETUP
                   SET WS-PARA-B020
                       WS-MSG-002      TO TRUE
                   MOVE WS-PARA-NAM    TO LOG-PARA-NAM
                   MOVE WS-MSG-NO      TO LOG-MSG-NO
                   MOVE BDAY-RESP-MSG  TO LOG-ERR-TEXT-LONG
                   PERFORM X490-PROC-SQL-ERROR
           END-EVALUATE
           COMPUTE WS-ADJ-INT =
               FUNCTION INTEGER-OF-DATE(WS-ADJ-NUM)
           .
      *****************************************************************
      * Print The Thirteen Weekly Buckets And The Horizon Total For   *
      * The Institution/Currency Just Finished                         *
      *****************************************************************
       B060-WRITE-GROUP.
           MOVE ZEROS                  TO WS-GRP-TOT-AMT
                                          WS-GRP-TOT-CNT
           PERFORM VARYING WS-WK-IDX FROM 1 BY 1
                   UNTIL WS-WK-IDX > WS-WK-CNT
               ADD WS-WK-AMT(WS-WK-IDX) TO WS-GRP-TOT-AMT
               ADD WS-WK-OCC-CNT(WS-WK-IDX) TO WS-GRP-TOT-CNT
               MOVE WS-WK-IDX          TO WS-WK-DISP
               MOVE WS-WK-OCC-CNT(WS-WK-IDX) TO WS-CNT-DISP
               MOVE WS-WK-AMT(WS-WK-IDX) TO WS-AMT-DISP
               MOVE SPACES             TO CSHFRPT-REC
               STRING '    '           DELIMITED BY SIZE
                      WS-CUR-CUST-CTRY DELIMITED BY SIZE
                      '  '             DELIMITED BY SIZE
                      WS-CUR-CUST-INSTT DELIMITED BY SIZE
                      '  '             DELIMITED BY SIZE
                      WS-CUR-INSTR-CCY DELIMITED BY SIZE
                      '  '             DELIMITED BY SIZE
                      WS-WK-DISP       DELIMITED BY SIZE
                      '  '             DELIMITED BY SIZE
                      WS-WK-START-DT(WS-WK-IDX) DELIMITED BY SIZE
                      '   '            DELIMITED BY SIZE
                      WS-CNT-DISP      DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-AMT-DISP      DELIMITED BY SIZE
                   INTO CSHFRPT-REC
               END-STRING
               PERFORM B075-WRITE-CSHFRPT-REC
           END-PERFORM

           MOVE WS-GRP-TOT-CNT         TO WS-CNT-DISP
           MOVE WS-GRP-TOT-AMT         TO WS-AMT-DISP
           MOVE SPACES                 TO CSHFRPT-REC
           STRING '    '               DELIMITED BY SIZE
                  WS-CUR-CUST-CTRY     DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-CUR-CUST-INSTT    DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-CUR-INSTR-CCY     DELIMITED BY SIZE
                  '  HORIZON TOTAL '   DELIMITED BY SIZE
                  WS-CNT-DISP          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-AMT-DISP          DELIMITED BY SIZE
               INTO CSHFRPT-REC
           END-STRING
           PERFORM B075-WRITE-CSHFRPT-REC
           MOVE SPACES                 TO CSHFRPT-REC
           PERFORM B075-WRITE-CSHFRPT-REC
           .
      *****************************************************************
      * Write One Record To The Forecast Report                        *
      *****************************************************************
       B075-WRITE-CSHFRPT-REC.
           IF WS-CSHFRPT-OPEN
               WRITE CSHFRPT-REC
           END-IF
           .
      *****************************************************************
      * Write Informational Message to set correct Logging Program    *
      *****************************************************************
       A010-WRT-START-MSG.
           PERFORM X100-ERR-COMMON-SETUP

           SET WS-PARA-A010
               WS-MSG-000              TO TRUE
           MOVE WS-PARA-NAM            TO LOG-PARA-NAM
           MOVE WS-MSG-NO              TO LOG-MSG-NO
           MOVE WS-MSG00-TXT           TO LOG-ERR-TEXT-LONG

           PERFORM X690-PROC-INFO-MSG
           .
      *****************************************************************
      * Open The Forecast Report File                                  *
      *****************************************************************
       A020-OPEN-CSHFRPT.
           OPEN OUTPUT CSHFRPT
           IF WS-CSHFRPT-STATUS NOT = '00'
               DISPLAY 'FILE OPEN ERROR, FILE STATUS IS :'
                   WS-CSHFRPT-STATUS
               PERFORM X390-PROC-FILE-ERROR
           ELSE
               SET WS-CSHFRPT-OPEN     TO TRUE
           END-IF
           .
      *****************************************************************
      * End Of Job Processing                                         *
      *****************************************************************
       C000-FINAL.
           PERFORM C010-CLOSING-MSG
           MOVE 0                      TO RETURN-CODE
           .
      *****************************************************************
      * Close Files And Cursor, Write Job-End Summary To The Log       *
      *****************************************************************
       C010-CLOSING-MSG.
           EXEC SQL
               CLOSE CSR-PAY-FCST
           END-EXEC

           IF WS-CSHFRPT-OPEN
               CLOSE CSHFRPT
               MOVE 'N'                TO WS-CSHFRPT-OPEN-SW
           END-IF

           STRING 'JOB END SUMMARY - INSTRUCTIONS: ' WS-REC-READ-CNT
                  ' OCCURRENCES: '                   WS-OCCUR-CNT
                  ' INST/CCY GROUPS: '               WS-GROUP-CNT
               DELIMITED BY SIZE INTO WS-JOBEND-MSG
           END-STRING

           PERFORM X100-ERR-COMMON-SETUP

           SET WS-PARA-C010
               WS-MSG-001              TO TRUE
           MOVE WS-PARA-NAM            TO LOG-PARA-NAM
           MOVE WS-MSG-NO              TO LOG-MSG-NO
           MOVE WS-JOBEND-MSG          TO LOG-ERR-TEXT-LONG

           PERFORM X690-PROC-INFO-MSG
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
      *  Application Error Processing                                 *
      *****************************************************************
       X290-PROC-DATA-ERROR.
           PERFORM X790-PROC-WRNG-MSG
           PERFORM X999-PGM-EXIT
           .
      *****************************************************************
      * File I/O Error Processing Para                                *
      *****************************************************************
       X390-PROC-FILE-ERROR.
           PERFORM X790-PROC-WRNG-MSG
           PERFORM X999-PGM-EXIT
           .
      *****************************************************************
      * DB2 Error Processing Para                                     *
      *****************************************************************
       X490-PROC-SQL-ERROR.
           PERFORM X790-PROC-WRNG-MSG
           PERFORM X999-PGM-EXIT
           .
      *****************************************************************
      * Log Informational Messages                                    *
      *****************************************************************
       X690-PROC-INFO-MSG.
           SET LOG-INFM-ONLY
               LOG-INFM-MSG
               LOG-NO-ACTN
               IB-DEPT                 TO TRUE
           MOVE WS-DEPT-ID             TO LOG-DEPT-ID
           PERFORM X920-ERROR-LOG-RETN
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
      *****************************************************************
      * ABEND COBOL PROGRAM ON SERIOUS ERROR                          *
      *****************************************************************
       X999-PGM-EXIT.
           DISPLAY '****Program Exited in X999****'
           SET PROG-ABEND              TO TRUE
           MOVE WS-PROG-NAM            TO DIAG-PROG-NAM
           MOVE WS-RUN-ID              TO DIAG-RUN-ID
           MOVE LOG-PARA-NAM           TO DIAG-PARA-NAM
           MOVE LOG-MSG-NO             TO DIAG-MSG-NO
           MOVE LOG-ERR-TEXT-LONG      TO DIAG-MSG-TEXT
           MOVE 16                     TO DIAG-ABEND-RC
           MOVE WS-REC-READ-CNT        TO DIAG-REC-READ-CNT
           MOVE WS-OCCUR-CNT           TO DIAG-REC-PROC-CNT
           PERFORM C010-CLOSING-MSG
           MOVE 16                     TO RETURN-CODE
           CALL WS-CANCEL-PGM
           STOP RUN
           .
