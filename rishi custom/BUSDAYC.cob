       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDAYC.
       AUTHOR. RISHI SHARMA.
       DATE-WRITTEN. OCT,2026.
       DATE-COMPILED. OCT,2026.
       INSTALLATION. Nowhere.
      *****************************************************************
      * THE BUSINESS-DAY ADJUSTMENT FOR ONE SCHEDULED PAYMENT DATE,   *
      * CALLED BY PAINEXPC AS EACH INSTRUCTION COMES DUE. THE         *
      * SCHEDULED DATE IS MOVED TO A BUSINESS DAY OF THE DEBTOR       *
      * ACCOUNT'S COUNTRY ON THE TABBCAL CALENDAR UNDER THE           *
      * INSTRUCTION'S CONVENTION - FOLLOWING, PRECEDING OR MODIFIED   *
      * FOLLOWING (SEE IBRBDAYW). A DATE THE CALENDAR MARKS B IS A    *
      * BUSINESS DAY AND ONE IT MARKS H IS NOT; A DATE THE CALENDAR   *
      * IS SILENT ON IS A BUSINESS DAY MONDAY TO FRIDAY AND NOT ON A  *
      * SATURDAY OR SUNDAY, SO A WEEKEND IS NEVER PAID ON WITHOUT A   *
      * CALENDAR ROW SAYING SO. NO BUSINESS DAY WITHIN TEN DAYS OF    *
      * THE SCHEDULED DATE IS A CALENDAR FAULT - THE SCHEDULED DATE   *
      * IS HANDED BACK UNMOVED WITH RESPONSE 01. THE CALLER DECIDES   *
      * WHAT TO DO WITH THE ANSWER, SO NOTHING IS LOGGED HERE         *
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
      * THE DATE UNDER TEST AND ITS INTEGER FORM FOR STEPPING A DAY   *
      * AT A TIME                                                     *
      *****************************************************************
           05 WS-TST-NUM              PIC 9(8).
           05 WS-TST-PARTS            REDEFINES WS-TST-NUM.
               10 WS-TST-YYYY         PIC 9(4).
               10 WS-TST-MM           PIC 9(2).
               10 WS-TST-DD           PIC 9(2).
           05 WS-TST-INT              PIC 9(9) COMP.
           05 WS-IN-INT               PIC 9(9) COMP.
           05 WS-IN-MM                PIC 9(2).
           05 WS-DOW-QUOT             PIC 9(9) COMP.
           05 WS-DOW-REM              PIC 9(1).
           05 WS-STEP-CNT             PIC 9(2) COMP.
           05 WS-STEP-MAX             PIC 9(2) COMP VALUE 10.
           05 WS-BUS-DAY-SW           PIC X(1) VALUE 'N'.
               88 WS-BUS-DAY          VALUE 'Y'.
           05 WS-FOUND-SW             PIC X(1) VALUE 'N'.
               88 WS-FOUND            VALUE 'Y'.
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
               INCLUDE TABBCALW
           END-EXEC.
       77 FILLER                PIC X(30) VALUE
               'END OF WORKING STORAGE SECTION'.
      *****************************************************************
      * LINKAGE SECTION - THE CALLER'S WA-BDAY-FLDS, FIELD FOR FIELD  *
      * AS LAID OUT IN IBRBDAYW                                       *
      *****************************************************************
       LINKAGE SECTION.
       01  LK-BDAY-FLDS.
           05  BDAY-CAL-CTRY           PIC X(2).
           05  BDAY-CONV               PIC X(1).
               88  BDAY-CONV-FOLLOWING VALUES 'F' ' '.
               88  BDAY-CONV-PRECEDING VALUE 'P'.
               88  BDAY-CONV-MOD-FOLL  VALUE 'M'.
               88  BDAY-CONV-VALID     VALUES 'F' 'P' 'M' ' '.
           05  BDAY-IN-DT              PIC X(8).
           05  BDAY-OUT-DT             PIC X(8).
           05  BDAY-RESP               PIC X(2).
               88  BDAY-RESP-OK        VALUE '00'.
               88  BDAY-RESP-BAD-INPUT VALUE '01'.
               88  BDAY-RESP-SQL-ERROR VALUE '08'.
           05  BDAY-RESP-MSG           PIC X(60).
      /
       PROCEDURE DIVISION USING LK-BDAY-FLDS.
           PERFORM A000-INIT
           IF BDAY-RESP-OK
               PERFORM B000-MAIN
           END-IF
           GOBACK
           .
      /
      *****************************************************************
      * Initialization - THE SCHEDULED DATE IS THE ANSWER UNTIL A     *
      * BETTER ONE IS FOUND                                           *
      *****************************************************************
       A000-INIT.
           MOVE 'BUSDAYC'              TO WS-PROG-NAM
           MOVE '00'                   TO BDAY-RESP
           MOVE SPACES                 TO BDAY-RESP-MSG
           MOVE BDAY-IN-DT             TO BDAY-OUT-DT
           IF BDAY-IN-DT NOT NUMERIC
               SET BDAY-RESP-BAD-INPUT TO TRUE
               MOVE 'SCHEDULED DATE IS NOT A DATE (YYYYMMDD)'
                                       TO BDAY-RESP-MSG
           ELSE IF NOT BDAY-CONV-VALID
               SET BDAY-RESP-BAD-INPUT TO TRUE
               MOVE 'BUSINESS-DAY CONVENTION MUST BE F, P OR M'
                                       TO BDAY-RESP-MSG
           ELSE
               MOVE BDAY-IN-DT         TO WS-TST-NUM
               MOVE WS-TST-MM          TO WS-IN-MM
               COMPUTE WS-IN-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TST-NUM)
           END-IF
           .
      *****************************************************************
      * Main Process Routine - A Business Day Stands As It Is;        *
      * Otherwise Walk To One Under The Convention                    *
      *****************************************************************
       B000-MAIN.
           MOVE WS-IN-INT              TO WS-TST-INT
           PERFORM B010-TEST-BUSINESS-DAY
           IF BDAY-RESP-OK AND NOT WS-BUS-DAY
               EVALUATE TRUE
                   WHEN BDAY-CONV-PRECEDING
                       PERFORM B030-WALK-BACK
                   WHEN BDAY-CONV-MOD-FOLL
                       PERFORM B020-WALK-FORWARD
      * MODIFIED FOLLOWING NEVER CROSSES INTO THE NEXT MONTH - A
      * MONTH-END DATE FALLS BACK INSTEAD, SO SALARY-DAY PAYMENTS
      * STAY IN THEIR MONTH
                       IF BDAY-RESP-OK AND WS-FOUND
                       AND WS-TST-MM NOT = WS-IN-MM
                           PERFORM B030-WALK-BACK
                       END-IF
                   WHEN OTHER
                       PERFORM B020-WALK-FORWARD
               END-EVALUATE
               IF BDAY-RESP-OK
                   IF WS-FOUND
                       MOVE WS-TST-NUM TO BDAY-OUT-DT
                   ELSE
                       SET BDAY-RESP-BAD-INPUT TO TRUE
                       MOVE 'NO BUSINESS DAY ON TABBCAL WITHIN 10 DAYS'
                                       TO BDAY-RESP-MSG
                   END-IF
               END-IF
           END-IF
           .
      *****************************************************************
      * Is The Date At WS-TST-INT A Business Day In The Country -     *
      * THE CALENDAR'S WORD FIRST, THE DAY OF THE WEEK WHEN IT IS     *
      * SILENT                                                        *
      *****************************************************************
       B010-TEST-BUSINESS-DAY.
           MOVE 'N'                    TO WS-BUS-DAY-SW
           COMPUTE WS-TST-NUM =
               FUNCTION DATE-OF-INTEGER(WS-TST-INT)
           MOVE WS-TST-NUM             TO TABBCAL-CAL-DT
           MOVE BDAY-CAL-CTRY          TO TABBCAL-CAL-CTRY
           EXEC SQL
               SELECT DAY_TYP
               INTO   :TABBCAL-DAY-TYP
               FROM   TABBCAL
               WHERE  CAL_CTRY = :TABBCAL-CAL-CTRY
                AND   CAL_DT   = :TABBCAL-CAL-DT
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   IF TABBCAL-DAY-TYP = 'B'
                       SET WS-BUS-DAY  TO TRUE
                   END-IF
               WHEN 100
      * DAY 1 OF THE INTEGER DATES IS A MONDAY - REMAINDERS 6 AND 0
      * ARE SATURDAY AND SUNDAY
                   DIVIDE WS-TST-INT BY 7
                       GIVING WS-DOW-QUOT
                       REMAINDER WS-DOW-REM
                   IF WS-DOW-REM NOT = 6 AND WS-DOW-REM NOT = 0
                       SET WS-BUS-DAY  TO TRUE
                   END-IF
               WHEN OTHER
                   SET BDAY-RESP-SQL-ERROR TO TRUE
                   MOVE 'DATABASE ERROR READING TABBCAL'
                                       TO BDAY-RESP-MSG
           END-EVALUATE
           .
      *****************************************************************
      * Step Forward A Day At A Time To The Next Business Day         *
      *****************************************************************
       B020-WALK-FORWARD.
           MOVE 'N'                    TO WS-FOUND-SW
           MOVE WS-IN-INT              TO WS-TST-INT
           MOVE ZEROS                  TO WS-STEP-CNT
           PERFORM UNTIL WS-FOUND OR NOT BDAY-RESP-OK
                      OR WS-STEP-CNT >= WS-STEP-MAX
               ADD 1                   TO WS-TST-INT
                                          WS-STEP-CNT
               PERFORM B010-TEST-BUSINESS-DAY
               IF WS-BUS-DAY
                   SET WS-FOUND        TO TRUE
               END-IF
           END-PERFORM
           .
      *****************************************************************
      * Step Back A Day At A Time To The Previous Business Day        *
      *****************************************************************
       B030-WALK-BACK.
           MOVE 'N'                    TO WS-FOUND-SW
           MOVE WS-IN-INT              TO WS-TST-INT
           MOVE ZEROS                  TO WS-STEP-CNT
           PERFORM UNTIL WS-FOUND OR NOT BDAY-RESP-OK
                      OR WS-STEP-CNT >= WS-STEP-MAX
               SUBTRACT 1              FROM WS-TST-INT
               ADD 1                   TO WS-STEP-CNT
               PERFORM B010-TEST-BUSINESS-DAY
               IF WS-BUS-DAY
                   SET WS-FOUND        TO TRUE
               END-IF
           END-PERFORM
           .
