       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDANLC.
       AUTHOR. RISHI SHARMA.
       DATE-WRITTEN. OCT,2026.
       DATE-COMPILED. OCT,2026.
       INSTALLATION. Nowhere.
      *****************************************************************
      * NIGHTLY PAYMENT-FRAUD PATTERN ANALYTICS OVER THE PAYMENT      *
      * INSTRUCTIONS AND THEIR TABPIMG CHANGE HISTORY. PIMGRPTC LISTS *
      * THE DAY'S CHANGES AND DUPINSTC FINDS EXACT DUPLICATES WITHIN  *
      * ONE CUSTOMER; THIS RUN LOOKS FOR THE PATTERNS A PAYMENT-      *
      * REDIRECTION FRAUD LEAVES BEHIND -                             *
      *   BCLU  ONE BENEFICIARY NAME OR FIRST ADDRESS LINE ON THE     *
      *         INSTRUCTIONS OF MANY DIFFERENT CUSTOMERS OF ONE       *
      *         INSTITUTION, RAISED WHEN A CUSTOMER HAS JOINED THE    *
      *         CLUSTER LATELY (NEW INSTRUCTION OR BENEFICIARY        *
      *         CHANGED TO IT)                                        *
      *   BCHX  A BENEFICIARY CHANGED ON THE RUN DATE ON AN           *
      *         INSTRUCTION DUE TO EXECUTE SHORTLY AFTER              *
      *   ARAI  AN AMOUNT RAISED ON THE RUN DATE SOON AFTER A         *
      *         BENEFICIARY CHANGE ON THE SAME INSTRUCTION            *
      *   BRST  A BURST OF NEW INSTRUCTIONS FOR ONE CUSTOMER OVER A   *
      *         FEW DAYS, ENDING ON THE RUN DATE                      *
      * EACH ALERT IS SCORED 0-100 AND WRITTEN AS A CASE TO FRDCASEO, *
      * THE FILE THE FRAUD TEAM WORKS FROM, WITH THE INSTRUCTIONS     *
      * BEHIND A CLUSTER OR BURST AS MEMBER RECORDS, AND LISTED ON    *
      * THE FRDANLRT PRINT. THRESHOLDS AND BASE SCORES COME FROM      *
      * TABFTHR PER INSTITUTION AND PATTERN - THE INSTITUTION'S OWN   *
      * ROW, ELSE THE HOUSE DEFAULT ROW, ELSE THE DEFAULTS BELOW.     *
      * CANCELLED INSTRUCTIONS (INSTR_STAT 'C') CANNOT PAY AND ARE    *
      * LEFT OUT OF BCLU, BCHX AND ARAI, BUT STILL COUNT TOWARDS A    *
      * BURST.                                                        *
      * PARM 1 RUN DATE (YYYYMMDD, DEFAULTS TO TODAY)                 *
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
           SELECT FRDANLRT
                                    ASSIGN TO FRDANLRT
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-FRDANLRT-STATUS.
           SELECT FRDCASEO
                                    ASSIGN TO FRDCASEO
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-FRDCASEO-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD FRDANLRT
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS FRDANLRT-REC.
       01 FRDANLRT-REC                PIC X(132).

       FD FRDCASEO
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS FRDCASEO-REC.
      *****************************************************************
      * ONE CASE RECORD - TYPE A IS THE ALERT, TYPE M ONE INSTRUCTION *
      * BEHIND A BCLU OR BRST ALERT, UNDER THE SAME CASE ID. THE FRAUD*
      * TEAM MARKS THE ALERT'S DISPOSITION (C CONFIRMED FRAUD, F      *
      * FALSE POSITIVE, R REFERRED) AND THE INVESTIGATOR'S ID; BOTH   *
      * GO OUT BLANK. THE AMOUNT IS UNSIGNED WITH 2 IMPLIED DECIMALS  *
      *****************************************************************
       01 FRDCASEO-REC.
           05 CASE-REC-TYPE           PIC X(1).
               88 CASE-REC-ALERT      VALUE 'A'.
               88 CASE-REC-MEMBER     VALUE 'M'.
           05 CASE-ID                 PIC X(16).
           05 CASE-RUN-DT             PIC X(8).
           05 CASE-PATT-COD           PIC X(4).
           05 CASE-SCORE              PIC 9(3).
           05 CASE-CUST-CTRY          PIC X(3).
           05 CASE-CUST-INSTT         PIC X(10).
           05 CASE-CUST-ID            PIC X(20).
           05 CASE-INSTR-REF          PIC X(20).
           05 CASE-EVT-TS             PIC X(26).
           05 CASE-INSTR-AMT          PIC 9(13)V9(2).
           05 CASE-INSTR-CCY          PIC X(3).
           05 CASE-BENE               PIC X(100).
           05 CASE-DETAIL             PIC X(60).
           05 CASE-DISPOSITION        PIC X(1).
           05 CASE-INVESTIGATOR       PIC X(8).
           05 FILLER                  PIC X(2).
       WORKING-STORAGE SECTION.
       77  FILLER                     PIC X(40) VALUE
            'WORKING STORAGE SECTION STARTS HERE'.
       01  WS-MISC.
           05 WS-CANCEL-PGM           PIC X(8) VALUE 'EXITPGM'.
           05 WS-SUBPGM-NAM           PIC X(8) VALUE 'LOGPGMC'.
               88 WS-SUBPGM-LOG       VALUE 'LOGPGMC'.
           05 WS-DEPT-ID              PIC X(8) VALUE 'INETBKNG'.
               88 IB-DEPT             VALUE 'INETBKNG'.
           05 WS-RUNREG-PGM           PIC X(8) VALUE 'RUNREGC'.
           05 WS-FRDANLRT-STATUS      PIC X(2).
           05 WS-FRDANLRT-OPEN-SW     PIC X(1) VALUE 'N'.
               88 WS-FRDANLRT-OPEN    VALUE 'Y'.
           05 WS-FRDCASEO-STATUS      PIC X(2).
           05 WS-FRDCASEO-OPEN-SW     PIC X(1) VALUE 'N'.
               88 WS-FRDCASEO-OPEN    VALUE 'Y'.
           05 WS-REC-READ-CNT         PIC 9(7) VALUE ZEROS.
           05 WS-ALERT-CNT            PIC 9(7) VALUE ZEROS.
           05 WS-MBR-CNT              PIC 9(7) VALUE ZEROS.
           05 WS-CASE-SEQ             PIC 9(6) VALUE ZEROS.
           05 WS-JOBEND-MSG           PIC X(80) VALUE SPACES.
           05 WS-PARM-MSG             PIC X(80) VALUE SPACES.
           05 WS-TODAY-DATE.
               10 WS-TODAY-DATE-8     PIC X(8).
               10 WS-TODAY-TIME-6     PIC X(6).
               10 FILLER              PIC X(7).
      *****************************************************************
      * RUN DATE (PARM 1, YYYYMMDD, DEFAULTS TO TODAY) - AS A DAY     *
      * NUMBER FOR THE DAY-GAP ARITHMETIC AND AS THE TIMESTAMP OF ITS *
      * MIDNIGHT FOR THE CURSORS                                      *
      *****************************************************************
           05 WS-RUN-DT               PIC X(8).
           05 WS-RUN-DT-PARM          PIC X(8).
           05 WS-RUN-DT-NUM           PIC 9(8).
           05 WS-RUN-DT-PARTS         REDEFINES WS-RUN-DT-NUM.
               10 WS-RUN-YYYY         PIC 9(4).
               10 WS-RUN-MM           PIC 9(2).
               10 WS-RUN-DD           PIC 9(2).
           05 WS-RUN-DAY-INT          PIC 9(7) COMP.
           05 WS-RUN-FROM-TS          PIC X(26).
      *****************************************************************
      * DAY ARITHMETIC - A DATE OR TIMESTAMP IS TURNED INTO ITS       *
      * INTEGER-DATE DAY NUMBER SO A GAP ACROSS A MONTH END SUBTRACTS *
      * CLEANLY                                                       *
      *****************************************************************
           05 WS-DAY-INT              PIC 9(7) COMP.
           05 WS-GAP-DAYS             PIC S9(7) COMP.
           05 WS-DT-NUM               PIC 9(8).
           05 WS-DT-PARTS             REDEFINES WS-DT-NUM.
               10 WS-DT-YYYY          PIC 9(4).
               10 WS-DT-MM            PIC 9(2).
               10 WS-DT-DD            PIC 9(2).
      *****************************************************************
      * FETCH WORK FIELDS                                             *
      *****************************************************************
           05 WS-FRD-CUST-CTRY        PIC X(3).
           05 WS-FRD-CUST-INSTT       PIC X(10).
           05 WS-FRD-CUST-ID          PIC X(20).
           05 WS-FRD-INSTR-REF        PIC X(20).
           05 WS-FRD-BENE-VAL         PIC X(100).
           05 WS-FRD-OLD-BENE         PIC X(100).
           05 WS-FRD-CUST-CNT         PIC S9(9) COMP VALUE +0.
           05 WS-FRD-LAST-CREAT-TS    PIC X(26).
           05 WS-FRD-LAST-CHG-TS      PIC X(26).
           05 WS-FRD-EVT-TS           PIC X(26).
           05 WS-FRD-BCHG-TS          PIC X(26).
           05 WS-FRD-NEXT-EXEC-DT     PIC X(8).
           05 WS-FRD-INSTR-AMT        PIC S9(13)V9(2) COMP-3.
           05 WS-FRD-OLD-AMT          PIC S9(13)V9(2) COMP-3.
           05 WS-FRD-NEW-AMT          PIC S9(13)V9(2) COMP-3.
           05 WS-FRD-INSTR-CCY        PIC X(3).
      *****************************************************************
      * THE CLUSTER IN HAND - BY BENEFICIARY NAME OR BY FIRST ADDRESS *
      * LINE - AND THE DATE ITS NEWEST MEMBER JOINED                  *
      *****************************************************************
           05 WS-CLU-BASIS            PIC X(1).
               88 WS-CLU-BY-NAME      VALUE 'N'.
               88 WS-CLU-BY-ADDR      VALUE 'A'.
           05 WS-CLU-JOIN-TS          PIC X(26).
           05 WS-CLU-MBR-CNT          PIC 9(3) COMP.
      *****************************************************************
      * ONE ALERT PER INSTRUCTION A PATTERN - THE LAST INSTRUCTION    *
      * ALERTED, AND THE ONE IN HAND                                  *
      *****************************************************************
           05 WS-CUR-INSTR-KEY.
               10 WS-CUR-CUST-CTRY    PIC X(3).
               10 WS-CUR-CUST-INSTT   PIC X(10).
               10 WS-CUR-CUST-ID      PIC X(20).
               10 WS-CUR-INSTR-REF    PIC X(20).
           05 WS-PRV-INSTR-KEY        PIC X(53) VALUE LOW-VALUES.
      *****************************************************************
      * THE THRESHOLDS IN FORCE FOR THE INSTITUTION AND PATTERN IN    *
      * HAND, AND THE ALERT'S SCORE AND WORDING                       *
      *****************************************************************
           05 WS-TH-CTRY              PIC X(3).
           05 WS-TH-INSTT             PIC X(10).
           05 WS-TH-ON                PIC X(1).
               88 WS-TH-PATT-ON       VALUE 'Y'.
           05 WS-TH-WIN               PIC S9(4) COMP.
           05 WS-TH-MIN-CNT           PIC S9(4) COMP.
           05 WS-TH-MIN-PCT           PIC S9(4) COMP.
           05 WS-TH-BASE              PIC S9(4) COMP.
           05 WS-SCORE                PIC S9(5) COMP.
           05 WS-RAISE-PCT            PIC 9(7).
           05 WS-ED-CNT5              PIC 9(5).
           05 WS-ED-DAYS              PIC 9(3).
           05 WS-ED-PCT4              PIC 9(4).
           05 WS-ED-ALERTS            PIC Z,ZZZ,ZZ9.
           05 WS-CASE-SAVE            PIC X(300).
      *****************************************************************
      * A TABPIMG OR INSTRUCTION TIMESTAMP, YYYY-MM-DD-HH.MM.SS.NNNNNN*
      *****************************************************************
       01  WS-TS-IN.
           05 WS-TS-YYYY              PIC 9(4).
           05 FILLER                  PIC X(1).
           05 WS-TS-MM                PIC 9(2).
           05 FILLER                  PIC X(1).
           05 WS-TS-DD                PIC 9(2).
           05 FILLER                  PIC X(16).
      *****************************************************************
      * THE FOUR PATTERNS IN RUN ORDER WITH THEIR BUILT-IN DEFAULTS - *
      * CODE, ON, WINDOW DAYS, MINIMUM COUNT, MINIMUM RAISE PERCENT,  *
      * BASE SCORE - AND THE PRINT'S NAME FOR EACH                    *
      *****************************************************************
       01  WS-PATT-DEFS.
           05 FILLER                  PIC X(47) VALUE
             'BCLUY001005000040SHARED BENEFICIARY            '.
           05 FILLER                  PIC X(47) VALUE
             'BCHXY003000000050BENE CHANGED NEAR EXECUTION   '.
           05 FILLER                  PIC X(47) VALUE
             'ARAIY007000010060AMOUNT RAISED AFTER BENE CHG  '.
           05 FILLER                  PIC X(47) VALUE
             'BRSTY003003000030BURST OF NEW INSTRUCTIONS     '.
       01  WS-PATT-DEF-TBL            REDEFINES WS-PATT-DEFS.
           05 WS-PATT-DEF             OCCURS 4 TIMES.
               10 WS-PD-COD           PIC X(4).
               10 WS-PD-ON            PIC X(1).
               10 WS-PD-WIN           PIC 9(3).
               10 WS-PD-MIN-CNT       PIC 9(3).
               10 WS-PD-MIN-PCT       PIC 9(3).
               10 WS-PD-BASE          PIC 9(3).
               10 WS-PD-DESC          PIC X(30).
       01  WS-PATT-CTL.
           05 WS-PATT-IDX             PIC 9(1) COMP.
           05 WS-PATT-ALERT-CNT       PIC 9(7) OCCURS 4 TIMES.
      *****************************************************************
      * EVERY TABFTHR ROW, LOADED ONCE AT THE START OF THE RUN        *
      *****************************************************************
       01  WS-FTHR-CTL.
           05 WS-FTHR-CNT             PIC 9(3) COMP VALUE ZEROS.
           05 WS-FTHR-IDX             PIC 9(3) COMP.
           05 WS-FTHR-FND             PIC 9(3) COMP.
           05 WS-FTHR-DFLT            PIC 9(3) COMP.
       01  WS-FTHR-TBL.
           05 WS-FTHR-ENT             OCCURS 400 TIMES.
               10 WS-FT-CTRY          PIC X(3).
               10 WS-FT-INSTT         PIC X(10).
               10 WS-FT-PATT          PIC X(4).
               10 WS-FT-ON            PIC X(1).
               10 WS-FT-WIN           PIC S9(4) COMP.
               10 WS-FT-MIN-CNT       PIC S9(4) COMP.
               10 WS-FT-MIN-PCT       PIC S9(4) COMP.
               10 WS-FT-BASE          PIC S9(4) COMP.
      *****************************************************************
      * THE CUSTOMER IN HAND FOR THE BURST CHECK - KEY, AND EVERY     *
      * INSTRUCTION CREATED FOR IT OVER THE LONGEST WINDOW            *
      *****************************************************************
       01  WS-BRST-CTL.
           05 WS-BRST-CUR-KEY.
               10 WS-BRST-CTRY        PIC X(3).
               10 WS-BRST-INSTT       PIC X(10).
               10 WS-BRST-CUST-ID     PIC X(20).
           05 WS-BRST-PRV-KEY         PIC X(33) VALUE LOW-VALUES.
           05 WS-BRST-CNT             PIC 9(3) COMP VALUE ZEROS.
           05 WS-BRST-IDX             PIC 9(3) COMP.
           05 WS-BRST-IN-WIN          PIC 9(3) COMP.
           05 WS-BRST-FROM-INT        PIC 9(7) COMP.
       01  WS-BRST-TBL.
           05 WS-BRST-ENT             OCCURS 200 TIMES.
               10 WS-BR-INSTR-REF     PIC X(20).
               10 WS-BR-CREAT-TS      PIC X(26).
               10 WS-BR-DAY-INT       PIC 9(7) COMP.
               10 WS-BR-INSTR-AMT     PIC S9(13)V9(2) COMP-3.
               10 WS-BR-INSTR-CCY     PIC X(3).
               10 WS-BR-BENE-NAM      PIC X(100).
      *****************************************************************
      * REPORT LINES                                                  *
      *****************************************************************
       01  WS-RPT-TTL.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 FILLER                  PIC X(40) VALUE
               'PAYMENT FRAUD PATTERN ALERTS - RUN DATE '.
           05 RPT-TTL-RUN-DT          PIC X(8).
           05 FILLER                  PIC X(83) VALUE SPACES.
       01  WS-RPT-HDG.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 FILLER                  PIC X(17) VALUE 'CASE ID'.
           05 FILLER                  PIC X(5)  VALUE 'PATT'.
           05 FILLER                  PIC X(4)  VALUE 'SCR'.
           05 FILLER                  PIC X(4)  VALUE 'CTY'.
           05 FILLER                  PIC X(11) VALUE 'INSTT'.
           05 FILLER                  PIC X(21) VALUE 'CUSTOMER'.
           05 FILLER                  PIC X(21) VALUE 'INSTRUCTION'.
           05 FILLER                  PIC X(48) VALUE 'DETAIL'.
       01  WS-RPT-DTL.
           05 FILLER                  PIC X(1).
           05 RPT-CASE-ID             PIC X(16).
           05 FILLER                  PIC X(1).
           05 RPT-PATT-COD            PIC X(4).
           05 FILLER                  PIC X(1).
           05 RPT-SCORE               PIC ZZ9.
           05 FILLER                  PIC X(1).
           05 RPT-CUST-CTRY           PIC X(3).
           05 FILLER                  PIC X(1).
           05 RPT-CUST-INSTT          PIC X(10).
           05 FILLER                  PIC X(1).
           05 RPT-CUST-ID             PIC X(20).
           05 FILLER                  PIC X(1).
           05 RPT-INSTR-REF           PIC X(20).
           05 FILLER                  PIC X(1).
           05 RPT-DETAIL              PIC X(47).
           05 FILLER                  PIC X(1).
      *****************************************************************
      *   COPYBOOKS                                                   *
      *****************************************************************
       COPY IBRFDCW.
       COPY IBRDIAGW.
       COPY IBRRREGW.

      *****************************************************************
      *      DB2 TABLE DECLARATION                                    *
      *****************************************************************
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE TABPIMGW
           END-EXEC.
           EXEC SQL
               INCLUDE TABFTHRW
           END-EXEC.
      *--------------------------------------*
      *      DB2 CURSOR DECLARATION          *
      *--------------------------------------*
      *****************************************************************
      * EVERY TABFTHR THRESHOLD ROW                                   *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-FRD-FTHR CURSOR FOR
               SELECT CST_CTRY, CST_INSTT, PATT_COD, PATT_ON,
                      WIN_DAYS, MIN_CNT, MIN_PCT, BASE_SCORE
               FROM   TABFTHR
               FOR FETCH ONLY
           END-EXEC.
      *****************************************************************
      * BENEFICIARY NAMES ON LIVE INSTRUCTIONS OF MORE THAN ONE       *
      * CUSTOMER OF AN INSTITUTION, WITH THE NEWEST INSTRUCTION       *
      * CREATED UNDER THE NAME AND THE NEWEST CHANGE TO IT WITHIN THE *
      * LONGEST WINDOW - HOWEVER MANY IS ENOUGH IS THE INSTITUTION'S  *
      * THRESHOLD, APPLIED AS EACH CLUSTER IS READ                    *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-FRD-BCLN CURSOR FOR
               SELECT P.CUST_CTRY, P.CUST_INSTT, P.BENE_NAM,
                      COUNT(DISTINCT P.CUST_ID),
                      VALUE(CHAR(MAX(P.CREAT_TS)), ' '),
                      VALUE(CHAR(MAX(C.LAST_CHG_TS)), ' ')
               FROM   PAYMENTS.PAYMENT_INSTRUCTIONS P
                      LEFT OUTER JOIN
                      (SELECT CUST_CTRY, CUST_INSTT, CUST_ID,
                              INSTR_REF_NUM,
                              MAX(CHG_TS) AS LAST_CHG_TS
                       FROM   TABPIMG
                       WHERE  CHG_ACTION IN ('U', 'R')
                        AND   OLD_BENE_NAM <> NEW_BENE_NAM
                        AND   CHG_TS >= TIMESTAMP(:WS-RUN-FROM-TS)
                                        - 31 DAYS
                       GROUP BY CUST_CTRY, CUST_INSTT, CUST_ID,
                              INSTR_REF_NUM) C
                      ON  C.CUST_CTRY     = P.CUST_CTRY
                      AND C.CUST_INSTT    = P.CUST_INSTT
                      AND C.CUST_ID       = P.CUST_ID
                      AND C.INSTR_REF_NUM = P.INSTR_REF_NUM
               WHERE  P.INSTR_STAT <> 'C'
                AND   P.BENE_NAM   <> ' '
               GROUP BY P.CUST_CTRY, P.CUST_INSTT, P.BENE_NAM
               HAVING COUNT(DISTINCT P.CUST_ID) > 1
               ORDER BY P.CUST_CTRY, P.CUST_INSTT, P.BENE_NAM
               FOR FETCH ONLY
           END-EXEC.
      *****************************************************************
      * THE SAME FOR THE FIRST BENEFICIARY ADDRESS LINE               *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-FRD-BCLA CURSOR FOR
               SELECT P.CUST_CTRY, P.CUST_INSTT, P.BENE_ADDR1,
                      COUNT(DISTINCT P.CUST_ID),
                      VALUE(CHAR(MAX(P.CREAT_TS)), ' '),
                      VALUE(CHAR(MAX(C.LAST_CHG_TS)), ' ')
               FROM   PAYMENTS.PAYMENT_INSTRUCTIONS P
                      LEFT OUTER JOIN
                      (SELECT CUST_CTRY, CUST_INSTT, CUST_ID,
                              INSTR_REF_NUM,
                              MAX(CHG_TS) AS LAST_CHG_TS
                       FROM   TABPIMG
                       WHERE  CHG_ACTION IN ('U', 'R')
                        AND   OLD_BENE_ADDR1 <> NEW_BENE_ADDR1
                        AND   CHG_TS >= TIMESTAMP(:WS-RUN-FROM-TS)
                                        - 31 DAYS
                       GROUP BY CUST_CTRY, CUST_INSTT, CUST_ID,
                              INSTR_REF_NUM) C
                      ON  C.CUST_CTRY     = P.CUST_CTRY
                      AND C.CUST_INSTT    = P.CUST_INSTT
                      AND C.CUST_ID       = P.CUST_ID
                      AND C.INSTR_REF_NUM = P.INSTR_REF_NUM
               WHERE  P.INSTR_STAT <> 'C'
                AND   P.BENE_ADDR1 <> ' '
               GROUP BY P.CUST_CTRY, P.CUST_INSTT, P.BENE_ADDR1
               HAVING COUNT(DISTINCT P.CUST_ID) > 1
               ORDER BY P.CUST_CTRY, P.CUST_INSTT, P.BENE_ADDR1
               FOR FETCH ONLY
           END-EXEC.
      *****************************************************************
      * THE LIVE INSTRUCTIONS BEHIND ONE CLUSTER                      *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-FRD-BMBR CURSOR FOR
               SELECT CUST_ID, INSTR_REF_NUM,
                      VALUE(CHAR(CREAT_TS), ' '),
                      INSTR_AMT, INSTR_CCY
               FROM   PAYMENTS.PAYMENT_INSTRUCTIONS
               WHERE  CUST_CTRY  = :WS-FRD-CUST-CTRY
                AND   CUST_INSTT = :WS-FRD-CUST-INSTT
                AND   INSTR_STAT <> 'C'
                AND   ((:WS-CLU-BASIS = 'N'
                        AND BENE_NAM   = :WS-FRD-BENE-VAL)
                   OR  (:WS-CLU-BASIS = 'A'
                        AND BENE_ADDR1 = :WS-FRD-BENE-VAL))
               ORDER BY CUST_ID, INSTR_REF_NUM
               FOR FETCH ONLY
           END-EXEC.
      *****************************************************************
      * BENEFICIARY CHANGES (UPDATE OR REPAIR-AND-RELEASE) MADE ON    *
      * THE RUN DATE TO LIVE INSTRUCTIONS STILL DUE TO EXECUTE        *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-FRD-BCHX CURSOR FOR
               SELECT I.CUST_CTRY, I.CUST_INSTT, I.CUST_ID,
                      I.INSTR_REF_NUM, CHAR(I.CHG_TS),
                      I.OLD_BENE_NAM, I.NEW_BENE_NAM,
                      P.NEXT_EXEC_DT, P.INSTR_AMT, P.INSTR_CCY
               FROM   TABPIMG I,
                      PAYMENTS.PAYMENT_INSTRUCTIONS P
               WHERE  P.CUST_CTRY     = I.CUST_CTRY
                AND   P.CUST_INSTT    = I.CUST_INSTT
                AND   P.CUST_ID       = I.CUST_ID
                AND   P.INSTR_REF_NUM = I.INSTR_REF_NUM
                AND   I.CHG_ACTION IN ('U', 'R')
                AND   I.CHG_TS >= TIMESTAMP(:WS-RUN-FROM-TS)
                AND   I.CHG_TS <  TIMESTAMP(:WS-RUN-FROM-TS) + 1 DAY
                AND   (I.OLD_BENE_NAM   <> I.NEW_BENE_NAM
                    OR I.OLD_BENE_ADDR1 <> I.NEW_BENE_ADDR1
                    OR I.OLD_BENE_ADDR2 <> I.NEW_BENE_ADDR2
                    OR I.OLD_BENE_ADDR3 <> I.NEW_BENE_ADDR3)
                AND   P.INSTR_STAT   <> 'C'
                AND   P.NEXT_EXEC_DT >= :WS-RUN-DT
               ORDER BY I.CUST_CTRY, I.CUST_INSTT, I.CUST_ID,
                      I.INSTR_REF_NUM, I.CHG_TS
               FOR FETCH ONLY
           END-EXEC.
      *****************************************************************
      * AMOUNT RAISES MADE ON THE RUN DATE TO LIVE INSTRUCTIONS, EACH *
      * WITH THE LATEST BENEFICIARY CHANGE TO THE SAME INSTRUCTION AT *
      * OR BEFORE IT WITHIN THE LONGEST WINDOW (BLANK IF NONE). IMAGES*
      * WRITTEN BEFORE TABPIMG CARRIED AMOUNTS HOLD ZERO AND DROP OUT *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-FRD-ARAI CURSOR FOR
               SELECT A.CUST_CTRY, A.CUST_INSTT, A.CUST_ID,
                      A.INSTR_REF_NUM, CHAR(A.CHG_TS),
                      A.OLD_INSTR_AMT, A.NEW_INSTR_AMT,
                      P.INSTR_CCY, P.BENE_NAM,
                      VALUE((SELECT CHAR(MAX(B.CHG_TS))
                             FROM   TABPIMG B
                             WHERE  B.CUST_CTRY     = A.CUST_CTRY
                              AND   B.CUST_INSTT    = A.CUST_INSTT
                              AND   B.CUST_ID       = A.CUST_ID
                              AND   B.INSTR_REF_NUM = A.INSTR_REF_NUM
                              AND   B.CHG_ACTION IN ('U', 'R')
                              AND   B.CHG_TS <= A.CHG_TS
                              AND   B.CHG_TS >= A.CHG_TS - 31 DAYS
                              AND   (B.OLD_BENE_NAM <> B.NEW_BENE_NAM
                                 OR  B.OLD_BENE_ADDR1
                                               <> B.NEW_BENE_ADDR1
                                 OR  B.OLD_BENE_ADDR2
                                               <> B.NEW_BENE_ADDR2
                                 OR  B.OLD_BENE_ADDR3
                                               <> B.NEW_BENE_ADDR3)),
                             ' ')
               FROM   TABPIMG A,
                      PAYMENTS.PAYMENT_INSTRUCTIONS P
               WHERE  P.CUST_CTRY     = A.CUST_CTRY
                AND   P.CUST_INSTT    = A.CUST_INSTT
                AND   P.CUST_ID       = A.CUST_ID
                AND   P.INSTR_REF_NUM = A.INSTR_REF_NUM
                AND   A.CHG_ACTION IN ('U', 'R')
                AND   A.CHG_TS >= TIMESTAMP(:WS-RUN-FROM-TS)
                AND   A.CHG_TS <  TIMESTAMP(:WS-RUN-FROM-TS) + 1 DAY
                AND   A.OLD_INSTR_AMT > 0
                AND   A.NEW_INSTR_AMT > A.OLD_INSTR_AMT
                AND   P.INSTR_STAT <> 'C'
               ORDER BY A.CUST_CTRY, A.CUST_INSTT, A.CUST_ID,
                      A.INSTR_REF_NUM, A.CHG_TS
               FOR FETCH ONLY
           END-EXEC.
      *****************************************************************
      * INSTRUCTIONS CREATED OVER THE LONGEST WINDOW FOR EVERY        *
      * CUSTOMER WITH ONE CREATED ON THE RUN DATE, IN CUSTOMER ORDER. *
      * A DELETED INSTRUCTION HAS LEFT THE TABLE AND IS NOT COUNTED   *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-FRD-BRST CURSOR FOR
               SELECT P.CUST_CTRY, P.CUST_INSTT, P.CUST_ID,
                      P.INSTR_REF_NUM, CHAR(P.CREAT_TS),
                      P.INSTR_AMT, P.INSTR_CCY, P.BENE_NAM
               FROM   PAYMENTS.PAYMENT_INSTRUCTIONS P
               WHERE  P.CREAT_TS >= TIMESTAMP(:WS-RUN-FROM-TS)
                                    - 30 DAYS
                AND   P.CREAT_TS <  TIMESTAMP(:WS-RUN-FROM-TS) + 1 DAY
                AND   EXISTS
                      (SELECT 1
                       FROM   PAYMENTS.PAYMENT_INSTRUCTIONS Q
                       WHERE  Q.CUST_CTRY  = P.CUST_CTRY
                        AND   Q.CUST_INSTT = P.CUST_INSTT
                        AND   Q.CUST_ID    = P.CUST_ID
                        AND   Q.CREAT_TS  >= TIMESTAMP(:WS-RUN-FROM-TS)
                        AND   Q.CREAT_TS  <  TIMESTAMP(:WS-RUN-FROM-TS)
                                             + 1 DAY)
               ORDER BY P.CUST_CTRY, P.CUST_INSTT, P.CUST_ID,
                      P.CREAT_TS, P.INSTR_REF_NUM
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
           MOVE 'FRDANLC'              TO WS-PROG-NAM
           PERFORM A010-WRT-START-MSG
           MOVE FUNCTION CURRENT-DATE  TO WS-TODAY-DATE
           PERFORM A005-GET-RUN-PARMS
           IF PROG-NORMAL
               PERFORM A015-REGISTER-RUN-START
               PERFORM A020-OPEN-FRDANLRT
               PERFORM A025-OPEN-FRDCASEO
           END-IF
           IF PROG-NORMAL
               PERFORM A030-LOAD-THRESHOLDS
           END-IF
           IF PROG-NORMAL
               PERFORM A040-WRITE-HEADINGS
           END-IF
           .
      *****************************************************************
      * Run Date From Parm 1 (YYYYMMDD, Defaults To Today), With Its  *
      * Day Number And Midnight Timestamp                             *
      *****************************************************************
       A005-GET-RUN-PARMS.
           MOVE WS-TODAY-DATE-8        TO WS-RUN-DT
           MOVE SPACES                 TO WS-RUN-DT-PARM
           DISPLAY 1                   UPON ARGUMENT-NUMBER
           ACCEPT WS-RUN-DT-PARM       FROM ARGUMENT-VALUE
           EVALUATE TRUE
               WHEN WS-RUN-DT-PARM = SPACES
                   CONTINUE
               WHEN WS-RUN-DT-PARM NOT NUMERIC
               WHEN WS-RUN-DT-PARM(5:2) < '01'
               WHEN WS-RUN-DT-PARM(5:2) > '12'
               WHEN WS-RUN-DT-PARM(7:2) < '01'
               WHEN WS-RUN-DT-PARM(7:2) > '31'
                   MOVE 'PARM 1 MUST BE THE RUN DATE, YYYYMMDD, OR OMITT
      -                 'ED'           TO WS-PARM-MSG
               WHEN OTHER
                   MOVE WS-RUN-DT-PARM TO WS-RUN-DT
           END-EVALUATE
           IF WS-PARM-MSG NOT = SPACES
               PERFORM A090-REFUSE-RUN
           ELSE
               MOVE WS-RUN-DT          TO WS-RUN-DT-NUM
               COMPUTE WS-RUN-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DT-NUM)
           END-IF
           IF WS-PARM-MSG = SPACES AND WS-RUN-DAY-INT = 0
               MOVE 'PARM 1 IS NOT A CALENDAR DATE'
                                       TO WS-PARM-MSG
               PERFORM A090-REFUSE-RUN
           END-IF
           IF WS-PARM-MSG = SPACES
               MOVE SPACES             TO WS-RUN-FROM-TS
               STRING WS-RUN-YYYY      DELIMITED BY SIZE
                      '-'              DELIMITED BY SIZE
                      WS-RUN-MM        DELIMITED BY SIZE
                      '-'              DELIMITED BY SIZE
                      WS-RUN-DD        DELIMITED BY SIZE
                      '-00.00.00.000000' DELIMITED BY SIZE
                   INTO WS-RUN-FROM-TS
               END-STRING
           END-IF
           .
      *****************************************************************
      * Refuse The Run Before Anything Is Written                     *
      *****************************************************************
       A090-REFUSE-RUN.
           DISPLAY 'FRAUD ANALYTICS RUN REFUSED - ' WS-PARM-MSG
           PERFORM X100-ERR-COMMON-SETUP
           SET WS-PARA-A020
               WS-MSG-002              TO TRUE
           MOVE WS-PARA-NAM            TO LOG-PARA-NAM
           MOVE WS-MSG-NO              TO LOG-MSG-NO
           MOVE WS-PARM-MSG            TO LOG-ERR-TEXT-LONG
           PERFORM X290-PROC-DATA-ERROR
           .
      *****************************************************************
      * Announce This Run On The TABRREG RUN REGISTRY UNDER THE RUN   *
      * DATE ANALYSED                                                 *
      *****************************************************************
       A015-REGISTER-RUN-START.
           INITIALIZE WR-RUNREG-FLDS
                        REPLACING NUMERIC DATA BY ZERO
           SET RREG-FUNC-START         TO TRUE
           MOVE WS-PROG-NAM            TO RREG-PROG-NAM
           MOVE WS-RUN-DT              TO RREG-BUS-DT
           PERFORM X940-RUN-REGISTRY
           .
      *****************************************************************
      * Load Every TABFTHR Threshold Row                              *
      *****************************************************************
       A030-LOAD-THRESHOLDS.
           EXEC SQL
               OPEN CSR-FRD-FTHR
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           ELSE
               PERFORM A035-FETCH-FTHR-ROW
               PERFORM UNTIL SQLCODE NOT = 0
                   IF WS-FTHR-CNT < 400
                       ADD 1           TO WS-FTHR-CNT
                       MOVE TABFTHR-CST-CTRY
                                       TO WS-FT-CTRY(WS-FTHR-CNT)
                       MOVE TABFTHR-CST-INSTT
                                       TO WS-FT-INSTT(WS-FTHR-CNT)
                       MOVE TABFTHR-PATT-COD
                                       TO WS-FT-PATT(WS-FTHR-CNT)
                       MOVE TABFTHR-PATT-ON
                                       TO WS-FT-ON(WS-FTHR-CNT)
                       MOVE TABFTHR-WIN-DAYS
                                       TO WS-FT-WIN(WS-FTHR-CNT)
                       MOVE TABFTHR-MIN-CNT
                                       TO WS-FT-MIN-CNT(WS-FTHR-CNT)
                       MOVE TABFTHR-MIN-PCT
                                       TO WS-FT-MIN-PCT(WS-FTHR-CNT)
                       MOVE TABFTHR-BASE-SCORE
                                       TO WS-FT-BASE(WS-FTHR-CNT)
                   ELSE
                       DISPLAY 'THRESHOLD TABLE OVERFLOW - TABFTHR ROW '
                           TABFTHR-CST-CTRY ' ' TABFTHR-CST-INSTT ' '
                           TABFTHR-PATT-COD ' IGNORED'
                   END-IF
                   PERFORM A035-FETCH-FTHR-ROW
               END-PERFORM
               IF SQLCODE NOT = 100
                   PERFORM X490-PROC-SQL-ERROR
               END-IF
               EXEC SQL
                   CLOSE CSR-FRD-FTHR
               END-EXEC
           END-IF
           .
       A035-FETCH-FTHR-ROW.
           EXEC SQL
               FETCH CSR-FRD-FTHR
               INTO :TABFTHR-CST-CTRY, :TABFTHR-CST-INSTT,
                    :TABFTHR-PATT-COD, :TABFTHR-PATT-ON,
                    :TABFTHR-WIN-DAYS, :TABFTHR-MIN-CNT,
                    :TABFTHR-MIN-PCT, :TABFTHR-BASE-SCORE
           END-EXEC
           .
      *****************************************************************
      * Print Title And Column Headings                               *
      *****************************************************************
       A040-WRITE-HEADINGS.
           MOVE WS-RUN-DT              TO RPT-TTL-RUN-DT
           MOVE WS-RPT-TTL             TO FRDANLRT-REC
           PERFORM Z010-WRITE-RPT-LINE
           MOVE SPACES                 TO FRDANLRT-REC
           PERFORM Z010-WRITE-RPT-LINE
           MOVE WS-RPT-HDG             TO FRDANLRT-REC
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * Main Process Routine - Each Pattern In Turn, Then The Counts  *
      *****************************************************************
       B000-MAIN.
           MOVE ZEROS                  TO WS-PATT-ALERT-CNT(1)
                                          WS-PATT-ALERT-CNT(2)
                                          WS-PATT-ALERT-CNT(3)
                                          WS-PATT-ALERT-CNT(4)
           MOVE 1                      TO WS-PATT-IDX
           SET WS-CLU-BY-NAME          TO TRUE
           PERFORM B100-SCAN-NAME-CLUSTERS
           IF PROG-NORMAL
               SET WS-CLU-BY-ADDR      TO TRUE
               PERFORM B110-SCAN-ADDR-CLUSTERS
           END-IF
           IF PROG-NORMAL
               MOVE 2                  TO WS-PATT-IDX
               PERFORM B200-SCAN-BENE-CHANGES
           END-IF
           IF PROG-NORMAL
               MOVE 3                  TO WS-PATT-IDX
               PERFORM B300-SCAN-AMOUNT-RAISES
           END-IF
           IF PROG-NORMAL
               MOVE 4                  TO WS-PATT-IDX
               PERFORM B400-SCAN-NEW-INSTRUCTIONS
           END-IF
           IF PROG-NORMAL
               PERFORM B900-WRITE-PATT-COUNTS
           END-IF
           .
      *****************************************************************
      * Clusters By Beneficiary Name                                  *
      *****************************************************************
       B100-SCAN-NAME-CLUSTERS.
           EXEC SQL
               OPEN CSR-FRD-BCLN
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           ELSE
               PERFORM B105-FETCH-BCLN-ROW
               PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
                   PERFORM B120-PROC-CLUSTER
                   IF PROG-NORMAL
                       PERFORM B105-FETCH-BCLN-ROW
                   END-IF
               END-PERFORM
               IF PROG-NORMAL AND SQLCODE NOT = 100
                   PERFORM X490-PROC-SQL-ERROR
               END-IF
               EXEC SQL
                   CLOSE CSR-FRD-BCLN
               END-EXEC
           END-IF
           .
       B105-FETCH-BCLN-ROW.
           EXEC SQL
               FETCH CSR-FRD-BCLN
               INTO :WS-FRD-CUST-CTRY, :WS-FRD-CUST-INSTT,
                    :WS-FRD-BENE-VAL, :WS-FRD-CUST-CNT,
                    :WS-FRD-LAST-CREAT-TS, :WS-FRD-LAST-CHG-TS
           END-EXEC
           IF SQLCODE = 0
               ADD 1                   TO WS-REC-READ-CNT
           END-IF
           .
      *****************************************************************
      * Clusters By First Beneficiary Address Line                    *
      *****************************************************************
       B110-SCAN-ADDR-CLUSTERS.
           EXEC SQL
               OPEN CSR-FRD-BCLA
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           ELSE
               PERFORM B115-FETCH-BCLA-ROW
               PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
                   PERFORM B120-PROC-CLUSTER
                   IF PROG-NORMAL
                       PERFORM B115-FETCH-BCLA-ROW
                   END-IF
               END-PERFORM
               IF PROG-NORMAL AND SQLCODE NOT = 100
                   PERFORM X490-PROC-SQL-ERROR
               END-IF
               EXEC SQL
                   CLOSE CSR-FRD-BCLA
               END-EXEC
           END-IF
           .
       B115-FETCH-BCLA-ROW.
           EXEC SQL
               FETCH CSR-FRD-BCLA
               INTO :WS-FRD-CUST-CTRY, :WS-FRD-CUST-INSTT,
                    :WS-FRD-BENE-VAL, :WS-FRD-CUST-CNT,
                    :WS-FRD-LAST-CREAT-TS, :WS-FRD-LAST-CHG-TS
           END-EXEC
           IF SQLCODE = 0
               ADD 1                   TO WS-REC-READ-CNT
           END-IF
           .
      *****************************************************************
      * Judge One Cluster Against Its Institution's Thresholds -      *
      * ENOUGH CUSTOMERS, AND A CUSTOMER JOINED WITHIN THE WINDOW     *
      * ENDING ON THE RUN DATE. THE SCORE RISES 5 FOR EVERY CUSTOMER  *
      * OVER THE MINIMUM                                              *
      *****************************************************************
       B120-PROC-CLUSTER.
           MOVE WS-FRD-CUST-CTRY       TO WS-TH-CTRY
           MOVE WS-FRD-CUST-INSTT      TO WS-TH-INSTT
           PERFORM Z200-GET-THRESHOLDS
           IF WS-TH-PATT-ON AND WS-FRD-CUST-CNT >= WS-TH-MIN-CNT
               IF WS-FRD-LAST-CHG-TS > WS-FRD-LAST-CREAT-TS
                   MOVE WS-FRD-LAST-CHG-TS   TO WS-CLU-JOIN-TS
               ELSE
                   MOVE WS-FRD-LAST-CREAT-TS TO WS-CLU-JOIN-TS
               END-IF
               MOVE 9999999            TO WS-GAP-DAYS
               IF WS-CLU-JOIN-TS(1:10) NOT = SPACES
                   MOVE WS-CLU-JOIN-TS TO WS-TS-IN
                   PERFORM Z100-TS-TO-DAY-INT
                   COMPUTE WS-GAP-DAYS = WS-RUN-DAY-INT - WS-DAY-INT
               END-IF
               IF WS-GAP-DAYS >= 0 AND WS-GAP-DAYS < WS-TH-WIN
                   COMPUTE WS-SCORE = WS-TH-BASE
                       + 5 * (WS-FRD-CUST-CNT - WS-TH-MIN-CNT)
                       ON SIZE ERROR
                           MOVE 100    TO WS-SCORE
                   END-COMPUTE
                   PERFORM Z300-NEW-CASE
                   MOVE WS-FRD-CUST-CTRY  TO CASE-CUST-CTRY
                   MOVE WS-FRD-CUST-INSTT TO CASE-CUST-INSTT
                   MOVE WS-CLU-JOIN-TS TO CASE-EVT-TS
                   MOVE WS-FRD-BENE-VAL
                                       TO CASE-BENE
                   MOVE WS-FRD-CUST-CNT
                                       TO WS-ED-CNT5
                   IF WS-CLU-BY-NAME
                       STRING 'NAME SHARED BY ' DELIMITED BY SIZE
                              WS-ED-CNT5       DELIMITED BY SIZE
                              ' CUSTOMERS, JOINED '
                                               DELIMITED BY SIZE
                              WS-TS-YYYY       DELIMITED BY SIZE
                              WS-TS-MM         DELIMITED BY SIZE
                              WS-TS-DD         DELIMITED BY SIZE
                           INTO CASE-DETAIL
                       END-STRING
                   ELSE
                       STRING 'ADDR SHARED BY ' DELIMITED BY SIZE
                              WS-ED-CNT5       DELIMITED BY SIZE
                              ' CUSTOMERS, JOINED '
                                               DELIMITED BY SIZE
                              WS-TS-YYYY       DELIMITED BY SIZE
                              WS-TS-MM         DELIMITED BY SIZE
                              WS-TS-DD         DELIMITED BY SIZE
                           INTO CASE-DETAIL
                       END-STRING
                   END-IF
                   PERFORM Z310-WRITE-ALERT
                   PERFORM B130-WRITE-CLUSTER-MEMBERS
               END-IF
           END-IF
           .
      *****************************************************************
      * The Instructions Behind The Cluster As Member Records - THE   *
      * FIRST 99; THE ALERT CARRIES THE FULL CUSTOMER COUNT           *
      *****************************************************************
       B130-WRITE-CLUSTER-MEMBERS.
           MOVE ZEROS                  TO WS-CLU-MBR-CNT
           EXEC SQL
               OPEN CSR-FRD-BMBR
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           ELSE
               PERFORM B135-FETCH-BMBR-ROW
               PERFORM UNTIL SQLCODE NOT = 0 OR WS-CLU-MBR-CNT > 98
                   ADD 1               TO WS-CLU-MBR-CNT
                   PERFORM Z320-NEW-MEMBER
                   MOVE WS-FRD-CUST-ID TO CASE-CUST-ID
                   MOVE WS-FRD-INSTR-REF
                                       TO CASE-INSTR-REF
                   MOVE WS-FRD-EVT-TS  TO CASE-EVT-TS
                   MOVE WS-FRD-INSTR-AMT
                                       TO CASE-INSTR-AMT
                   MOVE WS-FRD-INSTR-CCY
                                       TO CASE-INSTR-CCY
                   MOVE 'MEMBER OF THE SHARED-BENEFICIARY CASE'
                                       TO CASE-DETAIL
                   PERFORM Z330-WRITE-MEMBER
                   PERFORM B135-FETCH-BMBR-ROW
               END-PERFORM
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM X490-PROC-SQL-ERROR
               END-IF
               EXEC SQL
                   CLOSE CSR-FRD-BMBR
               END-EXEC
           END-IF
           .
       B135-FETCH-BMBR-ROW.
           EXEC SQL
               FETCH CSR-FRD-BMBR
               INTO :WS-FRD-CUST-ID, :WS-FRD-INSTR-REF,
                    :WS-FRD-EVT-TS, :WS-FRD-INSTR-AMT,
                    :WS-FRD-INSTR-CCY
           END-EXEC
           .
      *****************************************************************
      * Beneficiary Changes Made On The Run Date                      *
      *****************************************************************
       B200-SCAN-BENE-CHANGES.
           MOVE LOW-VALUES             TO WS-PRV-INSTR-KEY
           EXEC SQL
               OPEN CSR-FRD-BCHX
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           ELSE
               PERFORM B205-FETCH-BCHX-ROW
               PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
                   PERFORM B210-PROC-BENE-CHANGE
                   IF PROG-NORMAL
                       PERFORM B205-FETCH-BCHX-ROW
                   END-IF
               END-PERFORM
               IF PROG-NORMAL AND SQLCODE NOT = 100
                   PERFORM X490-PROC-SQL-ERROR
               END-IF
               EXEC SQL
                   CLOSE CSR-FRD-BCHX
               END-EXEC
           END-IF
           .
       B205-FETCH-BCHX-ROW.
           EXEC SQL
               FETCH CSR-FRD-BCHX
               INTO :WS-FRD-CUST-CTRY, :WS-FRD-CUST-INSTT,
                    :WS-FRD-CUST-ID, :WS-FRD-INSTR-REF,
                    :WS-FRD-EVT-TS, :WS-FRD-OLD-BENE,
                    :WS-FRD-BENE-VAL, :WS-FRD-NEXT-EXEC-DT,
                    :WS-FRD-INSTR-AMT, :WS-FRD-INSTR-CCY
           END-EXEC
           IF SQLCODE = 0
               ADD 1                   TO WS-REC-READ-CNT
           END-IF
           .
      *****************************************************************
      * Alert When The Next Execution Falls Within The Window Of The  *
      * Change - THE SCORE RISES 10 FOR EVERY DAY CLOSER. ONE ALERT   *
      * PER INSTRUCTION, HOWEVER MANY TIMES IT WAS CHANGED            *
      *****************************************************************
       B210-PROC-BENE-CHANGE.
           PERFORM Z110-SET-CUR-INSTR-KEY
           IF WS-CUR-INSTR-KEY NOT = WS-PRV-INSTR-KEY
              AND WS-FRD-NEXT-EXEC-DT IS NUMERIC
               MOVE WS-FRD-CUST-CTRY   TO WS-TH-CTRY
               MOVE WS-FRD-CUST-INSTT  TO WS-TH-INSTT
               PERFORM Z200-GET-THRESHOLDS
               MOVE WS-FRD-NEXT-EXEC-DT TO WS-DT-NUM
               IF WS-TH-PATT-ON
                  AND WS-DT-MM >= 1 AND WS-DT-MM <= 12
                  AND WS-DT-DD >= 1 AND WS-DT-DD <= 31
                   COMPUTE WS-GAP-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-DT-NUM)
                     - WS-RUN-DAY-INT
                   IF WS-GAP-DAYS <= WS-TH-WIN
                       COMPUTE WS-SCORE = WS-TH-BASE
                           + 10 * (WS-TH-WIN - WS-GAP-DAYS)
                       PERFORM Z300-NEW-CASE
                       PERFORM Z120-CASE-INSTR-FIELDS
                       MOVE WS-GAP-DAYS
                                       TO WS-ED-DAYS
                       STRING 'CHANGED '   DELIMITED BY SIZE
                              WS-ED-DAYS   DELIMITED BY SIZE
                              ' DAYS BEFORE EXECUTION ON '
                                           DELIMITED BY SIZE
                              WS-FRD-NEXT-EXEC-DT
                                           DELIMITED BY SIZE
                           INTO CASE-DETAIL
                       END-STRING
                       PERFORM Z310-WRITE-ALERT
                       MOVE WS-CUR-INSTR-KEY
                                       TO WS-PRV-INSTR-KEY
                   END-IF
               END-IF
           END-IF
           .
      *****************************************************************
      * Amount Raises Made On The Run Date                            *
      *****************************************************************
       B300-SCAN-AMOUNT-RAISES.
           MOVE LOW-VALUES             TO WS-PRV-INSTR-KEY
           EXEC SQL
               OPEN CSR-FRD-ARAI
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           ELSE
               PERFORM B305-FETCH-ARAI-ROW
               PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
                   PERFORM B310-PROC-AMOUNT-RAISE
                   IF PROG-NORMAL
                       PERFORM B305-FETCH-ARAI-ROW
                   END-IF
               END-PERFORM
               IF PROG-NORMAL AND SQLCODE NOT = 100
                   PERFORM X490-PROC-SQL-ERROR
               END-IF
               EXEC SQL
                   CLOSE CSR-FRD-ARAI
               END-EXEC
           END-IF
           .
       B305-FETCH-ARAI-ROW.
           EXEC SQL
               FETCH CSR-FRD-ARAI
               INTO :WS-FRD-CUST-CTRY, :WS-FRD-CUST-INSTT,
                    :WS-FRD-CUST-ID, :WS-FRD-INSTR-REF,
                    :WS-FRD-EVT-TS, :WS-FRD-OLD-AMT,
                    :WS-FRD-NEW-AMT, :WS-FRD-INSTR-CCY,
                    :WS-FRD-BENE-VAL, :WS-FRD-BCHG-TS
           END-EXEC
           IF SQLCODE = 0
               ADD 1                   TO WS-REC-READ-CNT
           END-IF
           .
      *****************************************************************
      * Alert When The Raise Is Big Enough And The Beneficiary Change *
      * Before It Falls Within The Window - THE SCORE RISES 1 FOR     *
      * EVERY 10 PERCENT OF THE RAISE. ONE ALERT PER INSTRUCTION      *
      *****************************************************************
       B310-PROC-AMOUNT-RAISE.
           PERFORM Z110-SET-CUR-INSTR-KEY
           IF WS-CUR-INSTR-KEY NOT = WS-PRV-INSTR-KEY
              AND WS-FRD-BCHG-TS(1:10) NOT = SPACES
               MOVE WS-FRD-CUST-CTRY   TO WS-TH-CTRY
               MOVE WS-FRD-CUST-INSTT  TO WS-TH-INSTT
               PERFORM Z200-GET-THRESHOLDS
               MOVE WS-FRD-BCHG-TS     TO WS-TS-IN
               PERFORM Z100-TS-TO-DAY-INT
               MOVE WS-DAY-INT         TO WS-GAP-DAYS
               MOVE WS-FRD-EVT-TS      TO WS-TS-IN
               PERFORM Z100-TS-TO-DAY-INT
               COMPUTE WS-GAP-DAYS = WS-DAY-INT - WS-GAP-DAYS
               COMPUTE WS-RAISE-PCT =
                   (WS-FRD-NEW-AMT - WS-FRD-OLD-AMT) * 100
                   / WS-FRD-OLD-AMT
                   ON SIZE ERROR
                       MOVE 9999       TO WS-RAISE-PCT
               END-COMPUTE
               IF WS-RAISE-PCT > 9999
                   MOVE 9999           TO WS-RAISE-PCT
               END-IF
               IF WS-TH-PATT-ON
                  AND WS-GAP-DAYS <= WS-TH-WIN
                  AND WS-RAISE-PCT >= WS-TH-MIN-PCT
                   COMPUTE WS-SCORE = WS-TH-BASE + WS-RAISE-PCT / 10
                   MOVE WS-FRD-NEW-AMT TO WS-FRD-INSTR-AMT
                   PERFORM Z300-NEW-CASE
                   PERFORM Z120-CASE-INSTR-FIELDS
                   MOVE WS-RAISE-PCT   TO WS-ED-PCT4
                   MOVE WS-GAP-DAYS    TO WS-ED-DAYS
                   STRING 'RAISED '    DELIMITED BY SIZE
                          WS-ED-PCT4   DELIMITED BY SIZE
                          '% '         DELIMITED BY SIZE
                          WS-ED-DAYS   DELIMITED BY SIZE
                          ' DAYS AFTER BENEFICIARY CHANGE'
                                       DELIMITED BY SIZE
                       INTO CASE-DETAIL
                   END-STRING
                   PERFORM Z310-WRITE-ALERT
                   MOVE WS-CUR-INSTR-KEY
                                       TO WS-PRV-INSTR-KEY
               END-IF
           END-IF
           .
      *****************************************************************
      * New Instructions Per Customer, Control-Broken On The Customer *
      *****************************************************************
       B400-SCAN-NEW-INSTRUCTIONS.
           MOVE LOW-VALUES             TO WS-BRST-PRV-KEY
           MOVE ZEROS                  TO WS-BRST-CNT
           EXEC SQL
               OPEN CSR-FRD-BRST
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           ELSE
               PERFORM B405-FETCH-BRST-ROW
               PERFORM UNTIL SQLCODE NOT = 0 OR PROG-ABEND
                   PERFORM B410-PROC-NEW-INSTR
                   IF PROG-NORMAL
                       PERFORM B405-FETCH-BRST-ROW
                   END-IF
               END-PERFORM
               IF PROG-NORMAL AND SQLCODE NOT = 100
                   PERFORM X490-PROC-SQL-ERROR
               END-IF
               EXEC SQL
                   CLOSE CSR-FRD-BRST
               END-EXEC
               IF PROG-NORMAL AND WS-BRST-CNT > 0
                   PERFORM B420-JUDGE-BURST
               END-IF
           END-IF
           .
       B405-FETCH-BRST-ROW.
           EXEC SQL
               FETCH CSR-FRD-BRST
               INTO :WS-FRD-CUST-CTRY, :WS-FRD-CUST-INSTT,
                    :WS-FRD-CUST-ID, :WS-FRD-INSTR-REF,
                    :WS-FRD-EVT-TS, :WS-FRD-INSTR-AMT,
                    :WS-FRD-INSTR-CCY, :WS-FRD-BENE-VAL
           END-EXEC
           IF SQLCODE = 0
               ADD 1                   TO WS-REC-READ-CNT
           END-IF
           .
      *****************************************************************
      * Collect The Instruction Under Its Customer, Judging The Prior *
      * Customer First When The Key Breaks                            *
      *****************************************************************
       B410-PROC-NEW-INSTR.
           MOVE WS-FRD-CUST-CTRY       TO WS-BRST-CTRY
           MOVE WS-FRD-CUST-INSTT      TO WS-BRST-INSTT
           MOVE WS-FRD-CUST-ID         TO WS-BRST-CUST-ID
           IF WS-BRST-CUR-KEY NOT = WS-BRST-PRV-KEY
               IF WS-BRST-CNT > 0
                   PERFORM B420-JUDGE-BURST
               END-IF
               MOVE WS-BRST-CUR-KEY    TO WS-BRST-PRV-KEY
               MOVE ZEROS              TO WS-BRST-CNT
           END-IF
           IF WS-BRST-CNT < 200
               ADD 1                   TO WS-BRST-CNT
               MOVE WS-FRD-INSTR-REF   TO WS-BR-INSTR-REF(WS-BRST-CNT)
               MOVE WS-FRD-EVT-TS      TO WS-BR-CREAT-TS(WS-BRST-CNT)
               MOVE WS-FRD-EVT-TS      TO WS-TS-IN
               PERFORM Z100-TS-TO-DAY-INT
               MOVE WS-DAY-INT         TO WS-BR-DAY-INT(WS-BRST-CNT)
               MOVE WS-FRD-INSTR-AMT   TO WS-BR-INSTR-AMT(WS-BRST-CNT)
               MOVE WS-FRD-INSTR-CCY   TO WS-BR-INSTR-CCY(WS-BRST-CNT)
               MOVE WS-FRD-BENE-VAL    TO WS-BR-BENE-NAM(WS-BRST-CNT)
           ELSE
               DISPLAY 'BURST TABLE OVERFLOW FOR CUSTOMER '
                   WS-FRD-CUST-ID ' - INSTRUCTION SKIPPED'
           END-IF
           .
      *****************************************************************
      * Alert When Enough Of The Customer's Instructions Were Created *
      * Within The Window Ending On The Run Date - THE SCORE RISES 10 *
      * FOR EVERY INSTRUCTION OVER THE MINIMUM. THE ONES IN THE       *
      * WINDOW FOLLOW AS MEMBER RECORDS                               *
      *****************************************************************
       B420-JUDGE-BURST.
           MOVE WS-BRST-PRV-KEY(1:3)   TO WS-TH-CTRY
           MOVE WS-BRST-PRV-KEY(4:10)  TO WS-TH-INSTT
           PERFORM Z200-GET-THRESHOLDS
           COMPUTE WS-BRST-FROM-INT = WS-RUN-DAY-INT - WS-TH-WIN + 1
           MOVE ZEROS                  TO WS-BRST-IN-WIN
           PERFORM VARYING WS-BRST-IDX FROM 1 BY 1
                   UNTIL WS-BRST-IDX > WS-BRST-CNT
               IF WS-BR-DAY-INT(WS-BRST-IDX) >= WS-BRST-FROM-INT
                   ADD 1               TO WS-BRST-IN-WIN
               END-IF
           END-PERFORM
           IF WS-TH-PATT-ON AND WS-BRST-IN-WIN >= WS-TH-MIN-CNT
               COMPUTE WS-SCORE = WS-TH-BASE
                   + 10 * (WS-BRST-IN-WIN - WS-TH-MIN-CNT)
               PERFORM Z300-NEW-CASE
               MOVE WS-BRST-PRV-KEY(1:3)   TO CASE-CUST-CTRY
               MOVE WS-BRST-PRV-KEY(4:10)  TO CASE-CUST-INSTT
               MOVE WS-BRST-PRV-KEY(14:20) TO CASE-CUST-ID
               MOVE WS-BR-CREAT-TS(WS-BRST-CNT)
                                       TO CASE-EVT-TS
               MOVE WS-BRST-IN-WIN     TO WS-ED-CNT5
               MOVE WS-TH-WIN          TO WS-ED-DAYS
               STRING WS-ED-CNT5       DELIMITED BY SIZE
                      ' NEW INSTRUCTIONS IN ' DELIMITED BY SIZE
                      WS-ED-DAYS       DELIMITED BY SIZE
                      ' DAYS'          DELIMITED BY SIZE
                   INTO CASE-DETAIL
               END-STRING
               PERFORM Z310-WRITE-ALERT
               PERFORM VARYING WS-BRST-IDX FROM 1 BY 1
                       UNTIL WS-BRST-IDX > WS-BRST-CNT
                   IF WS-BR-DAY-INT(WS-BRST-IDX) >= WS-BRST-FROM-INT
                       PERFORM Z320-NEW-MEMBER
                       MOVE WS-BR-INSTR-REF(WS-BRST-IDX)
                                       TO CASE-INSTR-REF
                       MOVE WS-BR-CREAT-TS(WS-BRST-IDX)
                                       TO CASE-EVT-TS
                       MOVE WS-BR-INSTR-AMT(WS-BRST-IDX)
                                       TO CASE-INSTR-AMT
                       MOVE WS-BR-INSTR-CCY(WS-BRST-IDX)
                                       TO CASE-INSTR-CCY
                       MOVE WS-BR-BENE-NAM(WS-BRST-IDX)
                                       TO CASE-BENE
                       MOVE 'MEMBER OF THE NEW-INSTRUCTION BURST'
                                       TO CASE-DETAIL
                       PERFORM Z330-WRITE-MEMBER
                   END-IF
               END-PERFORM
           END-IF
           .
      *****************************************************************
      * Alerts Raised Per Pattern                                     *
      *****************************************************************
       B900-WRITE-PATT-COUNTS.
           MOVE SPACES                 TO FRDANLRT-REC
           PERFORM Z010-WRITE-RPT-LINE
           PERFORM VARYING WS-PATT-IDX FROM 1 BY 1
                   UNTIL WS-PATT-IDX > 4
               MOVE WS-PATT-ALERT-CNT(WS-PATT-IDX) TO WS-ED-ALERTS
               MOVE SPACES             TO FRDANLRT-REC
               STRING ' '              DELIMITED BY SIZE
                      WS-PD-COD(WS-PATT-IDX)  DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-PD-DESC(WS-PATT-IDX) DELIMITED BY SIZE
                      ' ALERTS: '      DELIMITED BY SIZE
                      WS-ED-ALERTS     DELIMITED BY SIZE
                   INTO FRDANLRT-REC
               END-STRING
               PERFORM Z010-WRITE-RPT-LINE
           END-PERFORM
           .
      *****************************************************************
      * Write One Line To The Print                                   *
      *****************************************************************
       Z010-WRITE-RPT-LINE.
           IF WS-FRDANLRT-OPEN
               WRITE FRDANLRT-REC
           END-IF
           .
      *****************************************************************
      * Write One Record To The Case File                             *
      *****************************************************************
       Z015-WRITE-CASE-REC.
           IF WS-FRDCASEO-OPEN
               WRITE FRDCASEO-REC
           END-IF
           .
      *****************************************************************
      * The Day Number Of The Timestamp In WS-TS-IN                   *
      *****************************************************************
       Z100-TS-TO-DAY-INT.
           MOVE WS-TS-YYYY             TO WS-DT-YYYY
           MOVE WS-TS-MM               TO WS-DT-MM
           MOVE WS-TS-DD               TO WS-DT-DD
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DT-NUM)
           .
      *****************************************************************
      * The Instruction In Hand As A Key                              *
      *****************************************************************
       Z110-SET-CUR-INSTR-KEY.
           MOVE WS-FRD-CUST-CTRY       TO WS-CUR-CUST-CTRY
           MOVE WS-FRD-CUST-INSTT      TO WS-CUR-CUST-INSTT
           MOVE WS-FRD-CUST-ID         TO WS-CUR-CUST-ID
           MOVE WS-FRD-INSTR-REF       TO WS-CUR-INSTR-REF
           .
      *****************************************************************
      * The Instruction In Hand Onto The Case Record                  *
      *****************************************************************
       Z120-CASE-INSTR-FIELDS.
           MOVE WS-FRD-CUST-CTRY       TO CASE-CUST-CTRY
           MOVE WS-FRD-CUST-INSTT      TO CASE-CUST-INSTT
           MOVE WS-FRD-CUST-ID         TO CASE-CUST-ID
           MOVE WS-FRD-INSTR-REF       TO CASE-INSTR-REF
           MOVE WS-FRD-EVT-TS          TO CASE-EVT-TS
           MOVE WS-FRD-INSTR-AMT       TO CASE-INSTR-AMT
           MOVE WS-FRD-INSTR-CCY       TO CASE-INSTR-CCY
           MOVE WS-FRD-BENE-VAL        TO CASE-BENE
           .
      *****************************************************************
      * The Thresholds For Pattern WS-PATT-IDX At Institution         *
      * WS-TH-CTRY/WS-TH-INSTT - ITS OWN TABFTHR ROW, ELSE THE HOUSE  *
      * DEFAULT ROW, ELSE THE BUILT-IN DEFAULTS. THE WINDOW IS HELD   *
      * TO 1-31 DAYS, THE SPAN THE CURSORS READ, AND A CLUSTER OR     *
      * BURST NEEDS AT LEAST 2                                        *
      *****************************************************************
       Z200-GET-THRESHOLDS.
           MOVE WS-PD-ON(WS-PATT-IDX)  TO WS-TH-ON
           MOVE WS-PD-WIN(WS-PATT-IDX) TO WS-TH-WIN
           MOVE WS-PD-MIN-CNT(WS-PATT-IDX)
                                       TO WS-TH-MIN-CNT
           MOVE WS-PD-MIN-PCT(WS-PATT-IDX)
                                       TO WS-TH-MIN-PCT
           MOVE WS-PD-BASE(WS-PATT-IDX)
                                       TO WS-TH-BASE
           MOVE ZEROS                  TO WS-FTHR-FND
                                          WS-FTHR-DFLT
           PERFORM VARYING WS-FTHR-IDX FROM 1 BY 1
                   UNTIL WS-FTHR-IDX > WS-FTHR-CNT
                      OR WS-FTHR-FND > 0
               IF WS-FT-PATT(WS-FTHR-IDX) = WS-PD-COD(WS-PATT-IDX)
                   EVALUATE TRUE
                       WHEN WS-FT-CTRY(WS-FTHR-IDX)  = WS-TH-CTRY
                        AND WS-FT-INSTT(WS-FTHR-IDX) = WS-TH-INSTT
                           MOVE WS-FTHR-IDX TO WS-FTHR-FND
                       WHEN WS-FT-CTRY(WS-FTHR-IDX)  = SPACES
                        AND WS-FT-INSTT(WS-FTHR-IDX) = SPACES
                           MOVE WS-FTHR-IDX TO WS-FTHR-DFLT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-FTHR-FND = 0
               MOVE WS-FTHR-DFLT       TO WS-FTHR-FND
           END-IF
           IF WS-FTHR-FND > 0
               MOVE WS-FT-ON(WS-FTHR-FND)      TO WS-TH-ON
               MOVE WS-FT-WIN(WS-FTHR-FND)     TO WS-TH-WIN
               MOVE WS-FT-MIN-CNT(WS-FTHR-FND) TO WS-TH-MIN-CNT
               MOVE WS-FT-MIN-PCT(WS-FTHR-FND) TO WS-TH-MIN-PCT
               MOVE WS-FT-BASE(WS-FTHR-FND)    TO WS-TH-BASE
           END-IF
           IF WS-TH-WIN < 1
               MOVE 1                  TO WS-TH-WIN
           END-IF
           IF WS-TH-WIN > 31
               MOVE 31                 TO WS-TH-WIN
           END-IF
           IF WS-TH-MIN-CNT < 2
               MOVE 2                  TO WS-TH-MIN-CNT
           END-IF
           IF WS-TH-MIN-PCT < 0
               MOVE 0                  TO WS-TH-MIN-PCT
           END-IF
           IF WS-TH-BASE < 0
               MOVE 0                  TO WS-TH-BASE
           END-IF
           .
      *****************************************************************
      * Start A New Case - THE NEXT CASE ID, THE PATTERN AND THE      *
      * SCORE HELD TO 0-100                                           *
      *****************************************************************
       Z300-NEW-CASE.
           IF WS-SCORE > 100
               MOVE 100                TO WS-SCORE
           END-IF
           IF WS-SCORE < 0
               MOVE 0                  TO WS-SCORE
           END-IF
           ADD 1                       TO WS-CASE-SEQ
           MOVE SPACES                 TO FRDCASEO-REC
           SET CASE-REC-ALERT          TO TRUE
           STRING 'FR'                 DELIMITED BY SIZE
                  WS-RUN-DT            DELIMITED BY SIZE
                  WS-CASE-SEQ          DELIMITED BY SIZE
               INTO CASE-ID
           END-STRING
           MOVE WS-RUN-DT              TO CASE-RUN-DT
           MOVE WS-PD-COD(WS-PATT-IDX) TO CASE-PATT-COD
           MOVE WS-SCORE               TO CASE-SCORE
           MOVE ZEROS                  TO CASE-INSTR-AMT
           .
      *****************************************************************
      * Write The Alert To The Case File And The Print, Keeping A     *
      * Copy For Its Member Records                                   *
      *****************************************************************
       Z310-WRITE-ALERT.
           MOVE FRDCASEO-REC           TO WS-CASE-SAVE
           PERFORM Z340-PRINT-CASE-LINE
           PERFORM Z015-WRITE-CASE-REC
           ADD 1                       TO WS-ALERT-CNT
                                          WS-PATT-ALERT-CNT(WS-PATT-IDX)
           .
      *****************************************************************
      * Start A Member Record From The Alert It Belongs To            *
      *****************************************************************
       Z320-NEW-MEMBER.
           MOVE WS-CASE-SAVE           TO FRDCASEO-REC
           SET CASE-REC-MEMBER         TO TRUE
           MOVE SPACES                 TO CASE-INSTR-REF
                                          CASE-EVT-TS
                                          CASE-INSTR-CCY
                                          CASE-DETAIL
           MOVE ZEROS                  TO CASE-INSTR-AMT
           .
      *****************************************************************
      * Write A Member Record To The Case File And The Print          *
      *****************************************************************
       Z330-WRITE-MEMBER.
           PERFORM Z340-PRINT-CASE-LINE
           PERFORM Z015-WRITE-CASE-REC
           ADD 1                       TO WS-MBR-CNT
           .
      *****************************************************************
      * The Case Record As A Print Line - A MEMBER IS INDENTED UNDER  *
      * ITS ALERT WITHOUT THE CASE ID AND SCORE                       *
      *****************************************************************
       Z340-PRINT-CASE-LINE.
           MOVE SPACES                 TO WS-RPT-DTL
           IF CASE-REC-ALERT
               MOVE CASE-ID            TO RPT-CASE-ID
               MOVE CASE-PATT-COD      TO RPT-PATT-COD
               MOVE CASE-SCORE         TO RPT-SCORE
           ELSE
               MOVE '  MEMBER'         TO RPT-CASE-ID
           END-IF
           MOVE CASE-CUST-CTRY         TO RPT-CUST-CTRY
           MOVE CASE-CUST-INSTT        TO RPT-CUST-INSTT
           MOVE CASE-CUST-ID           TO RPT-CUST-ID
           MOVE CASE-INSTR-REF         TO RPT-INSTR-REF
           MOVE CASE-DETAIL            TO RPT-DETAIL
           MOVE WS-RPT-DTL             TO FRDANLRT-REC
           PERFORM Z010-WRITE-RPT-LINE
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
      * Open The Print                                                *
      *****************************************************************
       A020-OPEN-FRDANLRT.
           OPEN OUTPUT FRDANLRT
           IF WS-FRDANLRT-STATUS NOT = '00'
               DISPLAY 'FRDANLRT OPEN ERROR, FILE STATUS IS :'
                   WS-FRDANLRT-STATUS
               PERFORM X390-PROC-FILE-ERROR
           ELSE
               SET WS-FRDANLRT-OPEN    TO TRUE
           END-IF
           .
      *****************************************************************
      * Open The Fraud Team's Case File                               *
      *****************************************************************
       A025-OPEN-FRDCASEO.
           OPEN OUTPUT FRDCASEO
           IF WS-FRDCASEO-STATUS NOT = '00'
               DISPLAY 'FRDCASEO OPEN ERROR, FILE STATUS IS :'
                   WS-FRDCASEO-STATUS
               PERFORM X390-PROC-FILE-ERROR
           ELSE
               SET WS-FRDCASEO-OPEN    TO TRUE
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
      * Close Files And Write Job-End Summary To The Log               *
      *****************************************************************
       C010-CLOSING-MSG.
           IF WS-FRDANLRT-OPEN
               CLOSE FRDANLRT
               MOVE 'N'                TO WS-FRDANLRT-OPEN-SW
           END-IF
           IF WS-FRDCASEO-OPEN
               CLOSE FRDCASEO
               MOVE 'N'                TO WS-FRDCASEO-OPEN-SW
           END-IF

      * ONLY A CLEAN END EARNS ITS COMPLETION ROW - AN ABENDED RUN'S
      * START ROW IS LEFT UNMATCHED ON THE REGISTRY
           IF PROG-NORMAL
               PERFORM C018-REGISTER-RUN-END
           END-IF

           STRING 'JOB END SUMMARY - RUN DATE: ' WS-RUN-DT
                  ' ROWS READ: '                 WS-REC-READ-CNT
                  ' ALERTS: '                    WS-ALERT-CNT
                  ' MEMBERS: '                   WS-MBR-CNT
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
      * This Run's Completion Row On The TABRREG RUN REGISTRY,         *
      * Carrying Its Counts                                            *
      *****************************************************************
       C018-REGISTER-RUN-END.
           INITIALIZE WR-RUNREG-FLDS
                        REPLACING NUMERIC DATA BY ZERO
           SET RREG-FUNC-COMPLETE      TO TRUE
           MOVE WS-PROG-NAM            TO RREG-PROG-NAM
           MOVE WS-RUN-DT              TO RREG-BUS-DT
           MOVE WS-REC-READ-CNT        TO RREG-REC-READ
           MOVE WS-ALERT-CNT           TO RREG-REC-PROC
           PERFORM X940-RUN-REGISTRY
           .
      *****************************************************************
      * Invoke The Run-Registry Subprogram With The Assembled RREG-*   *
      * Fields - A REGISTRY WRITE FAILURE IS REPORTED BUT DOES NOT    *
      * TAKE THE RUN DOWN                                             *
      *****************************************************************
       X940-RUN-REGISTRY.
           CALL WS-RUNREG-PGM USING WR-RUNREG-FLDS
               ON EXCEPTION
                   DISPLAY 'UNABLE TO CALL RUN-REGISTRY '
                       'SUBPROGRAM: ' WS-RUNREG-PGM
           END-CALL
           IF RREG-RESP-SQL-ERROR
               DISPLAY 'RUN-REGISTRY RESPONSE ' RREG-RESP ' - '
                   RREG-RESP-MSG
           END-IF
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
           MOVE WS-ALERT-CNT           TO DIAG-REC-PROC-CNT
           PERFORM C010-CLOSING-MSG
           MOVE 16                     TO RETURN-CODE
           CALL WS-CANCEL-PGM
           STOP RUN
           .
