       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTHMIC.
       AUTHOR. RISHI SHARMA.
       DATE-WRITTEN. OCT,2026.
       DATE-COMPILED. OCT,2026.
       INSTALLATION. Nowhere.
      *****************************************************************
      * THE MONTH-END MANAGEMENT-INFORMATION PACK. ONE RUN PULLS THE  *
      * MONTH'S FIGURES PER INSTITUTION - REPORT DOWNLOADS (TABGIBM,  *
      * SO IT RUNS AFTER THE GIBHROLC ROLL-UP), PAYMENT INSTRUCTIONS  *
      * EXPORTED AND THEIR VALUE (TABPEXL), THE PAIN.002 ACCEPTANCE   *
      * RATE OF THOSE EXPORTS, ACH SUSPENSIONS AND REINSTATEMENTS     *
      * (TABNEVT) AND THE DUAL-CONTROL TURNAROUND, AVERAGE AND WORST, *
      * OF THE ACCOUNT AND CUSTOMER APPROVAL QUEUES (TABAPRQ AND      *
      * TABCPRQ, REQ_TS TO APRV_TS) - AND, FOR THE SUITE AS A WHOLE,  *
      * THE IBRI RECORDS GOODCBLC REJECTED AND THE JOB SLA BREACHES   *
      * (TABRREG AGAINST TABJSLA, JUDGED AS WINSLAC JUDGES THEM).     *
      * EVERY FIGURE IS SET AGAINST THE PRIOR MONTH AND THE SAME      *
      * MONTH LAST YEAR. THE PACK IS PRINTED (MTHMIRPT) AND WRITTEN   *
      * AS A SEMICOLON-DELIMITED FILE FOR FINANCE (MTHMIDLM), ONE ROW *
      * PER INSTITUTION AND FIGURE. INSTITUTIONS ARE KEYED ON THE     *
      * ACCOUNT SIDE, CTRY(2)/INSTT(4); EXPORTS AND CUSTOMER REQUESTS *
      * CARRY THE CUSTOMER-SIDE KEY AND ARE MAPPED ACROSS BY THE      *
      * INSTITUTION'S ACTIVE TABIPRF PROFILE. ANY WITH NO PROFILE ARE *
      * COUNTED IN A SEPARATE UNMAPPED BLOCK, AHEAD OF THE ALL-       *
      * INSTITUTIONS TOTALS THEY ARE PART OF. A LAST-YEAR FIGURE CAN  *
      * ONLY BE AS GOOD AS THE TABRETP RETENTION OF ITS TABLE.        *
      * PARM 1 REPORT MONTH (YYYYMM, DEFAULTS TO THE CURRENT MONTH)   *
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
           SELECT MTHMIRPT
                                    ASSIGN TO MTHMIRPT
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-MTHMIRPT-STATUS.
           SELECT MTHMIDLM
                                    ASSIGN TO MTHMIDLM
                                    ORGANIZATION IS SEQUENTIAL
                                    ACCESS IS SEQUENTIAL
                                    FILE STATUS IS WS-MTHMIDLM-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD MTHMIRPT
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS MTHMIRPT-REC.
       01 MTHMIRPT-REC                PIC X(132).
      *****************************************************************
      * FINANCE'S FILE - A HEADER ROW, THEN MONTH;CTRY;INSTT;FIGURE;  *
      * CURRENT;PRIOR MONTH;SAME MONTH LAST YEAR. A FIGURE THAT DOES  *
      * NOT APPLY (A RATE WITH NOTHING TO RATE) IS LEFT EMPTY         *
      *****************************************************************
       FD MTHMIDLM
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0
           DATA RECORD IS MTHMIDLM-REC.
       01 MTHMIDLM-REC                PIC X(200).
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
           05 WS-IBRI-PGM             PIC X(8) VALUE 'GOODCBLC'.
           05 WS-RUN-BUS-DT           PIC X(8) VALUE SPACES.
           05 WS-MTHMIRPT-STATUS      PIC X(2).
           05 WS-MTHMIRPT-OPEN-SW     PIC X(1) VALUE 'N'.
               88 WS-MTHMIRPT-OPEN    VALUE 'Y'.
           05 WS-MTHMIDLM-STATUS      PIC X(2).
           05 WS-MTHMIDLM-OPEN-SW     PIC X(1) VALUE 'N'.
               88 WS-MTHMIDLM-OPEN    VALUE 'Y'.
           05 WS-INST-RPTD-CNT        PIC 9(5) VALUE ZEROS.
           05 WS-DLM-ROW-CNT          PIC 9(7) VALUE ZEROS.
           05 WS-JOBEND-MSG           PIC X(80) VALUE SPACES.
           05 WS-PARM-MSG             PIC X(80) VALUE SPACES.
           05 WS-TODAY-DATE.
               10 WS-TODAY-DATE-8     PIC X(8).
               10 WS-TODAY-TIME-6     PIC X(6).
               10 FILLER              PIC X(7).
      *****************************************************************
      * REPORT MONTH (PARM 1, YYYYMM, DEFAULTS TO THE CURRENT MONTH)  *
      * AND THE MONTH ARITHMETIC THAT DERIVES THE COMPARISON MONTHS   *
      *****************************************************************
           05 WS-RPT-MONTH            PIC X(6).
           05 WS-RPT-MONTH-PARM       PIC X(6).
           05 WS-MONTH-NUM            PIC 9(6).
           05 WS-MONTH-PARTS          REDEFINES WS-MONTH-NUM.
               10 WS-MONTH-YYYY       PIC 9(4).
               10 WS-MONTH-MM         PIC 9(2).
           05 WS-NEXT-NUM             PIC 9(6).
           05 WS-NEXT-PARTS           REDEFINES WS-NEXT-NUM.
               10 WS-NEXT-YYYY        PIC 9(4).
               10 WS-NEXT-MM          PIC 9(2).
      *****************************************************************
      * CURSOR HOST VARIABLES - THE PERIOD IN HAND, AS A MONTH AND AS *
      * A HALF-OPEN TIMESTAMP RANGE (FIRST OF THE MONTH UP TO, BUT    *
      * EXCLUDING, THE FIRST OF THE NEXT)                             *
      *****************************************************************
           05 WS-CUR-MONTH            PIC X(6).
           05 WS-CUR-FROM-TS          PIC X(26).
           05 WS-CUR-TO-TS            PIC X(26).
      *****************************************************************
      * FETCH WORK FIELDS                                             *
      *****************************************************************
           05 WS-GRP-CTRY             PIC X(2).
           05 WS-GRP-INSTT            PIC X(4).
           05 WS-GRP-CNT              PIC S9(9) COMP VALUE +0.
           05 WS-GRP-CNT2             PIC S9(9) COMP VALUE +0.
           05 WS-GRP-CNT3             PIC S9(9) COMP VALUE +0.
           05 WS-GRP-CNT4             PIC S9(9) COMP VALUE +0.
           05 WS-GRP-AMT              PIC S9(15)V99 COMP-3 VALUE +0.
           05 WS-GRP-REQ-TS           PIC X(26).
           05 WS-GRP-APRV-TS          PIC X(26).
           05 WS-GRP-PROG             PIC X(8).
           05 WS-GRP-BUS-DT           PIC X(8).
           05 WS-GRP-FIRST-S          PIC X(26).
           05 WS-GRP-LAST-C           PIC X(26).
           05 WS-GRP-S-CNT            PIC S9(9) COMP VALUE +0.
           05 WS-GRP-C-CNT            PIC S9(9) COMP VALUE +0.
           05 WS-GRP-SLA-SECS         PIC S9(9) COMP VALUE +0.
           05 WS-CUR-INST-KEY.
               10 WS-CUR-CTRY         PIC X(2).
               10 WS-CUR-INSTT        PIC X(4).
           05 WS-DLM-CTRY             PIC X(2).
           05 WS-DLM-INSTT            PIC X(8).
      *****************************************************************
      * TIME ARITHMETIC - TIMESTAMPS ARE TURNED INTO SECONDS SINCE    *
      * THE INTEGER-DATE EPOCH, AS IN WINSLAC, SO A TURNAROUND OR A   *
      * RUN THAT CROSSES MIDNIGHT SUBTRACTS CLEANLY                   *
      *****************************************************************
           05 WS-TS-SECS              PIC 9(12) COMP.
           05 WS-TS-DATE-NUM          PIC 9(8).
           05 WS-TS-DATE-PARTS        REDEFINES WS-TS-DATE-NUM.
               10 WS-TSD-YYYY         PIC 9(4).
               10 WS-TSD-MM           PIC 9(2).
               10 WS-TSD-DD           PIC 9(2).
           05 WS-START-SECS           PIC 9(12) COMP.
           05 WS-END-SECS             PIC 9(12) COMP.
           05 WS-ELAP-SECS            PIC 9(12) COMP.
           05 WS-BRCH-SW              PIC X(1).
               88 WS-BRCH             VALUE 'Y'.
      *****************************************************************
      * FIGURE ARITHMETIC AND EDITING                                 *
      *****************************************************************
           05 WS-ANSWERED-CNT         PIC 9(9).
           05 WS-MOVE-PCT             PIC S9(5)V9.
           05 WS-MOVE-PTS             PIC S9(3)V9.
           05 WS-BASE-PER             PIC 9(1).
           05 WS-LEAD-SP              PIC 9(3) COMP.
           05 WS-DLM-EDIT             PIC X(20).
           05 WS-DLM-ED-INT           PIC -(16)9.
           05 WS-DLM-ED-DEC           PIC -(15)9.99.
      *****************************************************************
      * A REGISTRY OR APPROVAL TIMESTAMP, YYYY-MM-DD-HH.MM.SS.NNNNNN  *
      *****************************************************************
       01  WS-TS-IN.
           05 WS-TS-YYYY              PIC 9(4).
           05 FILLER                  PIC X(1).
           05 WS-TS-MM                PIC 9(2).
           05 FILLER                  PIC X(1).
           05 WS-TS-DD                PIC 9(2).
           05 FILLER                  PIC X(1).
           05 WS-TS-HH                PIC 9(2).
           05 FILLER                  PIC X(1).
           05 WS-TS-MI                PIC 9(2).
           05 FILLER                  PIC X(1).
           05 WS-TS-SS                PIC 9(2).
           05 FILLER                  PIC X(7).
      *****************************************************************
      * THE THREE PERIODS - 1 THE REPORT MONTH, 2 THE PRIOR MONTH, 3  *
      * THE SAME MONTH LAST YEAR - WITH THE SUITE-WIDE FIGURES THAT   *
      * BELONG TO NO ONE INSTITUTION                                  *
      *****************************************************************
       01  WS-PER-CTL.
           05 WS-PER-IDX              PIC 9(1) COMP.
       01  WS-PER-TBL.
           05 WS-PER-ENT              OCCURS 3 TIMES.
               10 WS-PER-MONTH        PIC X(6).
               10 WS-PER-FROM-TS      PIC X(26).
               10 WS-PER-TO-TS        PIC X(26).
               10 WS-PER-IBRI-REJT    PIC 9(9).
               10 WS-PER-SLA-BRCH     PIC 9(9).
      *****************************************************************
      * PER-INSTITUTION FIGURES, ONE SET PER PERIOD, KEPT IN KEY      *
      * ORDER AS THE SOURCES ARE READ. CUSTOMER-SIDE ROWS WITH NO     *
      * TABIPRF PROFILE ARE KEYED HIGH-VALUES, SO THE UNMAPPED ENTRY  *
      * IS ALWAYS THE LAST INSTITUTION. THE ENTRY AFTER THE LAST      *
      * INSTITUTION CARRIES THE ALL-INSTITUTIONS TOTALS               *
      *****************************************************************
       01  WS-INST-CTL.
           05 WS-INST-CNT             PIC 9(3) COMP VALUE ZEROS.
           05 WS-INST-IDX             PIC 9(3) COMP.
           05 WS-INST-FND             PIC 9(3) COMP.
           05 WS-INST-POS             PIC 9(3) COMP.
           05 WS-TOT-IDX              PIC 9(3) COMP.
       01  WS-INST-TBL.
           05 WS-INST-ENT             OCCURS 201 TIMES.
               10 WS-INST-KEY.
                   88 WS-INST-UNMAPPED VALUE HIGH-VALUES.
                   15 WS-INST-CTRY    PIC X(2).
                   15 WS-INST-INSTT   PIC X(4).
               10 WS-INST-PER         OCCURS 3 TIMES.
                   15 WS-IP-DNLD-CNT  PIC 9(9).
                   15 WS-IP-DNLD-REC  PIC 9(11).
                   15 WS-IP-EXPT-CNT  PIC 9(9).
                   15 WS-IP-EXPT-AMT  PIC S9(15)V99 COMP-3.
                   15 WS-IP-ACPT-CNT  PIC 9(9).
                   15 WS-IP-RJCT-CNT  PIC 9(9).
                   15 WS-IP-SUSP-CNT  PIC 9(9).
                   15 WS-IP-RINS-CNT  PIC 9(9).
                   15 WS-IP-DCTL-CNT  PIC 9(9).
                   15 WS-IP-DCTL-SECS PIC 9(13).
                   15 WS-IP-DCTL-MAX  PIC 9(11).
      *****************************************************************
      * JOBS WITH AN SLA BREACH IN ANY OF THE THREE PERIODS           *
      *****************************************************************
       01  WS-JOB-CTL.
           05 WS-JOB-CNT              PIC 9(3) COMP VALUE ZEROS.
           05 WS-JOB-IDX              PIC 9(3) COMP.
           05 WS-JOB-FND              PIC 9(3) COMP.
       01  WS-JOB-TBL.
           05 WS-JOB-ENT              OCCURS 50 TIMES.
               10 WS-JOB-PROG         PIC X(8).
               10 WS-JOB-BRCH         PIC 9(5) OCCURS 3 TIMES.
      *****************************************************************
      * THE FIGURES OF THE BLOCK IN HAND - CODE (FINANCE'S FILE),     *
      * DESCRIPTION (THE PRINT) AND TYPE: C COUNT, V VALUE, P         *
      * PERCENTAGE, H HOURS. ENTRIES 1-12 ARE EVERY INSTITUTION'S, 13 *
      * AND 14 THE SUITE'S, THEN ONE PER JOB THAT BREACHED            *
      *****************************************************************
       01  WS-FIG-DEFS.
           05 FILLER                  PIC X(51) VALUE
             'DNLD_CNT            REPORT DOWNLOADS              C'.
           05 FILLER                  PIC X(51) VALUE
             'DNLD_RECS           RECORDS DOWNLOADED            C'.
           05 FILLER                  PIC X(51) VALUE
             'EXPT_CNT            PAYMENT INSTRUCTIONS EXPORTED C'.
           05 FILLER                  PIC X(51) VALUE
             'EXPT_VAL            VALUE EXPORTED                V'.
           05 FILLER                  PIC X(51) VALUE
             'PAIN2_ACPT          PAIN.002 ACCEPTED             C'.
           05 FILLER                  PIC X(51) VALUE
             'PAIN2_RJCT          PAIN.002 REJECTED             C'.
           05 FILLER                  PIC X(51) VALUE
             'PAIN2_ACPT_PCT      PAIN.002 ACCEPTANCE RATE      P'.
           05 FILLER                  PIC X(51) VALUE
             'ACH_SUSP            ACH SUSPENSIONS               C'.
           05 FILLER                  PIC X(51) VALUE
             'ACH_REINST          ACH REINSTATEMENTS            C'.
           05 FILLER                  PIC X(51) VALUE
             'DCTL_DECIDED        DUAL-CONTROL DECISIONS        C'.
           05 FILLER                  PIC X(51) VALUE
             'DCTL_AVG_HRS        DUAL-CONTROL AVG TURNAROUND   H'.
           05 FILLER                  PIC X(51) VALUE
             'DCTL_MAX_HRS        DUAL-CONTROL WORST TURNAROUND H'.
           05 FILLER                  PIC X(51) VALUE
             'IBRI_REJT           IBRI RECORDS REJECTED         C'.
           05 FILLER                  PIC X(51) VALUE
             'SLA_BRCH            JOB SLA BREACHES              C'.
       01  WS-FIG-DEF-TBL             REDEFINES WS-FIG-DEFS.
           05 WS-FIG-DEF              OCCURS 14 TIMES PIC X(51).
       01  WS-FIG-CTL.
           05 WS-FIG-CNT              PIC 9(3) COMP VALUE ZEROS.
           05 WS-FIG-IDX              PIC 9(3) COMP.
       01  WS-FIG-TBL.
           05 WS-FIG-ENT              OCCURS 64 TIMES.
               10 WS-FIG-HDR.
                   15 WS-FIG-CODE     PIC X(20).
                   15 WS-FIG-DESC     PIC X(30).
                   15 WS-FIG-TYP      PIC X(1).
                       88 WS-FIG-IS-CNT   VALUE 'C'.
                       88 WS-FIG-IS-AMT   VALUE 'V'.
                       88 WS-FIG-IS-PCT   VALUE 'P'.
                       88 WS-FIG-IS-HRS   VALUE 'H'.
               10 WS-FIG-PER          OCCURS 3 TIMES.
                   15 WS-FIG-VAL      PIC S9(15)V99 COMP-3.
                   15 WS-FIG-NA-SW    PIC X(1).
                       88 WS-FIG-NA   VALUE 'Y'.
      *****************************************************************
      * PRINTABLE FORMS OF A FIGURE AND OF ITS MOVEMENT               *
      *****************************************************************
       01  WS-EDIT-AREA.
           05 WS-EDIT-OUT             PIC X(18).
           05 WS-EDIT-CNT-G           REDEFINES WS-EDIT-OUT.
               10 FILLER              PIC X(3).
               10 WS-ED-CNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05 WS-EDIT-AMT-G           REDEFINES WS-EDIT-OUT.
               10 WS-ED-AMT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 WS-EDIT-PCT-G           REDEFINES WS-EDIT-OUT.
               10 FILLER              PIC X(10).
               10 WS-ED-PCT           PIC ZZ9.99.
               10 WS-ED-PCT-SFX       PIC X(2).
           05 WS-EDIT-HRS-G           REDEFINES WS-EDIT-OUT.
               10 FILLER              PIC X(4).
               10 WS-ED-HRS           PIC Z,ZZZ,ZZ9.99.
               10 WS-ED-HRS-SFX       PIC X(2).
           05 WS-MOVE-OUT             PIC X(10).
           05 WS-MOVE-PCT-G           REDEFINES WS-MOVE-OUT.
               10 FILLER              PIC X(1).
               10 WS-ED-MOVE          PIC +++++9.9.
               10 WS-ED-MOVE-SFX      PIC X(1).
           05 WS-MOVE-PTS-G           REDEFINES WS-MOVE-OUT.
               10 FILLER              PIC X(1).
               10 WS-ED-PTS           PIC +++9.9.
               10 WS-ED-PTS-SFX       PIC X(3).
       01  WS-DLM-VALS.
           05 WS-DLM-VAL              PIC X(20) OCCURS 3 TIMES.
      *****************************************************************
      * REPORT LINES                                                  *
      *****************************************************************
       01  WS-RPT-HDG.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(30) VALUE 'FIGURE'.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 FILLER                  PIC X(18) VALUE
               '     CURRENT MONTH'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(18) VALUE
               '       PRIOR MONTH'.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE '  MOVEMENT'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(18) VALUE
               'SAME MONTH LAST YR'.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE '  MOVEMENT'.
           05 FILLER                  PIC X(19) VALUE SPACES.
       01  WS-RPT-DTL.
           05 FILLER                  PIC X(2).
           05 RPT-FIG-DESC            PIC X(30).
           05 FILLER                  PIC X(1).
           05 RPT-CUR-VAL             PIC X(18).
           05 FILLER                  PIC X(2).
           05 RPT-PRV-VAL             PIC X(18).
           05 FILLER                  PIC X(1).
           05 RPT-PRV-MOVE            PIC X(10).
           05 FILLER                  PIC X(2).
           05 RPT-LYR-VAL             PIC X(18).
           05 FILLER                  PIC X(1).
           05 RPT-LYR-MOVE            PIC X(10).
           05 FILLER                  PIC X(19).
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
               INCLUDE TABGIBMW
           END-EXEC.
           EXEC SQL
               INCLUDE TABPEXLW
           END-EXEC.
           EXEC SQL
               INCLUDE TABNEVTW
           END-EXEC.
           EXEC SQL
               INCLUDE TABAPRQW
           END-EXEC.
           EXEC SQL
               INCLUDE TABCPRQW
           END-EXEC.
           EXEC SQL
               INCLUDE TABIPRFW
           END-EXEC.
           EXEC SQL
               INCLUDE TABRREGW
           END-EXEC.
           EXEC SQL
               INCLUDE TABJSLAW
           END-EXEC.
      *--------------------------------------*
      *      DB2 CURSOR DECLARATION          *
      *--------------------------------------*
      *****************************************************************
      * THE PERIOD'S DOWNLOADS PER INSTITUTION, OFF THE GIBHROLC      *
      * MONTHLY ROLL-UP                                               *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-MI-DNLD CURSOR FOR
               SELECT RPT_CTRY, RPT_INSTT, DNLD_CNT, REC_CNT
               FROM   TABGIBM
               WHERE  SUM_MONTH = :WS-CUR-MONTH
               ORDER BY RPT_CTRY, RPT_INSTT
               FOR FETCH ONLY
           END-EXEC.
      *****************************************************************
      * THE PERIOD'S EXPORTS PER INSTITUTION - NUMBER, VALUE AND HOW  *
      * THE PAIN.002 RETURN ANSWERED THEM (THE SAME ACCEPTED AND      *
      * REJECTED CODES PAINIMPC STAMPS; AN UNANSWERED OR PENDING      *
      * EXPORT COUNTS TOWARDS NEITHER). THE LEDGER'S CUSTOMER-SIDE    *
      * KEY IS MAPPED TO THE ACCOUNT SIDE THROUGH THE ACTIVE TABIPRF  *
      * PROFILE; WITH NO PROFILE THE KEY COMES BACK BLANK             *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-MI-EXPT CURSOR FOR
               SELECT VALUE(I.ACC_CTRY, ' '),
                      VALUE(I.ACC_INSTT, ' '),
                      COUNT(*),
                      VALUE(SUM(L.INSTR_AMT), 0),
                      SUM(CASE WHEN L.TX_STS IN ('ACSP', 'ACCP', 'ACTC',
                                                 'ACWC', 'ACSC')
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN L.TX_STS = 'RJCT'
                               THEN 1 ELSE 0 END)
               FROM   TABPEXL L
                      LEFT OUTER JOIN TABIPRF I
                        ON  I.CST_CTRY  = L.CUST_CTRY
                        AND I.CST_INSTT = L.CUST_INSTT
                        AND I.PRF_STAT  = 'A'
               WHERE  L.EXPT_TS >= TIMESTAMP(:WS-CUR-FROM-TS)
                AND   L.EXPT_TS <  TIMESTAMP(:WS-CUR-TO-TS)
               GROUP BY I.ACC_CTRY, I.ACC_INSTT
               ORDER BY 1, 2
               FOR FETCH ONLY
           END-EXEC.
      *****************************************************************
      * THE PERIOD'S ACH SUSPENSIONS AND REINSTATEMENTS PER ACCOUNT   *
      * INSTITUTION, AS ACHSUSPC QUEUED THEM FOR NOTIFICATION. IT     *
      * QUEUES ONE ROW PER CUSTOMER ON THE ACCOUNT, SO AN ACCOUNT IS  *
      * COUNTED ONCE PER EFFECTIVE DATE, HOWEVER MANY IT NOTIFIED     *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-MI-ACHE CURSOR FOR
               SELECT ACC_CTRY, ACC_INSTT,
                      COUNT(DISTINCT CASE WHEN EVT_TYP = 'ACHS'
                                     THEN EVT_REF || EFF_DT END),
                      COUNT(DISTINCT CASE WHEN EVT_TYP = 'ACHR'
                                     THEN EVT_REF || EFF_DT END)
               FROM   TABNEVT
               WHERE  EVT_TYP IN ('ACHS', 'ACHR')
                AND   SUBSTR(EFF_DT, 1, 6) = :WS-CUR-MONTH
               GROUP BY ACC_CTRY, ACC_INSTT
               ORDER BY ACC_CTRY, ACC_INSTT
               FOR FETCH ONLY
           END-EXEC.
      *****************************************************************
      * ACCOUNT-STATUS REQUESTS DECIDED (APPROVED OR REJECTED) IN THE *
      * PERIOD, WITH THEIR REQUEST AND DECISION STAMPS                *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-MI-APRQ CURSOR FOR
               SELECT ACC_CTRY, ACC_INSTT, CHAR(REQ_TS), APRV_TS
               FROM   TABAPRQ
               WHERE  REQ_STAT IN ('A', 'R')
                AND   APRV_TS >= :WS-CUR-FROM-TS
                AND   APRV_TS <  :WS-CUR-TO-TS
               ORDER BY ACC_CTRY, ACC_INSTT
               FOR FETCH ONLY
           END-EXEC.
      *****************************************************************
      * CUSTOMER-STATUS REQUESTS DECIDED IN THE PERIOD - THE          *
      * CUSTOMER KEY MAPPED TO THE ACCOUNT SIDE THROUGH THE ACTIVE    *
      * TABIPRF PROFILE, BLANK WHERE THERE IS NONE                    *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-MI-CPRQ CURSOR FOR
               SELECT VALUE(I.ACC_CTRY, ' '),
                      VALUE(I.ACC_INSTT, ' '),
                      CHAR(C.REQ_TS), C.APRV_TS
               FROM   TABCPRQ C
                      LEFT OUTER JOIN TABIPRF I
                        ON  I.CST_CTRY  = C.CUST_CTRY
                        AND I.CST_INSTT = C.CUST_INSTT
                        AND I.PRF_STAT  = 'A'
               WHERE  C.REQ_STAT IN ('A', 'R')
                AND   C.APRV_TS >= :WS-CUR-FROM-TS
                AND   C.APRV_TS <  :WS-CUR-TO-TS
               ORDER BY 1, 2
               FOR FETCH ONLY
           END-EXEC.
      *****************************************************************
      * EVERY JOB WITH AN SLA, PER BUSINESS DATE OF THE PERIOD - ITS  *
      * FIRST START AND LAST COMPLETION OVER ALL ITS STREAMS          *
      *****************************************************************
           EXEC SQL
               DECLARE CSR-MI-SLA CURSOR FOR
               SELECT R.PROG_NAM, R.BUS_DT,
                      VALUE(CHAR(MIN(CASE WHEN R.EVT_TYP = 'S'
                                     THEN R.EVT_TS END)), ' '),
                      VALUE(CHAR(MAX(CASE WHEN R.EVT_TYP = 'C'
                                     THEN R.EVT_TS END)), ' '),
                      COUNT(DISTINCT CASE WHEN R.EVT_TYP = 'S'
                                     THEN R.STREAM_NUM END),
                      COUNT(DISTINCT CASE WHEN R.EVT_TYP = 'C'
                                     THEN R.STREAM_NUM END),
                      J.SLA_ELAP_SEC
               FROM   TABRREG R, TABJSLA J
               WHERE  J.PROG_NAM     = R.PROG_NAM
                AND   J.SLA_ELAP_SEC > 0
                AND   R.EVT_TYP IN ('S', 'C')
                AND   SUBSTR(R.BUS_DT, 1, 6) = :WS-CUR-MONTH
               GROUP BY R.PROG_NAM, R.BUS_DT, J.SLA_ELAP_SEC
               ORDER BY R.PROG_NAM, R.BUS_DT
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
           MOVE 'MTHMIC'               TO WS-PROG-NAM
           PERFORM A010-WRT-START-MSG
           MOVE FUNCTION CURRENT-DATE  TO WS-TODAY-DATE
           PERFORM A005-GET-RUN-PARMS
           IF PROG-NORMAL
               PERFORM A015-REGISTER-RUN-START
               PERFORM A020-OPEN-MTHMIRPT
               PERFORM A025-OPEN-MTHMIDLM
           END-IF
           .
      *****************************************************************
      * Report Month From Parm 1 (YYYYMM, Defaults To The Current     *
      * Month), Then The Three Periods Derived From It                *
      *****************************************************************
       A005-GET-RUN-PARMS.
           MOVE WS-TODAY-DATE-8(1:6)   TO WS-RPT-MONTH
           MOVE SPACES                 TO WS-RPT-MONTH-PARM
           DISPLAY 1                   UPON ARGUMENT-NUMBER
           ACCEPT WS-RPT-MONTH-PARM    FROM ARGUMENT-VALUE
           EVALUATE TRUE
               WHEN WS-RPT-MONTH-PARM = SPACES
                   CONTINUE
               WHEN WS-RPT-MONTH-PARM NOT NUMERIC
               WHEN WS-RPT-MONTH-PARM(5:2) < '01'
               WHEN WS-RPT-MONTH-PARM(5:2) > '12'
                   MOVE 'PARM 1 MUST BE THE REPORT MONTH, YYYYMM, OR OMI
      -                 'TTED'         TO WS-PARM-MSG
               WHEN OTHER
                   MOVE WS-RPT-MONTH-PARM
                                       TO WS-RPT-MONTH
           END-EVALUATE
           IF WS-PARM-MSG NOT = SPACES
               PERFORM A090-REFUSE-RUN
           ELSE
               PERFORM A060-SET-PERIODS
           END-IF
           .
      *****************************************************************
      * The Report Month, The Month Before It And The Same Month A    *
      * Year Earlier                                                  *
      *****************************************************************
       A060-SET-PERIODS.
           MOVE 1                      TO WS-PER-IDX
           MOVE WS-RPT-MONTH           TO WS-MONTH-NUM
           PERFORM A065-SET-ONE-PERIOD

           MOVE 2                      TO WS-PER-IDX
           MOVE WS-RPT-MONTH           TO WS-MONTH-NUM
           IF WS-MONTH-MM = 1
               SUBTRACT 1              FROM WS-MONTH-YYYY
               MOVE 12                 TO WS-MONTH-MM
           ELSE
               SUBTRACT 1              FROM WS-MONTH-MM
           END-IF
           PERFORM A065-SET-ONE-PERIOD

           MOVE 3                      TO WS-PER-IDX
           MOVE WS-RPT-MONTH           TO WS-MONTH-NUM
           SUBTRACT 1                  FROM WS-MONTH-YYYY
           PERFORM A065-SET-ONE-PERIOD
           .
      *****************************************************************
      * One Period From WS-MONTH-NUM - THE MONTH, AND THE FIRST OF IT *
      * AND OF THE NEXT MONTH AS TIMESTAMPS                           *
      *****************************************************************
       A065-SET-ONE-PERIOD.
           MOVE WS-MONTH-NUM           TO WS-PER-MONTH(WS-PER-IDX)
           MOVE ZEROS                  TO WS-PER-IBRI-REJT(WS-PER-IDX)
                                          WS-PER-SLA-BRCH(WS-PER-IDX)
           MOVE SPACES                 TO WS-PER-FROM-TS(WS-PER-IDX)
                                          WS-PER-TO-TS(WS-PER-IDX)
           STRING WS-MONTH-YYYY        DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-MONTH-MM          DELIMITED BY SIZE
                  '-01-00.00.00.000000' DELIMITED BY SIZE
               INTO WS-PER-FROM-TS(WS-PER-IDX)
           END-STRING

           MOVE WS-MONTH-NUM           TO WS-NEXT-NUM
           IF WS-NEXT-MM = 12
               ADD 1                   TO WS-NEXT-YYYY
               MOVE 1                  TO WS-NEXT-MM
           ELSE
               ADD 1                   TO WS-NEXT-MM
           END-IF
           STRING WS-NEXT-YYYY         DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-NEXT-MM           DELIMITED BY SIZE
                  '-01-00.00.00.000000' DELIMITED BY SIZE
               INTO WS-PER-TO-TS(WS-PER-IDX)
           END-STRING
           .
      *****************************************************************
      * Refuse The Run Before Anything Is Written                     *
      *****************************************************************
       A090-REFUSE-RUN.
           DISPLAY 'MONTH-END MI RUN REFUSED - ' WS-PARM-MSG
           PERFORM X100-ERR-COMMON-SETUP
           SET WS-PARA-A020
               WS-MSG-002              TO TRUE
           MOVE WS-PARA-NAM            TO LOG-PARA-NAM
           MOVE WS-MSG-NO              TO LOG-MSG-NO
           MOVE WS-PARM-MSG            TO LOG-ERR-TEXT-LONG
           PERFORM X290-PROC-DATA-ERROR
           .
      *****************************************************************
      * Announce This Run On The TABRREG RUN REGISTRY - THE PACK HAS  *
      * NO FEED PREDECESSOR, SO ITS BUSINESS DATE IS TODAY'S          *
      *****************************************************************
       A015-REGISTER-RUN-START.
           MOVE WS-TODAY-DATE-8        TO WS-RUN-BUS-DT
           INITIALIZE WR-RUNREG-FLDS
                        REPLACING NUMERIC DATA BY ZERO
           SET RREG-FUNC-START         TO TRUE
           MOVE WS-PROG-NAM            TO RREG-PROG-NAM
           MOVE WS-RUN-BUS-DT          TO RREG-BUS-DT
           PERFORM X940-RUN-REGISTRY
           .
      *****************************************************************
      * Main Process Routine - Gather Every Source For Each Of The    *
      * Three Periods, Then Print The Pack And Write Finance's File   *
      *****************************************************************
       B000-MAIN.
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > 3
               MOVE WS-PER-MONTH(WS-PER-IDX)   TO WS-CUR-MONTH
               MOVE WS-PER-FROM-TS(WS-PER-IDX) TO WS-CUR-FROM-TS
               MOVE WS-PER-TO-TS(WS-PER-IDX)   TO WS-CUR-TO-TS
               PERFORM B100-GATHER-DOWNLOADS
               PERFORM B200-GATHER-EXPORTS
               PERFORM B300-GATHER-ACH-EVENTS
               PERFORM B400-GATHER-ACCT-DECISIONS
               PERFORM B450-GATHER-CUST-DECISIONS
               PERFORM B500-GATHER-IBRI-REJECTS
               PERFORM B600-GATHER-SLA-BREACHES
           END-PERFORM
           PERFORM B700-BUILD-TOTALS
           PERFORM B800-WRITE-PACK
           .
      *****************************************************************
      * Downloads Per Institution                                     *
      *****************************************************************
       B100-GATHER-DOWNLOADS.
           EXEC SQL
               OPEN CSR-MI-DNLD
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           ELSE
               PERFORM B110-FETCH-DNLD-ROW
               PERFORM UNTIL SQLCODE NOT = 0
                   PERFORM Z100-FIND-INST-ENTRY
                   ADD WS-GRP-CNT
                       TO WS-IP-DNLD-CNT(WS-INST-FND, WS-PER-IDX)
                   ADD WS-GRP-CNT2
                       TO WS-IP-DNLD-REC(WS-INST-FND, WS-PER-IDX)
                   PERFORM B110-FETCH-DNLD-ROW
               END-PERFORM
               IF SQLCODE NOT = 100
                   PERFORM X490-PROC-SQL-ERROR
               END-IF
               EXEC SQL
                   CLOSE CSR-MI-DNLD
               END-EXEC
           END-IF
           .
       B110-FETCH-DNLD-ROW.
           EXEC SQL
               FETCH CSR-MI-DNLD
               INTO :WS-GRP-CTRY, :WS-GRP-INSTT,
                    :WS-GRP-CNT, :WS-GRP-CNT2
           END-EXEC
           .
      *****************************************************************
      * Exports, Their Value And Their PAIN.002 Answers Per           *
      * Institution                                                   *
      *****************************************************************
       B200-GATHER-EXPORTS.
           EXEC SQL
               OPEN CSR-MI-EXPT
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           ELSE
               PERFORM B210-FETCH-EXPT-ROW
               PERFORM UNTIL SQLCODE NOT = 0
                   PERFORM Z100-FIND-INST-ENTRY
                   ADD WS-GRP-CNT
                       TO WS-IP-EXPT-CNT(WS-INST-FND, WS-PER-IDX)
                   ADD WS-GRP-AMT
                       TO WS-IP-EXPT-AMT(WS-INST-FND, WS-PER-IDX)
                   ADD WS-GRP-CNT2
                       TO WS-IP-ACPT-CNT(WS-INST-FND, WS-PER-IDX)
                   ADD WS-GRP-CNT3
                       TO WS-IP-RJCT-CNT(WS-INST-FND, WS-PER-IDX)
                   PERFORM B210-FETCH-EXPT-ROW
               END-PERFORM
               IF SQLCODE NOT = 100
                   PERFORM X490-PROC-SQL-ERROR
               END-IF
               EXEC SQL
                   CLOSE CSR-MI-EXPT
               END-EXEC
           END-IF
           .
       B210-FETCH-EXPT-ROW.
           EXEC SQL
               FETCH CSR-MI-EXPT
               INTO :WS-GRP-CTRY, :WS-GRP-INSTT,
                    :WS-GRP-CNT, :WS-GRP-AMT,
                    :WS-GRP-CNT2, :WS-GRP-CNT3
           END-EXEC
           PERFORM Z105-KEY-UNMAPPED
           .
      *****************************************************************
      * ACH Suspensions And Reinstatements Per Institution            *
      *****************************************************************
       B300-GATHER-ACH-EVENTS.
           EXEC SQL
               OPEN CSR-MI-ACHE
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           ELSE
               PERFORM B310-FETCH-ACHE-ROW
               PERFORM UNTIL SQLCODE NOT = 0
                   PERFORM Z100-FIND-INST-ENTRY
                   ADD WS-GRP-CNT
                       TO WS-IP-SUSP-CNT(WS-INST-FND, WS-PER-IDX)
                   ADD WS-GRP-CNT2
                       TO WS-IP-RINS-CNT(WS-INST-FND, WS-PER-IDX)
                   PERFORM B310-FETCH-ACHE-ROW
               END-PERFORM
               IF SQLCODE NOT = 100
                   PERFORM X490-PROC-SQL-ERROR
               END-IF
               EXEC SQL
                   CLOSE CSR-MI-ACHE
               END-EXEC
           END-IF
           .
       B310-FETCH-ACHE-ROW.
           EXEC SQL
               FETCH CSR-MI-ACHE
               INTO :WS-GRP-CTRY, :WS-GRP-INSTT,
                    :WS-GRP-CNT, :WS-GRP-CNT2
           END-EXEC
           .
      *****************************************************************
      * Account-Status Requests Decided In The Period                 *
      *****************************************************************
       B400-GATHER-ACCT-DECISIONS.
           EXEC SQL
               OPEN CSR-MI-APRQ
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           ELSE
               PERFORM B410-FETCH-APRQ-ROW
               PERFORM UNTIL SQLCODE NOT = 0
                   PERFORM B420-ADD-TURNAROUND
                   PERFORM B410-FETCH-APRQ-ROW
               END-PERFORM
               IF SQLCODE NOT = 100
                   PERFORM X490-PROC-SQL-ERROR
               END-IF
               EXEC SQL
                   CLOSE CSR-MI-APRQ
               END-EXEC
           END-IF
           .
       B410-FETCH-APRQ-ROW.
           EXEC SQL
               FETCH CSR-MI-APRQ
               INTO :WS-GRP-CTRY, :WS-GRP-INSTT,
                    :WS-GRP-REQ-TS, :WS-GRP-APRV-TS
           END-EXEC
           .
      *****************************************************************
      * One Decision's Turnaround, Request To Decision, Into The      *
      * Institution's Count, Total And Worst                          *
      *****************************************************************
       B420-ADD-TURNAROUND.
           PERFORM Z100-FIND-INST-ENTRY
           MOVE WS-GRP-REQ-TS          TO WS-TS-IN
           PERFORM X850-TS-TO-SECS
           MOVE WS-TS-SECS             TO WS-START-SECS
           MOVE WS-GRP-APRV-TS         TO WS-TS-IN
           PERFORM X850-TS-TO-SECS
           MOVE WS-TS-SECS             TO WS-END-SECS
           MOVE ZEROS                  TO WS-ELAP-SECS
           IF WS-END-SECS > WS-START-SECS
               COMPUTE WS-ELAP-SECS = WS-END-SECS - WS-START-SECS
           END-IF
           ADD 1 TO WS-IP-DCTL-CNT(WS-INST-FND, WS-PER-IDX)
           ADD WS-ELAP-SECS
               TO WS-IP-DCTL-SECS(WS-INST-FND, WS-PER-IDX)
           IF WS-ELAP-SECS > WS-IP-DCTL-MAX(WS-INST-FND, WS-PER-IDX)
               MOVE WS-ELAP-SECS
                   TO WS-IP-DCTL-MAX(WS-INST-FND, WS-PER-IDX)
           END-IF
           .
      *****************************************************************
      * Customer-Status Requests Decided In The Period                *
      *****************************************************************
       B450-GATHER-CUST-DECISIONS.
           EXEC SQL
               OPEN CSR-MI-CPRQ
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           ELSE
               PERFORM B460-FETCH-CPRQ-ROW
               PERFORM UNTIL SQLCODE NOT = 0
                   PERFORM B420-ADD-TURNAROUND
                   PERFORM B460-FETCH-CPRQ-ROW
               END-PERFORM
               IF SQLCODE NOT = 100
                   PERFORM X490-PROC-SQL-ERROR
               END-IF
               EXEC SQL
                   CLOSE CSR-MI-CPRQ
               END-EXEC
           END-IF
           .
       B460-FETCH-CPRQ-ROW.
           EXEC SQL
               FETCH CSR-MI-CPRQ
               INTO :WS-GRP-CTRY, :WS-GRP-INSTT,
                    :WS-GRP-REQ-TS, :WS-GRP-APRV-TS
           END-EXEC
           PERFORM Z105-KEY-UNMAPPED
           .
      *****************************************************************
      * IBRI Records Rejected In The Period - THE REJECT COUNTS ON    *
      * GOODCBLC'S COMPLETION ROWS. A BACKED-OUT CYCLE'S ROWS ARE     *
      * GONE FROM THE REGISTRY, SO ONLY WHAT STOOD IS COUNTED         *
      *****************************************************************
       B500-GATHER-IBRI-REJECTS.
           MOVE ZEROS                  TO WS-GRP-CNT
           EXEC SQL
               SELECT VALUE(SUM(REC_REJT), 0)
               INTO   :WS-GRP-CNT
               FROM   TABRREG
               WHERE  PROG_NAM = :WS-IBRI-PGM
                AND   EVT_TYP  = 'C'
                AND   SUBSTR(BUS_DT, 1, 6) = :WS-CUR-MONTH
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           ELSE
               MOVE WS-GRP-CNT         TO WS-PER-IBRI-REJT(WS-PER-IDX)
           END-IF
           .
      *****************************************************************
      * Job SLA Breaches In The Period - ONE PER JOB AND BUSINESS     *
      * DATE WHOSE FIRST START TO LAST COMPLETION RAN OVER ITS        *
      * TABJSLA ALLOWANCE, OR THAT NEVER COMPLETED FOR A DATE THAT    *
      * IS ALREADY PAST                                               *
      *****************************************************************
       B600-GATHER-SLA-BREACHES.
           EXEC SQL
               OPEN CSR-MI-SLA
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM X490-PROC-SQL-ERROR
           ELSE
               PERFORM B610-FETCH-SLA-ROW
               PERFORM UNTIL SQLCODE NOT = 0
                   PERFORM B620-JUDGE-SLA
                   PERFORM B610-FETCH-SLA-ROW
               END-PERFORM
               IF SQLCODE NOT = 100
                   PERFORM X490-PROC-SQL-ERROR
               END-IF
               EXEC SQL
                   CLOSE CSR-MI-SLA
               END-EXEC
           END-IF
           .
       B610-FETCH-SLA-ROW.
           EXEC SQL
               FETCH CSR-MI-SLA
               INTO :WS-GRP-PROG, :WS-GRP-BUS-DT,
                    :WS-GRP-FIRST-S, :WS-GRP-LAST-C,
                    :WS-GRP-S-CNT, :WS-GRP-C-CNT,
                    :WS-GRP-SLA-SECS
           END-EXEC
           .
      *****************************************************************
      * Judge One Job's Business Date Against Its SLA                 *
      *****************************************************************
       B620-JUDGE-SLA.
           MOVE 'N'                    TO WS-BRCH-SW
           EVALUATE TRUE
               WHEN WS-GRP-FIRST-S = SPACES
                   CONTINUE
      * STILL RUNNING TODAY IS WINSLAC'S BUSINESS, NOT A BREACH YET
               WHEN WS-GRP-C-CNT < WS-GRP-S-CNT
               WHEN WS-GRP-LAST-C = SPACES
                   IF WS-GRP-BUS-DT < WS-TODAY-DATE-8
                       SET WS-BRCH     TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE WS-GRP-FIRST-S TO WS-TS-IN
                   PERFORM X850-TS-TO-SECS
                   MOVE WS-TS-SECS     TO WS-START-SECS
                   MOVE WS-GRP-LAST-C  TO WS-TS-IN
                   PERFORM X850-TS-TO-SECS
                   MOVE WS-TS-SECS     TO WS-END-SECS
                   IF WS-END-SECS > WS-START-SECS
                   AND WS-END-SECS - WS-START-SECS > WS-GRP-SLA-SECS
                       SET WS-BRCH     TO TRUE
                   END-IF
           END-EVALUATE
           IF WS-BRCH
               ADD 1                   TO WS-PER-SLA-BRCH(WS-PER-IDX)
               PERFORM Z120-FIND-JOB-ENTRY
               ADD 1 TO WS-JOB-BRCH(WS-JOB-FND, WS-PER-IDX)
           END-IF
           .
      *****************************************************************
      * The All-Institutions Entry, After The Last Institution -      *
      * COUNTS AND TOTALS ADDED UP, THE WORST TURNAROUND THE WORST    *
      * OF ANY                                                        *
      *****************************************************************
       B700-BUILD-TOTALS.
           COMPUTE WS-TOT-IDX = WS-INST-CNT + 1
           INITIALIZE WS-INST-ENT(WS-TOT-IDX)
           MOVE 'ALL'                  TO WS-INST-INSTT(WS-TOT-IDX)
           PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                   UNTIL WS-INST-IDX > WS-INST-CNT
               PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                       UNTIL WS-PER-IDX > 3
                   PERFORM B710-ADD-TO-TOTALS
               END-PERFORM
           END-PERFORM
           .
       B710-ADD-TO-TOTALS.
           ADD WS-IP-DNLD-CNT(WS-INST-IDX, WS-PER-IDX)
               TO WS-IP-DNLD-CNT(WS-TOT-IDX, WS-PER-IDX)
           ADD WS-IP-DNLD-REC(WS-INST-IDX, WS-PER-IDX)
               TO WS-IP-DNLD-REC(WS-TOT-IDX, WS-PER-IDX)
           ADD WS-IP-EXPT-CNT(WS-INST-IDX, WS-PER-IDX)
               TO WS-IP-EXPT-CNT(WS-TOT-IDX, WS-PER-IDX)
           ADD WS-IP-EXPT-AMT(WS-INST-IDX, WS-PER-IDX)
               TO WS-IP-EXPT-AMT(WS-TOT-IDX, WS-PER-IDX)
           ADD WS-IP-ACPT-CNT(WS-INST-IDX, WS-PER-IDX)
               TO WS-IP-ACPT-CNT(WS-TOT-IDX, WS-PER-IDX)
           ADD WS-IP-RJCT-CNT(WS-INST-IDX, WS-PER-IDX)
               TO WS-IP-RJCT-CNT(WS-TOT-IDX, WS-PER-IDX)
           ADD WS-IP-SUSP-CNT(WS-INST-IDX, WS-PER-IDX)
               TO WS-IP-SUSP-CNT(WS-TOT-IDX, WS-PER-IDX)
           ADD WS-IP-RINS-CNT(WS-INST-IDX, WS-PER-IDX)
               TO WS-IP-RINS-CNT(WS-TOT-IDX, WS-PER-IDX)
           ADD WS-IP-DCTL-CNT(WS-INST-IDX, WS-PER-IDX)
               TO WS-IP-DCTL-CNT(WS-TOT-IDX, WS-PER-IDX)
           ADD WS-IP-DCTL-SECS(WS-INST-IDX, WS-PER-IDX)
               TO WS-IP-DCTL-SECS(WS-TOT-IDX, WS-PER-IDX)
           IF WS-IP-DCTL-MAX(WS-INST-IDX, WS-PER-IDX)
               > WS-IP-DCTL-MAX(WS-TOT-IDX, WS-PER-IDX)
               MOVE WS-IP-DCTL-MAX(WS-INST-IDX, WS-PER-IDX)
                   TO WS-IP-DCTL-MAX(WS-TOT-IDX, WS-PER-IDX)
           END-IF
           .
      *****************************************************************
      * The Pack - Title, One Block Per Institution In Key Order,     *
      * Then The All-Institutions Block With The Suite's Figures      *
      *****************************************************************
       B800-WRITE-PACK.
           MOVE SPACES                 TO MTHMIRPT-REC
           STRING 'MONTH-END MI PACK FOR ' DELIMITED BY SIZE
                  WS-PER-MONTH(1)      DELIMITED BY SIZE
                  ' - COMPARED WITH '  DELIMITED BY SIZE
                  WS-PER-MONTH(2)      DELIMITED BY SIZE
                  ' AND '              DELIMITED BY SIZE
                  WS-PER-MONTH(3)      DELIMITED BY SIZE
               INTO MTHMIRPT-REC
           END-STRING
           PERFORM Z010-WRITE-RPT-LINE

           MOVE SPACES                 TO MTHMIDLM-REC
           MOVE 'MONTH;CTRY;INSTT;FIGURE;CURRENT;PRIOR_MONTH;SAME_MONTH_
      -         'LAST_YEAR'            TO MTHMIDLM-REC
           PERFORM Z015-WRITE-DLM-LINE

           PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                   UNTIL WS-INST-IDX > WS-INST-CNT
               IF NOT WS-INST-UNMAPPED(WS-INST-IDX)
                   ADD 1               TO WS-INST-RPTD-CNT
               END-IF
               PERFORM B810-BUILD-INST-FIGS
               PERFORM B850-WRITE-BLOCK
           END-PERFORM

           MOVE WS-TOT-IDX             TO WS-INST-IDX
           PERFORM B810-BUILD-INST-FIGS
           PERFORM B820-ADD-SUITE-FIGS
           PERFORM B850-WRITE-BLOCK
           .
      *****************************************************************
      * The Twelve Institution Figures Of The Entry In Hand, For All  *
      * Three Periods                                                 *
      *****************************************************************
       B810-BUILD-INST-FIGS.
           MOVE ZEROS                  TO WS-FIG-CNT
           PERFORM VARYING WS-FIG-IDX FROM 1 BY 1
                   UNTIL WS-FIG-IDX > 12
               PERFORM Z200-NEW-FIGURE
           END-PERFORM
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > 3
               PERFORM B815-FILL-INST-PERIOD
           END-PERFORM
           .
       B815-FILL-INST-PERIOD.
           MOVE WS-IP-DNLD-CNT(WS-INST-IDX, WS-PER-IDX)
                                       TO WS-FIG-VAL(1, WS-PER-IDX)
           MOVE WS-IP-DNLD-REC(WS-INST-IDX, WS-PER-IDX)
                                       TO WS-FIG-VAL(2, WS-PER-IDX)
           MOVE WS-IP-EXPT-CNT(WS-INST-IDX, WS-PER-IDX)
                                       TO WS-FIG-VAL(3, WS-PER-IDX)
           MOVE WS-IP-EXPT-AMT(WS-INST-IDX, WS-PER-IDX)
                                       TO WS-FIG-VAL(4, WS-PER-IDX)
           MOVE WS-IP-ACPT-CNT(WS-INST-IDX, WS-PER-IDX)
                                       TO WS-FIG-VAL(5, WS-PER-IDX)
           MOVE WS-IP-RJCT-CNT(WS-INST-IDX, WS-PER-IDX)
                                       TO WS-FIG-VAL(6, WS-PER-IDX)
      * THE ACCEPTANCE RATE IS OF THE EXPORTS THE RETURN HAS ANSWERED
           COMPUTE WS-ANSWERED-CNT =
                   WS-IP-ACPT-CNT(WS-INST-IDX, WS-PER-IDX)
                 + WS-IP-RJCT-CNT(WS-INST-IDX, WS-PER-IDX)
           IF WS-ANSWERED-CNT = 0
               SET WS-FIG-NA(7, WS-PER-IDX) TO TRUE
           ELSE
               COMPUTE WS-FIG-VAL(7, WS-PER-IDX) ROUNDED =
                   WS-IP-ACPT-CNT(WS-INST-IDX, WS-PER-IDX) * 100
                 / WS-ANSWERED-CNT
           END-IF
           MOVE WS-IP-SUSP-CNT(WS-INST-IDX, WS-PER-IDX)
                                       TO WS-FIG-VAL(8, WS-PER-IDX)
           MOVE WS-IP-RINS-CNT(WS-INST-IDX, WS-PER-IDX)
                                       TO WS-FIG-VAL(9, WS-PER-IDX)
           MOVE WS-IP-DCTL-CNT(WS-INST-IDX, WS-PER-IDX)
                                       TO WS-FIG-VAL(10, WS-PER-IDX)
           IF WS-IP-DCTL-CNT(WS-INST-IDX, WS-PER-IDX) = 0
               SET WS-FIG-NA(11, WS-PER-IDX)
                   WS-FIG-NA(12, WS-PER-IDX) TO TRUE
           ELSE
               COMPUTE WS-FIG-VAL(11, WS-PER-IDX) ROUNDED =
                   WS-IP-DCTL-SECS(WS-INST-IDX, WS-PER-IDX)
                 / WS-IP-DCTL-CNT(WS-INST-IDX, WS-PER-IDX)
                 / 3600
               COMPUTE WS-FIG-VAL(12, WS-PER-IDX) ROUNDED =
                   WS-IP-DCTL-MAX(WS-INST-IDX, WS-PER-IDX) / 3600
           END-IF
           .
      *****************************************************************
      * The Suite's Figures On The All-Institutions Block - IBRI      *
      * REJECTS, SLA BREACHES, AND EACH BREACHING JOB'S SHARE         *
      *****************************************************************
       B820-ADD-SUITE-FIGS.
           PERFORM VARYING WS-FIG-IDX FROM 13 BY 1
                   UNTIL WS-FIG-IDX > 14
               PERFORM Z200-NEW-FIGURE
           END-PERFORM
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > 3
               MOVE WS-PER-IBRI-REJT(WS-PER-IDX)
                                       TO WS-FIG-VAL(13, WS-PER-IDX)
               MOVE WS-PER-SLA-BRCH(WS-PER-IDX)
                                       TO WS-FIG-VAL(14, WS-PER-IDX)
           END-PERFORM

           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-CNT
               MOVE 14                 TO WS-FIG-IDX
               PERFORM Z200-NEW-FIGURE
               MOVE SPACES             TO WS-FIG-CODE(WS-FIG-CNT)
                                          WS-FIG-DESC(WS-FIG-CNT)
               STRING 'SLA_BRCH_'      DELIMITED BY SIZE
                      WS-JOB-PROG(WS-JOB-IDX) DELIMITED BY SPACE
                   INTO WS-FIG-CODE(WS-FIG-CNT)
               END-STRING
               STRING '  SLA BREACHES - ' DELIMITED BY SIZE
                      WS-JOB-PROG(WS-JOB-IDX) DELIMITED BY SPACE
                   INTO WS-FIG-DESC(WS-FIG-CNT)
               END-STRING
               PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                       UNTIL WS-PER-IDX > 3
                   MOVE WS-JOB-BRCH(WS-JOB-IDX, WS-PER-IDX)
                       TO WS-FIG-VAL(WS-FIG-CNT, WS-PER-IDX)
               END-PERFORM
           END-PERFORM
           .
      *****************************************************************
      * One Block Of The Print And Its Rows On Finance's File         *
      *****************************************************************
       B850-WRITE-BLOCK.
           MOVE SPACES                 TO MTHMIRPT-REC
           PERFORM Z010-WRITE-RPT-LINE
           EVALUATE TRUE
               WHEN WS-INST-IDX = WS-TOT-IDX
                   MOVE
                       '*** ALL INSTITUTIONS AND SUITE-WIDE FIGURES ***'
                                       TO MTHMIRPT-REC
               WHEN WS-INST-UNMAPPED(WS-INST-IDX)
                   MOVE '*** UNMAPPED - CUSTOMER INSTITUTIONS WITH NO TA
      -                 'BIPRF PROFILE ***'
                                       TO MTHMIRPT-REC
               WHEN OTHER
                   STRING '*** INSTITUTION '   DELIMITED BY SIZE
                          WS-INST-CTRY(WS-INST-IDX)  DELIMITED BY SIZE
                          ' '                  DELIMITED BY SIZE
                          WS-INST-INSTT(WS-INST-IDX) DELIMITED BY SIZE
                          ' ***'               DELIMITED BY SIZE
                       INTO MTHMIRPT-REC
                   END-STRING
           END-EVALUATE
           PERFORM Z010-WRITE-RPT-LINE

           MOVE WS-RPT-HDG             TO MTHMIRPT-REC
           PERFORM Z010-WRITE-RPT-LINE
           MOVE SPACES                 TO WS-RPT-DTL
           MOVE WS-PER-MONTH(1)        TO RPT-CUR-VAL(13:6)
           MOVE WS-PER-MONTH(2)        TO RPT-PRV-VAL(13:6)
           MOVE WS-PER-MONTH(3)        TO RPT-LYR-VAL(13:6)
           MOVE WS-RPT-DTL             TO MTHMIRPT-REC
           PERFORM Z010-WRITE-RPT-LINE

           PERFORM VARYING WS-FIG-IDX FROM 1 BY 1
                   UNTIL WS-FIG-IDX > WS-FIG-CNT
               PERFORM B860-WRITE-FIG-LINE
               PERFORM B870-WRITE-FIG-ROW
           END-PERFORM
           .
      *****************************************************************
      * One Figure On The Print - THE THREE PERIODS AND THE MOVEMENT  *
      * OF THE REPORT MONTH AGAINST EACH COMPARISON                   *
      *****************************************************************
       B860-WRITE-FIG-LINE.
           MOVE SPACES                 TO WS-RPT-DTL
           MOVE WS-FIG-DESC(WS-FIG-IDX) TO RPT-FIG-DESC
           MOVE 1                      TO WS-PER-IDX
           PERFORM Z300-EDIT-VALUE
           MOVE WS-EDIT-OUT            TO RPT-CUR-VAL
           MOVE 2                      TO WS-PER-IDX
           PERFORM Z300-EDIT-VALUE
           MOVE WS-EDIT-OUT            TO RPT-PRV-VAL
           MOVE 3                      TO WS-PER-IDX
           PERFORM Z300-EDIT-VALUE
           MOVE WS-EDIT-OUT            TO RPT-LYR-VAL
           MOVE 2                      TO WS-BASE-PER
           PERFORM Z310-EDIT-MOVEMENT
           MOVE WS-MOVE-OUT            TO RPT-PRV-MOVE
           MOVE 3                      TO WS-BASE-PER
           PERFORM Z310-EDIT-MOVEMENT
           MOVE WS-MOVE-OUT            TO RPT-LYR-MOVE
           MOVE WS-RPT-DTL             TO MTHMIRPT-REC
           PERFORM Z010-WRITE-RPT-LINE
           .
      *****************************************************************
      * One Figure On Finance's File                                  *
      *****************************************************************
       B870-WRITE-FIG-ROW.
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > 3
               PERFORM Z320-DLM-VALUE
           END-PERFORM
      * THE UNMAPPED BLOCK GOES TO FINANCE AS INSTITUTION UNMAPPED
           IF WS-INST-UNMAPPED(WS-INST-IDX)
               MOVE SPACES             TO WS-DLM-CTRY
               MOVE 'UNMAPPED'         TO WS-DLM-INSTT
           ELSE
               MOVE WS-INST-CTRY(WS-INST-IDX)  TO WS-DLM-CTRY
               MOVE WS-INST-INSTT(WS-INST-IDX) TO WS-DLM-INSTT
           END-IF
           MOVE SPACES                 TO MTHMIDLM-REC
           STRING WS-PER-MONTH(1)      DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WS-DLM-CTRY          DELIMITED BY SPACE
                  ';'                  DELIMITED BY SIZE
                  WS-DLM-INSTT         DELIMITED BY SPACE
                  ';'                  DELIMITED BY SIZE
                  WS-FIG-CODE(WS-FIG-IDX)    DELIMITED BY SPACE
                  ';'                  DELIMITED BY SIZE
                  WS-DLM-VAL(1)        DELIMITED BY SPACE
                  ';'                  DELIMITED BY SIZE
                  WS-DLM-VAL(2)        DELIMITED BY SPACE
                  ';'                  DELIMITED BY SIZE
                  WS-DLM-VAL(3)        DELIMITED BY SPACE
               INTO MTHMIDLM-REC
           END-STRING
           PERFORM Z015-WRITE-DLM-LINE
           ADD 1                       TO WS-DLM-ROW-CNT
           .
      *****************************************************************
      * Write One Line To The Print                                   *
      *****************************************************************
       Z010-WRITE-RPT-LINE.
           IF WS-MTHMIRPT-OPEN
               WRITE MTHMIRPT-REC
           END-IF
           .
      *****************************************************************
      * Write One Row To Finance's File                               *
      *****************************************************************
       Z015-WRITE-DLM-LINE.
           IF WS-MTHMIDLM-OPEN
               WRITE MTHMIDLM-REC
           END-IF
           .
      *****************************************************************
      * Find (Or Insert, In Key Order) The Institution's Entry        *
      *****************************************************************
       Z100-FIND-INST-ENTRY.
           MOVE WS-GRP-CTRY            TO WS-CUR-CTRY
           MOVE WS-GRP-INSTT           TO WS-CUR-INSTT
           MOVE ZEROS                  TO WS-INST-FND
                                          WS-INST-POS
           PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                   UNTIL WS-INST-IDX > WS-INST-CNT
                      OR WS-INST-FND > 0
               EVALUATE TRUE
                   WHEN WS-INST-KEY(WS-INST-IDX) = WS-CUR-INST-KEY
                       MOVE WS-INST-IDX TO WS-INST-FND
                   WHEN WS-INST-KEY(WS-INST-IDX) > WS-CUR-INST-KEY
                    AND WS-INST-POS = 0
                       MOVE WS-INST-IDX TO WS-INST-POS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           IF WS-INST-FND = 0
               IF WS-INST-CNT < 200
                   IF WS-INST-POS = 0
                       COMPUTE WS-INST-POS = WS-INST-CNT + 1
                   END-IF
                   PERFORM VARYING WS-INST-IDX FROM WS-INST-CNT BY -1
                           UNTIL WS-INST-IDX < WS-INST-POS
                       MOVE WS-INST-ENT(WS-INST-IDX)
                                       TO WS-INST-ENT(WS-INST-IDX + 1)
                   END-PERFORM
                   ADD 1               TO WS-INST-CNT
                   INITIALIZE WS-INST-ENT(WS-INST-POS)
                   MOVE WS-CUR-INST-KEY TO WS-INST-KEY(WS-INST-POS)
                   MOVE WS-INST-POS    TO WS-INST-FND
               ELSE
      * NEVER EXPECTED - WE RUN NOWHERE NEAR 200 INSTITUTIONS
                   DISPLAY 'INSTITUTION TABLE OVERFLOW FOR '
                       WS-CUR-INST-KEY
                   MOVE 1              TO WS-INST-FND
               END-IF
           END-IF
           .
      *****************************************************************
      * A Customer-Side Row With No TABIPRF Profile Came Back With A  *
      * BLANK KEY - FILE IT UNDER HIGH-VALUES, THE UNMAPPED ENTRY     *
      *****************************************************************
       Z105-KEY-UNMAPPED.
           IF SQLCODE = 0
           AND WS-GRP-CTRY = SPACES
           AND WS-GRP-INSTT = SPACES
               MOVE HIGH-VALUES        TO WS-GRP-CTRY
                                          WS-GRP-INSTT
           END-IF
           .
      *****************************************************************
      * Find (Or Add) The Breaching Job's Entry                       *
      *****************************************************************
       Z120-FIND-JOB-ENTRY.
           MOVE ZEROS                  TO WS-JOB-FND
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-CNT
                      OR WS-JOB-FND > 0
               IF WS-JOB-PROG(WS-JOB-IDX) = WS-GRP-PROG
                   MOVE WS-JOB-IDX     TO WS-JOB-FND
               END-IF
           END-PERFORM
           IF WS-JOB-FND = 0
               IF WS-JOB-CNT < 50
                   ADD 1               TO WS-JOB-CNT
                   MOVE WS-JOB-CNT     TO WS-JOB-FND
                   MOVE WS-GRP-PROG    TO WS-JOB-PROG(WS-JOB-FND)
                   MOVE ZEROS          TO WS-JOB-BRCH(WS-JOB-FND, 1)
                                          WS-JOB-BRCH(WS-JOB-FND, 2)
                                          WS-JOB-BRCH(WS-JOB-FND, 3)
               ELSE
                   DISPLAY 'SLA JOB TABLE OVERFLOW FOR ' WS-GRP-PROG
                   MOVE 1              TO WS-JOB-FND
               END-IF
           END-IF
           .
      *****************************************************************
      * Add The Figure Defined At WS-FIG-IDX To The Block, Zero In    *
      * Every Period                                                  *
      *****************************************************************
       Z200-NEW-FIGURE.
           ADD 1                       TO WS-FIG-CNT
           MOVE WS-FIG-DEF(WS-FIG-IDX) TO WS-FIG-HDR(WS-FIG-CNT)
           MOVE ZEROS                  TO WS-FIG-VAL(WS-FIG-CNT, 1)
                                          WS-FIG-VAL(WS-FIG-CNT, 2)
                                          WS-FIG-VAL(WS-FIG-CNT, 3)
           MOVE 'N'                    TO WS-FIG-NA-SW(WS-FIG-CNT, 1)
                                          WS-FIG-NA-SW(WS-FIG-CNT, 2)
                                          WS-FIG-NA-SW(WS-FIG-CNT, 3)
           .
      *****************************************************************
      * The Figure At WS-FIG-IDX For Period WS-PER-IDX, Printable     *
      *****************************************************************
       Z300-EDIT-VALUE.
           MOVE SPACES                 TO WS-EDIT-OUT
           EVALUATE TRUE
               WHEN WS-FIG-NA(WS-FIG-IDX, WS-PER-IDX)
                   MOVE 'N/A'          TO WS-EDIT-OUT(16:3)
               WHEN WS-FIG-IS-AMT(WS-FIG-IDX)
                   MOVE WS-FIG-VAL(WS-FIG-IDX, WS-PER-IDX)
                                       TO WS-ED-AMT
               WHEN WS-FIG-IS-PCT(WS-FIG-IDX)
                   MOVE WS-FIG-VAL(WS-FIG-IDX, WS-PER-IDX)
                                       TO WS-ED-PCT
                   MOVE ' %'           TO WS-ED-PCT-SFX
               WHEN WS-FIG-IS-HRS(WS-FIG-IDX)
                   MOVE WS-FIG-VAL(WS-FIG-IDX, WS-PER-IDX)
                                       TO WS-ED-HRS
                   MOVE ' H'           TO WS-ED-HRS-SFX
               WHEN OTHER
                   MOVE WS-FIG-VAL(WS-FIG-IDX, WS-PER-IDX)
                                       TO WS-ED-CNT
           END-EVALUATE
           .
      *****************************************************************
      * The Report Month's Movement Against Period WS-BASE-PER - A    *
      * PERCENTAGE CHANGE, EXCEPT FOR A RATE, WHICH MOVES IN POINTS.  *
      * NEW MEANS NOTHING TO COMPARE AGAINST, - NOTHING EITHER SIDE   *
      *****************************************************************
       Z310-EDIT-MOVEMENT.
           MOVE SPACES                 TO WS-MOVE-OUT
           EVALUATE TRUE
               WHEN WS-FIG-NA(WS-FIG-IDX, 1)
               WHEN WS-FIG-NA(WS-FIG-IDX, WS-BASE-PER)
                   MOVE 'N/A'          TO WS-MOVE-OUT(8:3)
               WHEN WS-FIG-IS-PCT(WS-FIG-IDX)
                   COMPUTE WS-MOVE-PTS ROUNDED =
                       WS-FIG-VAL(WS-FIG-IDX, 1)
                     - WS-FIG-VAL(WS-FIG-IDX, WS-BASE-PER)
                   MOVE WS-MOVE-PTS    TO WS-ED-PTS
                   MOVE ' PT'          TO WS-ED-PTS-SFX
               WHEN WS-FIG-VAL(WS-FIG-IDX, WS-BASE-PER) = 0
                AND WS-FIG-VAL(WS-FIG-IDX, 1) = 0
                   MOVE '-'            TO WS-MOVE-OUT(10:1)
               WHEN WS-FIG-VAL(WS-FIG-IDX, WS-BASE-PER) = 0
                   MOVE 'NEW'          TO WS-MOVE-OUT(8:3)
               WHEN OTHER
                   COMPUTE WS-MOVE-PCT ROUNDED =
                       (WS-FIG-VAL(WS-FIG-IDX, 1)
                      - WS-FIG-VAL(WS-FIG-IDX, WS-BASE-PER)) * 100
                      / WS-FIG-VAL(WS-FIG-IDX, WS-BASE-PER)
                       ON SIZE ERROR
                           MOVE 99999.9 TO WS-MOVE-PCT
                   END-COMPUTE
                   MOVE WS-MOVE-PCT    TO WS-ED-MOVE
                   MOVE '%'            TO WS-ED-MOVE-SFX
           END-EVALUATE
           .
      *****************************************************************
      * The Figure At WS-FIG-IDX For Period WS-PER-IDX As Finance     *
      * Reads It - NO GROUPING, NO LEADING SPACES, EMPTY WHEN IT DOES *
      * NOT APPLY                                                     *
      *****************************************************************
       Z320-DLM-VALUE.
           MOVE SPACES                 TO WS-DLM-VAL(WS-PER-IDX)
           IF NOT WS-FIG-NA(WS-FIG-IDX, WS-PER-IDX)
               IF WS-FIG-IS-CNT(WS-FIG-IDX)
                   MOVE WS-FIG-VAL(WS-FIG-IDX, WS-PER-IDX)
                                       TO WS-DLM-ED-INT
                   MOVE WS-DLM-ED-INT  TO WS-DLM-EDIT
               ELSE
                   MOVE WS-FIG-VAL(WS-FIG-IDX, WS-PER-IDX)
                                       TO WS-DLM-ED-DEC
                   MOVE WS-DLM-ED-DEC  TO WS-DLM-EDIT
               END-IF
               MOVE ZEROS              TO WS-LEAD-SP
               INSPECT WS-DLM-EDIT TALLYING WS-LEAD-SP
                   FOR LEADING SPACES
               MOVE WS-DLM-EDIT(WS-LEAD-SP + 1:)
                                       TO WS-DLM-VAL(WS-PER-IDX)
           END-IF
           .
      *****************************************************************
      * A Timestamp In WS-TS-IN As Seconds In WS-TS-SECS              *
      *****************************************************************
       X850-TS-TO-SECS.
           MOVE WS-TS-YYYY             TO WS-TSD-YYYY
           MOVE WS-TS-MM               TO WS-TSD-MM
           MOVE WS-TS-DD               TO WS-TSD-DD
           COMPUTE WS-TS-SECS =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE-NUM) * 86400
             + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS
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
       A020-OPEN-MTHMIRPT.
           OPEN OUTPUT MTHMIRPT
           IF WS-MTHMIRPT-STATUS NOT = '00'
               DISPLAY 'MTHMIRPT OPEN ERROR, FILE STATUS IS :'
                   WS-MTHMIRPT-STATUS
               PERFORM X390-PROC-FILE-ERROR
           ELSE
               SET WS-MTHMIRPT-OPEN    TO TRUE
           END-IF
           .
      *****************************************************************
      * Open Finance's Delimited File                                 *
      *****************************************************************
       A025-OPEN-MTHMIDLM.
           OPEN OUTPUT MTHMIDLM
           IF WS-MTHMIDLM-STATUS NOT = '00'
               DISPLAY 'MTHMIDLM OPEN ERROR, FILE STATUS IS :'
                   WS-MTHMIDLM-STATUS
               PERFORM X390-PROC-FILE-ERROR
           ELSE
               SET WS-MTHMIDLM-OPEN    TO TRUE
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
           IF WS-MTHMIRPT-OPEN
               CLOSE MTHMIRPT
               MOVE 'N'                TO WS-MTHMIRPT-OPEN-SW
           END-IF
           IF WS-MTHMIDLM-OPEN
               CLOSE MTHMIDLM
               MOVE 'N'                TO WS-MTHMIDLM-OPEN-SW
           END-IF

      * ONLY A CLEAN END EARNS ITS COMPLETION ROW - AN ABENDED RUN'S
      * START ROW IS LEFT UNMATCHED ON THE REGISTRY
           IF PROG-NORMAL
               PERFORM C018-REGISTER-RUN-END
           END-IF

           STRING 'JOB END SUMMARY - MONTH: ' WS-RPT-MONTH
                  ' INSTITUTIONS: '           WS-INST-RPTD-CNT
                  ' FIGURE ROWS: '            WS-DLM-ROW-CNT
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
           MOVE WS-RUN-BUS-DT          TO RREG-BUS-DT
           MOVE WS-INST-RPTD-CNT       TO RREG-REC-READ
           MOVE WS-DLM-ROW-CNT         TO RREG-REC-PROC
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
           MOVE WS-INST-CNT            TO DIAG-REC-READ-CNT
           MOVE WS-DLM-ROW-CNT         TO DIAG-REC-PROC-CNT
           PERFORM C010-CLOSING-MSG
           MOVE 16                     TO RETURN-CODE
           CALL WS-CANCEL-PGM
           STOP RUN
           .
