      *                           ROW IS SATISFIED BY THE SAME        *
      *                           STREAM'S SUCCESSFUL RERUN INSTEAD   *
      *                           OF REFUSING THE DATE FOREVER        *
      * 15OCT2026  RISHI SHARMA   BACKOUT CALL (B) - WRITES ONE       *
      *                           BACKOUT EVENT ROW FOR A JOB WHOSE   *
      *                           ROWS FOR A BUSINESS DATE THE        *
      *                           IBRBKOC JOB HAS JUST REVERSED,      *
      *                           CARRYING THE ROWS IT REMOVED        *
      * 15OCT2026  RISHI SHARMA   RE-SEND CALL (R) - WRITES ONE       *
      *                           RE-SEND EVENT ROW WHEN PAINRSDC     *
      *                           SENDS ONE OF A JOB'S DOCUMENTS FOR  *
      *                           A BUSINESS DATE AGAIN               *
      * 15OCT2026  RISHI SHARMA   THE CALLER'S REJECTED-RECORD COUNT  *
      *                           (RREG-REC-REJT) IS NOW WRITTEN TO   *
      *                           THE NEW TABRREG REC_REJT COLUMN     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               88  RREG-FUNC-START     VALUE 'S'.
               88  RREG-FUNC-COMPLETE  VALUE 'C'.
               88  RREG-FUNC-CHECK     VALUE 'K'.
               88  RREG-FUNC-BACKOUT   VALUE 'B'.
               88  RREG-FUNC-RESEND    VALUE 'R'.
           05  RREG-PROG-NAM           PIC X(8).
           05  RREG-STREAM-NUM         PIC 9(2).
           05  RREG-BUS-DT             PIC X(8).
           05  RREG-PRED-PGM           PIC X(8).
           05  RREG-REC-READ           PIC 9(9).
           05  RREG-REC-PROC           PIC 9(9).
           05  RREG-REC-REJT           PIC 9(9).
           05  RREG-RESP               PIC X(2).
               88  RREG-RESP-OK        VALUE '00'.
               88  RREG-RESP-NOT-READY VALUE '04'.
                   PERFORM B010-INSERT-REGISTRY-ROW
               WHEN RREG-FUNC-CHECK
                   PERFORM B020-CHECK-PREDECESSOR
      * A BACKOUT ROW NEITHER STARTS NOR COMPLETES ANYTHING - THE
      * DEPENDENCY CHECK COUNTS S AND C ROWS ONLY AND PASSES IT BY
               WHEN RREG-FUNC-BACKOUT
                   MOVE 'B'            TO TABRREG-EVT-TYP
                   PERFORM B010-INSERT-REGISTRY-ROW
      * NOR DOES A RE-SEND ROW - THE DATE'S OWN RUN STANDS AS IT WAS
               WHEN RREG-FUNC-RESEND
                   MOVE 'R'            TO TABRREG-EVT-TYP
                   PERFORM B010-INSERT-REGISTRY-ROW
               WHEN OTHER
                   SET RREG-RESP-SQL-ERROR TO TRUE
                   MOVE 'RUNREGC FUNCTION MUST BE S, C, K, B OR R'
                                       TO RREG-RESP-MSG
           END-EVALUATE
           .
      *****************************************************************
      * Write One Start, Completion, Backout Or Re-Send Row, DB2      *
      * Stamping                                                      *
      * EVT_TS                                                        *
      *****************************************************************
       B010-INSERT-REGISTRY-ROW.
           MOVE RREG-PROG-NAM          TO TABRREG-PROG-NAM
           MOVE RREG-BUS-DT            TO TABRREG-BUS-DT
           MOVE RREG-REC-READ          TO TABRREG-REC-READ
           MOVE RREG-REC-PROC          TO TABRREG-REC-PROC
           MOVE RREG-REC-REJT          TO TABRREG-REC-REJT
           EXEC SQL
               INSERT INTO TABRREG
                   (PROG_NAM, STREAM_NUM, BUS_DT, EVT_TYP,
                    REC_READ, REC_PROC, EVT_TS, REC_REJT)
               VALUES
                   (:TABRREG-PROG-NAM, :TABRREG-STREAM-NUM,
                    :TABRREG-BUS-DT, :TABRREG-EVT-TYP,
                    :TABRREG-REC-READ, :TABRREG-REC-PROC,
                    CURRENT TIMESTAMP, :TABRREG-REC-REJT)
           END-EXEC

      * THE REGISTRY FAILING MUST NEVER TAKE THE CALLER DOWN ON ITS
