       * INCLUDE IN THE IBRPEXT COMBINED EXTRACT (PEXT_INCL - THE
       * DATA-RESIDENCY EXCLUSIONS), MASKING REQUIRED ON FILES
       * LEAVING US (MASK_REQD), AND PAIN.001 EXPORT DOCUMENT WANTED
       * (EXPT_DOC), PLUS THE SECOND-USER RELEASE THRESHOLD
       * (REL_THRSH_AMT) - A PAYMENT INSTRUCTION SET UP OR RAISED
       * ABOVE IT WAITS FOR A DIFFERENT USER TO RELEASE IT THROUGH
       * PAYRELSC; ZERO MEANS NO AMOUNT THRESHOLD. AN INSTITUTION
       * WITH NO ROW GETS TODAY'S DEFAULT HANDLING - INCLUDED
       * EVERYWHERE, UNMASKED, NO AMOUNT THRESHOLD
       *****************************************************************

           EXEC SQL
               PEXT_INCL                CHAR(1) NOT NULL,
               MASK_REQD                CHAR(1) NOT NULL,
               EXPT_DOC                CHAR(1) NOT NULL,
               PRF_STAT                CHAR(1) NOT NULL,
               REL_THRSH_AMT                DECIMAL(15,2) NOT NULL
           )
           END-EXEC.
       *****************************************************************
             10 TABIPRF-MASK-REQD      PIC X(1).
             10 TABIPRF-EXPT-DOC       PIC X(1).
             10 TABIPRF-PRF-STAT       PIC X(1).
             10 TABIPRF-REL-THRSH-AMT  PIC S9(13)V9(2) COMP-3.
       *****************************************************************
       * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10
       *****************************************************************
