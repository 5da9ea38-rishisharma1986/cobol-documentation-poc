       * RELEASE, CARRYING THE FULL OLD AND NEW VALUES OF EVERY FIELD
       * THE TRANSACTION MAY CHANGE. TABPAUD PROVES WHO TOUCHED AN
       * INSTRUCTION; THIS TABLE PROVES WHAT IT SAID BEFORE THEY DID -
       * THE GAP A PAYMENT-REDIRECTION FRAUD WALKS THROUGH. THE OLD AND
       * NEW INSTR_AMT RIDE AT THE END OF THE ROW SO A RAISE CAN BE SET
       * AGAINST A BENEFICIARY CHANGE (FRDANLC); IMAGES WRITTEN BEFORE
       * THE AMOUNT COLUMNS EXISTED CARRY ZERO IN BOTH. THE HKPURGC
       * ARCHIVE ROW (HKAPIMG) IS THE WHOLE 1728-BYTE ROW, AMOUNTS
       * INCLUDED
       *****************************************************************

           EXEC SQL
               OLD_DEBTOR_ADDR3        CHAR(100) NOT NULL,
               NEW_DEBTOR_ADDR3        CHAR(100) NOT NULL,
               OLD_INSTR_PTY                CHAR(10) NOT NULL,
               NEW_INSTR_PTY                CHAR(10) NOT NULL,
               OLD_INSTR_AMT                DECIMAL(15,2) NOT NULL,
               NEW_INSTR_AMT                DECIMAL(15,2) NOT NULL
           )
           END-EXEC.
       *****************************************************************
             10 TABPIMG-NEW-DEBTOR-ADDR3 PIC X(100).
             10 TABPIMG-OLD-INSTR-PTY  PIC X(10).
             10 TABPIMG-NEW-INSTR-PTY  PIC X(10).
             10 TABPIMG-OLD-INSTR-AMT  PIC S9(13)V9(2) COMP-3.
             10 TABPIMG-NEW-INSTR-AMT  PIC S9(13)V9(2) COMP-3.
       *****************************************************************
       * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 28
       *****************************************************************
