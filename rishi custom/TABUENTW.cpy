       * PERMITTED FUNCTION CODE. THE MAINTENANCE AND PAYMENT CICS
       * TRANSACTIONS CHECK IT BEFORE ACTING, SO AN UNAUTHORIZED
       * USER CANNOT EVEN RAISE A REQUEST, AMEND A BENEFICIARY OR
       * BROWSE PAYMENT DATA; DUAL CONTROL ALONE NEVER STOPPED THAT.
       * ROWS ARE MAINTAINED ONLY THROUGH ENTLMNTC UNDER DUAL CONTROL
       * (TABUEPQ); ENT_STAT IS A (ACTIVE) OR R (REVOKED)
       *****************************************************************

           EXEC SQL
