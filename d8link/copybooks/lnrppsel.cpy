      ******************************************************************
      * LNRPPSEL - FILE-CONTROL entry for the REPAYPLN arrears
      * repayment-plan file. COPY into the INPUT-OUTPUT SECTION
      * FILE-CONTROL paragraph of any program that checks, judges or
      * keeps repayment plans (see LNRPPCHK, REPAYPLN).
      ******************************************************************
           SELECT REPAY-PLAN-FILE ASSIGN TO "REPAYPLN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-KEY
               FILE STATUS IS WS-REPAY-PLAN-STATUS.
