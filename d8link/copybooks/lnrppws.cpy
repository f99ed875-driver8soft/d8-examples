      ******************************************************************
      * LNRPPWS - WORKING-STORAGE support items for LNRPPCHK. The
      * caller PERFORMs 9940-OPEN-REPAY-PLAN once, then for each
      * loan PERFORMs 9941-CHECK-REPAY-PLAN with the loan master
      * record in hand; REPAY-PLAN-ON and WS-RPP-START-PERIOD then
      * describe the plan. PERFORM 9942-CLOSE-REPAY-PLAN at end of
      * run. COPY into WORKING-STORAGE SECTION alongside
      * LNRPPSEL/REPAYPLN.
      ******************************************************************
       01 WS-REPAY-PLAN-STATUS PIC X(02) VALUE SPACES.
           88 REPAY-PLAN-OPENED VALUE "00".
           88 REPAY-PLAN-NOT-FOUND VALUE "35".
       01 WS-RPP-FILE PIC X(01) VALUE "N".
           88 RPP-FILE-OPEN VALUE "Y".
       01 WS-RPP-SCAN PIC X(01) VALUE "N".
           88 RPP-SCAN-DONE VALUE "Y".
      * Results - whether the loan has a plan PERFORMING, the
      * period it started from, and how many loans checked had one.
       01 WS-RPP-ON PIC X(01) VALUE "N".
           88 REPAY-PLAN-ON VALUE "Y".
       01 WS-RPP-START-PERIOD PIC 9(04) VALUE ZEROES.
       01 WS-RPP-COUNT PIC 9(07) VALUE ZEROES.
