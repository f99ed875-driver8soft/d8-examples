      * 2026-09-02  RJM  Original copybook - sending the borrower
      *                  the money happened entirely outside the
      *                  system, and one loan was funded twice.
      * 2026-10-15  RJM  Added the CLOSED status - lnpifcls closes a
      *                  confirmed row once the loan is paid in
      *                  full.
      ******************************************************************
       FD  FUND-CTL-FILE.
       01  FUND-CTL-RECORD.
               88 FC-PENDING   VALUE "PENDING".
               88 FC-CONFIRMED VALUE "CONFIRMD".
               88 FC-EXCEPTION VALUE "EXCEPTN".
               88 FC-CLOSED    VALUE "CLOSED".
      * Zero until the bank's confirmation is matched back.
           05 FC-CONFIRM-DATE PIC 9(08).
