      * Modification History
      * ---------------------------------------------------------------
      * 2026-09-02  RJM  Original copybook.
      * 2026-10-15  RJM  Added the lnglrec reconciliation result -
      *                  lnclose will not close a period whose
      *                  ledger is out against the loan book.
      ******************************************************************
       FD  PERIOD-CTL-FILE.
       01  PERIOD-CTL-RECORD.
               88 PC-OPEN   VALUE "OPEN".
               88 PC-CLOSED VALUE "CLOSED".
           05 PC-CLOSE-DATE PIC 9(08).
      * The last lnglrec subledger-to-ledger reconciliation stamped
      * against the period - blank when none has run.
           05 PC-RECON-STATUS PIC X(08).
               88 PC-RECON-BALANCED VALUE "BALANCED".
               88 PC-RECON-OUT      VALUE "OUT".
           05 PC-RECON-DATE   PIC 9(08).
