      ******************************************************************
      * NONACCR - Indexed non-accrual event record, keyed by
      * application id plus the event date, one row each time the
      * lnnonacc run moves a loan onto or off non-accrual.
      * A SUSPEND row carries the accrued-but-unpaid interest that
      * came back out of income; lnglextr posts the reversal from
      * it on the event date. A RESTORE row records the loan
      * returning to accrual after its cure. COPY into the FILE
      * SECTION of any program that records or reads non-accrual
      * events; the matching SELECT is:
      *
      *     SELECT NON-ACCR-FILE ASSIGN TO "NONACCR"
      *         ORGANIZATION IS INDEXED
      *         ACCESS MODE IS DYNAMIC
      *         RECORD KEY IS NA-KEY
      *         FILE STATUS IS WS-NON-ACCR-STATUS.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original copybook - loans 120 days down
      *                  were still accruing interest income.
      ******************************************************************
       FD  NON-ACCR-FILE.
       01  NON-ACCR-RECORD.
           05 NA-KEY.
               10 NA-APPL-ID      PIC X(20).
               10 NA-EVENT-DATE   PIC 9(08).
           05 NA-EVENT            PIC X(08).
               88 NA-SUSPEND VALUE "SUSPEND".
               88 NA-RESTORE VALUE "RESTORE".
      * Days past due and outstanding balance when the event fired.
           05 NA-DAYS-PAST-DUE    PIC 9(05).
           05 NA-BALANCE          PIC S9(7)V9(2).
      * SUSPEND only - interest accrued from NA-ACCRUED-FROM (the
      * last posted payment, or booking) to the event date, which
      * no payment has cleared and which is reversed out of income.
           05 NA-ACCRUED-FROM     PIC 9(08).
           05 NA-REVERSED-INT     PIC S9(7)V9(2).
