      * 2026-09-02  RJM  Original copybook - collections worked from
      *                  a printout, and nobody could say what was
      *                  done about a loan last week.
      * 2026-10-15  RJM  Added CC-PROMISE-MADE, CC-PROMISE-STATE and
      *                  CC-PRIORITY - the clptpevl batch marks each
      *                  promise KEPT or BROKEN against PAYHIST, and
      *                  a broken one puts the case at the top of
      *                  the worklist until a collector works it.
      * 2026-10-15  RJM  CC-COLLECTOR is now filled by the classign
      *                  batch from the COLLRSTR roster.
      * 2026-10-15  RJM  Added the HELD status - lnaging sets an
      *                  open case HELD while the loan is under a
      *                  legal hold, so no collector works it.
      ******************************************************************
       FD  COLL-CASE-FILE.
       01  COLL-CASE-RECORD.
           05 CC-STATUS       PIC X(08).
               88 CC-OPEN   VALUE "OPEN".
               88 CC-CLOSED VALUE "CLOSED".
               88 CC-HELD   VALUE "HELD".
      * Delinquency bucket as of the last aging run (30+/60+/90+),
      * refreshed every run while the case stays open.
           05 CC-BUCKET       PIC X(08).
           05 CC-OPEN-DATE    PIC 9(08).
      * Collector working the case - spaces until the classign
      * batch (or a supervisor in clmaint) assigns one.
           05 CC-COLLECTOR    PIC X(08).
      * Last action recorded against the case, and any
      * promise-to-pay date the borrower gave.
           05 CC-ACTION-DATE  PIC 9(08).
           05 CC-PROMISE-DATE PIC 9(08).
           05 CC-CLOSE-DATE   PIC 9(08).
      * Date the promise was recorded in clmaint - payments from
      * then to the promise date (plus grace) keep it. Zero on a
      * promise keyed before the date was carried; the case open
      * date stands in.
           05 CC-PROMISE-MADE PIC 9(08).
      * Blank while the promise awaits its date, K once a payment
      * kept it, B once it passed unpaid.
           05 CC-PROMISE-STATE PIC X(01).
               88 CC-PROMISE-PENDING VALUE SPACE.
               88 CC-PROMISE-KEPT    VALUE "K".
               88 CC-PROMISE-BROKEN  VALUE "B".
      * Y lists the case ahead of the rest of the worklist - set
      * on a broken promise, cleared when a collector records an
      * action against the case.
           05 CC-PRIORITY     PIC X(01).
               88 CC-TOP-PRIORITY VALUE "Y".
