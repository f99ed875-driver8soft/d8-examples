      ******************************************************************
      * AGYPLAC - Indexed agency placement record, keyed by
      * application id, one per charged-off loan ever placed. The
      * agency the account is (or was last) with, when it went out
      * and came back, and what the agency has recovered on it.
      * Written by the lnagyplc placement batch, which also recalls
      * placements; lnintake accepts an agency's remittance only
      * for an account placed with it, and lnpost adds each agency
      * recovery to the row. COPY into the FILE SECTION; the
      * matching SELECT is:
      *
      *     SELECT AGY-PLAC-FILE ASSIGN TO "AGYPLAC"
      *         ORGANIZATION IS INDEXED
      *         ACCESS MODE IS DYNAMIC
      *         RECORD KEY IS AP-APPL-ID
      *         FILE STATUS IS WS-AGY-PLAC-STATUS.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original copybook.
      ******************************************************************
       FD  AGY-PLAC-FILE.
       01  AGY-PLAC-RECORD.
           05 AP-APPL-ID       PIC X(20).
           05 AP-AGENCY-ID     PIC X(08).
           05 AP-STATUS        PIC X(01).
               88 AP-PLACED    VALUE "P".
               88 AP-RECALLED  VALUE "R".
      * The placement in force (or the last one) - the day it was
      * made and the written-down balance sent, in the loan's
      * currency.
           05 AP-PLACE-DATE    PIC 9(08).
           05 AP-PLACED-BAL    PIC S9(7)V9(2).
           05 AP-CURRENCY      PIC X(03).
      * How many agencies the account has been placed with.
           05 AP-PLACE-COUNT   PIC 9(02).
      * NORECOV (nothing recovered within the recall window),
      * LEGALHLD (a legal hold came into force), SETTLED (nothing
      * left to collect) or NOLOAN (the loan record is gone).
           05 AP-RECALL-DATE   PIC 9(08).
           05 AP-RECALL-REASON PIC X(08).
      * What the agency has reported recovered on this placement,
      * and its fee, in the loan's currency.
           05 AP-LAST-RECOV-DATE PIC 9(08).
           05 AP-RECOVERED     PIC S9(7)V9(2).
           05 AP-FEES          PIC S9(7)V9(2).
