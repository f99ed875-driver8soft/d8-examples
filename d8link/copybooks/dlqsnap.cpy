      ******************************************************************
      * DLQSNAP - Indexed delinquency snapshot, keyed by application
      * id, one row per loan the night's lnaging run aged: every
      * BOOKED loan, and the PAID-OFF and CHGD-OFF loans the bureau
      * extract still reports. Rebuilt from scratch by each lnaging
      * run, so the letters, charge-off, bureau and late-charge jobs
      * all take the same answer from one determination instead of
      * each re-walking AMORTSCH against PAYHIST. A loan with no row
      * had nothing fall due (or no derivable origination date) and
      * is current. COPY into the FILE SECTION of any program that
      * needs a loan's delinquency; the matching SELECT is:
      *
      *     SELECT DLQ-SNAP-FILE ASSIGN TO "DLQSNAP"
      *         ORGANIZATION IS INDEXED
      *         ACCESS MODE IS DYNAMIC
      *         RECORD KEY IS DS-APPL-ID
      *         FILE STATUS IS WS-DLQ-SNAP-STATUS.
      *
      * lnaging itself writes the file ACCESS MODE IS SEQUENTIAL, in
      * LOANMSTR key order.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original copybook - four batch jobs each
      *                  carried their own copy of the aging walk,
      *                  and could disagree about the same loan.
      ******************************************************************
       FD  DLQ-SNAP-FILE.
       01  DLQ-SNAP-RECORD.
           05 DS-APPL-ID          PIC X(20).
      * The lnaging run date the row was aged as of.
           05 DS-ASOF-DATE        PIC 9(08).
      * Periods fallen due (capped at the term), and the first of
      * them the posted payments no longer cover - zero when the
      * loan is current. Every period from DS-OLDEST-UNPAID on is
      * unpaid; every period before it is covered.
           05 DS-ELAPSED-PERIODS  PIC 9(04).
           05 DS-OLDEST-UNPAID    PIC 9(04).
           05 DS-OLDEST-DUE-DATE  PIC 9(08).
           05 DS-DAYS-PAST-DUE    PIC 9(05).
      * CURRENT under 30 days, then 30+, 60+, 90+ - the COLLCASE
      * bucket names.
           05 DS-BUCKET           PIC X(08).
               88 DS-CURRENT VALUE "CURRENT".
           05 DS-PAST-DUE         PIC S9(9)V9(2).
