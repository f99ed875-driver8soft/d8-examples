      ******************************************************************
      * RESVHIST - Indexed loan-loss reserve history, keyed by
      * period (YYYYMM), loan type, currency and aging bucket. Each
      * month-end lnreserv run adds the period's rows: one per
      * bucket with the BOOKED balance aged into it, the RESVRATE
      * loss rate applied and the reserve that gives, and one TOTAL
      * row per loan type and currency carrying the roll-forward -
      * opening reserve, charge-offs, recoveries, provision and
      * closing reserve. The latest earlier TOTAL row is the next
      * run's opening reserve. COPY into the FILE SECTION of any
      * program that maintains or reports the reserve; the
      * matching SELECT is:
      *
      *     SELECT RESV-HIST-FILE ASSIGN TO "RESVHIST"
      *         ORGANIZATION IS INDEXED
      *         ACCESS MODE IS DYNAMIC
      *         RECORD KEY IS RH-KEY
      *         FILE STATUS IS WS-RESV-HIST-STATUS.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original copybook - the allowance was
      *                  worked by hand each month from the aging
      *                  and vintage reports.
      ******************************************************************
       FD  RESV-HIST-FILE.
       01  RESV-HIST-RECORD.
           05 RH-KEY.
               10 RH-PERIOD       PIC 9(06).
               10 RH-LOAN-TYPE    PIC X(04).
               10 RH-CURRENCY     PIC X(03).
      * CURRENT, 30+, 60+ or 90+ - the DLQSNAP bucket names - or
      * TOTAL for the roll-forward row.
               10 RH-BUCKET       PIC X(08).
                   88 RH-TOTAL-ROW VALUE "TOTAL".
           05 RH-RUN-DATE         PIC 9(08).
      * Bucket rows - the loans and balance aged into the bucket,
      * the loss rate (percent of balance) and the reserve.
           05 RH-LOAN-COUNT       PIC 9(07).
           05 RH-BALANCE          PIC S9(11)V9(2).
           05 RH-RATE             PIC 9(03)V9(04).
      * The reserve - the bucket's on a bucket row, the closing
      * reserve on the TOTAL row.
           05 RH-RESERVE          PIC S9(11)V9(2).
      * TOTAL row only - opening reserve, the period's charge-offs
      * and recoveries, and the provision (a release negative)
      * that takes the opening reserve to the closing one.
           05 RH-OPENING          PIC S9(11)V9(2).
           05 RH-CHGOFF           PIC S9(11)V9(2).
           05 RH-RECOVERY         PIC S9(11)V9(2).
           05 RH-PROVISION        PIC S9(11)V9(2).
