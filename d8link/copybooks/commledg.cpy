      ******************************************************************
      * COMMLEDG - Indexed originator commission ledger, keyed by
      * application id and entry type. lncomm writes one P (paid)
      * row when a loan's commission is paid and at most one C
      * (clawback) row when that commission is taken back, so a
      * month-end run repeated, or run again for an earlier month,
      * never pays or claws back a loan twice. Amounts are in the
      * base currency; a clawback carries the paid amount negated.
      * COPY into the FILE SECTION; the matching SELECT is:
      *
      *     SELECT COMM-LEDG-FILE ASSIGN TO "COMMLEDG"
      *         ORGANIZATION IS INDEXED
      *         ACCESS MODE IS DYNAMIC
      *         RECORD KEY IS CL-KEY
      *         FILE STATUS IS WS-COMM-LEDG-STATUS.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original copybook.
      ******************************************************************
       FD  COMM-LEDG-FILE.
       01  COMM-LEDG-RECORD.
           05 CL-KEY.
               10 CL-APPL-ID     PIC X(20).
               10 CL-ENTRY-TYPE  PIC X(01).
                   88 CL-PAID      VALUE "P".
                   88 CL-CLAWBACK  VALUE "C".
           05 CL-ORIG-ID         PIC X(08).
           05 CL-ORIG-TYPE       PIC X(01).
      * The commission month (YYYYMM) the entry was paid or taken
      * back in, and the day the run wrote it.
           05 CL-PERIOD          PIC 9(06).
           05 CL-RUN-DATE        PIC 9(08).
      * The funding the commission was earned on - FUNDCTL's
      * confirmation date and amount, in the loan's currency.
           05 CL-FUND-DATE       PIC 9(08).
           05 CL-FUNDED-AMT      PIC S9(7)V9(2).
           05 CL-CURRENCY        PIC X(03).
           05 CL-AMOUNT          PIC S9(7)V9(2).
      * FUNDED on a payment; PAID-OFF, CLOSED or CHGD-OFF - the
      * loan status that drew the clawback - with the status date.
           05 CL-REASON          PIC X(08).
           05 CL-EVENT-DATE      PIC 9(08).
