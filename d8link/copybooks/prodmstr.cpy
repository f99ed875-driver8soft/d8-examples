      * Modification History
      * ---------------------------------------------------------------
      * 2026-09-02  RJM  Original copybook.
      * 2026-10-15  RJM  Added the prepayment-penalty schedule -
      *                  payoff quotes it, lnsettle collects it and
      *                  lnpost charges it on large curtailments.
      ******************************************************************
       FD  PROD-MSTR-FILE.
       01  PROD-MSTR-RECORD.
           05 PM-RATE-BASES    PIC X(02).
           05 PM-ACTIVE        PIC X(01).
               88 PM-IS-ACTIVE VALUE "Y".
      * Prepayment penalty (early-repayment charge). PM-PPN-METHOD
      * P charges a percentage of the amount prepaid, M a number
      * of months' interest on it at the loan's rate; N (or the
      * spaces of a pre-field record) charges nothing. The bands
      * run in loan-age order: a prepayment in loan month up to
      * and including PM-PPN-TO-MONTH takes that band's factor,
      * past the last used band (TO-MONTH zero ends the list) it
      * is free. Factors may only decline with age.
           05 PM-PPN-SCHEDULE.
               10 PM-PPN-METHOD    PIC X(01).
                   88 PM-PPN-NONE    VALUE "N" " ".
                   88 PM-PPN-PERCENT VALUE "P".
                   88 PM-PPN-MONTHS  VALUE "M".
               10 PM-PPN-BAND      OCCURS 3 TIMES.
                   15 PM-PPN-TO-MONTH PIC 9(03).
                   15 PM-PPN-FACTOR   PIC 9(2)V9(2).
      * A curtailment lnpost posts is charged only on what exceeds
      * this percentage of the balance it was paid against.
               10 PM-PPN-FREE-PCT  PIC 9(2)V9(2).
