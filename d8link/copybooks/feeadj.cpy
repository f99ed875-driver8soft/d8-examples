      ******************************************************************
      * FEEADJ - Fee adjustment log, one line per waiver or
      * reduction fwmaint applies to a FEESRCV charge, appended in
      * the order the desk keys them. lnpost logs here too: the
      * prepayment charge it waives or reduces when the payment
      * that incurred it is reversed, and the charge it adds to a
      * month's prepayment row on a later curtailment. lnglextr
      * reverses the day's waivers and reductions out of fee income
      * (DR FEEINC / CR FEERECV), books the additions into it
      * (DR FEERECV / CR FEEINC), and lnwvrpt reports the month's
      * waivers and reductions by operator and reason. COPY
      * into the FILE SECTION of any program that writes or reads
      * fee adjustments; the matching SELECT is:
      *
      *     SELECT FEE-ADJ-FILE ASSIGN TO "FEEADJ"
      *         ORGANIZATION IS LINE SEQUENTIAL
      *         FILE STATUS IS WS-FEE-ADJ-STATUS.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original copybook - a late charge assessed
      *                  in error stayed owing or was edited off the
      *                  file by hand.
      * 2026-10-15  RJM  Added the A action - lnpost's addition to a
      *                  month's prepayment charge - and lnpost's
      *                  own waivers on a reversal (operator
      *                  LNPOST, reason BD).
      ******************************************************************
       FD  FEE-ADJ-FILE.
       01  FEE-ADJ-RECORD.
      * The FEESRCV key of the charge adjusted.
           05 FA-APPL-ID          PIC X(20).
           05 FA-PERIOD-NO        PIC 9(04).
           05 FA-FEE-CODE         PIC X(04).
           05 FA-ADJ-DATE         PIC 9(08).
           05 FA-ADJ-TIME         PIC 9(08).
           05 FA-OPERATOR         PIC X(08).
      * W waives whatever is still owed; R takes FA-AMOUNT off and
      * leaves the rest owing; A adds FA-AMOUNT to the charge.
           05 FA-ACTION           PIC X(01).
               88 FA-WAIVE        VALUE "W".
               88 FA-REDUCE       VALUE "R".
               88 FA-ADD          VALUE "A".
      * AE assessed in error, BD payment held up by the bank or in
      * processing, GW goodwill, HS hardship, OT other - the codes
      * the desk may key. PP is lnpost's own, on an A line: a
      * further prepayment in the month.
           05 FA-REASON           PIC X(02).
               88 FA-RSN-ERROR    VALUE "AE".
               88 FA-RSN-DELAY    VALUE "BD".
               88 FA-RSN-GOODWILL VALUE "GW".
               88 FA-RSN-HARDSHIP VALUE "HS".
               88 FA-RSN-OTHER    VALUE "OT".
               88 FA-RSN-PREPAY   VALUE "PP".
               88 FA-VALID-REASON VALUE "AE" "BD" "GW" "HS" "OT".
      * The amount taken off (or added), and what was owed before.
           05 FA-AMOUNT           PIC S9(7)V9(2).
           05 FA-CHARGE-BEFORE    PIC S9(7)V9(2).
           05 FA-LOAN-TYPE        PIC X(04).
