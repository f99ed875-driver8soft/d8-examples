      * 2026-09-02  RJM  Original copybook - late charges lived on a
      *                  collections spreadsheet, invisible to the
      *                  statement cycle and to finance.
      * 2026-10-15  RJM  Added FR-PAID-DATE and FR-PAID-SEQ - lnpost
      *                  marks a charge PAID when the payment
      *                  allocation collects it and records the
      *                  posting that did, so a reversal of that
      *                  posting can put the charge back to
      *                  ASSESSED.
      * 2026-10-15  RJM  Added FR-FEE-CODE to the key - prepayment
      *                  penalties (PPEN) sit beside the late
      *                  charges without taking a period's key.
      * 2026-10-15  RJM  Added the ASSM assumption-fee code.
      * 2026-10-15  RJM  Added FR-WAIVED-AMT, FR-WAIVE-DATE and
      *                  FR-WAIVE-REASON - fwmaint waives or
      *                  reduces a charge; every adjustment is also
      *                  logged on FEEADJ.
      * 2026-10-15  RJM  Added FR-ADDED-AMT - a later curtailment in
      *                  the same loan month adds to the month's
      *                  prepayment charge, each addition logged on
      *                  FEEADJ for the GL extract.
      ******************************************************************
       FD  FEES-RCV-FILE.
       01  FEES-RCV-RECORD.
           05 FR-KEY.
               10 FR-APPL-ID      PIC X(20).
               10 FR-PERIOD-NO    PIC 9(04).
      * Spaces for a late charge (every row written before the
      * field existed is one); PPEN for a prepayment penalty,
      * whose FR-PERIOD-NO is the loan month (from origination)
      * the prepayment fell in; ASSM for an assumption fee, keyed
      * the same way by the month of the assumption.
               10 FR-FEE-CODE     PIC X(04).
                   88 FR-FC-LATE    VALUE SPACES.
                   88 FR-FC-PREPAY  VALUE "PPEN".
                   88 FR-FC-ASSUME  VALUE "ASSM".
           05 FR-ASSESS-DATE      PIC 9(08).
           05 FR-CHARGE-AMT       PIC S9(7)V9(2).
           05 FR-LOAN-TYPE        PIC X(04).
               88 FR-ASSESSED VALUE "ASSESSED".
               88 FR-PAID     VALUE "PAID".
               88 FR-WAIVED   VALUE "WAIVED".
      * Set when the charge goes PAID - the payment date and the
      * PAYHIST posting sequence that collected it. Zero while the
      * charge is ASSESSED.
           05 FR-PAID-DATE        PIC 9(08).
           05 FR-PAID-SEQ         PIC 9(07).
      * What fwmaint has taken off the charge - FR-CHARGE-AMT is
      * what is still owed, so the charge as assessed is the two
      * added together. A charge reduced to nothing goes WAIVED.
      * Zero, with the date and reason blank, until the desk
      * adjusts it; the reason is the FA-REASON of the latest
      * adjustment (see FEEADJ).
           05 FR-WAIVED-AMT       PIC S9(7)V9(2).
           05 FR-WAIVE-DATE       PIC 9(08).
           05 FR-WAIVE-REASON     PIC X(02).
      * Prepayment charge lnpost has added to the row since the day
      * it was assessed - included in FR-CHARGE-AMT, each addition
      * logged on FEEADJ (action A). The charge as first assessed
      * is FR-CHARGE-AMT plus FR-WAIVED-AMT less this. Zero on
      * every other row.
           05 FR-ADDED-AMT        PIC S9(7)V9(2).
