      * Modification History
      * ---------------------------------------------------------------
      * 2026-09-02  RJM  Original copybook.
      * 2026-10-15  RJM  Added LB-END-DATE - an assumption ends the
      *                  outgoing borrowers' rows instead of deleting
      *                  them, so who was on the loan when stays on
      *                  file.
      ******************************************************************
       FD  LOAN-BORR-FILE.
       01  LOAN-BORR-RECORD.
           05 LB-ROLE            PIC X(01).
               88 LB-PRIMARY     VALUE "P".
               88 LB-CO-BORROWER VALUE "C".
      * Zero while the borrower is on the loan; the date they came
      * off it (lnassume) once the row is ended.
           05 LB-END-DATE        PIC 9(08).
               88 LB-CURRENT     VALUE ZEROES.
