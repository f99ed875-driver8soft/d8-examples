      ******************************************************************
      * CONDTRK - Indexed pre-booking conditions record: one row per
      * condition an approved application must satisfy before it
      * can be BOOKED - income verification, title, signed loan
      * documents and the like - keyed by application id and
      * condition code. The rows are seeded from the CONDTMPL
      * template for the loan type when lnmaint first approves the
      * loan (see LNCNDCHK), cleared or waived through ctmaint, and
      * lnmaint will not book the loan while any row is still OPEN.
      * lncndage ages the open ones for underwriting. COPY into the
      * FILE SECTION of any program that reads or writes conditions;
      * the matching SELECT is in LNCNDSEL.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original copybook - loans were booked with
      *                  income, title or signed documents still
      *                  outstanding.
      ******************************************************************
       FD  COND-TRK-FILE.
       01  COND-TRK-RECORD.
           05 CT-KEY.
               10 CT-APPL-ID      PIC X(20).
               10 CT-COND-CODE    PIC X(04).
           05 CT-DESCRIPTION     PIC X(40).
      * OPEN until the condition is met; CLEARED when it is, WAIVED
      * when a credit officer lets the loan book without it.
           05 CT-STATUS          PIC X(08).
               88 CT-OPEN          VALUE "OPEN".
               88 CT-CLEARED       VALUE "CLEARED".
               88 CT-WAIVED        VALUE "WAIVED".
               88 CT-VALID-STATUS  VALUE "OPEN" "CLEARED" "WAIVED".
      * The date the condition was raised - the approval date for a
      * seeded condition, the entry date for one added by hand.
           05 CT-OPEN-DATE       PIC 9(08).
      * Operator who cleared or waived it and when; spaces and zero
      * while it is open.
           05 CT-CLEARED-BY      PIC X(08).
           05 CT-CLEARED-DATE    PIC 9(08).
