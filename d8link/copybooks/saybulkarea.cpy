      * returns the results (or the reject) per slot.
      *
      * Request per slot:  SB-NAME, SB-PRINCIPAL, SB-RATE (zero
      *                    looks the rate up), SB-TERM, SB-CURRENCY,
      *                    SB-LOAN-TYPE (the product - what the rate
      *                    is looked up and the scenario validated
      *                    against).
      * Response per slot: SB-RATE (as priced), SB-PAYMENT, SB-APR,
      *                    SB-DECISION, SB-DECISION-RULE, and
      *                    SB-STATUS - OK, or REJECTED when the
      *                    scenario failed validation.
      *
      * SB-REQUEST-KEY is the client's key for the whole dispatch,
      * unchanged across retries, replay and drain; each slot goes
      * to say under it with the two-digit slot number appended, so
      * a repeated dispatch is answered slot by slot from say's
      * SAYREQ log instead of booking every scenario again. Blank
      * keeps the unprotected behavior.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-09-02  RJM  Original copybook.
      * 2026-10-15  RJM  Added SB-LOAN-TYPE - a slot could not be
      *                  priced at the product's own rate, and say's
      *                  product check refused a blank type.
      * 2026-10-15  RJM  Added SB-REQUEST-KEY.
      *
      ******************************************************************
       01 COMMAREA.
           05 SB-SCENARIO-COUNT PIC S9(4) COMP.
           05 SB-REQUEST-KEY PIC X(18).
           05 SB-SCENARIO OCCURS 10 TIMES.
               10 SB-NAME          PIC X(13).
               10 SB-PRINCIPAL     PIC S9(7)V9(2).
               10 SB-RATE          PIC S9(7)V9(2) COMP-3.
               10 SB-TERM          PIC S9(4) COMP.
               10 SB-CURRENCY      PIC X(03).
               10 SB-LOAN-TYPE     PIC X(04).
               10 SB-PAYMENT       PIC S9(7)V9(2) COMP-3.
               10 SB-APR           PIC S9(3)V9(2) COMP-3.
               10 SB-DECISION      PIC X(08).
