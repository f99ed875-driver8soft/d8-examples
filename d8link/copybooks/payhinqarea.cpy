      ******************************************************************
      *
      * PAYHINQAREA - Shared COMMAREA for the "payhinq" service
      * =======================================================
      *
      * COPYed by both the payhinq server (link_server/payhinq.cbl)
      * and every client that calls D8link with PROG-NAME "payhinq"
      * (link_client/test11.cbl), so the request/response shape can
      * never drift between the two sides of the call.
      *
      * Request:  PHQ-APPL-ID, and PHQ-CONT-SEQ - zero for the
      *           newest page, otherwise the continuation key the
      *           previous page returned.
      * Response: up to ten of the loan's PAYHIST rows, newest
      *           first (PHQ-ROW-COUNT of the slots filled) - the
      *           posting date, amount, its interest / principal /
      *           escrow / fees split, the posting status and the
      *           balance left after it. PHQ-CONT-SEQ comes back as
      *           the key to send for the next, older page, or zero
      *           when this page reached the loan's first posting.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original copybook.
      *
      ******************************************************************
       01 COMMAREA.
           05 PHQ-APPL-ID         PIC X(20).
           05 PHQ-CONT-SEQ        PIC 9(07).
           05 PHQ-ROW-COUNT       PIC S9(4) COMP.
           05 PHQ-ROW OCCURS 10 TIMES.
               10 PHQ-POST-SEQ    PIC 9(07).
               10 PHQ-PAY-DATE    PIC 9(08).
               10 PHQ-AMOUNT      PIC S9(7)V9(2) COMP-3.
               10 PHQ-INTEREST    PIC S9(7)V9(2) COMP-3.
               10 PHQ-PRINCIPAL   PIC S9(7)V9(2) COMP-3.
               10 PHQ-ESCROW      PIC S9(7)V9(2) COMP-3.
               10 PHQ-FEES        PIC S9(7)V9(2) COMP-3.
               10 PHQ-POST-STATUS PIC X(08).
               10 PHQ-BAL-AFTER   PIC S9(7)V9(2) COMP-3.
