      ******************************************************************
      * APPLVEL - Indexed application-velocity log, keyed by the
      * date and time say priced the application and the call's
      * correlation id. One row per priced application, with the
      * identities it came in under - the registered borrower and
      * the registry phone and email - and the terms, so say can
      * count what the same borrower, phone or email has asked for
      * inside its rolling window, and lnvelrpt can give the fraud
      * team the day. COPY into the FILE SECTION; the matching
      * SELECT is:
      *
      *     SELECT APPL-VEL-FILE ASSIGN TO "APPLVEL"
      *         ORGANIZATION IS INDEXED
      *         ACCESS MODE IS DYNAMIC
      *         RECORD KEY IS AV-KEY
      *         FILE STATUS IS WS-APPL-VEL-STATUS.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original copybook.
      ******************************************************************
       FD  APPL-VEL-FILE.
       01  APPL-VEL-RECORD.
           05 AV-KEY.
               10 AV-PRICED-DATE PIC 9(08).
               10 AV-PRICED-TIME PIC 9(08).
               10 AV-CORR-ID     PIC X(20).
      * Spaces when the application number could not be assigned
      * and the loan was not saved.
           05 AV-APPL-ID      PIC X(20).
           05 AV-BORROWER     PIC X(13).
      * Registered borrower and the registry's phone and email at
      * pricing - all spaces for a free-text applicant.
           05 AV-BORROWER-NO  PIC X(08).
           05 AV-PHONE        PIC X(15).
           05 AV-EMAIL        PIC X(30).
           05 AV-LOAN-TYPE    PIC X(04).
           05 AV-TERM         PIC 9(04).
           05 AV-CURRENCY     PIC X(03).
           05 AV-PAY-FREQ     PIC X(01).
           05 AV-PRINCIPAL    PIC 9(7)V9(2).
      * Declared monthly income the application was priced on.
           05 AV-INCOME       PIC 9(7)V9(2).
           05 AV-DECISION     PIC X(08).
           05 AV-DECISION-RULE PIC X(08).
      * The velocity rule the application tripped, spaces if none:
      * VELBORR, VELPHONE, VELEMAIL or VELPROBE.
           05 AV-FRAUD-RULE   PIC X(08).
