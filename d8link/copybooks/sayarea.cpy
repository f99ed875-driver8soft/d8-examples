      *                  derives the period count and periodic rate
      *                  from the frequency, and E comes back as the
      *                  payment per period.
      * 2026-10-15  RJM  Added REQUEST-KEY - the client's key for
      *                  this pricing, unchanged across retries,
      *                  dead-letter replay and queue drain. say
      *                  answers a key it has already booked from
      *                  its SAYREQ log instead of booking again.
      *                  Blank keeps the unprotected behavior.
      * 2026-10-15  RJM  Added ORIG-ID - the loan officer or broker
      *                  bringing the application in. A non-blank
      *                  id must be an active ORIGMSTR originator;
      *                  say stamps it on the loan for commission.
      *
      ******************************************************************
       01 COMMAREA.
           05 BALLOON-PERIOD PIC 9(04).
           05 PAY-TO-INCOME PIC 9(1)V9(4).
           05 CO-BORR-NO PIC X(08).
           05 REQUEST-KEY PIC X(20).
           05 ORIG-ID PIC X(08).
