      ******************************************************************
      * PROMHIST - Indexed promise-to-pay history, keyed by application
      * id plus the promised date and the date the promise was made,
      * one row per promise the clptpevl batch has judged. COPY into
      * the FILE SECTION of any program that records or reports
      * promise outcomes; the matching SELECT is:
      *
      *     SELECT PROM-HIST-FILE ASSIGN TO "PROMHIST"
      *         ORGANIZATION IS INDEXED
      *         ACCESS MODE IS DYNAMIC
      *         RECORD KEY IS PR-KEY
      *         FILE STATUS IS WS-PROM-HIST-STATUS.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original copybook - a promise-to-pay date
      *                  was keyed in clmaint and nothing ever
      *                  checked whether the borrower paid.
      ******************************************************************
       FD  PROM-HIST-FILE.
       01  PROM-HIST-RECORD.
           05 PR-KEY.
               10 PR-APPL-ID      PIC X(20).
               10 PR-PROMISE-DATE PIC 9(08).
               10 PR-MADE-DATE    PIC 9(08).
      * Collector holding the case and its bucket when judged.
           05 PR-COLLECTOR        PIC X(08).
           05 PR-BUCKET           PIC X(08).
           05 PR-RESULT           PIC X(08).
               88 PR-KEPT   VALUE "KEPT".
               88 PR-BROKEN VALUE "BROKEN".
           05 PR-EVAL-DATE        PIC 9(08).
      * POSTED payments inside the promise window - zero on a
      * broken promise - and the first one's pay date.
           05 PR-PAID-AMT         PIC S9(7)V9(2).
           05 PR-PAID-DATE        PIC 9(08).
