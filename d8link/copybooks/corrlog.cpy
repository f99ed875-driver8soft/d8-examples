      ******************************************************************
      * CORRLOG - Indexed correspondence log, keyed by application
      * id and letter code, one row per letter ever produced for a
      * loan - STM and ANN rows record the latest statement and
      * annual interest statement. COPY into the FILE SECTION of
      * any program that produces borrower documents; the matching
      * SELECT is:
      *
      *     SELECT CORR-LOG-FILE ASSIGN TO "CORRLOG"
      *         ORGANIZATION IS INDEXED
      *         ACCESS MODE IS DYNAMIC
      *         RECORD KEY IS CL-KEY
      *         FILE STATUS IS WS-CORR-LOG-STATUS.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Lifted out of lnletter so the insurance
      *                  notices of lninschk log to the same file.
      * 2026-10-15  RJM  Added CL-CHANNEL - statements and annual
      *                  interest statements are logged too, and
      *                  each row says how the document went out.
      ******************************************************************
       FD  CORR-LOG-FILE.
       01  CORR-LOG-RECORD.
           05 CL-KEY.
               10 CL-APPL-ID PIC X(20).
               10 CL-LTR-CODE PIC X(03).
      * Date the letter last went out - a notice that repeats
      * (lninschk's) is rewritten with each new sending.
           05 CL-SENT-DATE PIC 9(08).
      * P print spool, E email (EDELIVER) only, B both.
           05 CL-CHANNEL PIC X(01).
               88 CL-CH-PRINT VALUE "P" " ".
               88 CL-CH-EMAIL VALUE "E".
               88 CL-CH-BOTH  VALUE "B".
