      ******************************************************************
      * DDEBITLG - Indexed direct-debit ledger, keyed by application
      * id plus the schedule period the debit collects, one row per
      * debit lnddorig originates. The key is the rerun guard - a
      * period is never drawn twice. A row is SENT when it goes out
      * on the DDEBIT bank file, SETTLED when its effective date
      * arrives and lnddorig feeds the payment to ACHFEED for
      * posting, and RETURNED when the bank sends it back and
      * lnddret reverses it. COPY into the FILE SECTION of any
      * program that reads or writes originated debits; the
      * matching SELECT is:
      *
      *     SELECT DD-LEDGER-FILE ASSIGN TO "DDEBITLG"
      *         ORGANIZATION IS INDEXED
      *         ACCESS MODE IS DYNAMIC
      *         RECORD KEY IS DL-KEY
      *         FILE STATUS IS WS-DD-LEDGER-STATUS.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original copybook.
      ******************************************************************
       FD  DD-LEDGER-FILE.
       01  DD-LEDGER-RECORD.
           05 DL-KEY.
               10 DL-APPL-ID      PIC X(20).
               10 DL-PERIOD-NO    PIC 9(04).
           05 DL-ORIG-DATE        PIC 9(08).
      * The day the bank draws the account - the schedule due date
      * rolled to a business day - and the pay date the payment
      * posts with.
           05 DL-EFF-DATE         PIC 9(08).
           05 DL-AMOUNT           PIC S9(7)V9(2).
           05 DL-CURRENCY         PIC X(03).
           05 DL-STATUS           PIC X(08).
               88 DL-SENT     VALUE "SENT".
               88 DL-SETTLED  VALUE "SETTLED".
               88 DL-RETURNED VALUE "RETURNED".
           05 DL-SETTLE-DATE      PIC 9(08).
           05 DL-RETURN-DATE      PIC 9(08).
           05 DL-RETURN-CODE      PIC X(03).
