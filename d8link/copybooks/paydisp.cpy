      ******************************************************************
      * PAYDISP - Payment disposition record, one row per LOANPAY
      * record the lnpost batch took, saying what became of it. The
      * file is rewritten by every lnpost run and read by the
      * lncashrc cash reconciliation, which proves each intake item
      * reached a disposition. COPY into the FILE SECTION; the
      * matching SELECT is:
      *
      *     SELECT PAY-DISP-FILE ASSIGN TO "PAYDISP"
      *         ORGANIZATION IS LINE SEQUENTIAL
      *         FILE STATUS IS WS-PAY-DISP-STATUS.
      *
      * The channel, intake sequence, application id, currency and
      * amount are the LOANPAY record's as received - before any
      * currency conversion - so the row matches its intake record.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original copybook.
      ******************************************************************
       FD  PAY-DISP-FILE.
       01  PAY-DISP-RECORD.
           05 PD-RUN-DATE       PIC 9(08).
           05 PD-CHANNEL        PIC X(03).
           05 PD-INTAKE-SEQ     PIC 9(07).
           05 PD-APPL-ID        PIC X(20).
           05 PD-TXN-TYPE       PIC X(01).
           05 PD-PAY-CCY        PIC X(03).
           05 PD-AMOUNT         PIC 9(7)V9(2).
      * The PAYHIST status the record was written under (POSTED,
      * NOMATCH, SUSPENSE, RECOVERY, RVSL, RVSLERR), POSTREVW for
      * one dated into a closed period, or FAILED when nothing
      * could be written for it.
           05 PD-DISPOSITION    PIC X(08).
               88 PD-POSTED      VALUE "POSTED".
               88 PD-NOMATCH     VALUE "NOMATCH".
               88 PD-SUSPENSE    VALUE "SUSPENSE".
               88 PD-RECOVERY    VALUE "RECOVERY".
               88 PD-POSTREVW    VALUE "POSTREVW".
