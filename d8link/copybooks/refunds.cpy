      ******************************************************************
      * REFUNDS - Indexed refund record, keyed by application id plus
      * the source of the credit balance and a reference within that
      * source, one row per amount owed back to a borrower. The key
      * is the idempotency guarantee: the lnrfcoll sweep and the
      * lnesanal analysis can rerun as often as they like and a
      * credit balance already raised takes the INVALID KEY path.
      * COPY into the FILE SECTION of any program that raises,
      * approves or pays refunds; the matching SELECT is:
      *
      *     SELECT REFUNDS-FILE ASSIGN TO "REFUNDS"
      *         ORGANIZATION IS INDEXED
      *         ACCESS MODE IS DYNAMIC
      *         RECORD KEY IS RF-KEY
      *         FILE STATUS IS WS-REFUNDS-STATUS.
      *
      * A row is raised PENDING, approved or rejected by an operator
      * in rfmaint, and moved to DISBURSD by the lnrfdisb batch when
      * the payment instruction is written to RFDISB. A PENDING or
      * APPROVED overage whose payment later bounced is CANCELLD by
      * the next lnrfcoll sweep. A REJECTED overage is still owed:
      * lnglextr moves its credit balance to UNCLMFND.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original copybook - refunds owed were kept
      *                  on a desk spreadsheet.
      * 2026-10-15  RJM  E refunds are also raised by lnpifcls for
      *                  the escrow balance of a paid-off loan.
      * 2026-10-15  RJM  A REJECTED overage is reclassified to
      *                  UNCLMFND by lnglextr.
      ******************************************************************
       FD  REFUNDS-FILE.
       01  REFUNDS-RECORD.
           05 RF-KEY.
               10 RF-APPL-ID      PIC X(20).
      * O - overpayment or settlement overage on a POSTED row,
      * N - a NOMATCH receipt no loan would take,
      * E - escrow surplus found by the annual analysis, or the
      *     escrow balance returned at paid-in-full closure.
               10 RF-SOURCE       PIC X(01).
                   88 RF-SRC-OVERAGE VALUE "O".
                   88 RF-SRC-NOMATCH VALUE "N".
                   88 RF-SRC-ESCROW  VALUE "E".
      * PAYHIST posting sequence for O and N, the analysis date
      * for E.
               10 RF-SOURCE-REF   PIC 9(08).
           05 RF-RAISED-DATE      PIC 9(08).
           05 RF-AMOUNT           PIC S9(7)V9(2).
           05 RF-CURRENCY         PIC X(03).
      * Who the money goes to - the loan's borrower for O and E;
      * keyed by the approving operator for N, where no loan is
      * known.
           05 RF-PAYEE            PIC X(25).
           05 RF-STATUS           PIC X(08).
               88 RF-PENDING   VALUE "PENDING".
               88 RF-APPROVED  VALUE "APPROVED".
               88 RF-REJECTED  VALUE "REJECTED".
               88 RF-DISBURSED VALUE "DISBURSD".
               88 RF-CANCELLED VALUE "CANCELLD".
           05 RF-ACTION-OPER      PIC X(08).
           05 RF-ACTION-DATE      PIC 9(08).
      * Zero until lnrfdisb instructs the bank.
           05 RF-VALUE-DATE       PIC 9(08).
           05 RF-DISB-DATE        PIC 9(08).
