      ******************************************************************
      * PIFCLOSE - Indexed paid-in-full closure record, keyed by
      * application id, one per PAID-OFF loan the lnpifcls batch
      * has closed out: when the loan paid off, when the lien
      * release was due and when it went out, what became of the
      * escrow account, the collections case and the funding row,
      * and the date lnbureau first reported the loan paid in full.
      * The row is also the "newly PAID-OFF" guard - a loan with one
      * is never closed out again. COPY into the FILE SECTION of any
      * program that reads or writes closures; the matching SELECT
      * is:
      *
      *     SELECT PIF-CLOSE-FILE ASSIGN TO "PIFCLOSE"
      *         ORGANIZATION IS INDEXED
      *         ACCESS MODE IS DYNAMIC
      *         RECORD KEY IS PF-APPL-ID
      *         FILE STATUS IS WS-PIF-CLOSE-STATUS.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original copybook - a paid-off loan kept its
      *                  lien, its escrow and its open records until
      *                  somebody noticed.
      ******************************************************************
       FD  PIF-CLOSE-FILE.
       01  PIF-CLOSE-RECORD.
           05 PF-APPL-ID        PIC X(20).
      * LM-STATUS-DATE of the PAID-OFF status, and the night the
      * closure ran.
           05 PF-PAID-DATE      PIC 9(08).
           05 PF-CLOSE-DATE     PIC 9(08).
      * The lien release is due PIFCLSPM lien days after payoff;
      * Y when the release letter went out after that.
           05 PF-LIEN-DUE-DATE  PIC 9(08).
           05 PF-LIEN-SENT-DATE PIC 9(08).
           05 PF-LIEN-LATE      PIC X(01).
               88 PF-LIEN-WAS-LATE VALUE "Y".
      * Escrow balance raised for refund at closure, and any escrow
      * advance the balance could not cover - left on the account
      * for the servicing desk.
           05 PF-ESCROW-REFUND  PIC S9(7)V9(2).
           05 PF-ESCROW-ADVANCE PIC S9(7)V9(2).
      * Y when an OPEN or HELD collections case was closed.
           05 PF-CASE-CLOSED    PIC X(01).
      * The FUNDCTL status the closure left - CLOSED, or the
      * PENDING/EXCEPTN it found and could not close; spaces when
      * the loan was never funded through lnfund.
           05 PF-FUND-STATUS    PIC X(08).
      * Zero until lnbureau reports the loan paid in full.
           05 PF-BUREAU-DATE    PIC 9(08).
