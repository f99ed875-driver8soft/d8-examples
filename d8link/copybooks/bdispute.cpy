      ******************************************************************
      * BDISPUTE - Indexed credit-bureau dispute record: one row per
      * dispute a borrower raises with a bureau over what lnbureau
      * furnished, keyed by application id, bureau and the date the
      * dispute was received. The furnisher has 30 days from that
      * date to investigate and respond - the due date. Kept by
      * bdmaint; lnbdage ages the open disputes against their due
      * dates, and lnbureau reports a loan with an open dispute
      * under compliance condition XB, then XH once the dispute is
      * resolved, with a correction record when it is resolved in
      * the borrower's favour. COPY into the FILE SECTION of any
      * program that reads or writes disputes; the matching SELECT
      * is in LNDSPSEL.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original copybook - disputes were tracked in
      *                  email.
      ******************************************************************
       FD  BUREAU-DISPUTE-FILE.
       01  BUREAU-DISPUTE-RECORD.
           05 BD-KEY.
               10 BD-APPL-ID       PIC X(20).
               10 BD-BUREAU        PIC X(02).
                   88 BD-EQUIFAX      VALUE "EQ".
                   88 BD-EXPERIAN     VALUE "EX".
                   88 BD-TRANSUNION   VALUE "TU".
                   88 BD-VALID-BUREAU VALUE "EQ" "EX" "TU".
               10 BD-DISPUTE-DATE  PIC 9(08).
      * What the borrower says is wrong - the name or identity, the
      * balance, the account status, the payment history grid or
      * the original amount - and the borrower's own words.
           05 BD-FIELD           PIC X(02).
               88 BD-FLD-IDENTITY VALUE "ID".
               88 BD-FLD-BALANCE  VALUE "BA".
               88 BD-FLD-STATUS   VALUE "ST".
               88 BD-FLD-HISTORY  VALUE "PH".
               88 BD-FLD-ORIG-AMT VALUE "OA".
               88 BD-FLD-OTHER    VALUE "OT".
               88 BD-VALID-FIELD  VALUE "ID" "BA" "ST" "PH" "OA" "OT".
           05 BD-DETAIL          PIC X(40).
           05 BD-DUE-DATE        PIC 9(08).
      * OPEN while under investigation; RESOLVED with the outcome -
      * V verified as reported, C corrected in the borrower's
      * favour, W withdrawn by the borrower.
           05 BD-STATUS          PIC X(08).
               88 BD-OPEN          VALUE "OPEN".
               88 BD-RESOLVED      VALUE "RESOLVED".
           05 BD-RESOLUTION      PIC X(01).
               88 BD-RES-VERIFIED  VALUE "V".
               88 BD-RES-CORRECTED VALUE "C".
               88 BD-RES-WITHDRAWN VALUE "W".
               88 BD-VALID-RES     VALUE "V" "C" "W".
           05 BD-RESOLVED-DATE   PIC 9(08).
           05 BD-RESOLUTION-NOTE PIC X(40).
           05 BD-OPERATOR        PIC X(08).
      * The bureau extract that first reported the resolution - zero
      * until lnbureau has sent it.
           05 BD-REPORTED-DATE   PIC 9(08).
