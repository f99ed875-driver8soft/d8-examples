      ******************************************************************
      * UWDECISN - Indexed underwriting decision record: one row per
      * referred application a credit officer has decided in
      * uwmaint, keyed by application id. Keeps what the DECRULES
      * engine referred the application under and when, what the
      * officer decided, why, and the exposure the decision was
      * taken on - the decision and reason themselves are also
      * written back to LOANMSTR as LM-DECISION/LM-DECISION-RULE.
      * lnuwtat reports turnaround and the override rate from it.
      * COPY into the FILE SECTION of any program that reads or
      * writes decisions; the matching SELECT is:
      *
      *     SELECT UW-DECISION-FILE ASSIGN TO "UWDECISN"
      *         ORGANIZATION IS INDEXED
      *         ACCESS MODE IS DYNAMIC
      *         RECORD KEY IS UD-APPL-ID
      *         FILE STATUS IS WS-UW-DECISION-STATUS.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original copybook - a referred application
      *                  was decided in lnmaint with no reason, no
      *                  limit and no record of how long it waited.
      ******************************************************************
       FD  UW-DECISION-FILE.
       01  UW-DECISION-RECORD.
           05 UD-APPL-ID         PIC X(20).
           05 UD-LOAN-TYPE       PIC X(04).
           05 UD-PRINCIPAL       PIC S9(7)V9(2).
           05 UD-CURRENCY        PIC X(03).
      * The rule that referred the application and the day it was
      * priced and referred.
           05 UD-REFER-RULE      PIC X(08).
           05 UD-REFER-DATE      PIC 9(08).
      * The officer's verdict - an approval overrides the referral,
      * a decline upholds it - with its UWREASON code.
           05 UD-DECISION        PIC X(08).
               88 UD-APPROVED      VALUE "APPROVED".
               88 UD-DECLINED      VALUE "DECLINED".
           05 UD-REASON          PIC X(08).
           05 UD-OFFICER         PIC X(08).
           05 UD-DECISION-DATE   PIC 9(08).
      * Payment-to-income at pricing and the borrower's total
      * exposure with this loan, as the officer saw them; the
      * officer's approval limit at the time.
           05 UD-PTI-RATIO       PIC 9(1)V9(4).
           05 UD-EXPOSURE        PIC S9(9)V9(2).
           05 UD-LIMIT           PIC 9(9)V9(2).
