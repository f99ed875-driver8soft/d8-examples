      ******************************************************************
      * AGYMSTR - Indexed collection-agency master record, keyed by
      * agency id. The outside agencies lnagyplc places charged-off
      * accounts with: each works the balance band it is set up for
      * on a contingency fee, and the agencies that share a band
      * take new placements in turn. Maintained by agmaint. COPY
      * into the FILE SECTION of any program that reads or
      * maintains agencies; the matching SELECT is:
      *
      *     SELECT AGY-MSTR-FILE ASSIGN TO "AGYMSTR"
      *         ORGANIZATION IS INDEXED
      *         ACCESS MODE IS DYNAMIC
      *         RECORD KEY IS AG-AGENCY-ID
      *         FILE STATUS IS WS-AGY-MSTR-STATUS.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original copybook.
      ******************************************************************
       FD  AGY-MSTR-FILE.
       01  AGY-MSTR-RECORD.
           05 AG-AGENCY-ID     PIC X(08).
           05 AG-NAME          PIC X(30).
           05 AG-ACTIVE        PIC X(01).
               88 AG-IS-ACTIVE VALUE "Y".
      * The agency's cut of every recovery it reports, as a
      * percentage of the amount collected.
           05 AG-FEE-PCT       PIC 9(2)V9(2).
      * The charged-off balances the agency takes, in the base
      * currency - a zero maximum takes everything above the
      * minimum.
           05 AG-BAND-MIN      PIC 9(7)V9(2).
           05 AG-BAND-MAX      PIC 9(7)V9(2).
      * Days without a recovery before a placement is recalled -
      * zero for the AGYPM default.
           05 AG-RECALL-DAYS   PIC 9(03).
      * Rotation - the placement sequence of the agency's latest
      * placement and the day it was made. The agency in the band
      * with the lowest sequence takes the next account.
           05 AG-LAST-PLACED-SEQ  PIC 9(09).
           05 AG-LAST-PLACED-DATE PIC 9(08).
