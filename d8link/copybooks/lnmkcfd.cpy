      ******************************************************************
      * LNMKCFD - FD for the MKCHKPM dual-control parameter file, one
      * row. While the file is present a change above any of its
      * thresholds waits on PENDCHG for a second operator; with no
      * file changes apply as keyed. A change is held when it goes
      * beyond the threshold, so a zero threshold holds every
      * change of that kind:
      *
      *   MK-BALANCE-LIMIT  lnmod - the loan's outstanding balance
      *   MK-RATE-LIMIT     lnmod - the rate change, in points
      *   MK-TERM-LIMIT     lnmod - the term change, in periods
      *   MK-ESCROW-LIMIT   esmaint - the change to the monthly
      *                     portion or to a disbursement amount
      *
      * A status move to CLOSED or CHGD-OFF in lnmaint, and a change
      * of escrow payee in esmaint, are always held. COPY into the
      * FILE SECTION alongside LNMKCSEL.
      ******************************************************************
       FD  MKC-PRM-FILE.
       01  MKC-PRM-RECORD.
           05 MK-BALANCE-LIMIT   PIC 9(9)V9(2).
           05 MK-RATE-LIMIT      PIC 9(3)V9(2).
           05 MK-TERM-LIMIT      PIC 9(04).
           05 MK-ESCROW-LIMIT    PIC 9(7)V9(2).
