      *                  LOANLOCK run-level lock - a restore can
      *                  never interleave with a posting run or an
      *                  operator mid-change.
      * 2026-10-15  RJM  Master image widened to 200 bytes - the
      *                  accrual-status fields took LOANMSTR past
      *                  the old 180.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  LOAN-BKP-FILE.
       01  LOAN-BKP-RECORD.
           05 BK-REC-TYPE PIC X(01).
           05 BK-DATA     PIC X(200).
       01  LOAN-BKP-TRAILER REDEFINES LOAN-BKP-RECORD.
           05 FILLER      PIC X(01).
           05 BK-TRL-COUNT PIC 9(09).
           05 BK-TRL-HASH PIC 9(11)V9(2).
           05 FILLER      PIC X(178).

           COPY loanmstr.

