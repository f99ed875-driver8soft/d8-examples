      * Modification History
      * ---------------------------------------------------------------
      * 2026-08-22  RJM  Original retrieval program.
      * 2026-10-15  RJM  Master image widened to 200 bytes - the
      *                  accrual-status fields took LOANMSTR past
      *                  the old 180.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  LOAN-ARCH-FILE.
       01  LOAN-ARCH-RECORD.
           05 AR-ARCHIVE-DATE PIC 9(08).
           05 AR-MASTER-IMAGE PIC X(200).
           05 AR-IMAGE-FIELDS REDEFINES AR-MASTER-IMAGE.
               10 AR-APPL-ID       PIC X(20).
               10 AR-BORROWER      PIC X(13).
               10 AR-BORROWER-NO   PIC X(08).
               10 AR-STATUS        PIC X(08).
               10 AR-STATUS-DATE   PIC 9(08).
               10 FILLER           PIC X(105).

       WORKING-STORAGE SECTION.
       01 WS-LOAN-ARCH-STATUS PIC X(02) VALUE SPACES.
