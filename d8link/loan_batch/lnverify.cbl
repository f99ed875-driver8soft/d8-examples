      * Modification History
      * ---------------------------------------------------------------
      * 2026-08-22  RJM  Original verify utility.
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

           COPY loanmstr.

       01 WS-BKP-EOF PIC X(01) VALUE "N".
           88 END-OF-BACKUP VALUE "Y".

       01 WS-BK-IMAGE PIC X(200) VALUE SPACES.
       01 WS-LIVE-IMAGE PIC X(200) VALUE SPACES.
       01 WS-BKP-COUNT PIC 9(09) VALUE ZEROES.
       01 WS-LIVE-COUNT PIC 9(09) VALUE ZEROES.
       01 WS-MISSING-COUNT PIC 9(09) VALUE ZEROES.
