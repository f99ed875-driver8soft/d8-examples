      ******************************************************************
      * DOCARCH - Indexed borrower document archive, keyed by the
      * document's reference (application id, or borrower number
      * for an annual interest statement), its date, its type and
      * the line number - every line of each letter and annual
      * statement delivered electronically, so the email vendor's
      * copy can be pulled by the EDELIVER archive key and the
      * document reproduced exactly as sent. Statements keep their
      * own STMTARCH archive. COPY into the FILE SECTION of any
      * program that archives documents; the matching SELECT is:
      *
      *     SELECT DOC-ARCH-FILE ASSIGN TO "DOCARCH"
      *         ORGANIZATION IS INDEXED
      *         ACCESS MODE IS DYNAMIC
      *         RECORD KEY IS DA-KEY
      *         FILE STATUS IS WS-DOC-ARCH-STATUS.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original copybook.
      ******************************************************************
       FD  DOC-ARCH-FILE.
       01  DOC-ARCH-RECORD.
           05 DA-KEY.
               10 DA-REF      PIC X(20).
               10 DA-DOC-DATE PIC 9(08).
               10 DA-DOC-TYPE PIC X(03).
               10 DA-LINE-NO  PIC 9(03).
           05 DA-LINE         PIC X(80).
