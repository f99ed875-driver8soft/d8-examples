      ******************************************************************
      * LNDLVFD - FD for the EDELIVER e-delivery extract handed to
      * the email vendor: one row per borrower document sent
      * electronically instead of (or as well as) on paper. The
      * archive key and document type say where the document
      * itself is kept - a statement (STM) under its STMTARCH
      * application id and cycle date, a letter or annual interest
      * statement under the same key on DOCARCH. lnstmt, lnletter
      * and lnannint all extend the one file through LNDLVWRT.
      * COPY into the FILE SECTION.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original copybook - every document went to
      *                  the print spool whatever the borrower
      *                  asked for.
      ******************************************************************
       FD  E-DELIV-FILE.
       01  E-DELIV-RECORD.
           05 EV-BORROWER-NO   PIC X(08).
           05 EV-NAME          PIC X(25).
           05 EV-EMAIL         PIC X(30).
      * STM statement, ANN annual interest, or the letter code.
           05 EV-DOC-TYPE      PIC X(03).
           05 EV-ARCHIVE-KEY.
               10 EV-ARCH-REF  PIC X(20).
               10 EV-ARCH-DATE PIC 9(08).
      * B when a paper copy went to the print spool as well.
           05 EV-CHANNEL       PIC X(01).
