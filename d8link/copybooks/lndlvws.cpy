      ******************************************************************
      * LNDLVWS - WORKING-STORAGE support items for LNDLVWRT. The
      * caller sets WS-DLV-ARCHIVE once the document archive is
      * open, reads the borrower's BORRMSTR record, sets
      * WS-DLV-REGISTERED and PERFORMs 9880-SET-DELIVERY before
      * producing each document; DELIVER-PRINT and DELIVER-EMAIL
      * then say where it goes. COPY into WORKING-STORAGE SECTION
      * alongside LNDLVSEL/LNDLVFD.
      ******************************************************************
       01 WS-E-DELIV-STATUS PIC X(02) VALUE SPACES.
       01 WS-DLV-ARCHIVE PIC X(01) VALUE "N".
           88 DLV-ARCHIVE-OPEN VALUE "Y".
       01 WS-DLV-REGISTERED PIC X(01) VALUE "N".
           88 DLV-REGISTERED VALUE "Y".
       01 WS-DLV-PRINT PIC X(01) VALUE "Y".
           88 DELIVER-PRINT VALUE "Y".
       01 WS-DLV-EMAIL PIC X(01) VALUE "N".
           88 DELIVER-EMAIL VALUE "Y".
      * P print only, E email only, B both - what CORRLOG records.
       01 WS-DLV-CHANNEL PIC X(01) VALUE "P".
      * The document being delivered, for the extract row.
       01 WS-DLV-DOC-TYPE PIC X(03) VALUE SPACES.
       01 WS-DLV-REF PIC X(20) VALUE SPACES.
       01 WS-DLV-DATE PIC 9(08) VALUE ZEROES.
       01 WS-DLV-PRINT-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-DLV-EMAIL-COUNT PIC 9(07) VALUE ZEROES.
