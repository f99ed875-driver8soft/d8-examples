      ******************************************************************
      * LNDLVWRT - Borrower document delivery. COPY into PROCEDURE
      * DIVISION (see LNDLVWS).
      *
      * 9880-SET-DELIVERY works out from the borrower's preferences
      * where the next document goes: electronically when the
      * borrower is paperless or prefers email and has an address
      * on file, on paper unless the borrower is paperless. An
      * unregistered borrower, a missing address or an archive that
      * is not open means paper.
      *
      * 9881-WRITE-EDELIVERY appends the document's extract row
      * once it has been produced and archived.
      ******************************************************************
       9880-SET-DELIVERY.
           MOVE "Y" TO WS-DLV-PRINT.
           MOVE "N" TO WS-DLV-EMAIL.
           MOVE "P" TO WS-DLV-CHANNEL.
           IF NOT DLV-REGISTERED
               OR NOT DLV-ARCHIVE-OPEN
               OR BM-EMAIL = SPACES
               GO TO 9880-EXIT
           END-IF.
           IF NOT BM-PAPERLESS-YES
               AND NOT BM-CH-EMAIL
               GO TO 9880-EXIT
           END-IF.
           MOVE "Y" TO WS-DLV-EMAIL.
           MOVE "B" TO WS-DLV-CHANNEL.
           IF BM-PAPERLESS-YES
               MOVE "N" TO WS-DLV-PRINT
               MOVE "E" TO WS-DLV-CHANNEL
           END-IF.
       9880-EXIT.
           EXIT.

       9881-WRITE-EDELIVERY.
           MOVE SPACES TO E-DELIV-RECORD.
           MOVE BM-BORROWER-NO TO EV-BORROWER-NO.
           MOVE BM-NAME TO EV-NAME.
           MOVE BM-EMAIL TO EV-EMAIL.
           MOVE WS-DLV-DOC-TYPE TO EV-DOC-TYPE.
           MOVE WS-DLV-REF TO EV-ARCH-REF.
           MOVE WS-DLV-DATE TO EV-ARCH-DATE.
           MOVE WS-DLV-CHANNEL TO EV-CHANNEL.

           OPEN EXTEND E-DELIV-FILE.
           IF WS-E-DELIV-STATUS = "35"
               OPEN OUTPUT E-DELIV-FILE
           END-IF.
           WRITE E-DELIV-RECORD.
           CLOSE E-DELIV-FILE.
           ADD 1 TO WS-DLV-EMAIL-COUNT.
       9881-EXIT.
           EXIT.
