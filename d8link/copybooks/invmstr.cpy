      ******************************************************************
      * INVMSTR - Indexed investor master, keyed by investor id, one
      * row per investor the bank has sold loan pools to and keeps
      * servicing for: the name and address the remittance report
      * goes to, the bank account the monthly remittance is wired
      * to, and whether the investor is still taking remittances.
      * Kept by ivmaint; lsmaint will only assign a loan to an
      * ACTIVE investor on this file, and lnremit takes the wire
      * details from it. COPY into the FILE SECTION of any program
      * that reads or writes investors; the matching SELECT is:
      *
      *     SELECT INV-MSTR-FILE ASSIGN TO "INVMSTR"
      *         ORGANIZATION IS INDEXED
      *         ACCESS MODE IS DYNAMIC
      *         RECORD KEY IS IV-INVESTOR-ID
      *         FILE STATUS IS WS-INV-MSTR-STATUS.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original copybook - the loans sold, and to
      *                  whom, were kept on a spreadsheet.
      ******************************************************************
       FD  INV-MSTR-FILE.
       01  INV-MSTR-RECORD.
           05 IV-INVESTOR-ID   PIC X(08).
           05 IV-NAME          PIC X(25).
           05 IV-STATUS        PIC X(08).
               88 IV-ACTIVE   VALUE "ACTIVE".
               88 IV-INACTIVE VALUE "INACTIVE".
      * Remittance report address.
           05 IV-ADDR-LINE-1   PIC X(25).
           05 IV-ADDR-LINE-2   PIC X(25).
           05 IV-CITY          PIC X(15).
           05 IV-POSTCODE      PIC X(10).
      * Bank details for the monthly wire.
           05 IV-BANK-ROUTING  PIC X(09).
           05 IV-BANK-ACCOUNT  PIC X(17).
