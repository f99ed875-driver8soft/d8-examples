      ******************************************************************
      * PAYEEMST - Indexed escrow payee master, keyed by payee id,
      * one row per taxing authority or insurance carrier the
      * escrow accounts pay: the remittance name and address, the
      * bank account the remittance goes to, and whether the payee
      * bills TAX or INS. Kept by pymaint; esmaint will only put a
      * payee on an escrow slot that is on this file, and lnesdisb
      * takes the remittance details from it. COPY into the FILE
      * SECTION of any program that reads or writes payees; the
      * matching SELECT is:
      *
      *     SELECT PAYEE-MSTR-FILE ASSIGN TO "PAYEEMST"
      *         ORGANIZATION IS INDEXED
      *         ACCESS MODE IS DYNAMIC
      *         RECORD KEY IS PM-PAYEE-ID
      *         FILE STATUS IS WS-PAYEE-MSTR-STATUS.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original copybook - escrow payees were free
      *                  text on each slot, one county under five
      *                  spellings.
      ******************************************************************
       FD  PAYEE-MSTR-FILE.
       01  PAYEE-MSTR-RECORD.
           05 PM-PAYEE-ID      PIC X(08).
           05 PM-NAME          PIC X(25).
           05 PM-TYPE          PIC X(03).
               88 PM-TAX VALUE "TAX".
               88 PM-INS VALUE "INS".
      * Remittance address.
           05 PM-ADDR-LINE-1   PIC X(25).
           05 PM-ADDR-LINE-2   PIC X(25).
           05 PM-CITY          PIC X(15).
           05 PM-POSTCODE      PIC X(10).
      * Bank details for the consolidated remittance.
           05 PM-BANK-ROUTING  PIC X(09).
           05 PM-BANK-ACCOUNT  PIC X(17).
