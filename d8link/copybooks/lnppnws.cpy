      ******************************************************************
      * LNPPNWS - WORKING-STORAGE support items for LNPPNCAL and
      * LNPPNCHK, the prepayment-penalty schedule on PRODMSTR.
      *
      * LNPPNCAL: the caller reads the loan's PRODMSTR product row,
      * sets WS-PPN-ASOF-DATE to the prepayment's value date and
      * WS-PPN-BASE to the amount prepaid, and PERFORMs
      * 9910-PREPAY-PENALTY; WS-PPN-AMOUNT is the charge, with the
      * loan month and factor that produced it.
      *
      * LNPPNCHK: 9915-CHECK-PPN-SCHEDULE leaves WS-PPN-ERROR blank
      * when the product row's schedule is sound.
      *
      * COPY into WORKING-STORAGE SECTION.
      ******************************************************************
       01 WS-PPN-ASOF-DATE PIC 9(08) VALUE ZEROES.
       01 WS-PPN-ASOF-PARTS REDEFINES WS-PPN-ASOF-DATE.
           05 WS-PPN-ASOF-YYYY PIC 9(04).
           05 WS-PPN-ASOF-MM PIC 9(02).
           05 WS-PPN-ASOF-DD PIC 9(02).
       01 WS-PPN-BASE PIC S9(7)V9(2) COMP-3 VALUE ZEROES.
       01 WS-PPN-AMOUNT PIC S9(7)V9(2) COMP-3 VALUE ZEROES.
       01 WS-PPN-FACTOR PIC 9(2)V9(2) VALUE ZEROES.
      * Month of the loan's life the prepayment falls in - 1 for
      * the month it was originated.
       01 WS-PPN-LOAN-MONTH PIC S9(5) COMP VALUE ZEROES.
       01 WS-PPN-ORIG-DATE PIC 9(08).
       01 WS-PPN-ORIG-PARTS REDEFINES WS-PPN-ORIG-DATE.
           05 WS-PPN-ORIG-YYYY PIC 9(04).
           05 WS-PPN-ORIG-MM PIC 9(02).
           05 WS-PPN-ORIG-DD PIC 9(02).
       77 WS-PPN-IDX PIC S9(4) COMP.
       01 WS-PPN-BAND-STATE PIC X(01) VALUE "N".
           88 PPN-BAND-FOUND VALUE "Y".
           88 PPN-BANDS-ENDED VALUE "E".
       01 WS-PPN-ERROR PIC X(40) VALUE SPACES.
       01 WS-PPN-PREV-MONTH PIC 9(03).
       01 WS-PPN-PREV-FACTOR PIC 9(2)V9(2).
      * Bounds a band factor may not exceed - ten percent of the
      * amount prepaid, or twelve months' interest.
       01 WS-PPN-MAX-PCT PIC 9(2)V9(2) VALUE 10.00.
       01 WS-PPN-MAX-MONTHS PIC 9(2)V9(2) VALUE 12.00.
