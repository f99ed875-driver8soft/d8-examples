      ******************************************************************
      * LNMKCWS - WORKING-STORAGE support items for LNMKCCHK. The
      * caller PERFORMs 9930-LOAD-DUAL-CONTROL once; DUAL-CONTROL-ON
      * then says whether MKCHKPM is in force and WS-MKC-*-LIMIT
      * hold its thresholds. To hold a change it fills
      * WS-MKC-REQUEST - program, change type, application id,
      * maker, the threshold that held it and the change in the
      * view for its type - and PERFORMs 9932-HOLD-FOR-APPROVAL;
      * MKC-HELD and WS-MKC-REQ-NO say whether and under what
      * number it went to PENDCHG. COPY into WORKING-STORAGE
      * SECTION alongside LNMKCSEL/PENDCHG/LNMKCFD.
      ******************************************************************
       01 WS-PEND-CHG-STATUS PIC X(02) VALUE SPACES.
           88 PEND-CHG-OPENED VALUE "00".
           88 PEND-CHG-NOT-FOUND VALUE "35".
       01 WS-MKC-PRM-STATUS PIC X(02) VALUE SPACES.
           88 MKC-PRM-OPENED VALUE "00".
       01 WS-MKC-MODE PIC X(01) VALUE "N".
           88 DUAL-CONTROL-ON VALUE "Y".
       01 WS-MKC-BALANCE-LIMIT PIC 9(9)V9(2) VALUE ZEROES.
       01 WS-MKC-RATE-LIMIT PIC 9(3)V9(2) VALUE ZEROES.
       01 WS-MKC-TERM-LIMIT PIC 9(04) VALUE ZEROES.
       01 WS-MKC-ESCROW-LIMIT PIC 9(7)V9(2) VALUE ZEROES.

       01 WS-MKC-REQUEST.
           05 WS-MKC-PROGRAM PIC X(08).
           05 WS-MKC-TYPE PIC X(08).
           05 WS-MKC-APPL-ID PIC X(20).
           05 WS-MKC-MAKER PIC X(08).
           05 WS-MKC-TRIGGER PIC X(30).
      * The change, in the PENDCHG PN-CHANGE views.
           05 WS-MKC-CHANGE PIC X(300).
           05 WS-MKC-STATUS-CHG REDEFINES WS-MKC-CHANGE.
               10 WS-MKC-OLD-STATUS PIC X(08).
               10 WS-MKC-NEW-STATUS PIC X(08).
               10 WS-MKC-ST-BALANCE PIC S9(7)V9(2).
               10 FILLER PIC X(275).
           05 WS-MKC-MOD-CHG REDEFINES WS-MKC-CHANGE.
               10 WS-MKC-MD-NEW-RATE PIC 9(3)V9(2).
               10 WS-MKC-MD-NEW-TERM PIC 9(04).
               10 WS-MKC-MD-EFF-PERIOD PIC 9(04).
               10 WS-MKC-MD-OLD-RATE PIC S9(7)V9(2).
               10 WS-MKC-MD-OLD-TERM PIC S9(4).
               10 WS-MKC-MD-OLD-PAYMENT PIC S9(7)V9(2).
               10 WS-MKC-MD-NEW-PAYMENT PIC S9(7)V9(2).
               10 WS-MKC-MD-BALANCE PIC S9(7)V9(2).
               10 FILLER PIC X(247).
           05 WS-MKC-ESCROW-CHG REDEFINES WS-MKC-CHANGE.
               10 WS-MKC-ES-ACTION PIC X(08).
               10 WS-MKC-ES-AFTER PIC X(259).
               10 FILLER PIC X(33).

       01 WS-MKC-REQ-NO PIC 9(08) VALUE ZEROES.
       01 WS-MKC-RESULT PIC X(01) VALUE "N".
           88 MKC-HELD VALUE "Y".
       01 WS-MKC-TRIES PIC 9(02) COMP VALUE ZEROES.
