      ******************************************************************
      * LNFXRWS - WORKING-STORAGE support items for LNFXRCNV, the
      * FXRATES currency conversion.
      *
      * The caller PERFORMs 9920-LOAD-FX-RATES once, then for each
      * amount sets WS-FXR-FROM-CCY, WS-FXR-TO-CCY, WS-FXR-DATE and
      * WS-FXR-AMOUNT and PERFORMs 9925-CONVERT-AMOUNT. When
      * FX-RATE-FOUND, WS-FXR-CONVERTED is the amount in the target
      * currency and WS-FXR-RATE the cross rate applied (target
      * units per source unit). 9926-RATE-TO-BASE gives the single
      * rate to base for WS-FXR-LOOK-CCY on WS-FXR-DATE.
      *
      * COPY into WORKING-STORAGE SECTION.
      ******************************************************************
       01 WS-FX-RATES-STATUS PIC X(02) VALUE SPACES.
           88 FX-RATES-OPENED VALUE "00".
       01 WS-FXR-EOF PIC X(01) VALUE "N".
           88 END-OF-FXR-FILE VALUE "Y".
       01 WS-FXR-BASE-CCY PIC X(03) VALUE "USD".

      * Every rate to base on file, with its effective date - the
      * rate for a date is the latest effective on or before it.
       01 WS-FXR-MAX PIC 9(03) COMP VALUE 500.
       01 WS-FXR-COUNT PIC 9(03) COMP VALUE ZEROES.
       01 FXR-TABLE.
           05 FXR-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-FXR-COUNT
               INDEXED BY FXR-IDX.
               10 FXR-CCY PIC X(03).
               10 FXR-TO-BASE PIC 9(3)V9(6).
               10 FXR-EFF-DATE PIC 9(08).

      * Conversion request and result.
       01 WS-FXR-FROM-CCY PIC X(03).
       01 WS-FXR-TO-CCY PIC X(03).
       01 WS-FXR-DATE PIC 9(08).
       01 WS-FXR-AMOUNT PIC S9(7)V9(2) COMP-3.
       01 WS-FXR-CONVERTED PIC S9(7)V9(2) COMP-3.
       01 WS-FXR-RATE PIC 9(3)V9(6).
       01 WS-FXR-FOUND PIC X(01) VALUE "N".
           88 FX-RATE-FOUND VALUE "Y".

      * Single-currency lookup.
       01 WS-FXR-LOOK-CCY PIC X(03).
       01 WS-FXR-LOOK-RATE PIC 9(3)V9(6).
       01 WS-FXR-LOOK-DATE PIC 9(08).
       01 WS-FXR-LOOK-FOUND PIC X(01) VALUE "N".
           88 FXR-LOOK-FOUND VALUE "Y".
       01 WS-FXR-FROM-RATE PIC 9(3)V9(6).
