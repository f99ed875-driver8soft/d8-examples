      ******************************************************************
      * LNCNDWS - WORKING-STORAGE support items for LNCNDCHK. With
      * the loan master record in hand the caller moves the
      * approval date to WS-CND-DATE and PERFORMs
      * 9900-SEED-CONDITIONS when the loan is approved, or PERFORMs
      * 9901-COUNT-OPEN-CONDITIONS before booking it;
      * WS-CND-OPEN-COUNT then holds the number of conditions still
      * open and WS-CND-SEED-COUNT the number just seeded. Each
      * paragraph opens and closes CONDTRK itself. COPY into
      * WORKING-STORAGE SECTION alongside LNCNDSEL/CONDTRK/LNCNDFD.
      ******************************************************************
       01 WS-COND-TRK-STATUS PIC X(02) VALUE SPACES.
       01 WS-COND-TMPL-STATUS PIC X(02) VALUE SPACES.
       01 WS-CND-DATE PIC 9(08) VALUE ZEROES.
       01 WS-CND-SCAN PIC X(01) VALUE "N".
           88 CND-SCAN-DONE VALUE "Y".
       01 WS-CND-EXISTING PIC 9(05) VALUE ZEROES.
       01 WS-CND-OPEN-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-CND-SEED-COUNT PIC 9(05) VALUE ZEROES.
      * Y when CONDTRK could not be opened - the caller decides
      * whether that stops the transition.
       01 WS-CND-FILE-ERROR PIC X(01) VALUE "N".
           88 CND-FILE-ERROR VALUE "Y".
