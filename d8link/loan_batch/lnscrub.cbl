      *                  their loans even though the master record
      *                  names only the primary; matching rows are
      *                  deleted and certified.
      * 2026-10-15  RJM  The registry record's government-monitoring
      *                  and geography fields are cleared with the
      *                  rest of the person.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
                   MOVE SPACES TO BM-POSTCODE
                   MOVE SPACES TO BM-PHONE
                   MOVE SPACES TO BM-EMAIL
                   MOVE SPACES TO BM-DEMOGRAPHICS
                   MOVE ZEROES TO BM-BIRTH-YEAR
                   MOVE SPACES TO BM-GEOGRAPHY
                   REWRITE BORR-MSTR-RECORD
                       INVALID KEY
                           DISPLAY "*** Rewrite failed for '"
