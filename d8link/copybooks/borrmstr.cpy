      *                  and already owes each month, so say can
      *                  finally put a payment-to-income figure in
      *                  front of the decision engine.
      * 2026-10-15  RJM  Added BM-PAPERLESS and BM-PREF-CHANNEL -
      *                  the borrower's communication preferences,
      *                  which route statements and letters to the
      *                  EDELIVER extract instead of the print
      *                  spool (see lndlvwrt).
      * 2026-10-15  RJM  Added the BM-DEMOGRAPHICS and BM-GEOGRAPHY
      *                  groups the fair-lending application
      *                  register needs (see lnaprreg).
      ******************************************************************
       FD  BORR-MSTR-FILE.
       01  BORR-MSTR-RECORD.
      * declared - zeroes when never captured.
           05 BM-MONTHLY-INCOME PIC 9(7)V9(2).
           05 BM-MONTHLY-OBLIG  PIC 9(7)V9(2).
      * Communication preferences - paperless stops the paper copy
      * altogether; a preferred channel of E sends documents by
      * email as well. Either needs BM-EMAIL; spaces mean paper.
           05 BM-PAPERLESS     PIC X(01).
               88 BM-PAPERLESS-YES VALUE "Y".
           05 BM-PREF-CHANNEL  PIC X(01).
               88 BM-CH-POST  VALUE "P" " ".
               88 BM-CH-EMAIL VALUE "E".
      * Government-monitoring information as the applicant gave it,
      * in the application-register codes. Spaces mean never
      * captured; birth year zero (or spaces) likewise.
      *     ethnicity 1 Hispanic or Latino, 2 not Hispanic or
      *               Latino, 3 not provided, 4 not applicable
      *     race      1 American Indian or Alaska Native, 2 Asian,
      *               3 Black or African American, 4 Native
      *               Hawaiian or other Pacific Islander, 5 White,
      *               6 not provided, 7 not applicable
      *     sex       1 male, 2 female, 3 not provided, 4 not
      *               applicable
           05 BM-DEMOGRAPHICS.
               10 BM-ETHNICITY  PIC X(01).
                   88 BM-ETHNICITY-VALID VALUE "1" THRU "4".
               10 BM-RACE       PIC X(01).
                   88 BM-RACE-VALID VALUE "1" THRU "7".
               10 BM-SEX        PIC X(01).
                   88 BM-SEX-VALID VALUE "1" THRU "4".
               10 BM-BIRTH-YEAR PIC 9(04).
      * Where the property or applicant is - state and county FIPS
      * codes and the census tract (six digits, no decimal point).
           05 BM-GEOGRAPHY.
               10 BM-STATE-CODE   PIC X(02).
               10 BM-COUNTY-CODE  PIC X(03).
               10 BM-CENSUS-TRACT PIC X(06).
