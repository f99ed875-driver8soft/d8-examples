      * Modification History
      * ---------------------------------------------------------------
      * 2026-08-09  RJM  Original regression harness.
      * 2026-10-15  RJM  Each scenario is sent under its own request
      *                  key, so a retried dispatch books it once.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           MOVE SCN-PRINCIPAL (SCN-IDX) TO B.
           MOVE SCN-RATE (SCN-IDX)      TO C.
           MOVE SCN-TERM (SCN-IDX)      TO D.
           PERFORM 9650-NEW-D8-REQUEST-KEY THRU 9650-EXIT.
           MOVE WS-D8-REQUEST-KEY       TO REQUEST-KEY.

           PERFORM 9700-VALIDATE-SERVICE THRU 9700-EXIT.
           IF NOT D8-SERVICE-REGISTERED
