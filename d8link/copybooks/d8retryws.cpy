      * Classifies the outcome of the last dispatch: a negative
      * RETURN-CODE means D8link itself could not reach the backend
      * (transport failure), a positive RETURN-CODE means the backend
      * was reached but rejected the request (business error). A
      * call the client's own quota refused never left - it comes
      * back THROTTLED with RETURN-CODE WS-D8-QUOTA-RC.
       01 WS-D8-CALL-STATUS PIC X(01) VALUE "O".
           88 D8-CALL-OK VALUE "O".
           88 D8-CALL-UNREACHABLE VALUE "U".
           88 D8-CALL-BUSINESS-ERROR VALUE "B".
           88 D8-CALL-THROTTLED VALUE "Q".
       01 WS-D8-QUOTA-RC PIC S9(04) VALUE 90.

      * Backend the dispatch resolved from the registry for this
      * call, the secondary it may fail over to on a transport-level
