      ******************************************************************
      * D8LAYDSP - Displays a captured COMMAREA field by field, each
      * by its D8CALAY name as a readable value: text as it stands,
      * zoned, packed and binary numbers as signed decimals with
      * their implied decimal point. A field whose bytes do not hold
      * what the layout says (a packed field of spaces, a bad sign)
      * is shown in hex, marked; one lying past the bytes captured
      * or the call's COMMLEN is marked not captured. A service with
      * no layout is shown as raw bytes, as before. COPY into
      * PROCEDURE DIVISION alongside D8LAYLD; move WS-D8LAY-PROG,
      * WS-D8LAY-AREA and WS-D8LAY-COMMLEN, then PERFORM
      * 9745-DECODE-COMMAREA THRU 9745-EXIT.
      ******************************************************************
       9745-DECODE-COMMAREA.
           MOVE ZEROES TO WS-D8LAY-FOUND.
           PERFORM 9746-DECODE-FIELD THRU 9746-EXIT
               VARYING D8LAY-IDX FROM 1 BY 1
               UNTIL D8LAY-IDX > WS-D8LAY-COUNT.
           IF WS-D8LAY-FOUND = ZEROES
               DISPLAY "        COMMAREA " WS-D8LAY-AREA
               DISPLAY "        (no D8CALAY layout for '"
                   WS-D8LAY-PROG "' - raw bytes shown)"
           END-IF.
       9745-EXIT.
           EXIT.

       9746-DECODE-FIELD.
           IF D8LAY-PROG-NAME (D8LAY-IDX) NOT = WS-D8LAY-PROG
               GO TO 9746-EXIT
           END-IF.
           ADD 1 TO WS-D8LAY-FOUND.
           MOVE SPACES TO WS-D8LAY-VALUE.
           MOVE "N" TO WS-D8LAY-BAD.
           MOVE "N" TO WS-D8LAY-NEG.
           MOVE ZEROES TO WS-D8LAY-NUM.
           COMPUTE WS-D8LAY-END = D8LAY-OFFSET (D8LAY-IDX)
               + D8LAY-LENGTH (D8LAY-IDX) - 1.
           IF WS-D8LAY-END > LENGTH OF WS-D8LAY-AREA
               OR WS-D8LAY-END > WS-D8LAY-COMMLEN
               MOVE "(not captured)" TO WS-D8LAY-VALUE
               GO TO 9746-SHOW
           END-IF.
           EVALUATE TRUE
               WHEN D8LAY-TEXT (D8LAY-IDX)
                   PERFORM 9750-DECODE-TEXT THRU 9750-EXIT
               WHEN D8LAY-ZONED (D8LAY-IDX)
                   PERFORM 9751-DECODE-ZONED THRU 9751-EXIT
               WHEN D8LAY-PACKED (D8LAY-IDX)
                   PERFORM 9752-DECODE-PACKED THRU 9752-EXIT
               WHEN D8LAY-BINARY (D8LAY-IDX)
                   PERFORM 9753-DECODE-BINARY THRU 9753-EXIT
           END-EVALUATE.
           IF D8LAY-UNREADABLE
               PERFORM 9755-SHOW-HEX THRU 9755-EXIT
           END-IF.
       9746-SHOW.
           DISPLAY "        " D8LAY-FIELD-NAME (D8LAY-IDX) " "
               WS-D8LAY-VALUE.
       9746-EXIT.
           EXIT.

      * Text as it stands - binary zeroes would upset the console,
      * so they show as dots.
       9750-DECODE-TEXT.
           MOVE WS-D8LAY-AREA (D8LAY-OFFSET (D8LAY-IDX):
               D8LAY-LENGTH (D8LAY-IDX)) TO WS-D8LAY-VALUE.
           INSPECT WS-D8LAY-VALUE REPLACING ALL LOW-VALUES BY ".".
       9750-EXIT.
           EXIT.

      * Zoned: a digit per byte, the sign in the last byte's zone -
      * D (or 7 off the mainframe) is negative.
       9751-DECODE-ZONED.
           IF D8LAY-LENGTH (D8LAY-IDX) > 18
               MOVE "Y" TO WS-D8LAY-BAD
               GO TO 9751-EXIT
           END-IF.
           PERFORM 9756-TAKE-ZONED-BYTE THRU 9756-EXIT
               VARYING WS-D8LAY-POS FROM D8LAY-OFFSET (D8LAY-IDX)
               BY 1 UNTIL WS-D8LAY-POS > WS-D8LAY-END
                  OR D8LAY-UNREADABLE.
           IF NOT D8LAY-UNREADABLE
               PERFORM 9754-EDIT-NUMBER THRU 9754-EXIT
           END-IF.
       9751-EXIT.
           EXIT.

      * Packed: two digits a byte, the last byte a digit and the
      * sign - D or B negative.
       9752-DECODE-PACKED.
           IF D8LAY-LENGTH (D8LAY-IDX) > 9
               MOVE "Y" TO WS-D8LAY-BAD
               GO TO 9752-EXIT
           END-IF.
           PERFORM 9757-TAKE-PACKED-BYTE THRU 9757-EXIT
               VARYING WS-D8LAY-POS FROM D8LAY-OFFSET (D8LAY-IDX)
               BY 1 UNTIL WS-D8LAY-POS > WS-D8LAY-END
                  OR D8LAY-UNREADABLE.
           IF NOT D8LAY-UNREADABLE
               PERFORM 9754-EDIT-NUMBER THRU 9754-EXIT
           END-IF.
       9752-EXIT.
           EXIT.

      * Binary: big-endian two's complement, up to four bytes.
       9753-DECODE-BINARY.
           IF D8LAY-LENGTH (D8LAY-IDX) > 4
               MOVE "Y" TO WS-D8LAY-BAD
               GO TO 9753-EXIT
           END-IF.
           MOVE 1 TO WS-D8LAY-RANGE.
           PERFORM 9758-TAKE-BINARY-BYTE THRU 9758-EXIT
               VARYING WS-D8LAY-POS FROM D8LAY-OFFSET (D8LAY-IDX)
               BY 1 UNTIL WS-D8LAY-POS > WS-D8LAY-END.
           MOVE ZEROES TO WS-D8LAY-BYTE-VAL.
           MOVE WS-D8LAY-AREA (D8LAY-OFFSET (D8LAY-IDX):1)
               TO WS-D8LAY-BYTE-CHARS (2:1).
           IF WS-D8LAY-BYTE-VAL > 127
               SUBTRACT WS-D8LAY-RANGE FROM WS-D8LAY-NUM
           END-IF.
           PERFORM 9754-EDIT-NUMBER THRU 9754-EXIT.
       9753-EXIT.
           EXIT.

      * The number, signed, with its implied decimal places, left-
      * justified.
       9754-EDIT-NUMBER.
           IF D8LAY-NEGATIVE
               COMPUTE WS-D8LAY-NUM = ZERO - WS-D8LAY-NUM
           END-IF.
           EVALUATE D8LAY-SCALE (D8LAY-IDX)
               WHEN 0
                   MOVE WS-D8LAY-NUM TO WS-D8LAY-ED0
                   MOVE WS-D8LAY-ED0 TO WS-D8LAY-EDITED
               WHEN 1
                   COMPUTE WS-D8LAY-SCALED = WS-D8LAY-NUM / 10
                   MOVE WS-D8LAY-SCALED TO WS-D8LAY-ED1
                   MOVE WS-D8LAY-ED1 TO WS-D8LAY-EDITED
               WHEN 2
                   COMPUTE WS-D8LAY-SCALED = WS-D8LAY-NUM / 100
                   MOVE WS-D8LAY-SCALED TO WS-D8LAY-ED2
                   MOVE WS-D8LAY-ED2 TO WS-D8LAY-EDITED
               WHEN 3
                   COMPUTE WS-D8LAY-SCALED = WS-D8LAY-NUM / 1000
                   MOVE WS-D8LAY-SCALED TO WS-D8LAY-ED3
                   MOVE WS-D8LAY-ED3 TO WS-D8LAY-EDITED
               WHEN OTHER
                   COMPUTE WS-D8LAY-SCALED = WS-D8LAY-NUM / 10000
                   MOVE WS-D8LAY-SCALED TO WS-D8LAY-ED4
                   MOVE WS-D8LAY-ED4 TO WS-D8LAY-EDITED
           END-EVALUATE.
           MOVE ZEROES TO WS-D8LAY-LEAD.
           INSPECT WS-D8LAY-EDITED
               TALLYING WS-D8LAY-LEAD FOR LEADING SPACES.
           MOVE WS-D8LAY-EDITED (WS-D8LAY-LEAD + 1:)
               TO WS-D8LAY-VALUE.
       9754-EXIT.
           EXIT.

      * The field's bytes in hex (the first 20), marked unreadable
      * as the layout describes it.
       9755-SHOW-HEX.
           MOVE SPACES TO WS-D8LAY-VALUE.
           MOVE 1 TO WS-D8LAY-PTR.
           STRING "X'" DELIMITED BY SIZE
               INTO WS-D8LAY-VALUE WITH POINTER WS-D8LAY-PTR.
           PERFORM 9759-TAKE-HEX-BYTE THRU 9759-EXIT
               VARYING WS-D8LAY-POS FROM D8LAY-OFFSET (D8LAY-IDX)
               BY 1 UNTIL WS-D8LAY-POS > WS-D8LAY-END
                  OR WS-D8LAY-PTR > 42.
           STRING "' ?" DELIMITED BY SIZE
               INTO WS-D8LAY-VALUE WITH POINTER WS-D8LAY-PTR.
           EVALUATE TRUE
               WHEN D8LAY-ZONED (D8LAY-IDX)
                   STRING "NOT ZONED" DELIMITED BY SIZE
                       INTO WS-D8LAY-VALUE WITH POINTER WS-D8LAY-PTR
               WHEN D8LAY-PACKED (D8LAY-IDX)
                   STRING "NOT PACKED" DELIMITED BY SIZE
                       INTO WS-D8LAY-VALUE WITH POINTER WS-D8LAY-PTR
               WHEN OTHER
                   STRING "TOO LONG" DELIMITED BY SIZE
                       INTO WS-D8LAY-VALUE WITH POINTER WS-D8LAY-PTR
           END-EVALUATE.
       9755-EXIT.
           EXIT.

       9756-TAKE-ZONED-BYTE.
           MOVE ZEROES TO WS-D8LAY-BYTE-VAL.
           MOVE WS-D8LAY-AREA (WS-D8LAY-POS:1)
               TO WS-D8LAY-BYTE-CHARS (2:1).
           DIVIDE WS-D8LAY-BYTE-VAL BY 16 GIVING WS-D8LAY-HI
               REMAINDER WS-D8LAY-LO.
           IF WS-D8LAY-LO > 9
               MOVE "Y" TO WS-D8LAY-BAD
               GO TO 9756-EXIT
           END-IF.
           IF WS-D8LAY-POS < WS-D8LAY-END
               IF WS-D8LAY-AREA (WS-D8LAY-POS:1) NOT NUMERIC
                   MOVE "Y" TO WS-D8LAY-BAD
                   GO TO 9756-EXIT
               END-IF
           ELSE
               EVALUATE WS-D8LAY-HI
                   WHEN 13
                   WHEN 7
                       MOVE "Y" TO WS-D8LAY-NEG
                   WHEN 15
                   WHEN 12
                   WHEN 3
                       CONTINUE
                   WHEN OTHER
                       MOVE "Y" TO WS-D8LAY-BAD
                       GO TO 9756-EXIT
               END-EVALUATE
           END-IF.
           COMPUTE WS-D8LAY-NUM = WS-D8LAY-NUM * 10 + WS-D8LAY-LO.
       9756-EXIT.
           EXIT.

       9757-TAKE-PACKED-BYTE.
           MOVE ZEROES TO WS-D8LAY-BYTE-VAL.
           MOVE WS-D8LAY-AREA (WS-D8LAY-POS:1)
               TO WS-D8LAY-BYTE-CHARS (2:1).
           DIVIDE WS-D8LAY-BYTE-VAL BY 16 GIVING WS-D8LAY-HI
               REMAINDER WS-D8LAY-LO.
           IF WS-D8LAY-HI > 9
               MOVE "Y" TO WS-D8LAY-BAD
               GO TO 9757-EXIT
           END-IF.
           IF WS-D8LAY-POS < WS-D8LAY-END
               IF WS-D8LAY-LO > 9
                   MOVE "Y" TO WS-D8LAY-BAD
                   GO TO 9757-EXIT
               END-IF
               COMPUTE WS-D8LAY-NUM = WS-D8LAY-NUM * 100
                   + WS-D8LAY-HI * 10 + WS-D8LAY-LO
           ELSE
               EVALUATE WS-D8LAY-LO
                   WHEN 13
                   WHEN 11
                       MOVE "Y" TO WS-D8LAY-NEG
                   WHEN 10
                   WHEN 12
                   WHEN 14
                   WHEN 15
                       CONTINUE
                   WHEN OTHER
                       MOVE "Y" TO WS-D8LAY-BAD
                       GO TO 9757-EXIT
               END-EVALUATE
               COMPUTE WS-D8LAY-NUM = WS-D8LAY-NUM * 10
                   + WS-D8LAY-HI
           END-IF.
       9757-EXIT.
           EXIT.

       9758-TAKE-BINARY-BYTE.
           MOVE ZEROES TO WS-D8LAY-BYTE-VAL.
           MOVE WS-D8LAY-AREA (WS-D8LAY-POS:1)
               TO WS-D8LAY-BYTE-CHARS (2:1).
           COMPUTE WS-D8LAY-NUM = WS-D8LAY-NUM * 256
               + WS-D8LAY-BYTE-VAL.
           MULTIPLY 256 BY WS-D8LAY-RANGE.
       9758-EXIT.
           EXIT.

       9759-TAKE-HEX-BYTE.
           MOVE ZEROES TO WS-D8LAY-BYTE-VAL.
           MOVE WS-D8LAY-AREA (WS-D8LAY-POS:1)
               TO WS-D8LAY-BYTE-CHARS (2:1).
           DIVIDE WS-D8LAY-BYTE-VAL BY 16 GIVING WS-D8LAY-HI
               REMAINDER WS-D8LAY-LO.
           STRING WS-D8LAY-HEX-DIGITS (WS-D8LAY-HI + 1:1)
               WS-D8LAY-HEX-DIGITS (WS-D8LAY-LO + 1:1)
               DELIMITED BY SIZE
               INTO WS-D8LAY-VALUE WITH POINTER WS-D8LAY-PTR.
       9759-EXIT.
           EXIT.
