      ******************************************************************
      * LNSANNRM - Sanctions name normalization. COPY into PROCEDURE
      * DIVISION (see LNSANWS); lnwlload uses it to tokenize the
      * list at load and LNSANCHK to tokenize the party screened,
      * so both sides are always cut the same way.
      *
      * 9955-SPLIT-NAME turns WS-SAN-WORK-NAME into up to six match
      * tokens in WS-SAN-WORK-TOKENS. The name is upper-cased and
      * its punctuation blanked, titles (MR, MRS, MS, MISS, DR) are
      * dropped, and each word is cut to a skeleton - its first
      * letter, then its consonants, leaving out vowels, H and W
      * and a letter doubled without a vowel between - so MOHAMMED,
      * MUHAMMAD and MOHAMED all come out MMD and "ADAMS, ALICE"
      * has the tokens of "Alice Adams". A one-letter word stays as
      * an initial.
      ******************************************************************
       9955-SPLIT-NAME.
           MOVE ZEROES TO WS-SAN-WORK-COUNT.
           MOVE SPACES TO WS-SAN-WORK-TOKEN (1) WS-SAN-WORK-TOKEN (2)
               WS-SAN-WORK-TOKEN (3) WS-SAN-WORK-TOKEN (4)
               WS-SAN-WORK-TOKEN (5) WS-SAN-WORK-TOKEN (6).
           INSPECT WS-SAN-WORK-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-SAN-WORK-NAME CONVERTING
               ".,-'/&()" TO "        ".
           MOVE 1 TO WS-SAN-PTR.
           PERFORM 9956-NEXT-TOKEN THRU 9956-EXIT
               UNTIL WS-SAN-PTR > LENGTH OF WS-SAN-WORK-NAME
                  OR WS-SAN-WORK-COUNT = 6.
       9955-EXIT.
           EXIT.

       9956-NEXT-TOKEN.
           MOVE SPACES TO WS-SAN-RAW-TOKEN.
           UNSTRING WS-SAN-WORK-NAME DELIMITED BY ALL SPACE
               INTO WS-SAN-RAW-TOKEN
               WITH POINTER WS-SAN-PTR
           END-UNSTRING.
           IF WS-SAN-RAW-TOKEN = SPACES
               GO TO 9956-EXIT
           END-IF.
           IF WS-SAN-RAW-TOKEN = "MR" OR "MRS" OR "MS" OR "MISS"
               OR "DR"
               GO TO 9956-EXIT
           END-IF.
           PERFORM 9957-SKELETON THRU 9957-EXIT.
           ADD 1 TO WS-SAN-WORK-COUNT.
           MOVE WS-SAN-SKELETON TO
               WS-SAN-WORK-TOKEN (WS-SAN-WORK-COUNT).
       9956-EXIT.
           EXIT.

       9957-SKELETON.
           MOVE SPACES TO WS-SAN-SKELETON.
           MOVE SPACE TO WS-SAN-LAST-CHAR.
           MOVE ZEROES TO WS-SAN-OUT-IDX.
           PERFORM 9958-TAKE-CHAR THRU 9958-EXIT
               VARYING WS-SAN-CHAR-IDX FROM 1 BY 1
               UNTIL WS-SAN-CHAR-IDX > LENGTH OF WS-SAN-RAW-TOKEN
                  OR WS-SAN-RAW-TOKEN (WS-SAN-CHAR-IDX:1) = SPACE
                  OR WS-SAN-OUT-IDX = 12.
       9957-EXIT.
           EXIT.

       9958-TAKE-CHAR.
           MOVE WS-SAN-RAW-TOKEN (WS-SAN-CHAR-IDX:1) TO WS-SAN-CHAR.
           IF WS-SAN-CHAR-IDX > 1
               IF WS-SAN-CHAR = "A" OR "E" OR "I" OR "O" OR "U"
                   OR "Y"
                   MOVE SPACE TO WS-SAN-LAST-CHAR
                   GO TO 9958-EXIT
               END-IF
               IF WS-SAN-CHAR = "H" OR "W"
                   GO TO 9958-EXIT
               END-IF
               IF WS-SAN-CHAR = WS-SAN-LAST-CHAR
                   GO TO 9958-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-SAN-OUT-IDX.
           MOVE WS-SAN-CHAR TO WS-SAN-SKELETON (WS-SAN-OUT-IDX:1).
           MOVE WS-SAN-CHAR TO WS-SAN-LAST-CHAR.
       9958-EXIT.
           EXIT.
