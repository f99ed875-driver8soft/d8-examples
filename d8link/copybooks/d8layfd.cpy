      ******************************************************************
      * D8LAYFD - Record layout for the COMMAREA layout file: one row
      * per field of a registered service's COMMAREA, giving the
      * field's name, its 1-based offset and length in bytes, and
      * how its bytes are held:
      *     X  display text
      *     N  display numeric (zoned, sign in the last byte)
      *     P  COMP-3 packed decimal
      *     B  COMP binary (big-endian, signed)
      * with the implied decimal places (0-4) for the numeric types.
      * A table in the COMMAREA is described by its first row - the
      * dead letter only captures the first 80 bytes. COPY into FILE
      * SECTION alongside D8LAYSEL/D8LAYWS/D8LAYLD/D8LAYDSP.
      ******************************************************************
       FD  D8CALAY-FILE.
       01  D8CALAY-RECORD.
           05 CALAY-PROG-NAME  PIC X(08).
           05 CALAY-FIELD-NAME PIC X(20).
           05 CALAY-OFFSET     PIC 9(04).
           05 CALAY-LENGTH     PIC 9(04).
           05 CALAY-TYPE       PIC X(01).
           05 CALAY-SCALE      PIC 9(01).
