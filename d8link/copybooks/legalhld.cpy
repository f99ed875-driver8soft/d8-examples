      ******************************************************************
      * LEGALHLD - Indexed legal-hold record: one row per hold placed
      * on a loan (by application id) or on a borrower (by borrower
      * number, covering every loan that borrower holds) - a
      * bankruptcy filing by chapter, a death, or litigation - with
      * the dates it runs and the court or attorney reference. Kept
      * by lhmaint; the dunning, late-charge, charge-off and
      * collections runs stand down for a held account and lnbureau
      * reports it with the hold's bureau codes (see LNHLDCHK).
      * COPY into the FILE SECTION of any program that reads or
      * writes holds; the matching SELECT is in LNHLDSEL.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original copybook - a bankruptcy notice went
      *                  in a folder and the batch kept dunning.
      ******************************************************************
       FD  LEGAL-HOLD-FILE.
       01  LEGAL-HOLD-RECORD.
           05 LH-KEY.
      * L - the hold is on one loan; B - on the borrower.
               10 LH-SUBJECT-TYPE PIC X(01).
                   88 LH-ON-LOAN     VALUE "L".
                   88 LH-ON-BORROWER VALUE "B".
      * Application id, or borrower number left-justified.
               10 LH-SUBJECT      PIC X(20).
               10 LH-HOLD-TYPE    PIC X(03).
                   88 LH-BANKRUPTCY  VALUE "B07" "B11" "B12" "B13".
                   88 LH-DECEASED    VALUE "DEC".
                   88 LH-LITIGATION  VALUE "LIT".
                   88 LH-VALID-TYPE  VALUE "B07" "B11" "B12" "B13"
                                           "DEC" "LIT".
      * The hold is in force from the start date through the end
      * date; an end date of zero means it is still open.
           05 LH-START-DATE      PIC 9(08).
           05 LH-END-DATE        PIC 9(08).
      * Bankruptcy case number, probate or court docket reference.
           05 LH-CASE-REF        PIC X(20).
      * Credit-bureau codes reported while the hold is in force -
      * the consumer information indicator (A/B/C/D for a Chapter
      * 7/11/12/13 petition, filled in by lhmaint from the hold
      * type) and any special comment compliance directs.
           05 LH-BUREAU-CII      PIC X(02).
           05 LH-BUREAU-COMMENT  PIC X(02).
           05 LH-SET-DATE        PIC 9(08).
