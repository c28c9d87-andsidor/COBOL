      ******************************************************************
      * Shared scholarship / financial-aid award record layout, used
      * by every program that reads or writes AWARDS.DAT
      * (AwardMaint.cbl, TuitionBill.cbl) so a field change only has
      * to be made in one place.
      *
      * One award per student per term, keyed on the student ID and
      * the term code TuitionBill.cbl bills under. An (A)mount award
      * is a fixed dollar figure; a (P)ercent award is a rate off the
      * student's term tuition after the sibling/multi-course
      * discounts. AW-AWARDED is the award's dollar value - keyed for
      * an amount award, figured by TuitionBill.cbl for a percent
      * award when it bills. AW-APPLIED is what actually went on the
      * bill (an amount award is capped at the tuition billed), and
      * AW-APPLIED-DATE is zero until it has been applied, so a
      * re-run of billing never applies an award twice.
      *
      * AW-STATUS "A" is an award in force, "P" one approved but not
      * yet released to billing, "X" one the office cancelled.
      ******************************************************************
       01 AWARD-REC.
           02 AW-KEY.
               03 AW-STUDENT-ID    PIC 9(5).
               03 AW-TERM          PIC X(6).
           02 AW-SEP1          PIC X.
           02 AW-TYPE          PIC X.
               88 AW-TYPE-AMOUNT   VALUE "A".
               88 AW-TYPE-PERCENT  VALUE "P".
           02 AW-SEP2          PIC X.
           02 AW-AMOUNT        PIC 9(5)V99.
           02 AW-SEP3          PIC X.
           02 AW-RATE          PIC 9V9999.
           02 AW-SEP4          PIC X.
           02 AW-SOURCE        PIC X(12).
           02 AW-SEP5          PIC X.
           02 AW-STATUS        PIC X.
               88 AW-ACTIVE        VALUE "A".
               88 AW-PENDING       VALUE "P".
               88 AW-CANCELLED     VALUE "X".
           02 AW-SEP6          PIC X.
           02 AW-AWARDED       PIC 9(5)V99.
           02 AW-SEP7          PIC X.
           02 AW-APPLIED       PIC 9(5)V99.
           02 AW-SEP8          PIC X.
           02 AW-APPLIED-DATE  PIC 9(8).
           02 AW-SEP9          PIC X.
           02 AW-ENTERED-DATE  PIC 9(8).
