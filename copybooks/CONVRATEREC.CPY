      ******************************************************************
      * Shared conversion-rate record layout, used by every program
      * that reads or writes CONVRATE.DAT (ConvRateMaint.cbl, which
      * maintains it, and the conversion mode of tut_kalkulator2.cbl,
      * which looks rates up in it) so a field change only has to be
      * made in one place.
      *
      * Keyed on from-code, to-code and effective date, so a new rate
      * is added as a new record rather than typed over the old one -
      * the calculator uses the latest rate effective on or before
      * the day of the conversion, and last month's conversions can
      * still be explained by last month's rate. Codes are three
      * characters in upper case: currency codes (USD, EUR, PLN) or
      * unit codes (KG, LB, KM, MI). CR-RATE is how many of the
      * to-code one of the from-code makes; the calculator also uses a
      * pair backwards (1 / CR-RATE) when only the other direction is
      * on file.
      ******************************************************************
       01 CONV-RATE-REC.
           02 CR-KEY.
               03 CR-FROM-CODE     PIC X(3).
               03 CR-TO-CODE       PIC X(3).
               03 CR-EFFECTIVE-DATE PIC 9(8).
           02 CR-SEP1          PIC X.
           02 CR-RATE          PIC 9(6)V9(6).
           02 CR-SEP2          PIC X.
           02 CR-KIND          PIC X.
               88 CR-CURRENCY      VALUE "C".
               88 CR-UNIT          VALUE "U".
               88 CR-KIND-VALID    VALUE "C" "U".
           02 CR-SEP3          PIC X.
           02 CR-DESC          PIC X(25).
           02 CR-SEP4          PIC X.
           02 CR-ENTERED-BY    PIC X(8).
