           02 CustMailFlag     PIC X VALUE SPACE.
               88 CustMailOk        VALUE SPACE.
               88 CustMailBad       VALUE "B".
      *> Sales-tax exemption certificate (churches, school districts)
      *> - a blank CustExemptCert means the customer is taxable. The
      *> batch pricing run skips tax only while CustExemptExpiry is
      *> on or after the bill date; ExemptExpiry.cbl lists the ones
      *> running out so the front office can ask for a renewal.
           02 CustTaxExempt.
               03 CustExemptCert   PIC X(15) VALUE SPACES.
               03 CustExemptState  PIC X(02) VALUE SPACES.
               03 CustExemptExpiry PIC 9(8)  VALUE 0.
