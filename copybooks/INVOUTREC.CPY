      * zero open. Lines written before the field existed carry spaces
      * here - readers fall back to IO-FULLPRICE for those.
      *
      * IO-STATUS "W" marks a line closed by a bad-debt write-off in
      * WriteOff.cbl - no longer owed, but never paid either, so the
      * statements and the aging report treat it as closed the way
      * they treat "P".
      *
      * IO-STUDENT-ID names the enrolled student a line was billed
      * for, so HouseholdStmt.cbl can break a combined household
      * account's charges out per student - zero means the line is a
      * IO-LINE-TYPE tells the charge kinds apart - space for a
      * regular priced charge, "L" for a late-fee line LateFee.cbl
      * appended, "C" for a credit memo CreditMemo.cbl issued against
      * the line's IO-INVOICE-NUM, "N" for the returned-check fee
      * NsfReverse.cbl charges when a check bounces, "W" for the
      * write-off line WriteOff.cbl adds - held positive, status "W",
      * recording how much of the invoice was written off. A credit's
      * amount is held positive and the statement/outstanding reports
      * SUBTRACT it while its status is "U"; lines written before the
      * field existed carry spaces and read as regular charges.
      *
      * IO-RUN-DATE is the date of the batch run that produced the
      * line - since the pricing run appends to INVOICEOUT.DAT instead
      * of replacing it, this is how you tell which batch wrote what.
      *
      * INVOICEOUT.DAT is an indexed file. IO-KEY - the invoice number
      * plus IO-LINE-NUM, the line's position on its invoice counting
      * from 001 - is the primary key, and IO-CUSTID is an alternate
      * key with duplicates, so a program working one customer's
      * account STARTs on the customer and reads just those lines.
      * Whoever adds a line to an invoice gives it one past the
      * highest line number already on file for that invoice. The
      * INVCARCH.DAT archive and HELDORD.DAT keep the same layout as
      * plain sequential files. InvConvert.cbl converted the old line
      * sequential file, numbering each invoice's lines in file order.
      ******************************************************************
       01 INVOICE-OUT-REC.
           02 IO-KEY.
               03 IO-INVOICE-NUM PIC 9(5).
               03 IO-LINE-NUM    PIC 9(3).
           02 IO-SEPN        PIC X.
           02 IO-CUSTID      PIC 9(5).
           02 IO-SEP0        PIC X.
           02 IO-STATUS      PIC X.
               88 IO-PAID    VALUE "P".
               88 IO-UNPAID  VALUE "U".
               88 IO-WRITTEN-OFF VALUE "W".
           02 IO-SEP4        PIC X.
           02 IO-PAID-DATE   PIC 9(8).
           02 IO-SEP5        PIC X.
               88 IO-TYPE-CHARGE   VALUE SPACE.
               88 IO-TYPE-LATE-FEE VALUE "L".
               88 IO-TYPE-CREDIT   VALUE "C".
               88 IO-TYPE-NSF-FEE  VALUE "N".
               88 IO-TYPE-WRITE-OFF VALUE "W".
           02 IO-SEP9        PIC X.
           02 IO-RUN-DATE    PIC 9(8).
