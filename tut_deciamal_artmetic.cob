      *  - A busy Plik_dane.dat (status 93/99 from a front-office
      *    session) now gets a short wait and a retry in batch mode
      *    instead of killing the run.
      *  - The (A)rchive mode now moves lines closed by a bad-debt
      *    write-off (status "W", WriteOff.cbl) to INVCARCH.DAT along
      *    with the fully paid ones.
      *  - INVOICE-IN gained a line-type byte; batch mode carries a
      *    "C" line (TuitionBill.cbl's sibling/multi-course tuition
      *    discounts) through as a credit line - priced with tax but
      *    no promo discount, never held for credit limit, and netted
      *    out of the run, invoice and per-jurisdiction totals.
      *  - Batch mode now refuses an INVOICEIN.DAT line whose invoice
      *    number is already on INVOICEOUT.DAT or INVCARCH.DAT (or
      *    earlier in the same run) for a different customer.
      *  - Batch mode skips tax for a customer whose exemption
      *    certificate (CUSTREC) is valid on the bill date, and posts
      *    those sales to the new TL-EXEMPT-SALES bucket on
      *    TAXLEDGER.DAT instead of the taxable figure.
      *  - Batch mode validates each charge line's item code against
      *    the ITEMS.DAT item master (ItemMaint.cbl): an unpriced line
      *    takes the list price, a line keyed away from list goes on
      *    the PRICEOVR.DAT override report, a non-taxable item bills
      *    without tax, and an unknown or inactive item goes to
      *    HELDORD.DAT instead of being billed.
      *  - Batch mode appends a pricing-detail record per billed line
      *    to INVDETAIL.DAT (list price, promo discount, tax and
      *    jurisdiction) so InvoicePrint.cbl can print discount and
      *    tax on the customer's invoice.
      *  - INVOICEOUT.DAT is now an indexed file keyed on invoice and
      *    line number. Batch mode numbers each line it adds, and the
      *    (P)ayment and (A)rchive modes rewrite and delete lines in
      *    place instead of swapping in a rebuilt copy.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           FILE STATUS IS WS-INVOICE-IN-STATUS.

           SELECT INVOICE-OUT ASSIGN TO "INVOICEOUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IO-KEY
           ALTERNATE RECORD KEY IS IO-CUSTID WITH DUPLICATES
           FILE STATUS IS WS-INVOICE-OUT-STATUS.

      *> Effective-dated jurisdiction rates - one line per rate change
      *> (code, effective-from date, rate), maintained through the
      *> (J)urisdiction mode, so a mid-year change is a data entry
           RECORD KEY IS TL-KEY
           FILE STATUS IS WS-TAXLEDGER-STATUS.

      *> Item master (ItemMaint.cbl) - batch mode checks each charge
      *> line's II-ITEM here and defaults an unpriced line to list.
           SELECT ItemFile ASSIGN TO "ITEMS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IT-CODE
           FILE STATUS IS WS-ITEMFILE-STATUS.

      *> Lines billed at other than the item's list price, one report
      *> per batch run for the office manager to review.
           SELECT PRICE-OVERRIDE ASSIGN TO "PRICEOVR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PRICEOVR-STATUS.

      *> How each billed line was priced - list, discount, tax - for
      *> the printed invoice (InvoicePrint.cbl). Appended every run.
           SELECT InvDetailFile ASSIGN TO "INVDETAIL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-INVDETAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD INVOICE-IN.
      *> HouseholdStmt.cbl can section a household statement by
      *> student.
               02 II-STUDENT-ID PIC 9(5).
      *> Space for a regular charge, "C" for a credit line billed
      *> straight onto the invoice (TuitionBill.cbl's tuition
      *> discounts) - written through as IO-LINE-TYPE "C". Older
      *> files without the byte read as spaces.
               02 II-LINE-TYPE  PIC X.

           FD INVOICE-OUT.
            *> Design the priced-invoice record - shared with
            *> tut_customer_statement.cbl and ArAging.cbl
            COPY INVOUTREC.

           FD DiscountFile.
           *> Shared with DiscountMaint.cbl. DC-VALUE holds either an
           *> implied-decimal rate (type R, V9999) or a dollars-and-
               02 JR-RATE      PIC 9V9999.

           FD HELD-ORDERS.
           01 HELD-ORDER-REC PIC X(91).

           FD ItemFile.
            COPY ITEMREC.

           FD PRICE-OVERRIDE.
           01 PRICE-OVR-REC PIC X(80).

           FD InvDetailFile.
            *> Line pricing detail - shared with InvoicePrint.cbl
            COPY INVDETREC.

           FD INVOICE-ARCHIVE.
           01 INVOICE-ARCHIVE-REC PIC X(91).

           FD TaxLedger.
           *> Shared with TaxRemit.cbl - one record per jurisdiction
               02 TL-TAXABLE-SALES  PIC 9(9)V99.
               02 TL-SEP2           PIC X.
               02 TL-TAX-AMT        PIC 9(7)V99.
           *> Sales to customers holding a valid exemption certificate
           *> - kept out of TL-TAXABLE-SALES so the return shows them
           *> on their own line.
               02 TL-SEP3           PIC X.
               02 TL-EXEMPT-SALES   PIC 9(9)V99.

           FD CustomerFile.
            *> Design the customer record - shared with tut_file_read.cob
           02 WS-JURIS-TAX-AMT OCCURS 20 TIMES PIC 9(7)V99 VALUE 0.
       01 WS-JURIS-SALES-TOTALS.
           02 WS-JURIS-SALES-AMT OCCURS 20 TIMES PIC 9(9)V99 VALUE 0.
       01 WS-JURIS-EXEMPT-TOTALS.
           02 WS-JURIS-EXEMPT-AMT OCCURS 20 TIMES PIC 9(9)V99 VALUE 0.
       01 WS-LINE-EXEMPT-FLAG  PIC X VALUE "N".
           88 WS-LINE-IS-EXEMPT VALUE "Y".
       01 WS-EXEMPT-LINE-COUNT PIC 9(5) VALUE 0.
       01 WS-JURIS-TAX-EDIT    PIC ZZZ,ZZ9.99.
       01 WS-LINE-TAX          PIC 9(5)V99 VALUE 0.
       01 WS-JURIS-REJECT-COUNT PIC 9(5) VALUE 0.
       01 WS-WHATIF-COUNT       PIC 9(5) VALUE 0.

       01 WS-BILL-DATE          PIC 9(8) VALUE 0.
       01 WS-NEXT-INVOICE      PIC 9(5) VALUE 0.
       01 WS-NEXT-LINE-NUM     PIC 9(3) VALUE 0.
       01 WS-KEY-EOF           PIC A(1) VALUE "N".
       01 WS-LINE-IMAGE        PIC X(91) VALUE SPACES.

      *> Per-customer open balance already on INVOICEOUT.DAT plus the
      *> lines billed so far this run, for the credit-limit check -
           02 WS-CUST-OPEN-AMT OCCURS 100000 TIMES
                               PIC S9(7)V99 VALUE 0.
       01 WS-PRESCAN-OPEN-AMT   PIC 9(4)V99 VALUE 0.
      *> Customer each invoice number already belongs to (ID + 1, zero
      *> for a number not yet used), from the live file, the archive,
      *> and the lines billed so far this run - +1-biased on the
      *> invoice number so 00000 lands in slot 1.
       01 WS-INVNUM-OWNERS.
           02 WS-INVNUM-OWNER OCCURS 100000 TIMES
                               PIC 9(6) VALUE 0.
       01 WS-ARCH-INVOICE-NUM   PIC 9(5) VALUE 0.
       01 WS-ARCH-CUSTID        PIC 9(5) VALUE 0.
       01 WS-OWNER-CUSTID       PIC 9(5) VALUE 0.
       01 WS-INVNUM-REJECT-COUNT PIC 9(5) VALUE 0.
       01 WS-HELD-COUNT         PIC 9(5) VALUE 0.
       01 WS-HELD-STATUS        PIC XX VALUE "00".
           88 WS-HELD-OK        VALUE "00".
           88 WS-HELD-MISSING   VALUE "35".
       01 WS-ITEMFILE-STATUS    PIC XX VALUE "00".
           88 WS-ITEMFILE-OK      VALUE "00".
           88 WS-ITEMFILE-MISSING VALUE "35".
       01 WS-PRICEOVR-STATUS    PIC XX VALUE "00".
           88 WS-PRICEOVR-OK      VALUE "00".
       01 WS-INVDETAIL-STATUS   PIC XX VALUE "00".
           88 WS-INVDETAIL-OK      VALUE "00".
           88 WS-INVDETAIL-MISSING VALUE "35".
      *> No ITEMS.DAT yet means no item check at all - the run bills
      *> as keyed, the way it did before the master existed.
       01 WS-ITEM-CHECK-FLAG    PIC X VALUE "Y".
           88 WS-ITEM-CHECK-ON  VALUE "Y".
       01 WS-ITEM-STATE         PIC X VALUE "N".
           88 WS-ITEM-NOT-CHECKED VALUE "N".
           88 WS-ITEM-KNOWN       VALUE "K".
           88 WS-ITEM-UNKNOWN     VALUE "U".
       01 WS-ITEM-HELD-COUNT    PIC 9(5) VALUE 0.
       01 WS-PRICE-DEFAULT-COUNT PIC 9(5) VALUE 0.
       01 WS-PRICE-OVR-COUNT    PIC 9(5) VALUE 0.
       01 WS-PRICE-DIFF         PIC S9(4)V99 VALUE 0.
       01 WS-OVR-HEADER.
           02 FILLER            PIC X(29)
               VALUE "PRICE OVERRIDE REPORT - RUN ".
           02 WS-OVR-HDR-DATE   PIC 9(8).
           02 FILLER            PIC X(43) VALUE SPACES.
       01 WS-OVR-DETAIL.
           02 WS-OVR-INVOICE    PIC 9(5).
           02 FILLER            PIC X VALUE SPACE.
           02 WS-OVR-CUSTID     PIC 9(5).
           02 FILLER            PIC X VALUE SPACE.
           02 WS-OVR-ITEM       PIC X(15).
           02 FILLER            PIC X(6) VALUE " LIST ".
           02 WS-OVR-LIST       PIC Z,ZZ9.99.
           02 FILLER            PIC X(8) VALUE " BILLED ".
           02 WS-OVR-BILLED     PIC Z,ZZ9.99.
           02 FILLER            PIC X(6) VALUE " DIFF ".
           02 WS-OVR-DIFF       PIC -,--9.99.
           02 FILLER            PIC X(9) VALUE SPACES.
       01 WS-INVOICE-ARCH-STATUS PIC XX VALUE "00".
           88 WS-INVOICE-ARCH-OK      VALUE "00".
           88 WS-INVOICE-ARCH-MISSING VALUE "35".
       01 WS-INVOICE-OUT-STATUS PIC XX VALUE "00".
           88 WS-INVOICE-OUT-OK      VALUE "00".
           88 WS-INVOICE-OUT-MISSING VALUE "35".
       01 WS-CUSTOMER-STATUS    PIC XX VALUE "00".
           88 WS-CUSTOMER-OK    VALUE "00".
           88 WS-CUSTOMER-BUSY  VALUES "93", "99".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-JURIS-RATES THRU LOAD-JURIS-RATES-EXIT.
           PERFORM SELECT-MODE THRU SELECT-MODE-EXIT.
           IF WS-INTERACTIVE-MODE OR WS-WHATIF-MODE
               MOVE WS-INVOICE-IN-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
      *> I-O, not OUTPUT - a pricing run adds its lines to what is
      *> already on file; wiping unpaid history that the payment,
      *> outstanding, and statement runs still need was a data-loss
      *> bug. Fully paid history comes off through the (A)rchive mode
      *> instead.
           OPEN I-O INVOICE-OUT.
           IF WS-INVOICE-OUT-MISSING
               OPEN OUTPUT INVOICE-OUT
               CLOSE INVOICE-OUT
               OPEN I-O INVOICE-OUT
           END-IF.
           IF NOT WS-INVOICE-OUT-OK
               MOVE "INVOICEOUT" TO WS-FILE-ERR-NAME
               MOVE WS-HELD-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           OPEN INPUT ItemFile.
           IF WS-ITEMFILE-MISSING
               DISPLAY "NO ITEMS.DAT FOUND - ITEM CHECK SKIPPED"
               MOVE "N" TO WS-ITEM-CHECK-FLAG
           ELSE
               IF NOT WS-ITEMFILE-OK
                   MOVE "ITEMS" TO WS-FILE-ERR-NAME
                   MOVE WS-ITEMFILE-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
           END-IF.
           OPEN OUTPUT PRICE-OVERRIDE.
           IF NOT WS-PRICEOVR-OK
               MOVE "PRICEOVR" TO WS-FILE-ERR-NAME
               MOVE WS-PRICEOVR-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE WS-BILL-DATE TO WS-OVR-HDR-DATE.
           WRITE PRICE-OVR-REC FROM WS-OVR-HEADER.
           OPEN EXTEND InvDetailFile.
           IF WS-INVDETAIL-MISSING
               OPEN OUTPUT InvDetailFile
           END-IF.
           IF NOT WS-INVDETAIL-OK
               MOVE "INVDETAIL" TO WS-FILE-ERR-NAME
               MOVE WS-INVDETAIL-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ INVOICE-IN
                   AT END MOVE "Y" TO WS-EOF
                   WS-JURIS-REJECT-COUNT.
           DISPLAY "LINES HELD (OVER CREDIT LIMIT)       : "
                   WS-HELD-COUNT.
           DISPLAY "LINES REJECTED (INVOICE NUMBER IN USE): "
                   WS-INVNUM-REJECT-COUNT.
           DISPLAY "LINES BILLED TAX-EXEMPT              : "
                   WS-EXEMPT-LINE-COUNT.
           DISPLAY "LINES HELD (UNKNOWN/INACTIVE ITEM)   : "
                   WS-ITEM-HELD-COUNT.
           DISPLAY "LINES PRICED FROM ITEM LIST PRICE    : "
                   WS-PRICE-DEFAULT-COUNT.
           DISPLAY "LINES PRICED AWAY FROM LIST (PRICEOVR): "
                   WS-PRICE-OVR-COUNT.
           PERFORM VARYING WS-JURIS-IX FROM 1 BY 1
                   UNTIL WS-JURIS-IX > WS-DCODE-COUNT
               MOVE WS-JURIS-TAX-AMT (WS-JURIS-IX) TO WS-JURIS-TAX-EDIT
           CLOSE INVOICE-OUT.
           CLOSE CustomerFile.
           CLOSE HELD-ORDERS.
           IF WS-ITEM-CHECK-ON
               CLOSE ItemFile
           END-IF.
           CLOSE PRICE-OVERRIDE.
           CLOSE InvDetailFile.
           PERFORM POST-TAX-LEDGER THRU POST-TAX-LEDGER-EXIT.
           PERFORM POST-DISCOUNT-USAGE THRU POST-DISCOUNT-USAGE-EXIT.
       BATCH-ROUTINE-EXIT.
       POST-ONE-JURISDICTION.
           IF WS-JURIS-TAX-AMT (WS-JURIS-IX) = 0
              AND WS-JURIS-SALES-AMT (WS-JURIS-IX) = 0
              AND WS-JURIS-EXEMPT-AMT (WS-JURIS-IX) = 0
               GO TO POST-ONE-JURISDICTION-EXIT
           END-IF.
           MOVE WS-DCODE-JURIS (WS-JURIS-IX) TO TL-JURIS.
                   MOVE 0 TO TL-TAXABLE-SALES
                   MOVE SPACE TO TL-SEP2
                   MOVE 0 TO TL-TAX-AMT
                   MOVE SPACE TO TL-SEP3
                   MOVE 0 TO TL-EXEMPT-SALES
               NOT INVALID KEY
                   MOVE "Y" TO WS-LEDGER-FOUND-FLAG
           END-READ.
           ADD WS-JURIS-SALES-AMT (WS-JURIS-IX) TO TL-TAXABLE-SALES.
           ADD WS-JURIS-TAX-AMT (WS-JURIS-IX) TO TL-TAX-AMT.
           ADD WS-JURIS-EXEMPT-AMT (WS-JURIS-IX) TO TL-EXEMPT-SALES.
           IF WS-LEDGER-IS-FOUND
               REWRITE TAX-LEDGER-REC
           ELSE
           MOVE "N" TO WS-EOF.
           OPEN INPUT INVOICE-OUT.
           IF WS-INVOICE-OUT-MISSING
               PERFORM LOAD-ARCHIVED-OWNERS
                   THRU LOAD-ARCHIVED-OWNERS-EXIT
               GO TO LOAD-OPEN-BALANCES-EXIT
           END-IF.
           IF NOT WS-INVOICE-OUT-OK
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ INVOICE-OUT NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-INVNUM-OWNER (IO-INVOICE-NUM + 1) = 0
                           COMPUTE WS-INVNUM-OWNER (IO-INVOICE-NUM + 1)
                               = IO-CUSTID + 1
                       END-IF
                       PERFORM TALLY-OPEN-LINE
                           THRU TALLY-OPEN-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE INVOICE-OUT.
           PERFORM LOAD-ARCHIVED-OWNERS
               THRU LOAD-ARCHIVED-OWNERS-EXIT.
       LOAD-OPEN-BALANCES-EXIT.
           EXIT.

      *> Archived history still owns its invoice numbers - a number
      *> paid off and archived years ago must not be reissued to
      *> someone else either.
       LOAD-ARCHIVED-OWNERS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT INVOICE-ARCHIVE.
           IF WS-INVOICE-ARCH-MISSING
               GO TO LOAD-ARCHIVED-OWNERS-EXIT
           END-IF.
           IF NOT WS-INVOICE-ARCH-OK
               MOVE "INVCARCH" TO WS-FILE-ERR-NAME
               MOVE WS-INVOICE-ARCH-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ INVOICE-ARCHIVE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE INVOICE-ARCHIVE-REC (1:5)
                           TO WS-ARCH-INVOICE-NUM
                       MOVE INVOICE-ARCHIVE-REC (10:5) TO WS-ARCH-CUSTID
                       IF WS-INVNUM-OWNER (WS-ARCH-INVOICE-NUM + 1) = 0
                           COMPUTE WS-INVNUM-OWNER
                               (WS-ARCH-INVOICE-NUM + 1)
                               = WS-ARCH-CUSTID + 1
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-ARCHIVE.
       LOAD-ARCHIVED-OWNERS-EXIT.
           EXIT.

       TALLY-OPEN-LINE.
           IF NOT IO-UNPAID
               GO TO TALLY-OPEN-LINE-EXIT
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ INVOICE-OUT NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM PROCESS-WHATIF-LINE
                              THRU PROCESS-WHATIF-LINE-EXIT
                   ADD 1 TO WS-LINE-REJECT-COUNT
                   GO TO PROCESS-INVOICE-LINE-EXIT
           END-READ.
      *> One invoice number, one customer - a number already billed to
      *> someone else is a keying error, not a new invoice.
           IF WS-INVNUM-OWNER (II-INVOICE-NUM + 1) NOT = 0
              AND WS-INVNUM-OWNER (II-INVOICE-NUM + 1)
                  NOT = II-CUSTID + 1
               COMPUTE WS-OWNER-CUSTID =
                   WS-INVNUM-OWNER (II-INVOICE-NUM + 1) - 1
               DISPLAY "REJECTED - INVOICE " II-INVOICE-NUM
                       " ALREADY BILLED TO CUSTOMER " WS-OWNER-CUSTID
                       " ON ITEM " II-ITEM
               ADD 1 TO WS-INVNUM-REJECT-COUNT
               GO TO PROCESS-INVOICE-LINE-EXIT
           END-IF.
           COMPUTE WS-INVNUM-OWNER (II-INVOICE-NUM + 1) = II-CUSTID + 1.
           MOVE II-JURIS TO WS-JURIS-CODE-IN.
           PERFORM LOOKUP-JURIS-RATE THRU LOOKUP-JURIS-RATE-EXIT.
           IF NOT WS-JURIS-FOUND
               GO TO PROCESS-INVOICE-LINE-EXIT
           END-IF.
           PERFORM GET-CODE-TOTAL-IX THRU GET-CODE-TOTAL-IX-EXIT.
      *> A church or school district with a certificate still good on
      *> the bill date is priced without tax - the jurisdiction is
      *> kept so the sale still lands on that state's return.
           MOVE "N" TO WS-LINE-EXEMPT-FLAG.
           IF CustExemptCert NOT = SPACES
              AND CustExemptExpiry >= WS-BILL-DATE
               MOVE "Y" TO WS-LINE-EXEMPT-FLAG
               MOVE 0 TO Podatek
           END-IF.
           PERFORM CHECK-ITEM-MASTER THRU CHECK-ITEM-MASTER-EXIT.
           MOVE II-INVOICE-NUM TO IO-INVOICE-NUM.
           MOVE 0 TO IO-LINE-NUM.
           MOVE SPACE TO IO-SEPN.
           MOVE II-CUSTID TO IO-CUSTID.
           MOVE SPACE TO IO-SEP0.
           MOVE II-ITEM TO IO-ITEM.
           MOVE SPACE TO IO-SEP1.
           MOVE II-CENA TO IO-CENA Cena.
           IF II-LINE-TYPE = "C"
               PERFORM COMPUTE-CREDIT-PRICE
                   THRU COMPUTE-CREDIT-PRICE-EXIT
           ELSE
               PERFORM COMPUTE-FULL-PRICE THRU COMPUTE-FULL-PRICE-EXIT
           END-IF.
           MOVE SPACE TO IO-SEP2.
           MOVE FullPrice TO IO-FULLPRICE.
           MOVE SPACE TO IO-SEP3.
           MOVE SPACE TO IO-SEP7.
           MOVE II-STUDENT-ID TO IO-STUDENT-ID.
           MOVE SPACE TO IO-SEP8.
           MOVE II-LINE-TYPE TO IO-LINE-TYPE.
           MOVE SPACE TO IO-SEP9.
           MOVE WS-BILL-DATE TO IO-RUN-DATE.
           IF IO-TYPE-CREDIT
               PERFORM WRITE-CREDIT-LINE THRU WRITE-CREDIT-LINE-EXIT
               GO TO PROCESS-INVOICE-LINE-EXIT
           END-IF.
           IF WS-ITEM-UNKNOWN
               WRITE HELD-ORDER-REC FROM INVOICE-OUT-REC
               DISPLAY "HELD - ITEM " II-ITEM " NOT ON ITEM MASTER"
                       " (OR INACTIVE) - INVOICE " II-INVOICE-NUM
               ADD 1 TO WS-ITEM-HELD-COUNT
               GO TO PROCESS-INVOICE-LINE-EXIT
           END-IF.
      *> Credit check - what the customer already owes (pre-scan plus
      *> the lines billed so far tonight) plus this line against the
      *> master's limit; zero limit means no limit. Over-limit lines
               GO TO PROCESS-INVOICE-LINE-EXIT
           END-IF.
           ADD FullPrice TO WS-CUST-OPEN-AMT (II-CUSTID + 1).
           PERFORM ASSIGN-LINE-NUM THRU ASSIGN-LINE-NUM-EXIT.
           WRITE INVOICE-OUT-REC.
           IF NOT WS-INVOICE-OUT-OK
               MOVE "INVOICEOUT" TO WS-FILE-ERR-NAME
               ADD WS-DISC-LINE-AMT TO WS-DISC-AMT-TOTAL
           END-IF.
           COMPUTE WS-LINE-TAX = FullPrice - WS-DISCOUNTED-CENA.
           PERFORM WRITE-INVOICE-DETAIL THRU WRITE-INVOICE-DETAIL-EXIT.
      *> A zero match index means the distinct-code table was full -
      *> the line still bills, only the per-jurisdiction run totals
      *> go without it.
           IF WS-JURIS-MATCH-IX > 0
               ADD WS-LINE-TAX TO WS-JURIS-TAX-AMT (WS-JURIS-MATCH-IX)
               IF WS-LINE-IS-EXEMPT
                   ADD WS-DISCOUNTED-CENA
                       TO WS-JURIS-EXEMPT-AMT (WS-JURIS-MATCH-IX)
               ELSE
                   ADD WS-DISCOUNTED-CENA
                       TO WS-JURIS-SALES-AMT (WS-JURIS-MATCH-IX)
               END-IF
           END-IF.
           IF WS-LINE-IS-EXEMPT
               ADD 1 TO WS-EXEMPT-LINE-COUNT
           END-IF.
           ADD WS-DISCOUNTED-CENA TO WS-INVOICE-SUBTOTAL.
           ADD WS-LINE-TAX TO WS-INVOICE-TAX.
       PROCESS-INVOICE-LINE-EXIT.
           EXIT.

      *> Charge lines only - a "C" credit line is not an item, and a
      *> TuitionBill.cbl "TUITION <lesson>" line is already priced
      *> from the course master. A zero II-CENA takes the list price;
      *> any other keyed price bills as keyed and is reported.
       CHECK-ITEM-MASTER.
           MOVE "N" TO WS-ITEM-STATE.
           IF NOT WS-ITEM-CHECK-ON
              OR II-LINE-TYPE = "C"
              OR II-ITEM (1:8) = "TUITION "
               GO TO CHECK-ITEM-MASTER-EXIT
           END-IF.
           MOVE II-ITEM TO IT-CODE.
           READ ItemFile
               INVALID KEY
                   MOVE "U" TO WS-ITEM-STATE
                   GO TO CHECK-ITEM-MASTER-EXIT
           END-READ.
           IF IT-IS-INACTIVE
               MOVE "U" TO WS-ITEM-STATE
               GO TO CHECK-ITEM-MASTER-EXIT
           END-IF.
           MOVE "K" TO WS-ITEM-STATE.
           IF IT-NOT-TAXABLE
               MOVE "Y" TO WS-LINE-EXEMPT-FLAG
               MOVE 0 TO Podatek
           END-IF.
           IF II-CENA = 0
               MOVE IT-LIST-PRICE TO II-CENA
               ADD 1 TO WS-PRICE-DEFAULT-COUNT
               GO TO CHECK-ITEM-MASTER-EXIT
           END-IF.
           IF II-CENA NOT = IT-LIST-PRICE
               MOVE II-INVOICE-NUM TO WS-OVR-INVOICE
               MOVE II-CUSTID TO WS-OVR-CUSTID
               MOVE II-ITEM TO WS-OVR-ITEM
               MOVE IT-LIST-PRICE TO WS-OVR-LIST
               MOVE II-CENA TO WS-OVR-BILLED
               COMPUTE WS-PRICE-DIFF = II-CENA - IT-LIST-PRICE
               MOVE WS-PRICE-DIFF TO WS-OVR-DIFF
               WRITE PRICE-OVR-REC FROM WS-OVR-DETAIL
               ADD 1 TO WS-PRICE-OVR-COUNT
           END-IF.
       CHECK-ITEM-MASTER-EXIT.
           EXIT.

      *> A credit line on INVOICEIN.DAT takes tax off with it but no
      *> promo-code discount - the code is for the charges.
       COMPUTE-CREDIT-PRICE.
           MOVE Cena TO WS-DISCOUNTED-CENA.
           IF WS-ROUNDED-MODE
               COMPUTE FullPrice ROUNDED =
                   WS-DISCOUNTED-CENA + (WS-DISCOUNTED-CENA * Podatek)
           ELSE
               COMPUTE FullPrice =
                   WS-DISCOUNTED-CENA + (WS-DISCOUNTED-CENA * Podatek)
           END-IF.
       COMPUTE-CREDIT-PRICE-EXIT.
           EXIT.

      *> Credits only lower what the customer owes, so there is no
      *> credit-limit hold; every total the charge lines build is
      *> netted back down by the credit.
       WRITE-CREDIT-LINE.
           SUBTRACT FullPrice FROM WS-CUST-OPEN-AMT (II-CUSTID + 1).
           PERFORM ASSIGN-LINE-NUM THRU ASSIGN-LINE-NUM-EXIT.
           WRITE INVOICE-OUT-REC.
           IF NOT WS-INVOICE-OUT-OK
               MOVE "INVOICEOUT" TO WS-FILE-ERR-NAME
               MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           SUBTRACT FullPrice FROM WS-GRAND-TOTAL.
           ADD 1 TO WS-INVOICE-COUNT.
           COMPUTE WS-LINE-TAX = FullPrice - WS-DISCOUNTED-CENA.
           PERFORM WRITE-INVOICE-DETAIL THRU WRITE-INVOICE-DETAIL-EXIT.
           IF WS-JURIS-MATCH-IX > 0
               SUBTRACT WS-LINE-TAX
                   FROM WS-JURIS-TAX-AMT (WS-JURIS-MATCH-IX)
               IF WS-LINE-IS-EXEMPT
                   SUBTRACT WS-DISCOUNTED-CENA
                       FROM WS-JURIS-EXEMPT-AMT (WS-JURIS-MATCH-IX)
               ELSE
                   SUBTRACT WS-DISCOUNTED-CENA
                       FROM WS-JURIS-SALES-AMT (WS-JURIS-MATCH-IX)
               END-IF
           END-IF.
           SUBTRACT WS-DISCOUNTED-CENA FROM WS-INVOICE-SUBTOTAL.
           SUBTRACT WS-LINE-TAX FROM WS-INVOICE-TAX.
           SUBTRACT FullPrice FROM WS-INVOICE-TOTAL.
           ADD 1 TO WS-INVOICE-LINE-COUNT.
       WRITE-CREDIT-LINE-EXIT.
           EXIT.

      *> The line is built in the record area before its number is
      *> known - hold it aside while the invoice's lines on file are
      *> scanned for the next free line number.
       ASSIGN-LINE-NUM.
           MOVE INVOICE-OUT-REC TO WS-LINE-IMAGE.
           MOVE II-INVOICE-NUM TO WS-NEXT-INVOICE.
           PERFORM FIND-NEXT-LINE-NUM THRU FIND-NEXT-LINE-NUM-EXIT.
           MOVE WS-LINE-IMAGE TO INVOICE-OUT-REC.
           MOVE WS-NEXT-LINE-NUM TO IO-LINE-NUM.
       ASSIGN-LINE-NUM-EXIT.
           EXIT.

      *> A line added to an invoice takes the next line number after
      *> the highest one already on file for that invoice.
       FIND-NEXT-LINE-NUM.
           MOVE 0 TO WS-NEXT-LINE-NUM.
           MOVE "N" TO WS-KEY-EOF.
           MOVE WS-NEXT-INVOICE TO IO-INVOICE-NUM.
           MOVE 0 TO IO-LINE-NUM.
           START INVOICE-OUT KEY IS NOT LESS THAN IO-KEY
               INVALID KEY MOVE "Y" TO WS-KEY-EOF
           END-START.
           PERFORM UNTIL WS-KEY-EOF = "Y"
               READ INVOICE-OUT NEXT RECORD
                   AT END MOVE "Y" TO WS-KEY-EOF
                   NOT AT END
                       IF IO-INVOICE-NUM NOT = WS-NEXT-INVOICE
                           MOVE "Y" TO WS-KEY-EOF
                       ELSE
                           MOVE IO-LINE-NUM TO WS-NEXT-LINE-NUM
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-LINE-NUM.
       FIND-NEXT-LINE-NUM-EXIT.
           EXIT.

      *> One detail record per line written to INVOICEOUT.DAT - the
      *> same figures the invoice and jurisdiction totals just took.
       WRITE-INVOICE-DETAIL.
           MOVE IO-INVOICE-NUM TO DT-INVOICE-NUM.
           MOVE IO-CUSTID TO DT-CUSTID.
           MOVE IO-RUN-DATE TO DT-RUN-DATE.
           MOVE IO-ITEM TO DT-ITEM.
           MOVE II-JURIS TO DT-JURIS.
           MOVE Cena TO DT-LIST-AMT.
           COMPUTE DT-DISC-AMT = Cena - WS-DISCOUNTED-CENA.
           MOVE WS-LINE-TAX TO DT-TAX-AMT.
           MOVE FullPrice TO DT-FULL-AMT.
           MOVE IO-LINE-TYPE TO DT-LINE-TYPE.
           MOVE SPACE TO DT-SEP1 DT-SEP2 DT-SEP3 DT-SEP4 DT-SEP5
                         DT-SEP6 DT-SEP7 DT-SEP8 DT-SEP9.
           WRITE INV-DETAIL-REC.
           IF NOT WS-INVDETAIL-OK
               MOVE "INVDETAIL" TO WS-FILE-ERR-NAME
               MOVE WS-INVDETAIL-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
       WRITE-INVOICE-DETAIL-EXIT.
           EXIT.

       CHECK-INVOICE-BREAK.
           IF WS-IS-FIRST-INVOICE
               MOVE "N" TO WS-FIRST-INVOICE
           ACCEPT WS-REMIT-DATE FROM DATE YYYYMMDD.
           MOVE "N" TO WS-EOF.
           MOVE 0 TO WS-REMIT-COUNT.
           OPEN I-O INVOICE-OUT.
           IF WS-INVOICE-OUT-MISSING
               DISPLAY "NO INVOICES ON FILE"
               GO TO REMIT-ROUTINE-EXIT
               MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
      *> Only the one customer's lines are read, off the IO-CUSTID
      *> alternate key, and each one marked paid is rewritten in place.
           MOVE WS-REMIT-CUSTID TO IO-CUSTID.
           START INVOICE-OUT KEY IS = IO-CUSTID
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ INVOICE-OUT NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF IO-CUSTID NOT = WS-REMIT-CUSTID
                           MOVE "Y" TO WS-EOF
                       ELSE
                           PERFORM PROCESS-REMIT-LINE
                               THRU PROCESS-REMIT-LINE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-OUT.
           DISPLAY "INVOICE LINES MARKED PAID: " WS-REMIT-COUNT.
       REMIT-ROUTINE-EXIT.
           EXIT.

       PROCESS-REMIT-LINE.
           IF NOT IO-UNPAID
               GO TO PROCESS-REMIT-LINE-EXIT
           END-IF.
           MOVE "P" TO IO-STATUS.
           MOVE WS-REMIT-DATE TO IO-PAID-DATE.
           MOVE SPACE TO IO-SEP6.
           MOVE 0 TO IO-OPEN-AMT.
           REWRITE INVOICE-OUT-REC.
           IF NOT WS-INVOICE-OUT-OK
               MOVE "INVOICEOUT" TO WS-FILE-ERR-NAME
               MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           ADD 1 TO WS-REMIT-COUNT.
       PROCESS-REMIT-LINE-EXIT.
           EXIT.

           END-IF.
           DISPLAY "OUTSTANDING INVOICES:".
           PERFORM UNTIL WS-EOF = "Y"
               READ INVOICE-OUT NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM PROCESS-OUTSTANDING-LINE
                              THRU PROCESS-OUTSTANDING-LINE-EXIT
       PROCESS-OUTSTANDING-LINE-EXIT.
           EXIT.

      *> Controlled archive step - copies fully paid lines to
      *> INVCARCH.DAT and deletes them from the live file, so history
      *> comes off deliberately instead of being lost to an OPEN
      *> OUTPUT.
       ARCHIVE-ROUTINE.
           MOVE "N" TO WS-EOF.
           OPEN I-O INVOICE-OUT.
           IF WS-INVOICE-OUT-MISSING
               DISPLAY "NO INVOICES ON FILE - NOTHING TO ARCHIVE"
               GO TO ARCHIVE-ROUTINE-EXIT
               MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           OPEN EXTEND INVOICE-ARCHIVE.
           IF WS-INVOICE-ARCH-MISSING
               OPEN OUTPUT INVOICE-ARCHIVE
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ INVOICE-OUT NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM PROCESS-ARCHIVE-LINE
                              THRU PROCESS-ARCHIVE-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE INVOICE-OUT.
           CLOSE INVOICE-ARCHIVE.
           DISPLAY "INVOICE LINES ARCHIVED: " WS-ARCHIVED-COUNT.
           DISPLAY "INVOICE LINES RETAINED: " WS-RETAINED-COUNT.
       ARCHIVE-ROUTINE-EXIT.
           EXIT.

       PROCESS-ARCHIVE-LINE.
           IF NOT IO-PAID AND NOT IO-WRITTEN-OFF
               ADD 1 TO WS-RETAINED-COUNT
               GO TO PROCESS-ARCHIVE-LINE-EXIT
           END-IF.
           WRITE INVOICE-ARCHIVE-REC FROM INVOICE-OUT-REC.
           DELETE INVOICE-OUT RECORD.
           IF NOT WS-INVOICE-OUT-OK
               MOVE "INVOICEOUT" TO WS-FILE-ERR-NAME
               MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           ADD 1 TO WS-ARCHIVED-COUNT.
       PROCESS-ARCHIVE-LINE-EXIT.
           EXIT.

