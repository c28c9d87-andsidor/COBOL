      ******************************************************************
      * Author:
      * Date:
      * Purpose: Printed customer invoices. The batch pricing run
      *          (tut_deciamal_artmetic.cob) only shows each invoice's
      *          subtotal on the screen; this run prints the document
      *          the customer gets. Every line on INVOICEOUT.DAT from
      *          one batch run (IO-RUN-DATE) is grouped by invoice
      *          number into an invoice with the bill-to name and
      *          address from Plik_dane.dat, the line items with their
      *          list price, promo discount and tax, the invoice
      *          subtotal, discount, tax and total, and the due date,
      *          followed by a tear-off remittance stub carrying the
      *          account and invoice number.
      *
      *          Discount and tax per line come from the pricing
      *          detail the batch run writes to INVDETAIL.DAT. A line
      *          priced before that file existed shows the difference
      *          between list and full price as tax (or as discount
      *          when the full price is the lower).
      *
      *          The due date is the bill date plus WS-TERMS-DAYS -
      *          the 30 days Dunning.cbl allows before a first notice.
      *
      *          Any single invoice can be reprinted instead: its lines
      *          are gathered from INVOICEOUT.DAT and the INVCARCH.DAT
      *          archive as they were billed in the original run, so a
      *          paid or archived invoice reprints the same. Later
      *          credit memos and fees are not part of the reprint.
      *
      *          INVPRINT_RUN_DATE or INVPRINT_INVOICE pick the mode
      *          when the run is scripted; otherwise it asks. Output
      *          goes to INVPRINT.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. InvoicePrint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-OUT ASSIGN TO "INVOICEOUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IO-KEY
           ALTERNATE RECORD KEY IS IO-CUSTID WITH DUPLICATES
           FILE STATUS IS WS-INVOICE-OUT-STATUS.

           SELECT INVOICE-ARCHIVE ASSIGN TO "INVCARCH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-INVOICE-ARCH-STATUS.

           SELECT InvDetailFile ASSIGN TO "INVDETAIL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-INVDETAIL-STATUS.

           SELECT CustomerFile ASSIGN TO "Plik_dane.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS Phone WITH DUPLICATES
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT InvPrintFile ASSIGN TO "INVPRINT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-INVPRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD INVOICE-OUT.
            *> Design the priced-invoice record - shared with
            *> tut_deciamal_artmetic.cob and tut_customer_statement.cbl
            COPY INVOUTREC.

           FD INVOICE-ARCHIVE.
           01 INVOICE-ARCHIVE-REC PIC X(91).

           FD InvDetailFile.
            *> Line pricing detail - shared with the batch pricing
            *> run in tut_deciamal_artmetic.cob
            COPY INVDETREC.

           FD CustomerFile.
            *> Design the customer record - shared with tut_file_read.cob
            COPY CUSTREC.

           FD InvPrintFile.
           01 INV-PRINT-REC PIC X(80).

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "InvoicePrint".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-MODE              PIC X VALUE SPACE.
            88 WS-RUN-MODE      VALUE "R".
            88 WS-REPRINT-MODE  VALUE "P".
        01 WS-ENV-RUN-DATE      PIC X(8) VALUE SPACES.
        01 WS-ENV-INVOICE       PIC X(5) VALUE SPACES.
        01 WS-TARGET-RUN-DATE   PIC 9(8) VALUE 0.
        01 WS-TARGET-INVOICE    PIC 9(5) VALUE 0.
        01 WS-TERMS-DAYS        PIC 9(3) VALUE 30.
        01 WS-DUE-DATE          PIC 9(8) VALUE 0.
        01 WS-CUSTOMER-OPEN     PIC X VALUE "N".
            88 WS-CUSTOMER-IS-OPEN VALUE "Y".

      *> Pricing detail for the lines being printed - loaded once,
      *> each entry used up by the first invoice line it matches.
        01 WS-DET-MAX           PIC 9(4) VALUE 2000.
        01 WS-DET-COUNT         PIC 9(4) VALUE 0.
        01 WS-DET-TABLE-AREA.
            02 WS-DET-ENTRY OCCURS 2000 TIMES.
                03 WS-DET-INVOICE   PIC 9(5).
                03 WS-DET-RUN-DATE  PIC 9(8).
                03 WS-DET-ITEM      PIC X(15).
                03 WS-DET-FULL      PIC 9(4)V99.
                03 WS-DET-DISC      PIC 9(4)V99.
                03 WS-DET-TAX       PIC 9(5)V99.
                03 WS-DET-USED      PIC X.
        01 WS-DET-IX            PIC 9(4) VALUE 0.
        01 WS-DET-FOUND-IX      PIC 9(4) VALUE 0.

      *> The lines of the invoice being built, in file order.
        01 WS-LN-MAX            PIC 9(3) VALUE 200.
        01 WS-LN-COUNT          PIC 9(3) VALUE 0.
        01 WS-LN-TABLE-AREA.
            02 WS-LN-ENTRY OCCURS 200 TIMES.
                03 WS-LN-ITEM       PIC X(15).
                03 WS-LN-TYPE       PIC X.
                03 WS-LN-LIST       PIC 9(4)V99.
                03 WS-LN-DISC       PIC 9(4)V99.
                03 WS-LN-TAX        PIC 9(5)V99.
                03 WS-LN-FULL       PIC 9(4)V99.
        01 WS-LN-IX             PIC 9(3) VALUE 0.
        01 WS-LN-OVERFLOW       PIC 9(5) VALUE 0.
        01 WS-CUR-INVOICE       PIC 9(5) VALUE 0.
        01 WS-CUR-CUSTID        PIC 9(5) VALUE 0.
        01 WS-CUR-BILL-DATE     PIC 9(8) VALUE 0.
        01 WS-CUR-RUN-DATE      PIC 9(8) VALUE 0.
        01 WS-HAVE-INVOICE      PIC X VALUE "N".
            88 WS-INVOICE-PENDING VALUE "Y".
        01 WS-EARLIEST-RUN      PIC 9(8) VALUE 0.

        01 WS-LINE-LIST         PIC 9(4)V99 VALUE 0.
        01 WS-LINE-FULL         PIC 9(4)V99 VALUE 0.
        01 WS-INV-SUBTOTAL      PIC S9(7)V99 VALUE 0.
        01 WS-INV-DISCOUNT      PIC S9(7)V99 VALUE 0.
        01 WS-INV-TAX           PIC S9(7)V99 VALUE 0.
        01 WS-INV-TOTAL         PIC S9(7)V99 VALUE 0.
        01 WS-INVOICE-COUNT     PIC 9(5) VALUE 0.
        01 WS-RUN-TOTAL         PIC S9(9)V99 VALUE 0.
        01 WS-RUN-TOTAL-EDIT    PIC -ZZZ,ZZZ,ZZ9.99.

        01 WS-PRINT-LINE        PIC X(80) VALUE SPACES.
        01 WS-DETAIL-LINE.
            02 FILLER           PIC X(2) VALUE SPACES.
            02 WS-DL-ITEM       PIC X(15).
            02 FILLER           PIC X(2) VALUE SPACES.
            02 WS-DL-LIST       PIC -ZZ,ZZ9.99.
            02 FILLER           PIC X(2) VALUE SPACES.
            02 WS-DL-DISC       PIC -ZZ,ZZ9.99.
            02 FILLER           PIC X(2) VALUE SPACES.
            02 WS-DL-TAX        PIC -ZZ,ZZ9.99.
            02 FILLER           PIC X(2) VALUE SPACES.
            02 WS-DL-AMOUNT     PIC -ZZ,ZZ9.99.
        01 WS-AMOUNT-LINE.
            02 FILLER           PIC X(30) VALUE SPACES.
            02 WS-AL-LABEL      PIC X(20).
            02 WS-AL-AMOUNT     PIC -ZZZ,ZZZ,ZZ9.99.

        01 WS-INVOICE-OUT-STATUS PIC XX VALUE "00".
            88 WS-INVOICE-OUT-OK      VALUE "00".
            88 WS-INVOICE-OUT-MISSING VALUE "35".
        01 WS-INVOICE-ARCH-STATUS PIC XX VALUE "00".
            88 WS-INVOICE-ARCH-OK      VALUE "00".
            88 WS-INVOICE-ARCH-MISSING VALUE "35".
        01 WS-INVDETAIL-STATUS  PIC XX VALUE "00".
            88 WS-INVDETAIL-OK      VALUE "00".
            88 WS-INVDETAIL-MISSING VALUE "35".
        01 WS-CUSTOMER-STATUS   PIC XX VALUE "00".
            88 WS-CUSTOMER-OK     VALUE "00".
        01 WS-INVPRINT-STATUS   PIC XX VALUE "00".
            88 WS-INVPRINT-OK     VALUE "00".
        01 WS-FILE-ERR-NAME     PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS   PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "INVOICE PRINT RUN STARTING".
           PERFORM SELECT-PRINT-MODE THRU SELECT-PRINT-MODE-EXIT.
           PERFORM LOAD-PRICING-DETAIL THRU LOAD-PRICING-DETAIL-EXIT.
      *> Invoices still print without the customer master - the
      *> address is just left off.
           OPEN INPUT CustomerFile.
           IF WS-CUSTOMER-OK
               MOVE "Y" TO WS-CUSTOMER-OPEN
           END-IF.
           OPEN OUTPUT InvPrintFile.
           IF NOT WS-INVPRINT-OK
               MOVE "INVPRINT" TO WS-FILE-ERR-NAME
               MOVE WS-INVPRINT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           IF WS-RUN-MODE
               PERFORM PRINT-RUN-INVOICES
                   THRU PRINT-RUN-INVOICES-EXIT
           ELSE
               PERFORM REPRINT-ONE-INVOICE
                   THRU REPRINT-ONE-INVOICE-EXIT
           END-IF.
           CLOSE InvPrintFile.
           IF WS-CUSTOMER-IS-OPEN
               CLOSE CustomerFile
           END-IF.
           MOVE WS-RUN-TOTAL TO WS-RUN-TOTAL-EDIT.
           DISPLAY "INVOICES PRINTED : " WS-INVOICE-COUNT.
           DISPLAY "TOTAL INVOICED   : " WS-RUN-TOTAL-EDIT.
           IF WS-LN-OVERFLOW > 0
               DISPLAY "*** " WS-LN-OVERFLOW " LINES NOT PRINTED - "
                       "OVER " WS-LN-MAX " LINES ON ONE INVOICE ***"
           END-IF.
           GOBACK.

      *> INVPRINT_INVOICE asks for a reprint, INVPRINT_RUN_DATE for a
      *> whole run; with neither set the office chooses.
       SELECT-PRINT-MODE.
           ACCEPT WS-ENV-INVOICE FROM ENVIRONMENT "INVPRINT_INVOICE".
           IF WS-ENV-INVOICE NOT = SPACES
               MOVE "P" TO WS-MODE
               MOVE WS-ENV-INVOICE TO WS-TARGET-INVOICE
               MOVE WS-TARGET-INVOICE TO WS-ERRLOG-KEY
               GO TO SELECT-PRINT-MODE-EXIT
           END-IF.
           ACCEPT WS-ENV-RUN-DATE FROM ENVIRONMENT "INVPRINT_RUN_DATE".
           IF WS-ENV-RUN-DATE NOT = SPACES
               MOVE "R" TO WS-MODE
               MOVE WS-ENV-RUN-DATE TO WS-TARGET-RUN-DATE
               MOVE WS-TARGET-RUN-DATE TO WS-ERRLOG-KEY
               GO TO SELECT-PRINT-MODE-EXIT
           END-IF.
           PERFORM ASK-PRINT-MODE THRU ASK-PRINT-MODE-EXIT.
           IF WS-RUN-MODE
               DISPLAY "Batch run date (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT WS-TARGET-RUN-DATE
               MOVE WS-TARGET-RUN-DATE TO WS-ERRLOG-KEY
           ELSE
               DISPLAY "Invoice number: " WITH NO ADVANCING
               ACCEPT WS-TARGET-INVOICE
               MOVE WS-TARGET-INVOICE TO WS-ERRLOG-KEY
           END-IF.
       SELECT-PRINT-MODE-EXIT.
           EXIT.

       ASK-PRINT-MODE.
           DISPLAY "Print a (R)un's invoices or re(P)rint one: "
                   WITH NO ADVANCING.
           ACCEPT WS-MODE.
           IF NOT WS-RUN-MODE AND NOT WS-REPRINT-MODE
               GO TO ASK-PRINT-MODE
           END-IF.
       ASK-PRINT-MODE-EXIT.
           EXIT.

       LOAD-PRICING-DETAIL.
           MOVE "N" TO WS-EOF.
           OPEN INPUT InvDetailFile.
           IF WS-INVDETAIL-MISSING
               DISPLAY "NO INVDETAIL.DAT FOUND - DISCOUNT AND TAX "
                       "SHOWN FROM LIST AND FULL PRICE"
               GO TO LOAD-PRICING-DETAIL-EXIT
           END-IF.
           IF NOT WS-INVDETAIL-OK
               MOVE "INVDETAIL" TO WS-FILE-ERR-NAME
               MOVE WS-INVDETAIL-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ InvDetailFile
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM KEEP-ONE-DETAIL
                           THRU KEEP-ONE-DETAIL-EXIT
               END-READ
           END-PERFORM.
           CLOSE InvDetailFile.
       LOAD-PRICING-DETAIL-EXIT.
           EXIT.

       KEEP-ONE-DETAIL.
           IF WS-RUN-MODE AND DT-RUN-DATE NOT = WS-TARGET-RUN-DATE
               GO TO KEEP-ONE-DETAIL-EXIT
           END-IF.
           IF WS-REPRINT-MODE AND DT-INVOICE-NUM NOT = WS-TARGET-INVOICE
               GO TO KEEP-ONE-DETAIL-EXIT
           END-IF.
           IF WS-DET-COUNT >= WS-DET-MAX
               GO TO KEEP-ONE-DETAIL-EXIT
           END-IF.
           ADD 1 TO WS-DET-COUNT.
           MOVE DT-INVOICE-NUM TO WS-DET-INVOICE (WS-DET-COUNT).
           MOVE DT-RUN-DATE TO WS-DET-RUN-DATE (WS-DET-COUNT).
           MOVE DT-ITEM TO WS-DET-ITEM (WS-DET-COUNT).
           MOVE DT-FULL-AMT TO WS-DET-FULL (WS-DET-COUNT).
           MOVE DT-DISC-AMT TO WS-DET-DISC (WS-DET-COUNT).
           MOVE DT-TAX-AMT TO WS-DET-TAX (WS-DET-COUNT).
           MOVE "N" TO WS-DET-USED (WS-DET-COUNT).
       KEEP-ONE-DETAIL-EXIT.
           EXIT.

      *> A run's lines for one invoice sit together on the file - it
      *> reads in IO-KEY order, invoice then line - so an invoice is
      *> complete when the number changes.
       PRINT-RUN-INVOICES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT INVOICE-OUT.
           IF WS-INVOICE-OUT-MISSING
               DISPLAY "NO INVOICEOUT.DAT FOUND - NOTHING TO PRINT"
               GO TO PRINT-RUN-INVOICES-EXIT
           END-IF.
           IF NOT WS-INVOICE-OUT-OK
               MOVE "INVOICEOUT" TO WS-FILE-ERR-NAME
               MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ INVOICE-OUT NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF IO-RUN-DATE = WS-TARGET-RUN-DATE
                          AND NOT IO-TYPE-WRITE-OFF
                           PERFORM TAKE-RUN-LINE
                               THRU TAKE-RUN-LINE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-OUT.
           IF WS-INVOICE-PENDING
               PERFORM PRINT-ONE-INVOICE THRU PRINT-ONE-INVOICE-EXIT
           END-IF.
       PRINT-RUN-INVOICES-EXIT.
           EXIT.

       TAKE-RUN-LINE.
           IF WS-INVOICE-PENDING
              AND IO-INVOICE-NUM NOT = WS-CUR-INVOICE
               PERFORM PRINT-ONE-INVOICE THRU PRINT-ONE-INVOICE-EXIT
           END-IF.
           PERFORM ADD-INVOICE-LINE THRU ADD-INVOICE-LINE-EXIT.
       TAKE-RUN-LINE-EXIT.
           EXIT.

      *> The reprint finds the run that first billed the invoice, then
      *> gathers that run's lines for it from the archive and the live
      *> file - a partly paid invoice can have lines in both.
       REPRINT-ONE-INVOICE.
           MOVE 99999999 TO WS-EARLIEST-RUN.
           PERFORM SCAN-ARCHIVE-FOR-INVOICE
               THRU SCAN-ARCHIVE-FOR-INVOICE-EXIT.
           PERFORM SCAN-LIVE-FOR-INVOICE
               THRU SCAN-LIVE-FOR-INVOICE-EXIT.
           IF WS-EARLIEST-RUN = 99999999
               DISPLAY "INVOICE " WS-TARGET-INVOICE " NOT ON FILE"
               GO TO REPRINT-ONE-INVOICE-EXIT
           END-IF.
           MOVE WS-EARLIEST-RUN TO WS-TARGET-RUN-DATE.
           PERFORM SCAN-ARCHIVE-FOR-INVOICE
               THRU SCAN-ARCHIVE-FOR-INVOICE-EXIT.
           PERFORM SCAN-LIVE-FOR-INVOICE
               THRU SCAN-LIVE-FOR-INVOICE-EXIT.
           PERFORM PRINT-ONE-INVOICE THRU PRINT-ONE-INVOICE-EXIT.
       REPRINT-ONE-INVOICE-EXIT.
           EXIT.

       SCAN-ARCHIVE-FOR-INVOICE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT INVOICE-ARCHIVE.
           IF WS-INVOICE-ARCH-MISSING
               GO TO SCAN-ARCHIVE-FOR-INVOICE-EXIT
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
                       MOVE INVOICE-ARCHIVE-REC TO INVOICE-OUT-REC
                       PERFORM CHECK-REPRINT-LINE
                           THRU CHECK-REPRINT-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE INVOICE-ARCHIVE.
       SCAN-ARCHIVE-FOR-INVOICE-EXIT.
           EXIT.

       SCAN-LIVE-FOR-INVOICE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT INVOICE-OUT.
           IF WS-INVOICE-OUT-MISSING
               GO TO SCAN-LIVE-FOR-INVOICE-EXIT
           END-IF.
           IF NOT WS-INVOICE-OUT-OK
               MOVE "INVOICEOUT" TO WS-FILE-ERR-NAME
               MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
      *> Straight to the invoice's first line on the primary key.
           MOVE WS-TARGET-INVOICE TO IO-INVOICE-NUM.
           MOVE ZERO TO IO-LINE-NUM.
           START INVOICE-OUT KEY IS NOT LESS THAN IO-KEY
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ INVOICE-OUT NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF IO-INVOICE-NUM NOT = WS-TARGET-INVOICE
                           MOVE "Y" TO WS-EOF
                       ELSE
                           PERFORM CHECK-REPRINT-LINE
                               THRU CHECK-REPRINT-LINE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-OUT.
       SCAN-LIVE-FOR-INVOICE-EXIT.
           EXIT.

      *> First pass (no target run date yet) only notes the earliest
      *> run; the second pass takes that run's lines.
       CHECK-REPRINT-LINE.
           IF IO-INVOICE-NUM NOT = WS-TARGET-INVOICE
              OR IO-TYPE-WRITE-OFF
               GO TO CHECK-REPRINT-LINE-EXIT
           END-IF.
           IF WS-TARGET-RUN-DATE = 0
               IF IO-RUN-DATE < WS-EARLIEST-RUN
                   MOVE IO-RUN-DATE TO WS-EARLIEST-RUN
               END-IF
               GO TO CHECK-REPRINT-LINE-EXIT
           END-IF.
           IF IO-RUN-DATE = WS-TARGET-RUN-DATE
               PERFORM ADD-INVOICE-LINE THRU ADD-INVOICE-LINE-EXIT
           END-IF.
       CHECK-REPRINT-LINE-EXIT.
           EXIT.

       ADD-INVOICE-LINE.
           IF NOT WS-INVOICE-PENDING
               MOVE "Y" TO WS-HAVE-INVOICE
               MOVE IO-INVOICE-NUM TO WS-CUR-INVOICE
               MOVE IO-CUSTID TO WS-CUR-CUSTID
               MOVE IO-BILL-DATE TO WS-CUR-BILL-DATE
               MOVE IO-RUN-DATE TO WS-CUR-RUN-DATE
               MOVE 0 TO WS-LN-COUNT
           END-IF.
           IF WS-LN-COUNT >= WS-LN-MAX
               ADD 1 TO WS-LN-OVERFLOW
               GO TO ADD-INVOICE-LINE-EXIT
           END-IF.
           ADD 1 TO WS-LN-COUNT.
           MOVE IO-CENA TO WS-LINE-LIST.
           MOVE IO-FULLPRICE TO WS-LINE-FULL.
           MOVE IO-ITEM TO WS-LN-ITEM (WS-LN-COUNT).
           MOVE IO-LINE-TYPE TO WS-LN-TYPE (WS-LN-COUNT).
           MOVE WS-LINE-LIST TO WS-LN-LIST (WS-LN-COUNT).
           MOVE WS-LINE-FULL TO WS-LN-FULL (WS-LN-COUNT).
           MOVE 0 TO WS-DET-FOUND-IX.
           PERFORM MATCH-ONE-DETAIL
               VARYING WS-DET-IX FROM 1 BY 1
               UNTIL WS-DET-IX > WS-DET-COUNT OR WS-DET-FOUND-IX > 0.
           IF WS-DET-FOUND-IX > 0
               MOVE "Y" TO WS-DET-USED (WS-DET-FOUND-IX)
               MOVE WS-DET-DISC (WS-DET-FOUND-IX)
                   TO WS-LN-DISC (WS-LN-COUNT)
               MOVE WS-DET-TAX (WS-DET-FOUND-IX)
                   TO WS-LN-TAX (WS-LN-COUNT)
               GO TO ADD-INVOICE-LINE-EXIT
           END-IF.
      *> No pricing detail on file for the line - split what the
      *> line itself shows.
           IF WS-LINE-FULL >= WS-LINE-LIST
               MOVE 0 TO WS-LN-DISC (WS-LN-COUNT)
               COMPUTE WS-LN-TAX (WS-LN-COUNT) =
                   WS-LINE-FULL - WS-LINE-LIST
           ELSE
               COMPUTE WS-LN-DISC (WS-LN-COUNT) =
                   WS-LINE-LIST - WS-LINE-FULL
               MOVE 0 TO WS-LN-TAX (WS-LN-COUNT)
           END-IF.
       ADD-INVOICE-LINE-EXIT.
           EXIT.

       MATCH-ONE-DETAIL.
           IF WS-DET-USED (WS-DET-IX) = "N"
              AND WS-DET-INVOICE (WS-DET-IX) = IO-INVOICE-NUM
              AND WS-DET-RUN-DATE (WS-DET-IX) = IO-RUN-DATE
              AND WS-DET-ITEM (WS-DET-IX) = IO-ITEM
              AND WS-DET-FULL (WS-DET-IX) = WS-LINE-FULL
               MOVE WS-DET-IX TO WS-DET-FOUND-IX
           END-IF.

       PRINT-ONE-INVOICE.
           ADD 1 TO WS-INVOICE-COUNT.
           MOVE 0 TO WS-INV-SUBTOTAL WS-INV-DISCOUNT WS-INV-TAX
                     WS-INV-TOTAL.
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-CUR-BILL-DATE)
                + WS-TERMS-DAYS).
           MOVE ALL "=" TO WS-PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "INVOICE " DELIMITED BY SIZE
                  WS-CUR-INVOICE DELIMITED BY SIZE
                  "   INVOICE DATE " DELIMITED BY SIZE
                  WS-CUR-BILL-DATE DELIMITED BY SIZE
                  "   ACCOUNT " DELIMITED BY SIZE
                  WS-CUR-CUSTID DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
           IF WS-REPRINT-MODE
               MOVE "** REPRINT **" TO WS-PRINT-LINE (66:13)
           END-IF.
           PERFORM WRITE-PRINT-LINE.
           PERFORM READ-BILL-TO THRU READ-BILL-TO-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE "ITEM" TO WS-PRINT-LINE (3:4).
           MOVE "LIST" TO WS-PRINT-LINE (26:4).
           MOVE "DISCOUNT" TO WS-PRINT-LINE (34:8).
           MOVE "TAX" TO WS-PRINT-LINE (51:3).
           MOVE "AMOUNT" TO WS-PRINT-LINE (60:6).
           PERFORM WRITE-PRINT-LINE.
           PERFORM PRINT-ONE-LINE
               VARYING WS-LN-IX FROM 1 BY 1
               UNTIL WS-LN-IX > WS-LN-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE "SUBTOTAL" TO WS-AL-LABEL.
           MOVE WS-INV-SUBTOTAL TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "DISCOUNT" TO WS-AL-LABEL.
           COMPUTE WS-AL-AMOUNT = 0 - WS-INV-DISCOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "TAX" TO WS-AL-LABEL.
           MOVE WS-INV-TAX TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "TOTAL DUE" TO WS-AL-LABEL.
           MOVE WS-INV-TOTAL TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-INV-TOTAL > 0
               STRING "PAYMENT DUE BY " DELIMITED BY SIZE
                      WS-DUE-DATE DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
           ELSE
               MOVE "NO PAYMENT DUE ON THIS INVOICE" TO WS-PRINT-LINE
           END-IF.
           PERFORM WRITE-PRINT-LINE.
           IF WS-INV-TOTAL > 0
               PERFORM PRINT-REMITTANCE-STUB
                   THRU PRINT-REMITTANCE-STUB-EXIT
           END-IF.
           ADD WS-INV-TOTAL TO WS-RUN-TOTAL.
           MOVE "N" TO WS-HAVE-INVOICE.
           MOVE 0 TO WS-LN-COUNT.
       PRINT-ONE-INVOICE-EXIT.
           EXIT.

      *> Credit lines print and total negative - they come off the
      *> invoice the same way they come off the customer's balance.
       PRINT-ONE-LINE.
           MOVE WS-LN-ITEM (WS-LN-IX) TO WS-DL-ITEM.
           IF WS-LN-TYPE (WS-LN-IX) = "C"
               COMPUTE WS-DL-LIST = 0 - WS-LN-LIST (WS-LN-IX)
               MOVE WS-LN-DISC (WS-LN-IX) TO WS-DL-DISC
               COMPUTE WS-DL-TAX = 0 - WS-LN-TAX (WS-LN-IX)
               COMPUTE WS-DL-AMOUNT = 0 - WS-LN-FULL (WS-LN-IX)
               SUBTRACT WS-LN-LIST (WS-LN-IX) FROM WS-INV-SUBTOTAL
               SUBTRACT WS-LN-DISC (WS-LN-IX) FROM WS-INV-DISCOUNT
               SUBTRACT WS-LN-TAX (WS-LN-IX) FROM WS-INV-TAX
               SUBTRACT WS-LN-FULL (WS-LN-IX) FROM WS-INV-TOTAL
           ELSE
               MOVE WS-LN-LIST (WS-LN-IX) TO WS-DL-LIST
               COMPUTE WS-DL-DISC = 0 - WS-LN-DISC (WS-LN-IX)
               MOVE WS-LN-TAX (WS-LN-IX) TO WS-DL-TAX
               MOVE WS-LN-FULL (WS-LN-IX) TO WS-DL-AMOUNT
               ADD WS-LN-LIST (WS-LN-IX) TO WS-INV-SUBTOTAL
               ADD WS-LN-DISC (WS-LN-IX) TO WS-INV-DISCOUNT
               ADD WS-LN-TAX (WS-LN-IX) TO WS-INV-TAX
               ADD WS-LN-FULL (WS-LN-IX) TO WS-INV-TOTAL
           END-IF.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.

       READ-BILL-TO.
           IF NOT WS-CUSTOMER-IS-OPEN
               GO TO READ-BILL-TO-EXIT
           END-IF.
           MOVE WS-CUR-CUSTID TO IDNum.
           READ CustomerFile
               INVALID KEY
                   MOVE SPACES TO FirstName LastName
                   MOVE "** ACCOUNT NOT ON CUSTOMER MASTER **"
                       TO WS-PRINT-LINE
                   PERFORM WRITE-PRINT-LINE
                   GO TO READ-BILL-TO-EXIT
           END-READ.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "BILL TO: " DELIMITED BY SIZE
                  FirstName DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  LastName DELIMITED BY "  "
                  INTO WS-PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE Street TO WS-PRINT-LINE (10:).
           PERFORM WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING City DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  State DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Zip DELIMITED BY SIZE
                  INTO WS-PRINT-LINE (10:).
           PERFORM WRITE-PRINT-LINE.
       READ-BILL-TO-EXIT.
           EXIT.

      *> The stub is what comes back in the envelope - CashApply.cbl
      *> and the lockbox need the account and invoice number off it.
       PRINT-REMITTANCE-STUB.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE ALL "- " TO WS-PRINT-LINE.
           MOVE " DETACH AND RETURN THIS PORTION WITH YOUR PAYMENT "
               TO WS-PRINT-LINE (15:50).
           PERFORM WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ACCOUNT " DELIMITED BY SIZE
                  WS-CUR-CUSTID DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  FirstName DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  LastName DELIMITED BY "  "
                  INTO WS-PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "INVOICE " DELIMITED BY SIZE
                  WS-CUR-INVOICE DELIMITED BY SIZE
                  "   DUE DATE " DELIMITED BY SIZE
                  WS-DUE-DATE DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE "AMOUNT DUE" TO WS-AL-LABEL.
           MOVE WS-INV-TOTAL TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE "AMOUNT ENCLOSED     ____________" TO
               WS-PRINT-LINE (31:).
           PERFORM WRITE-PRINT-LINE.
           MOVE "PLEASE WRITE YOUR ACCOUNT AND INVOICE NUMBER ON YOUR"
               TO WS-PRINT-LINE.
           MOVE "CHECK." TO WS-PRINT-LINE (53:6).
           PERFORM WRITE-PRINT-LINE.
       PRINT-REMITTANCE-STUB-EXIT.
           EXIT.

       WRITE-AMOUNT-LINE.
           MOVE WS-AMOUNT-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.

       WRITE-PRINT-LINE.
           WRITE INV-PRINT-REC FROM WS-PRINT-LINE.
           IF NOT WS-INVPRINT-OK
               MOVE "INVPRINT" TO WS-FILE-ERR-NAME
               MOVE WS-INVPRINT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.

       FILE-ERROR-PARA.
           DISPLAY "FILE I/O ERROR ON " WS-FILE-ERR-NAME
                   " - STATUS " WS-FILE-ERR-STATUS.
      *> Persistent record of the failure for the morning report -
      *> the screen message scrolls away, ERRORLOG.DAT does not.
           CALL "ErrLog" USING WS-ERRLOG-PROGRAM WS-FILE-ERR-NAME
               WS-FILE-ERR-STATUS WS-ERRLOG-KEY.
           MOVE 1 TO RETURN-CODE.
           GOBACK.
       FILE-ERROR-PARA-EXIT.
           EXIT.

       END PROGRAM InvoicePrint.
