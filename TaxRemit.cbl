      *          collected) for a filing quarter, with the per-month
      *          breakdown of taxable sales versus tax the accountant
      *          wants next to each jurisdiction's quarter total.
      *          Sales to exemption-certificate holders are posted to
      *          their own ledger bucket and reported in a separate
      *          exempt-sales column, outside the taxable figure.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               02 TL-TAXABLE-SALES  PIC 9(9)V99.
               02 TL-SEP2           PIC X.
               02 TL-TAX-AMT        PIC 9(7)V99.
               02 TL-SEP3           PIC X.
               02 TL-EXEMPT-SALES   PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01 WS-ERRLOG-PROGRAM     PIC X(20) VALUE "TaxRemit".
               03 WS-JT-JURIS   PIC X(2).
               03 WS-JT-SALES   PIC 9(9)V99.
               03 WS-JT-TAX     PIC 9(7)V99.
               03 WS-JT-EXEMPT  PIC 9(9)V99.
       01 WS-JT-IX              PIC 99 VALUE 0.
       01 WS-JT-MATCH-IX        PIC 99 VALUE 0.
       01 WS-JT-FOUND-FLAG      PIC X VALUE "N".
       01 WS-TAX-EDIT           PIC Z,ZZZ,ZZ9.99.
       01 WS-GRAND-SALES        PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-TAX          PIC 9(9)V99 VALUE 0.
       01 WS-EXEMPT-EDIT        PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-GRAND-EXEMPT       PIC 9(9)V99 VALUE 0.

       01 WS-TAXLEDGER-STATUS   PIC XX VALUE "00".
           88 WS-TAXLEDGER-OK      VALUE "00".
           DISPLAY " ".
           DISPLAY "===== QUARTERLY TAX REMITTANCE - " WS-FILING-YEAR
                   " Q" WS-FILING-QUARTER " =====".
           DISPLAY "JURIS   TAXABLE SALES         TAX DUE"
                   "     EXEMPT SALES".
           PERFORM DISPLAY-JURIS-TOTAL
               VARYING WS-JT-IX FROM 1 BY 1
               UNTIL WS-JT-IX > WS-JT-COUNT.
           MOVE WS-GRAND-SALES TO WS-SALES-EDIT.
           MOVE WS-GRAND-TAX TO WS-TAX-EDIT.
           MOVE WS-GRAND-EXEMPT TO WS-EXEMPT-EDIT.
           DISPLAY "TOTAL " WS-SALES-EDIT "   " WS-TAX-EDIT
                   "   " WS-EXEMPT-EDIT.
           GOBACK.

       ACCEPT-QUARTER.
       TALLY-LEDGER-RECORD.
           MOVE TL-TAXABLE-SALES TO WS-SALES-EDIT.
           MOVE TL-TAX-AMT TO WS-TAX-EDIT.
           MOVE TL-EXEMPT-SALES TO WS-EXEMPT-EDIT.
           DISPLAY "  " TL-JURIS " " TL-PERIOD " "
                   WS-SALES-EDIT "   " WS-TAX-EDIT "   " WS-EXEMPT-EDIT.
           MOVE "N" TO WS-JT-FOUND-FLAG.
           PERFORM FIND-JURIS-TOTAL
               VARYING WS-JT-IX FROM 1 BY 1
               MOVE TL-JURIS TO WS-JT-JURIS (WS-JT-MATCH-IX)
               MOVE 0 TO WS-JT-SALES (WS-JT-MATCH-IX)
               MOVE 0 TO WS-JT-TAX (WS-JT-MATCH-IX)
               MOVE 0 TO WS-JT-EXEMPT (WS-JT-MATCH-IX)
           END-IF.
           ADD TL-TAXABLE-SALES TO WS-JT-SALES (WS-JT-MATCH-IX).
           ADD TL-TAX-AMT TO WS-JT-TAX (WS-JT-MATCH-IX).
           ADD TL-TAXABLE-SALES TO WS-GRAND-SALES.
           ADD TL-TAX-AMT TO WS-GRAND-TAX.
           ADD TL-EXEMPT-SALES TO WS-JT-EXEMPT (WS-JT-MATCH-IX).
           ADD TL-EXEMPT-SALES TO WS-GRAND-EXEMPT.
       TALLY-LEDGER-RECORD-EXIT.
           EXIT.

       DISPLAY-JURIS-TOTAL.
           MOVE WS-JT-SALES (WS-JT-IX) TO WS-SALES-EDIT.
           MOVE WS-JT-TAX (WS-JT-IX) TO WS-TAX-EDIT.
           MOVE WS-JT-EXEMPT (WS-JT-IX) TO WS-EXEMPT-EDIT.
           DISPLAY WS-JT-JURIS (WS-JT-IX) " QTR "
                   WS-SALES-EDIT "   " WS-TAX-EDIT "   " WS-EXEMPT-EDIT.

       FILE-ERROR-PARA.
           DISPLAY "FILE I/O ERROR ON " WS-FILE-ERR-NAME
