      *  - Customers flagged bad-address by RetMail.cbl are excluded
      *    from the labels, extract, and presort outputs (the listing
      *    still shows them) until the address is corrected.
      *  - The listing, label and presort output now also goes to the
      *    report archive through RptArch (PRINT-REPORT-LINE), so
      *    RptReprint can reproduce a past run. The extract goes to
      *    CUSTEXTR.DAT as before and is not archived.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustRpt.
                 03 SC-SSSERIAL PIC 9999.
             02 SC-CREDIT-LIMIT PIC 9(5)V99.
             02 SC-MAIL-FLAG    PIC X.
             02 SC-TAX-EXEMPT   PIC X(25).

        FD SORTED-CUSTOMER-FILE.
         01 SORTED-CUSTOMER-REC PIC X(142).

        FD ExtractFile.
         01 ExtractRec PIC X(100).
           02 WSCustCreditLimit PIC 9(5)V99.
           02 WSCustMailFlag    PIC X.
               88 WSCustMailBad VALUE "B".
           02 WSCustTaxExempt   PIC X(25).
        01 WSEOF   PIC A(1) VALUE "N".
        01 WS-RUN-DATE      PIC 9(6).
        01 WS-RUN-DATE-EDIT PIC 99/99/99.
            88 WS-IS-FIRST-RECORD VALUE "Y".
        01 WS-GROUP-COUNT     PIC 9(5) VALUE 0.
        01 WS-GROUP-COUNT-EDIT PIC ZZ,ZZ9.
      *> Report archive - each printed line goes through
      *> PRINT-REPORT-LINE to the screen and to RptArch.
        01 WS-RPT-ACTION      PIC X VALUE SPACE.
        01 WS-RPT-NAME        PIC X(30) VALUE SPACES.
        01 WS-RPT-LINE        PIC X(150) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE.
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN WS-MODE-LABELS
                       MOVE "CUSTOMER MAILING LABELS" TO WS-RPT-NAME
                   WHEN WS-MODE-PRESORT
                       MOVE "CUSTOMER ZIP PRESORT" TO WS-RPT-NAME
                   WHEN OTHER
                       MOVE "CUSTOMER LISTING" TO WS-RPT-NAME
               END-EVALUATE
               MOVE "O" TO WS-RPT-ACTION
               CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
                   WS-ERRLOG-PROGRAM WS-RPT-LINE
               MOVE WS-HEADING-1 TO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
               MOVE WS-HEADING-2 TO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.
           PERFORM UNTIL WSEOF='Y'
                READ SORTED-CUSTOMER-FILE INTO WSCustomer
                               WHEN WS-MODE-PRESORT
                                   PERFORM CHECK-ZIP-BREAK
                                       THRU CHECK-ZIP-BREAK-EXIT
                                   MOVE WSCustomer TO WS-RPT-LINE
                                   PERFORM PRINT-REPORT-LINE
                               WHEN OTHER
                                   PERFORM CHECK-INITIAL-BREAK
                                       THRU CHECK-INITIAL-BREAK-EXIT
                                   MOVE WSCustomer TO WS-RPT-LINE
                                   PERFORM PRINT-REPORT-LINE
                           END-EVALUATE
                           ADD 1 TO WS-RECORD-COUNT
                           ADD 1 TO WS-GROUP-COUNT
               CLOSE ExtractFile
           END-IF.
           MOVE WS-RECORD-COUNT TO WS-COUNT-EDIT.
           IF WS-MODE-EXTRACT
               DISPLAY "TOTAL CUSTOMERS LISTED: " WS-COUNT-EDIT
           ELSE
               STRING "TOTAL CUSTOMERS LISTED: " WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
               MOVE "C" TO WS-RPT-ACTION
               CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
                   WS-ERRLOG-PROGRAM WS-RPT-LINE
           END-IF.
           GOBACK.

       SELECT-OUTPUT-MODE.
           MOVE WSCity   TO WS-LABEL-CITY.
           MOVE WSState  TO WS-LABEL-STATE.
           MOVE WSZip    TO WS-LABEL-ZIP.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-LABEL-LINE TO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-LABEL-STREET TO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-LABEL-CITY-LINE TO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
       DISPLAY-LABEL-EXIT.
           EXIT.


       DISPLAY-GROUP-SUBTOTAL.
           MOVE WS-GROUP-COUNT TO WS-GROUP-COUNT-EDIT.
           STRING "    -- " WS-PREV-INITIAL
                   " -- CUSTOMERS IN GROUP: " WS-GROUP-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE 0 TO WS-GROUP-COUNT.
       DISPLAY-GROUP-SUBTOTAL-EXIT.
           EXIT.

       DISPLAY-ZIP-BUNDLE.
           MOVE WS-GROUP-COUNT TO WS-GROUP-COUNT-EDIT.
           STRING "    -- ZIP " WS-PREV-ZIP
                   " -- BUNDLE COUNT: " WS-GROUP-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE 0 TO WS-GROUP-COUNT.
       DISPLAY-ZIP-BUNDLE-EXIT.
           EXIT.
       APPLY-FILTER-EXIT.
           EXIT.

      *> WS-RPT-LINE to the screen and the report archive, then
      *> cleared for the next line.
       PRINT-REPORT-LINE.
           DISPLAY FUNCTION TRIM (WS-RPT-LINE TRAILING).
           MOVE "L" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-ERRLOG-PROGRAM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.

       FILE-ERROR-PARA.
           DISPLAY "FILE I/O ERROR ON " WS-FILE-ERR-NAME
                   " - STATUS " WS-FILE-ERR-STATUS.
