      ******************************************************************
      * Author:
      * Date:
      * Purpose: Invoice number sequence audit - IO-INVOICE-NUM is
      *          whatever was keyed into INVOICEIN.DAT or handed out
      *          from TuitionBill.cbl's starting number, so this run
      *          walks every line on INVOICEOUT.DAT and the INVCARCH.DAT
      *          archive together and reports three things:
      *            - gaps in the sequence between the lowest and the
      *              highest number in use,
      *            - invoice numbers billed to more than one customer,
      *            - credit memos pointing at an invoice number that has
      *              no charge on file anywhere.
      *          A credit memo carries the number of the invoice it
      *          credits (CreditMemo.cbl), so a number that only ever
      *          appears on "C" lines is a memo against nothing. The
      *          batch pricing run in tut_deciamal_artmetic.cob now
      *          refuses a number already on file for a different
      *          customer; this run finds the ones from before that.
      *          Findings are reported, not returned as a failure,
      *          so the nightly driver does not retry the audit.
      *          The report is also kept in the report archive.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. InvSeqAudit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-OUT ASSIGN TO "INVOICEOUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IO-KEY
           ALTERNATE RECORD KEY IS IO-CUSTID WITH DUPLICATES
           FILE STATUS IS WS-INVOICE-OUT-STATUS.

           SELECT INVOICE-ARCHIVE ASSIGN TO "INVCARCH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-INVOICE-ARCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD INVOICE-OUT.
            *> Design the priced-invoice record - shared with
            *> tut_deciamal_artmetic.cob and tut_customer_statement.cbl
            COPY INVOUTREC.

           FD INVOICE-ARCHIVE.
           *> Archived lines keep the INVOICEOUT.DAT layout.
           01 INVOICE-ARCHIVE-REC PIC X(91).

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "InvSeqAudit".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
      *> PRINT-REPORT-LINE to the screen and to RptArch.
        01 WS-RPT-ACTION      PIC X VALUE SPACE.
        01 WS-RPT-NAME        PIC X(30) VALUE "INVOICE SEQUENCE AUDIT".
        01 WS-RPT-LINE        PIC X(150) VALUE SPACES.
        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-PASS              PIC 9 VALUE 1.
        01 WS-SOURCE            PIC X(8) VALUE SPACES.

      *> One entry per invoice number, +1-biased so number 00000 lands
      *> in slot 1 - the first customer seen on it (ID + 1, zero for a
      *> number never used), whether a second customer turned up, and
      *> whether any line other than a credit memo carries it.
        01 WS-INV-TABLE-AREA.
            02 WS-INV-ENTRY OCCURS 100000 TIMES.
                03 WS-INV-OWNER     PIC 9(6).
                03 WS-INV-MULTI     PIC X.
                03 WS-INV-CHARGED   PIC X.
        01 WS-INV-IX            PIC 9(6) VALUE 0.
        01 WS-LOW-IX            PIC 9(6) VALUE 0.
        01 WS-HIGH-IX           PIC 9(6) VALUE 0.
        01 WS-GAP-START         PIC 9(6) VALUE 0.
        01 WS-GAP-FIRST         PIC 9(5) VALUE 0.
        01 WS-GAP-LAST          PIC 9(5) VALUE 0.
        01 WS-GAP-SIZE          PIC 9(6) VALUE 0.

        01 WS-LINE-COUNT        PIC 9(7) VALUE 0.
        01 WS-NUMBER-COUNT      PIC 9(6) VALUE 0.
        01 WS-GAP-COUNT         PIC 9(6) VALUE 0.
        01 WS-GAP-NUMBERS       PIC 9(6) VALUE 0.
        01 WS-MULTI-COUNT       PIC 9(6) VALUE 0.
        01 WS-MULTI-LINES       PIC 9(6) VALUE 0.
        01 WS-ORPHAN-COUNT      PIC 9(6) VALUE 0.

        01 WS-INVOICE-OUT-STATUS PIC XX VALUE "00".
            88 WS-INVOICE-OUT-OK      VALUE "00".
            88 WS-INVOICE-OUT-MISSING VALUE "35".
        01 WS-INVOICE-ARCH-STATUS PIC XX VALUE "00".
            88 WS-INVOICE-ARCH-OK      VALUE "00".
            88 WS-INVOICE-ARCH-MISSING VALUE "35".
        01 WS-FILE-ERR-NAME     PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS   PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-ERRLOG-PROGRAM WS-RPT-LINE.
           MOVE "INVOICE NUMBER SEQUENCE AUDIT" TO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           INITIALIZE WS-INV-TABLE-AREA.
      *> Pass 1 learns who owns each number; pass 2 lists the lines
      *> behind each number found shared or credited against nothing.
           MOVE 1 TO WS-PASS.
           PERFORM READ-BOTH-FILES THRU READ-BOTH-FILES-EXIT.
           STRING "LINES READ (LIVE + ARCHIVE): " WS-LINE-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM REPORT-GAPS THRU REPORT-GAPS-EXIT.
           PERFORM PRINT-REPORT-LINE.
           MOVE "INVOICE NUMBERS BILLED TO MORE THAN ONE CUSTOMER"
               TO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING "SOURCE   INVOICE CUST  ITEM            BILLED   "
                  "TYPE"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE 2 TO WS-PASS.
           PERFORM READ-BOTH-FILES THRU READ-BOTH-FILES-EXIT.
           PERFORM COUNT-MULTI
               VARYING WS-INV-IX FROM 1 BY 1
               UNTIL WS-INV-IX > 100000.
           STRING "SHARED INVOICE NUMBERS: " WS-MULTI-COUNT
                  "   LINES: " WS-MULTI-LINES
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "CREDIT MEMOS AGAINST AN INVOICE NOT ON FILE"
               TO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "SOURCE   INVOICE CUST  ITEM            BILLED"
               TO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE 3 TO WS-PASS.
           PERFORM READ-BOTH-FILES THRU READ-BOTH-FILES-EXIT.
           STRING "ORPHAN CREDIT MEMOS: " WS-ORPHAN-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-ERRLOG-PROGRAM WS-RPT-LINE.
           GOBACK.

       READ-BOTH-FILES.
           MOVE "N" TO WS-EOF.
           MOVE "LIVE" TO WS-SOURCE.
           OPEN INPUT INVOICE-OUT.
           IF WS-INVOICE-OUT-MISSING
               IF WS-PASS = 1
                   MOVE "NO INVOICEOUT.DAT ON FILE" TO WS-RPT-LINE
                   PERFORM PRINT-REPORT-LINE
               END-IF
           ELSE
               IF NOT WS-INVOICE-OUT-OK
                   MOVE "INVOICEOUT" TO WS-FILE-ERR-NAME
                   MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
               PERFORM UNTIL WS-EOF = "Y"
                   READ INVOICE-OUT
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM AUDIT-ONE-LINE
                               THRU AUDIT-ONE-LINE-EXIT
                   END-READ
               END-PERFORM
               CLOSE INVOICE-OUT
           END-IF.
           MOVE "N" TO WS-EOF.
           MOVE "ARCHIVE" TO WS-SOURCE.
           OPEN INPUT INVOICE-ARCHIVE.
           IF WS-INVOICE-ARCH-MISSING
               IF WS-PASS = 1
                   MOVE "NO INVCARCH.DAT ON FILE" TO WS-RPT-LINE
                   PERFORM PRINT-REPORT-LINE
               END-IF
               GO TO READ-BOTH-FILES-EXIT
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
                       PERFORM AUDIT-ONE-LINE THRU AUDIT-ONE-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE INVOICE-ARCHIVE.
       READ-BOTH-FILES-EXIT.
           EXIT.

       AUDIT-ONE-LINE.
           COMPUTE WS-INV-IX = IO-INVOICE-NUM + 1.
           EVALUATE WS-PASS
               WHEN 1
                   PERFORM LEARN-ONE-LINE THRU LEARN-ONE-LINE-EXIT
               WHEN 2
                   IF WS-INV-MULTI (WS-INV-IX) = "Y"
                       PERFORM LIST-ONE-LINE
                       ADD 1 TO WS-MULTI-LINES
                   END-IF
               WHEN 3
                   IF IO-TYPE-CREDIT
                      AND WS-INV-CHARGED (WS-INV-IX) NOT = "Y"
                       PERFORM LIST-ONE-LINE
                       ADD 1 TO WS-ORPHAN-COUNT
                   END-IF
           END-EVALUATE.
       AUDIT-ONE-LINE-EXIT.
           EXIT.

       LEARN-ONE-LINE.
           ADD 1 TO WS-LINE-COUNT.
           IF NOT IO-TYPE-CREDIT
               MOVE "Y" TO WS-INV-CHARGED (WS-INV-IX)
           END-IF.
           IF WS-INV-OWNER (WS-INV-IX) = 0
               COMPUTE WS-INV-OWNER (WS-INV-IX) = IO-CUSTID + 1
               ADD 1 TO WS-NUMBER-COUNT
               IF WS-LOW-IX = 0 OR WS-INV-IX < WS-LOW-IX
                   MOVE WS-INV-IX TO WS-LOW-IX
               END-IF
               IF WS-INV-IX > WS-HIGH-IX
                   MOVE WS-INV-IX TO WS-HIGH-IX
               END-IF
               GO TO LEARN-ONE-LINE-EXIT
           END-IF.
           IF WS-INV-OWNER (WS-INV-IX) NOT = IO-CUSTID + 1
               MOVE "Y" TO WS-INV-MULTI (WS-INV-IX)
           END-IF.
       LEARN-ONE-LINE-EXIT.
           EXIT.

       LIST-ONE-LINE.
           STRING WS-SOURCE " " IO-INVOICE-NUM "   " IO-CUSTID " "
                  IO-ITEM " " IO-BILL-DATE " " IO-LINE-TYPE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

       COUNT-MULTI.
           IF WS-INV-MULTI (WS-INV-IX) = "Y"
               ADD 1 TO WS-MULTI-COUNT
           END-IF.

      *> Every unused number between the lowest and highest in use,
      *> reported as runs so a skipped block prints as one line.
       REPORT-GAPS.
           PERFORM PRINT-REPORT-LINE.
           MOVE "GAPS IN THE INVOICE NUMBER SEQUENCE" TO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF WS-NUMBER-COUNT = 0
               MOVE "    NO INVOICE NUMBERS IN USE" TO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
               GO TO REPORT-GAPS-EXIT
           END-IF.
           COMPUTE WS-GAP-FIRST = WS-LOW-IX - 1.
           COMPUTE WS-GAP-LAST = WS-HIGH-IX - 1.
           STRING "NUMBERS IN USE: " WS-NUMBER-COUNT
                  "   RANGE " WS-GAP-FIRST " TO " WS-GAP-LAST
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE 0 TO WS-GAP-START.
           PERFORM CHECK-ONE-NUMBER
               VARYING WS-INV-IX FROM WS-LOW-IX BY 1
               UNTIL WS-INV-IX > WS-HIGH-IX.
           STRING "GAPS: " WS-GAP-COUNT "   NUMBERS MISSING: "
                  WS-GAP-NUMBERS
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
       REPORT-GAPS-EXIT.
           EXIT.

       CHECK-ONE-NUMBER.
           IF WS-INV-OWNER (WS-INV-IX) = 0
               IF WS-GAP-START = 0
                   MOVE WS-INV-IX TO WS-GAP-START
               END-IF
           ELSE
               IF WS-GAP-START NOT = 0
                   PERFORM SHOW-ONE-GAP
                   MOVE 0 TO WS-GAP-START
               END-IF
           END-IF.

       SHOW-ONE-GAP.
           COMPUTE WS-GAP-FIRST = WS-GAP-START - 1.
           COMPUTE WS-GAP-LAST = WS-INV-IX - 2.
           COMPUTE WS-GAP-SIZE = WS-INV-IX - WS-GAP-START.
           ADD 1 TO WS-GAP-COUNT.
           ADD WS-GAP-SIZE TO WS-GAP-NUMBERS.
           IF WS-GAP-SIZE = 1
               STRING "    MISSING " WS-GAP-FIRST
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
           ELSE
               STRING "    MISSING " WS-GAP-FIRST " THRU "
                      WS-GAP-LAST " (" WS-GAP-SIZE " NUMBERS)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.

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
      *> Persistent record of the failure for the morning report -
      *> the screen message scrolls away, ERRORLOG.DAT does not.
           CALL "ErrLog" USING WS-ERRLOG-PROGRAM WS-FILE-ERR-NAME
               WS-FILE-ERR-STATUS WS-ERRLOG-KEY.
           MOVE 1 TO RETURN-CODE.
           GOBACK.
       FILE-ERROR-PARA-EXIT.
           EXIT.

       END PROGRAM InvSeqAudit.
