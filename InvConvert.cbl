      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of INVOICEOUT.DAT from the old
      *          line sequential file to the indexed file every
      *          program now opens. Reads the old 88-byte lines in
      *          file order, gives each line the next line number on
      *          its invoice (001, 002, ...), and loads them into
      *          INVOICEOUT.IDX, which the shared FileSwap subprogram
      *          then swaps in over INVOICEOUT.DAT. INVCARCH.DAT and
      *          HELDORD.DAT keep the record layout as plain files, so
      *          they are rewritten to the new 91-byte length with a
      *          zero line number the same way. A live file that
      *          already opens as an indexed file has been converted
      *          and is left alone, and so is an archive or held-order
      *          file whose first line is already at the new length or
      *          carries a line number - a rerun only finishes what an
      *          earlier run did not.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. InvConvert.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-INVOICE ASSIGN TO "INVOICEOUT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-OLD-STATUS.

           SELECT INVOICE-OUT ASSIGN TO "INVOICEOUT.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IO-KEY
           ALTERNATE RECORD KEY IS IO-CUSTID WITH DUPLICATES
           FILE STATUS IS WS-INVOICE-OUT-STATUS.

      *> The live name opened as the indexed file - it only opens
      *> clean once the live file has been converted.
           SELECT LIVE-INVOICE ASSIGN TO "INVOICEOUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LI-KEY
           ALTERNATE RECORD KEY IS LI-CUSTID WITH DUPLICATES
           FILE STATUS IS WS-LIVE-STATUS.

      *> Archive and held-order files - read at the old length and
      *> written back at the new one through the .NEW name.
           SELECT OLD-FLAT ASSIGN TO WS-FLAT-LIVE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-OLD-FLAT-STATUS.

           SELECT NEW-FLAT ASSIGN TO WS-FLAT-NEW
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-NEW-FLAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD OLD-INVOICE.
           01 OLD-INVOICE-REC.
               02 OI-INVOICE-NUM PIC 9(5).
               02 OI-REST        PIC X(83).

           FD INVOICE-OUT.
            COPY INVOUTREC.

      *> Same key positions as INVOUTREC.
           FD LIVE-INVOICE.
           01 LIVE-INVOICE-REC.
               02 LI-KEY         PIC X(8).
               02 LI-SEPN        PIC X.
               02 LI-CUSTID      PIC 9(5).
               02 LI-REST        PIC X(77).

      *> Long enough to hold a line already at the new length, so a
      *> converted file can be told from an old one.
           FD OLD-FLAT
               RECORD VARYING IN SIZE FROM 1 TO 91 CHARACTERS
               DEPENDING ON WS-OLD-FLAT-LEN.
           01 OLD-FLAT-REC.
               02 OF-INVOICE-NUM PIC 9(5).
               02 OF-REST        PIC X(86).

           FD NEW-FLAT.
           01 NEW-FLAT-REC.
               02 NF-INVOICE-NUM PIC 9(5).
               02 NF-LINE-NUM    PIC 9(3).
               02 NF-REST        PIC X(83).

       WORKING-STORAGE SECTION.
       01 WS-ERRLOG-PROGRAM     PIC X(20) VALUE "InvConvert".
       01 WS-ERRLOG-KEY         PIC X(10) VALUE SPACES.
       01 WS-FILE-ERR-NAME      PIC X(15) VALUE SPACES.
       01 WS-FILE-ERR-STATUS    PIC XX VALUE SPACES.

       01 WS-OLD-STATUS         PIC XX VALUE "00".
           88 WS-OLD-OK         VALUE "00".
           88 WS-OLD-MISSING    VALUE "35".
       01 WS-INVOICE-OUT-STATUS PIC XX VALUE "00".
           88 WS-INVOICE-OUT-OK VALUE "00".
       01 WS-LIVE-STATUS        PIC XX VALUE "00".
           88 WS-LIVE-OK        VALUE "00".
       01 WS-OLD-FLAT-STATUS    PIC XX VALUE "00".
           88 WS-OLD-FLAT-OK      VALUE "00".
           88 WS-OLD-FLAT-MISSING VALUE "35".
       01 WS-NEW-FLAT-STATUS    PIC XX VALUE "00".
           88 WS-NEW-FLAT-OK    VALUE "00".
       01 WS-OLD-FLAT-LEN       PIC 9(3) VALUE 0.

       01 WS-EOF                PIC A(1) VALUE "N".

      *> Highest line number given out so far, one slot per invoice
      *> number - an invoice's lines need not sit together in the old
      *> file.
       01 WS-LAST-LINE-TABLE.
           05 WS-LAST-LINE      PIC 9(3) VALUE 0
                                OCCURS 100000 TIMES.

       01 WS-LINES-READ         PIC 9(7) VALUE 0.
       01 WS-LINES-LOADED       PIC 9(7) VALUE 0.
       01 WS-FLAT-COUNT         PIC 9(7) VALUE 0.

       01 WS-SWAP-MODE          PIC X VALUE "S".
       01 WS-SWAP-LIVE          PIC X(30) VALUE "INVOICEOUT.DAT".
       01 WS-SWAP-NEW           PIC X(30) VALUE "INVOICEOUT.IDX".
       01 WS-SWAP-RESULT        PIC X VALUE "N".
       01 WS-FLAT-LIVE          PIC X(30) VALUE SPACES.
       01 WS-FLAT-NEW           PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONVERT-LIVE-FILE THRU CONVERT-LIVE-FILE-EXIT.
           MOVE "INVCARCH.DAT" TO WS-FLAT-LIVE.
           MOVE "INVCARCH.NEW" TO WS-FLAT-NEW.
           PERFORM CONVERT-FLAT-FILE THRU CONVERT-FLAT-FILE-EXIT.
           MOVE "HELDORD.DAT" TO WS-FLAT-LIVE.
           MOVE "HELDORD.NEW" TO WS-FLAT-NEW.
           PERFORM CONVERT-FLAT-FILE THRU CONVERT-FLAT-FILE-EXIT.
           GOBACK.

       CONVERT-LIVE-FILE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT LIVE-INVOICE.
           IF WS-LIVE-OK
               CLOSE LIVE-INVOICE
               DISPLAY "INVOICEOUT.DAT ALREADY CONVERTED"
               GO TO CONVERT-LIVE-FILE-EXIT
           END-IF.
           OPEN INPUT OLD-INVOICE.
           IF WS-OLD-MISSING
               DISPLAY "NO INVOICEOUT.DAT ON FILE - NOTHING TO CONVERT"
               GO TO CONVERT-LIVE-FILE-EXIT
           END-IF.
           IF NOT WS-OLD-OK
               MOVE "INVOICEOUT" TO WS-FILE-ERR-NAME
               MOVE WS-OLD-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           OPEN OUTPUT INVOICE-OUT.
           IF NOT WS-INVOICE-OUT-OK
               MOVE "INVOICEOUTIDX" TO WS-FILE-ERR-NAME
               MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ OLD-INVOICE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM CONVERT-ONE-LINE
                              THRU CONVERT-ONE-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE OLD-INVOICE.
           CLOSE INVOICE-OUT.
           CALL "FileSwap" USING WS-SWAP-MODE WS-SWAP-LIVE
               WS-SWAP-NEW WS-SWAP-RESULT.
           IF WS-SWAP-RESULT NOT = "Y"
               MOVE "INVOICEOUT" TO WS-FILE-ERR-NAME
               MOVE "SW" TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "INVOICE LINES READ  : " WS-LINES-READ.
           DISPLAY "INVOICE LINES LOADED: " WS-LINES-LOADED.
       CONVERT-LIVE-FILE-EXIT.
           EXIT.

       CONVERT-ONE-LINE.
           ADD 1 TO WS-LINES-READ.
           ADD 1 TO WS-LAST-LINE (OI-INVOICE-NUM + 1).
           MOVE OI-INVOICE-NUM TO IO-INVOICE-NUM.
           MOVE WS-LAST-LINE (OI-INVOICE-NUM + 1) TO IO-LINE-NUM.
           MOVE OI-REST TO INVOICE-OUT-REC (9:83).
           WRITE INVOICE-OUT-REC.
           IF NOT WS-INVOICE-OUT-OK
               MOVE "INVOICEOUTIDX" TO WS-FILE-ERR-NAME
               MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           ADD 1 TO WS-LINES-LOADED.
       CONVERT-ONE-LINE-EXIT.
           EXIT.

      *> Archive and held lines are never keyed - they take line
      *> number zero and keep their place in the file.
       CONVERT-FLAT-FILE.
           MOVE "N" TO WS-EOF.
           MOVE 0 TO WS-FLAT-COUNT.
           OPEN INPUT OLD-FLAT.
           IF WS-OLD-FLAT-MISSING
               GO TO CONVERT-FLAT-FILE-EXIT
           END-IF.
           IF NOT WS-OLD-FLAT-OK
               MOVE WS-FLAT-LIVE TO WS-FILE-ERR-NAME
               MOVE WS-OLD-FLAT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
      *> The old layout has the separator right after the invoice
      *> number; the new one has the line number's digits there.
           READ OLD-FLAT
               AT END MOVE "Y" TO WS-EOF
           END-READ.
           IF WS-EOF = "N"
              AND (WS-OLD-FLAT-LEN > 88
                   OR OLD-FLAT-REC (6:3) IS NUMERIC)
               CLOSE OLD-FLAT
               DISPLAY WS-FLAT-LIVE " ALREADY CONVERTED"
               GO TO CONVERT-FLAT-FILE-EXIT
           END-IF.
           OPEN OUTPUT NEW-FLAT.
           IF NOT WS-NEW-FLAT-OK
               MOVE WS-FLAT-NEW TO WS-FILE-ERR-NAME
               MOVE WS-NEW-FLAT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               PERFORM CONVERT-ONE-FLAT-LINE
                   THRU CONVERT-ONE-FLAT-LINE-EXIT
               READ OLD-FLAT
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE OLD-FLAT.
           CLOSE NEW-FLAT.
           MOVE WS-FLAT-LIVE TO WS-SWAP-LIVE.
           MOVE WS-FLAT-NEW TO WS-SWAP-NEW.
           CALL "FileSwap" USING WS-SWAP-MODE WS-SWAP-LIVE
               WS-SWAP-NEW WS-SWAP-RESULT.
           IF WS-SWAP-RESULT NOT = "Y"
               MOVE WS-FLAT-LIVE TO WS-FILE-ERR-NAME
               MOVE "SW" TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY WS-FLAT-LIVE " LINES REFORMATTED: " WS-FLAT-COUNT.
       CONVERT-FLAT-FILE-EXIT.
           EXIT.

       CONVERT-ONE-FLAT-LINE.
           MOVE OF-INVOICE-NUM TO NF-INVOICE-NUM.
           MOVE 0 TO NF-LINE-NUM.
           MOVE OF-REST (1:83) TO NF-REST.
           WRITE NEW-FLAT-REC.
           IF NOT WS-NEW-FLAT-OK
               MOVE WS-FLAT-NEW TO WS-FILE-ERR-NAME
               MOVE WS-NEW-FLAT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           ADD 1 TO WS-FLAT-COUNT.
       CONVERT-ONE-FLAT-LINE-EXIT.
           EXIT.

       FILE-ERROR-PARA.
           DISPLAY "FILE I/O ERROR ON " WS-FILE-ERR-NAME
                   " - STATUS " WS-FILE-ERR-STATUS.
           CALL "ErrLog" USING WS-ERRLOG-PROGRAM WS-FILE-ERR-NAME
               WS-FILE-ERR-STATUS WS-ERRLOG-KEY.
           MOVE 1 TO RETURN-CODE.
           GOBACK.
       FILE-ERROR-PARA-EXIT.
           EXIT.

       END PROGRAM InvConvert.
