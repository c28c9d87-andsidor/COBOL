      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance and listing for the ITEMS.DAT item master
      *          that tut_deciamal_artmetic.cob's batch pricing run
      *          validates invoice lines against - add an item with
      *          its description, list price and taxable flag, correct
      *          one (including taking it out of use with the active
      *          flag), or list the whole master.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ItemMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ItemFile ASSIGN TO "ITEMS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IT-CODE
           FILE STATUS IS WS-ITEMFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ItemFile.
            COPY ITEMREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "ItemMaint".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-MODE              PIC X VALUE SPACE.
            88 WS-MODE-ADD      VALUE "A".
            88 WS-MODE-CORRECT  VALUE "C".
            88 WS-MODE-REPORT   VALUE "R".

        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-CODE-IN           PIC X(15) VALUE SPACES.
        01 WS-DUP-FOUND         PIC X VALUE "N".
            88 WS-CODE-EXISTS   VALUE "Y".
        01 WS-PRICE-EDIT        PIC Z,ZZ9.99.
        01 WS-REPORT-COUNT      PIC 9(5) VALUE 0.
        01 WS-ACTIVE-COUNT      PIC 9(5) VALUE 0.

        01 WS-ITEMFILE-STATUS   PIC XX VALUE "00".
            88 WS-ITEMFILE-OK      VALUE "00".
            88 WS-ITEMFILE-MISSING VALUE "35".
        01 WS-FILE-ERR-NAME     PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS   PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O ItemFile.
           IF WS-ITEMFILE-MISSING
               OPEN OUTPUT ItemFile
               CLOSE ItemFile
               OPEN I-O ItemFile
           END-IF.
           IF NOT WS-ITEMFILE-OK
               MOVE "ITEMS" TO WS-FILE-ERR-NAME
               MOVE WS-ITEMFILE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "ENTER MODE - (A)DD, (C)ORRECT, OR (R)EPORT: "
                   WITH NO ADVANCING.
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE-ADD
                   PERFORM ADD-ITEM THRU ADD-ITEM-EXIT
               WHEN WS-MODE-CORRECT
                   PERFORM CORRECT-ITEM THRU CORRECT-ITEM-EXIT
               WHEN WS-MODE-REPORT
                   PERFORM ITEM-REPORT THRU ITEM-REPORT-EXIT
               WHEN OTHER
                   DISPLAY "INVALID MODE - ENTER A, C, OR R - "
                           "NOTHING DONE"
           END-EVALUATE.
           CLOSE ItemFile.
           STOP RUN.

       ADD-ITEM.
           DISPLAY "Item code (15 chars, as keyed on the invoice): "
                   WITH NO ADVANCING.
           ACCEPT WS-CODE-IN.
           IF WS-CODE-IN = SPACES
               DISPLAY "ERROR: ITEM CODE REQUIRED - NOT ADDED"
               GO TO ADD-ITEM-EXIT
           END-IF.
           MOVE WS-CODE-IN TO IT-CODE.
           MOVE "N" TO WS-DUP-FOUND.
           READ ItemFile
               INVALID KEY MOVE "N" TO WS-DUP-FOUND
               NOT INVALID KEY MOVE "Y" TO WS-DUP-FOUND
           END-READ.
           IF WS-CODE-EXISTS
               DISPLAY "ERROR: ITEM " WS-CODE-IN
                       " ALREADY ON FILE - NOT ADDED"
               GO TO ADD-ITEM-EXIT
           END-IF.
           MOVE WS-CODE-IN TO IT-CODE.
           MOVE SPACE TO IT-SEP1 IT-SEP2 IT-SEP3 IT-SEP4.
           MOVE SPACES TO IT-DESC.
           MOVE 0 TO IT-LIST-PRICE.
           MOVE "Y" TO IT-TAXABLE.
           MOVE "A" TO IT-ACTIVE.
           PERFORM ACCEPT-ITEM-FIELDS THRU ACCEPT-ITEM-FIELDS-EXIT.
           WRITE ITEM-REC
               INVALID KEY
                   MOVE "ITEMS" TO WS-FILE-ERR-NAME
                   MOVE WS-ITEMFILE-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-WRITE.
           DISPLAY "ITEM " WS-CODE-IN " ADDED".
       ADD-ITEM-EXIT.
           EXIT.

       CORRECT-ITEM.
           DISPLAY "Item code to correct: " WITH NO ADVANCING.
           ACCEPT WS-CODE-IN.
           MOVE WS-CODE-IN TO IT-CODE.
           READ ItemFile
               INVALID KEY
                   DISPLAY "ERROR: ITEM " WS-CODE-IN
                           " NOT FOUND - NOTHING TO CORRECT"
               NOT INVALID KEY
                   MOVE IT-LIST-PRICE TO WS-PRICE-EDIT
                   DISPLAY "CURRENT: " IT-DESC " LIST " WS-PRICE-EDIT
                           " TAXABLE " IT-TAXABLE " ACTIVE " IT-ACTIVE
                   PERFORM ACCEPT-ITEM-FIELDS
                       THRU ACCEPT-ITEM-FIELDS-EXIT
                   PERFORM ACCEPT-ACTIVE-FLAG
                       THRU ACCEPT-ACTIVE-FLAG-EXIT
                   REWRITE ITEM-REC
                   IF NOT WS-ITEMFILE-OK
                       MOVE "ITEMS" TO WS-FILE-ERR-NAME
                       MOVE WS-ITEMFILE-STATUS TO WS-FILE-ERR-STATUS
                       PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
                   ELSE
                       DISPLAY "ITEM " WS-CODE-IN " CORRECTED"
                   END-IF
           END-READ.
       CORRECT-ITEM-EXIT.
           EXIT.

       ACCEPT-ITEM-FIELDS.
           DISPLAY "Description: " WITH NO ADVANCING.
           ACCEPT IT-DESC.
           DISPLAY "List price (e.g. 0125.00): " WITH NO ADVANCING.
           ACCEPT IT-LIST-PRICE.
       ACCEPT-TAXABLE-FLAG.
           DISPLAY "Taxable - (Y)es or (N)o: " WITH NO ADVANCING.
           ACCEPT IT-TAXABLE.
           IF NOT IT-IS-TAXABLE AND NOT IT-NOT-TAXABLE
               DISPLAY "TAXABLE FLAG MUST BE Y OR N - TRY AGAIN"
               GO TO ACCEPT-TAXABLE-FLAG
           END-IF.
       ACCEPT-ITEM-FIELDS-EXIT.
           EXIT.

       ACCEPT-ACTIVE-FLAG.
           DISPLAY "Status - (A)ctive or (I)nactive: "
                   WITH NO ADVANCING.
           ACCEPT IT-ACTIVE.
           IF NOT IT-IS-ACTIVE AND NOT IT-IS-INACTIVE
               DISPLAY "STATUS MUST BE A OR I - TRY AGAIN"
               GO TO ACCEPT-ACTIVE-FLAG
           END-IF.
       ACCEPT-ACTIVE-FLAG-EXIT.
           EXIT.

       ITEM-REPORT.
           DISPLAY "ITEM CODE       DESCRIPTION                    "
                   "   LIST TAX ACT".
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ItemFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE IT-LIST-PRICE TO WS-PRICE-EDIT
                       DISPLAY IT-CODE " " IT-DESC " " WS-PRICE-EDIT
                               "  " IT-TAXABLE "   " IT-ACTIVE
                       ADD 1 TO WS-REPORT-COUNT
                       IF IT-IS-ACTIVE
                           ADD 1 TO WS-ACTIVE-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "ITEMS ON FILE: " WS-REPORT-COUNT
                   "  ACTIVE: " WS-ACTIVE-COUNT.
       ITEM-REPORT-EXIT.
           EXIT.

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

       END PROGRAM ItemMaint.
