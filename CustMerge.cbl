      *          survivor, folds the duplicate's address into
      *          CUSTCHG.DAT as a merge entry, marks the duplicate
      *          record (M)erged, and prints the before/after summary
      *          for the file. The duplicate's invoice lines are found
      *          on the IO-CUSTID alternate key and rewritten in place.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           FILE STATUS IS WS-STUDENT-STATUS.

           SELECT INVOICE-OUT ASSIGN TO "INVOICEOUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IO-KEY
           ALTERNATE RECORD KEY IS IO-CUSTID WITH DUPLICATES
           FILE STATUS IS WS-INVOICE-OUT-STATUS.

           SELECT CustChgFile ASSIGN TO "CUSTCHG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
            *> tut_deciamal_artmetic.cob
            COPY INVOUTREC.

           FD CustChgFile.
            *> Design the change-history record - shared with
            *> tut_file_read.cob - a merge writes one entry for the
            *> duplicate with its address as the before image and the
            *> survivor's as the after.
            COPY CUSTCHGREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "CustMerge".
        01 WS-STUD-REPOINTED  PIC 9(5) VALUE 0.
        01 WS-CONFIRM         PIC X VALUE SPACE.

        01 WS-SURVIVOR-REC    PIC X(142) VALUE SPACES.
        01 WS-DUP-REC         PIC X(142) VALUE SPACES.

      *> Student IDs whose household link points at the duplicate -
      *> collect-then-rewrite so the NEXT-record scan stays honest.
        01 WS-INVOICE-OUT-STATUS PIC XX VALUE "00".
            88 WS-INVOICE-OUT-OK      VALUE "00".
            88 WS-INVOICE-OUT-MISSING VALUE "35".
        01 WS-CUSTCHG-STATUS  PIC XX VALUE "00".
            88 WS-CUSTCHG-OK      VALUE "00".
            88 WS-CUSTCHG-MISSING VALUE "35".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CUSTOMER MERGE UTILITY".
           DISPLAY "Surviving customer IDNum: " WITH NO ADVANCING.
           ACCEPT WS-SURVIVOR-ID.
           DISPLAY "Duplicate customer IDNum: " WITH NO ADVANCING.
       VERIFY-BOTH-ACCOUNTS-EXIT.
           EXIT.

      *> Every line billed to the duplicate moves to the survivor,
      *> rewritten in place. Changing IO-CUSTID takes the line off the
      *> duplicate's alternate-key chain, so each pass STARTs afresh
      *> on the duplicate and takes the first line still left there.
       REPOINT-INVOICE-LINES.
           MOVE "N" TO WS-EOF.
           OPEN I-O INVOICE-OUT.
           IF WS-INVOICE-OUT-MISSING
               DISPLAY "NO INVOICES ON FILE - NONE TO REPOINT"
               GO TO REPOINT-INVOICE-LINES-EXIT
               MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM REPOINT-ONE-LINE THRU REPOINT-ONE-LINE-EXIT
               UNTIL WS-EOF = "Y".
           CLOSE INVOICE-OUT.
       REPOINT-INVOICE-LINES-EXIT.
           EXIT.

       REPOINT-ONE-LINE.
           MOVE WS-DUP-ID TO IO-CUSTID.
           START INVOICE-OUT KEY IS = IO-CUSTID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
                   GO TO REPOINT-ONE-LINE-EXIT
           END-START.
           READ INVOICE-OUT NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO REPOINT-ONE-LINE-EXIT
           END-READ.
           MOVE WS-SURVIVOR-ID TO IO-CUSTID.
           REWRITE INVOICE-OUT-REC.
           IF NOT WS-INVOICE-OUT-OK
               MOVE "INVOICEOUT" TO WS-FILE-ERR-NAME
               MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           ADD 1 TO WS-INV-REPOINTED.
       REPOINT-ONE-LINE-EXIT.
           EXIT.

       REPOINT-HOUSEHOLD-LINKS.
           MOVE "N" TO WS-EOF.
           OPEN I-O STUDENT.
           MOVE Zip TO CC-NEW-ZIP.
           MOVE Phone TO CC-NEW-PHONE.
           MOVE CustStatus TO CC-NEW-STATUS.
           MOVE "CUSTMRG" TO CC-USER-ID.
           PERFORM WRITE-CUSTCHG-ATTEMPT
               THRU WRITE-CUSTCHG-ATTEMPT-EXIT.
           CLOSE CustChgFile.
