      *          same way, and ages off waiting entries older than the
      *          configured stale period so the list stops carrying
      *          families who gave up months ago. Offer and stale days
      *          come from WAITLISTCFG.DAT. Every accept, decline,
      *          expiry, and age-off is logged to WLACTLOG.DAT for
      *          the enrollment demand report. Offers are for a seat
      *          in one section of the lesson - a freed seat goes to
      *          the longest-waiting family holding out for that
      *          section or willing to take any.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-WLCFG-STATUS.

           SELECT WaitlistActLog ASSIGN TO "WLACTLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-WLACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD WAITLIST.
               02 WLC-SEP1       PIC X.
               02 WLC-STALE-DAYS PIC 9(3).

           FD WaitlistActLog.
            *> Design the activity record - shared with
            *> DemandReport.cbl
            COPY WLACTREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "WaitlistMgr".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-NEXT-FOUND-FLAG   PIC X VALUE "N".
            88 WS-NEXT-IS-FOUND VALUE "Y".
        01 WS-FREED-LESSON      PIC X(3) VALUE SPACES.
        01 WS-FREED-SECTION     PIC 9(2) VALUE 0.
        01 WS-LIST-COUNT        PIC 9(3) VALUE 0.
        01 WS-SWEEP-EXPIRED     PIC 9(3) VALUE 0.
        01 WS-SWEEP-STALE       PIC 9(3) VALUE 0.
        01 WS-WLCFG-STATUS      PIC XX VALUE "00".
            88 WS-WLCFG-OK      VALUE "00".
            88 WS-WLCFG-MISSING VALUE "35".
        01 WS-WLACT-STATUS      PIC XX VALUE "00".
            88 WS-WLACT-OK      VALUE "00".
            88 WS-WLACT-MISSING VALUE "35".
        01 WS-LOG-ACTION        PIC X VALUE SPACE.
        01 WS-FILE-ERR-NAME     PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS   PIC XX VALUE SPACES.

               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM SELECT-MODE THRU SELECT-MODE-EXIT.
           OPEN EXTEND WaitlistActLog.
           IF WS-WLACT-MISSING
               OPEN OUTPUT WaitlistActLog
           END-IF.
           IF NOT WS-WLACT-OK
               MOVE "WLACTLOG" TO WS-FILE-ERR-NAME
               MOVE WS-WLACT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-MODE-LIST
                   PERFORM LIST-OFFERS THRU LIST-OFFERS-EXIT
               WHEN WS-MODE-EXPIRE
                   PERFORM EXPIRE-SWEEP THRU EXPIRE-SWEEP-EXIT
           END-EVALUATE.
           CLOSE WaitlistActLog.
           CLOSE WAITLIST.
           GOBACK.

                       IF WL-OFFERED
                           DISPLAY "    " WL-STUDENT-ID " " WL-NAME
                                   " LESSON " WL-LESSON
                                   " SECTION " WL-SECTION
                                   " RESPOND BY " WL-OFFER-DEADLINE
                           ADD 1 TO WS-LIST-COUNT
                       END-IF
           END-IF.
           PERFORM ENROLL-OFFERED-STUDENT
               THRU ENROLL-OFFERED-STUDENT-EXIT.
           MOVE "A" TO WS-LOG-ACTION.
           PERFORM LOG-WAITLIST-ACTION THRU LOG-WAITLIST-ACTION-EXIT.
           DELETE WAITLIST RECORD.
           DISPLAY "OFFER ACCEPTED - STUDENT " WL-STUDENT-ID
                   " ENROLLED IN " WL-LESSON " SECTION " WL-SECTION.
       ACCEPT-OFFER-EXIT.
           EXIT.

           END-IF.
           MOVE WL-STUDENT-ID TO EN-STUDENT-ID.
           MOVE WL-LESSON TO EN-LESSON.
           MOVE SPACE TO EN-SEP1.
           MOVE WL-SECTION TO EN-SECTION.
           WRITE ENROLL-REC
               INVALID KEY CONTINUE
           END-WRITE.
               GO TO DECLINE-OFFER-EXIT
           END-IF.
           MOVE WL-LESSON TO WS-FREED-LESSON.
           MOVE WL-SECTION TO WS-FREED-SECTION.
           MOVE "D" TO WS-LOG-ACTION.
           PERFORM LOG-WAITLIST-ACTION THRU LOG-WAITLIST-ACTION-EXIT.
           DELETE WAITLIST RECORD.
           DISPLAY "OFFER DECLINED - STUDENT " WS-STUDENT-ID-IN
                   " DROPPED FROM THE " WS-FREED-LESSON " WAITLIST".

      *> Same longest-waiting pick PROMOTE-FROM-WAITLIST makes in
      *> tut_zapisz_plik.cbl - the seat goes straight to the next
      *> waiting entry for the lesson that wants the freed section or
      *> will take any.
       OFFER-NEXT-IN-LINE.
           MOVE "N" TO WS-NEXT-FOUND-FLAG.
           MOVE LOW-VALUES TO WL-TIMESTAMP.
                   NOT AT END
                       IF WL-LESSON = WS-FREED-LESSON
                          AND WL-WAITING
                          AND (WL-SECTION = 0
                               OR WL-SECTION = WS-FREED-SECTION)
                           MOVE "Y" TO WS-NEXT-FOUND-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NEXT-IS-FOUND
               MOVE "O" TO WL-OFFER-STATUS
               MOVE WS-FREED-SECTION TO WL-SECTION
               COMPUTE WL-OFFER-DEADLINE =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-TODAY)
               REWRITE WAITLIST-REC
               DISPLAY "SEAT OFFERED TO NEXT IN LINE - STUDENT "
                       WL-STUDENT-ID " FOR " WS-FREED-LESSON
                       " SECTION " WS-FREED-SECTION
                       ", RESPOND BY " WL-OFFER-DEADLINE
           END-IF.
       OFFER-NEXT-IN-LINE-EXIT.
               INVALID KEY
                   GO TO SWEEP-ONE-ENTRY-EXIT
           END-READ.
           IF WS-SWEEP-KIND (WS-SWEEP-IX) = "E"
               MOVE "X" TO WS-LOG-ACTION
           ELSE
               MOVE "S" TO WS-LOG-ACTION
           END-IF.
           PERFORM LOG-WAITLIST-ACTION THRU LOG-WAITLIST-ACTION-EXIT.
           MOVE WL-SECTION TO WS-FREED-SECTION.
           DELETE WAITLIST RECORD.
           IF WS-SWEEP-KIND (WS-SWEEP-IX) = "E"
               ADD 1 TO WS-SWEEP-EXPIRED
       SWEEP-ONE-ENTRY-EXIT.
           EXIT.

      *> Logged off the entry in the record area, before it is
      *> deleted.
       LOG-WAITLIST-ACTION.
           MOVE WS-TODAY TO WA-DATE.
           MOVE WS-LOG-ACTION TO WA-ACTION.
           MOVE WL-STUDENT-ID TO WA-STUDENT-ID.
           MOVE WL-LESSON TO WA-LESSON.
           MOVE SPACE TO WA-SEP1 WA-SEP2 WA-SEP3.
           WRITE WL-ACTIVITY-REC.
           IF NOT WS-WLACT-OK
               MOVE "WLACTLOG" TO WS-FILE-ERR-NAME
               MOVE WS-WLACT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
       LOG-WAITLIST-ACTION-EXIT.
           EXIT.

       FILE-ERROR-PARA.
           DISPLAY "FILE I/O ERROR ON " WS-FILE-ERR-NAME
                   " - STATUS " WS-FILE-ERR-STATUS.
