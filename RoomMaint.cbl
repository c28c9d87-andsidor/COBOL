      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance for the ROOM.DAT room master - add or
      *          correct a room (code, description, seat count, and
      *          the weekdays it is available) or list them. CM-ROOM
      *          used to be free text, so a typo made up a room and a
      *          20-student class could be put in an 8-seat practice
      *          room; CourseMaint.cbl now checks every section's room
      *          against this file. A correction that leaves sections
      *          already scheduled in the room over its seats, or on a
      *          day it is no longer available, lists them so they can
      *          be moved.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RoomMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RoomFile ASSIGN TO "ROOM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-CODE
           FILE STATUS IS WS-ROOM-STATUS.

           SELECT CourseFile ASSIGN TO "COURSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CM-KEY
           ALTERNATE RECORD KEY IS CM-LESSON WITH DUPLICATES
           FILE STATUS IS WS-COURSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD RoomFile.
            *> Design the room record - shared with CourseMaint.cbl
            *> and Timetable.cbl
            COPY ROOMREC.

           FD CourseFile.
            *> Design the course record - shared with CourseMaint.cbl
            COPY COURSEREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "RoomMaint".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-MODE              PIC X VALUE SPACE.
            88 WS-MODE-ADD      VALUE "A".
            88 WS-MODE-CORRECT  VALUE "C".
            88 WS-MODE-LIST     VALUE "L".

        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-ROOM-IN           PIC X(5) VALUE SPACES.
        01 WS-SEATS-IN          PIC 9(3) VALUE 0.
        01 WS-DUP-FOUND         PIC X VALUE "N".
            88 WS-ROOM-EXISTS   VALUE "Y".
        01 WS-LIST-COUNT        PIC 9(5) VALUE 0.
        01 WS-OVER-COUNT        PIC 9(3) VALUE 0.

      *> Weekday names in RM-AVAIL-DAY order, for the prompts and for
      *> matching a section's CM-MEET-DAY to its flag.
        01 WS-DAY-NAMES         PIC X(15) VALUE "MONTUEWEDTHUFRI".
        01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
            02 WS-DAY-NAME      PIC X(3) OCCURS 5 TIMES.
        01 WS-DAY-IX            PIC 9 VALUE 0.
        01 WS-DAY-MATCH-IX      PIC 9 VALUE 0.
        01 WS-AVAIL-IN          PIC X VALUE SPACE.

        01 WS-ROOM-STATUS       PIC XX VALUE "00".
            88 WS-ROOM-OK       VALUE "00".
            88 WS-ROOM-MISSING  VALUE "35".
        01 WS-COURSE-STATUS     PIC XX VALUE "00".
            88 WS-COURSE-OK      VALUE "00".
            88 WS-COURSE-MISSING VALUE "35".
        01 WS-FILE-ERR-NAME     PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS   PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O RoomFile.
           IF WS-ROOM-MISSING
               OPEN OUTPUT RoomFile
               CLOSE RoomFile
               OPEN I-O RoomFile
           END-IF.
           IF NOT WS-ROOM-OK
               MOVE "ROOM" TO WS-FILE-ERR-NAME
               MOVE WS-ROOM-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "ENTER MODE - (A)DD, (C)ORRECT, OR (L)IST: "
                   WITH NO ADVANCING.
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE-ADD
                   PERFORM ADD-ROOM THRU ADD-ROOM-EXIT
               WHEN WS-MODE-CORRECT
                   PERFORM CORRECT-ROOM THRU CORRECT-ROOM-EXIT
               WHEN WS-MODE-LIST
                   PERFORM LIST-ROOMS THRU LIST-ROOMS-EXIT
               WHEN OTHER
                   DISPLAY "INVALID MODE - ENTER A, C, OR L - "
                           "NOTHING DONE"
           END-EVALUATE.
           CLOSE RoomFile.
           STOP RUN.

       ADD-ROOM.
           DISPLAY "Room code (5 chars): " WITH NO ADVANCING.
           ACCEPT WS-ROOM-IN.
           IF WS-ROOM-IN = SPACES
               DISPLAY "ERROR: ROOM CODE IS REQUIRED - NOT ADDED"
               GO TO ADD-ROOM-EXIT
           END-IF.
           MOVE WS-ROOM-IN TO RM-CODE.
           MOVE "N" TO WS-DUP-FOUND.
           READ RoomFile
               INVALID KEY MOVE "N" TO WS-DUP-FOUND
               NOT INVALID KEY MOVE "Y" TO WS-DUP-FOUND
           END-READ.
           IF WS-ROOM-EXISTS
               DISPLAY "ERROR: ROOM " WS-ROOM-IN
                       " ALREADY ON FILE - NOT ADDED"
               GO TO ADD-ROOM-EXIT
           END-IF.
           MOVE WS-ROOM-IN TO RM-CODE.
           MOVE SPACE TO RM-SEP1 RM-SEP2 RM-SEP3.
           PERFORM ACCEPT-ROOM-FIELDS THRU ACCEPT-ROOM-FIELDS-EXIT.
           WRITE ROOM-REC
               INVALID KEY
                   MOVE "ROOM" TO WS-FILE-ERR-NAME
                   MOVE WS-ROOM-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-WRITE.
           DISPLAY "ROOM " WS-ROOM-IN " ADDED".
       ADD-ROOM-EXIT.
           EXIT.

       CORRECT-ROOM.
           DISPLAY "Room code to correct: " WITH NO ADVANCING.
           ACCEPT WS-ROOM-IN.
           MOVE WS-ROOM-IN TO RM-CODE.
           READ RoomFile
               INVALID KEY
                   DISPLAY "ERROR: ROOM " WS-ROOM-IN
                           " NOT FOUND - NOTHING TO CORRECT"
                   GO TO CORRECT-ROOM-EXIT
           END-READ.
           DISPLAY "CURRENT: " RM-DESC " SEATS " RM-SEATS
                   " DAYS (M-F) " RM-AVAIL-DAYS.
           PERFORM ACCEPT-ROOM-FIELDS THRU ACCEPT-ROOM-FIELDS-EXIT.
           REWRITE ROOM-REC.
           IF NOT WS-ROOM-OK
               MOVE "ROOM" TO WS-FILE-ERR-NAME
               MOVE WS-ROOM-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "ROOM " WS-ROOM-IN " CORRECTED".
           PERFORM CHECK-ROOM-SECTIONS THRU CHECK-ROOM-SECTIONS-EXIT.
       CORRECT-ROOM-EXIT.
           EXIT.

       ACCEPT-ROOM-FIELDS.
           DISPLAY "Description: " WITH NO ADVANCING.
           ACCEPT RM-DESC.
       ACCEPT-ROOM-SEATS.
           DISPLAY "Seats (3 digits): " WITH NO ADVANCING.
           ACCEPT WS-SEATS-IN.
           IF WS-SEATS-IN NOT NUMERIC OR WS-SEATS-IN = 0
               DISPLAY "INVALID SEAT COUNT - TRY AGAIN"
               GO TO ACCEPT-ROOM-SEATS
           END-IF.
           MOVE WS-SEATS-IN TO RM-SEATS.
           PERFORM ACCEPT-ONE-DAY THRU ACCEPT-ONE-DAY-EXIT
               VARYING WS-DAY-IX FROM 1 BY 1
               UNTIL WS-DAY-IX > 5.
       ACCEPT-ROOM-FIELDS-EXIT.
           EXIT.

       ACCEPT-ONE-DAY.
           DISPLAY "Available " WS-DAY-NAME (WS-DAY-IX) " (Y/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-AVAIL-IN.
           IF WS-AVAIL-IN NOT = "Y" AND WS-AVAIL-IN NOT = "N"
               DISPLAY "ENTER Y OR N"
               GO TO ACCEPT-ONE-DAY
           END-IF.
           MOVE WS-AVAIL-IN TO RM-AVAIL-DAY (WS-DAY-IX).
       ACCEPT-ONE-DAY-EXIT.
           EXIT.

      *> The room's existing sections were checked against the old
      *> seats and days - anything the correction has left over the
      *> line is listed for the office to move or resize.
       CHECK-ROOM-SECTIONS.
           MOVE 0 TO WS-OVER-COUNT.
           OPEN INPUT CourseFile.
           IF NOT WS-COURSE-OK
               GO TO CHECK-ROOM-SECTIONS-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CourseFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CM-ROOM = RM-CODE
                           PERFORM CHECK-ONE-SECTION
                               THRU CHECK-ONE-SECTION-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CourseFile.
           IF WS-OVER-COUNT > 0
               DISPLAY WS-OVER-COUNT " SECTION(S) IN ROOM " RM-CODE
                       " NEED TO BE MOVED OR RESIZED"
           END-IF.
       CHECK-ROOM-SECTIONS-EXIT.
           EXIT.

       CHECK-ONE-SECTION.
           IF CM-CAPACITY > RM-SEATS
               DISPLAY "WARNING: " CM-LESSON "-" CM-SECTION
                       " CAPACITY " CM-CAPACITY " IS OVER THE "
                       RM-SEATS " SEATS"
               ADD 1 TO WS-OVER-COUNT
           END-IF.
           MOVE 0 TO WS-DAY-MATCH-IX.
           PERFORM FIND-MEET-DAY
               VARYING WS-DAY-IX FROM 1 BY 1
               UNTIL WS-DAY-IX > 5.
           IF WS-DAY-MATCH-IX > 0
               IF RM-AVAIL-DAY (WS-DAY-MATCH-IX) NOT = "Y"
                   DISPLAY "WARNING: " CM-LESSON "-" CM-SECTION
                           " MEETS " CM-MEET-DAY
                           " - ROOM NOT AVAILABLE THAT DAY"
                   ADD 1 TO WS-OVER-COUNT
               END-IF
           END-IF.
       CHECK-ONE-SECTION-EXIT.
           EXIT.

       FIND-MEET-DAY.
           IF WS-DAY-NAME (WS-DAY-IX) = CM-MEET-DAY
               MOVE WS-DAY-IX TO WS-DAY-MATCH-IX
           END-IF.

       LIST-ROOMS.
           DISPLAY "ROOM  DESCRIPTION               SEATS MTWTF".
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ RoomFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       DISPLAY RM-CODE " " RM-DESC " " RM-SEATS
                               "   " RM-AVAIL-DAYS
                       ADD 1 TO WS-LIST-COUNT
               END-READ
           END-PERFORM.
           DISPLAY "ROOMS ON FILE: " WS-LIST-COUNT.
       LIST-ROOMS-EXIT.
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

       END PROGRAM RoomMaint.
