      *          read - add a course, correct its title/capacity/
      *          tuition, or list the catalog, so opening a new course
      *          or resizing a class is a data entry instead of a
      *          programming job. Each course also carries up to three
      *          prerequisite lessons, checked against the catalog as
      *          they are keyed, that enrollment requires a pass in.
      *          A lesson can run as several sections - adding a
      *          section to a lesson already on file keys only the
      *          section's capacity, meeting slot, and room, and a
      *          corrected title, tuition, or prerequisite list is
      *          carried to every section of the lesson. A section's
      *          room has to be on the ROOM.DAT room master, with
      *          enough seats for the section's capacity and open on
      *          its meeting day.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CourseFile ASSIGN TO "COURSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-KEY
           ALTERNATE RECORD KEY IS CM-LESSON WITH DUPLICATES
           FILE STATUS IS WS-COURSE-STATUS.

           SELECT RoomFile ASSIGN TO "ROOM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RM-CODE
           FILE STATUS IS WS-ROOM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD CourseFile.
            *> tut_zapisz_plik.cbl and TuitionBill.cbl
            COPY COURSEREC.

           FD RoomFile.
            *> Design the room record - shared with RoomMaint.cbl
            COPY ROOMREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "CourseMaint".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.

        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-LESSON-IN         PIC X(3) VALUE SPACES.
        01 WS-SECTION-IN        PIC 9(2) VALUE 0.
        01 WS-LESSON-FLAG       PIC X VALUE "N".
            88 WS-LESSON-EXISTS VALUE "Y".
        01 WS-KEEP-TITLE        PIC X(20) VALUE SPACES.
        01 WS-KEEP-TUITION      PIC 9(4)V99 VALUE 0.
        01 WS-SYNC-COUNT        PIC 9(3) VALUE 0.
        01 WS-DUP-FOUND         PIC X VALUE "N".
            88 WS-COURSE-EXISTS VALUE "Y".
        01 WS-LIST-COUNT        PIC 9(5) VALUE 0.

      *> Prerequisites are keyed here and checked against the catalog
      *> before they go into the record - the lookup READ reuses the
      *> record area, so the course being keyed is held aside first.
        01 WS-PREREQ-IN-AREA.
            02 WS-PREREQ-IN     PIC X(3) OCCURS 3 TIMES.
        01 WS-PREREQ-IX         PIC 9 VALUE 0.
        01 WS-PREREQ-BAD        PIC X VALUE "N".
            88 WS-PREREQ-IS-BAD VALUE "Y".
        01 WS-SAVE-COURSE       PIC X(63) VALUE SPACES.

      *> Weekday names in RM-AVAIL-DAY order.
        01 WS-DAY-NAMES         PIC X(15) VALUE "MONTUEWEDTHUFRI".
        01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
            02 WS-DAY-NAME      PIC X(3) OCCURS 5 TIMES.
        01 WS-DAY-IX            PIC 9 VALUE 0.
        01 WS-DAY-MATCH-IX      PIC 9 VALUE 0.
        01 WS-ROOM-OPEN         PIC X VALUE "N".
            88 WS-ROOM-IS-OPEN  VALUE "Y".

        01 WS-ROOM-STATUS       PIC XX VALUE "00".
            88 WS-ROOM-OK       VALUE "00".
            88 WS-ROOM-MISSING  VALUE "35".
        01 WS-COURSE-STATUS     PIC XX VALUE "00".
            88 WS-COURSE-OK      VALUE "00".
            88 WS-COURSE-MISSING VALUE "35".
               MOVE WS-COURSE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
      *> No ROOM.DAT yet means rooms cannot be checked - say so once
      *> rather than refuse every section until RoomMaint is run.
           OPEN INPUT RoomFile.
           IF WS-ROOM-OK
               MOVE "Y" TO WS-ROOM-OPEN
           ELSE
               IF NOT WS-ROOM-MISSING
                   MOVE "ROOM" TO WS-FILE-ERR-NAME
                   MOVE WS-ROOM-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
               DISPLAY "NO ROOM.DAT ON FILE - ROOMS WILL NOT BE "
                       "CHECKED"
           END-IF.
           DISPLAY "ENTER MODE - (A)DD, (C)ORRECT, OR (L)IST: "
                   WITH NO ADVANCING.
           ACCEPT WS-MODE.
                           "NOTHING DONE"
           END-EVALUATE.
           CLOSE CourseFile.
           IF WS-ROOM-IS-OPEN
               CLOSE RoomFile
           END-IF.
           STOP RUN.

       ADD-COURSE.
           DISPLAY "Lesson code (3 chars): " WITH NO ADVANCING.
           ACCEPT WS-LESSON-IN.
           PERFORM ACCEPT-SECTION-NUMBER
               THRU ACCEPT-SECTION-NUMBER-EXIT.
           MOVE WS-LESSON-IN TO CM-LESSON.
           MOVE WS-SECTION-IN TO CM-SECTION.
           MOVE "N" TO WS-DUP-FOUND.
           READ CourseFile
               INVALID KEY MOVE "N" TO WS-DUP-FOUND
               NOT INVALID KEY MOVE "Y" TO WS-DUP-FOUND
           END-READ.
           IF WS-COURSE-EXISTS
               DISPLAY "ERROR: COURSE " WS-LESSON-IN " SECTION "
                       WS-SECTION-IN " ALREADY ON FILE - NOT ADDED"
               GO TO ADD-COURSE-EXIT
           END-IF.
      *> Another section of the lesson on file already carries the
      *> title, tuition, and prerequisites - the new one copies them.
           MOVE "N" TO WS-LESSON-FLAG.
           MOVE WS-LESSON-IN TO CM-LESSON.
           READ CourseFile KEY IS CM-LESSON
               INVALID KEY MOVE "N" TO WS-LESSON-FLAG
               NOT INVALID KEY MOVE "Y" TO WS-LESSON-FLAG
           END-READ.
           MOVE WS-LESSON-IN TO CM-LESSON.
           MOVE WS-SECTION-IN TO CM-SECTION.
           MOVE SPACE TO CM-SEP1 CM-SEP2 CM-SEP3 CM-SEP4
                         CM-SEP5 CM-SEP6 CM-SEP7 CM-SEP8.
      *> Courses start unassigned - InstructorMaint.cbl's (S) mode
      *> hangs the instructor on later.
           MOVE 0 TO CM-INSTRUCTOR-ID.
           IF WS-LESSON-EXISTS
               DISPLAY "NEW SECTION OF " CM-TITLE " TUITION "
                       CM-TUITION
               PERFORM ACCEPT-SECTION-FIELDS
                   THRU ACCEPT-SECTION-FIELDS-EXIT
           ELSE
               PERFORM ACCEPT-COURSE-FIELDS
                   THRU ACCEPT-COURSE-FIELDS-EXIT
           END-IF.
           WRITE COURSE-REC
               INVALID KEY
                   MOVE "COURSE" TO WS-FILE-ERR-NAME
                   MOVE WS-COURSE-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-WRITE.
           DISPLAY "COURSE " WS-LESSON-IN " SECTION " WS-SECTION-IN
                   " ADDED".
       ADD-COURSE-EXIT.
           EXIT.

      *> Section 00 is not a section - WAITLIST.DAT uses it for a
      *> family that will take any section.
       ACCEPT-SECTION-NUMBER.
           DISPLAY "Section number (01-99): " WITH NO ADVANCING.
           ACCEPT WS-SECTION-IN.
           IF WS-SECTION-IN NOT NUMERIC OR WS-SECTION-IN = 0
               DISPLAY "INVALID SECTION - TRY AGAIN"
               GO TO ACCEPT-SECTION-NUMBER
           END-IF.
       ACCEPT-SECTION-NUMBER-EXIT.
           EXIT.

       CORRECT-COURSE.
           DISPLAY "Lesson code to correct: " WITH NO ADVANCING.
           ACCEPT WS-LESSON-IN.
           PERFORM ACCEPT-SECTION-NUMBER
               THRU ACCEPT-SECTION-NUMBER-EXIT.
           MOVE WS-LESSON-IN TO CM-LESSON.
           MOVE WS-SECTION-IN TO CM-SECTION.
           READ CourseFile
               INVALID KEY
                   DISPLAY "ERROR: COURSE " WS-LESSON-IN " SECTION "
                           WS-SECTION-IN " NOT FOUND - NOTHING TO "
                           "CORRECT"
                   GO TO CORRECT-COURSE-EXIT
           END-READ.
           DISPLAY "CURRENT: " CM-TITLE " CAP " CM-CAPACITY
                   " TUITION " CM-TUITION.
           DISPLAY "         PREREQUISITES " CM-PREREQ (1) " "
                   CM-PREREQ (2) " " CM-PREREQ (3).
           MOVE SPACE TO CM-SEP8.
           PERFORM ACCEPT-COURSE-FIELDS
               THRU ACCEPT-COURSE-FIELDS-EXIT.
           REWRITE COURSE-REC.
           IF NOT WS-COURSE-OK
               MOVE "COURSE" TO WS-FILE-ERR-NAME
               MOVE WS-COURSE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "COURSE " WS-LESSON-IN " SECTION " WS-SECTION-IN
                   " CORRECTED".
           PERFORM SYNC-LESSON-SECTIONS
               THRU SYNC-LESSON-SECTIONS-EXIT.
       CORRECT-COURSE-EXIT.
           EXIT.

      *> Title, tuition, and prerequisites are the lesson's, not the
      *> section's - the corrected ones go onto every other section.
       SYNC-LESSON-SECTIONS.
           MOVE COURSE-REC TO WS-SAVE-COURSE.
           MOVE CM-TITLE TO WS-KEEP-TITLE.
           MOVE CM-TUITION TO WS-KEEP-TUITION.
           MOVE 0 TO WS-SYNC-COUNT.
           MOVE 0 TO CM-SECTION.
           START CourseFile KEY IS NOT LESS THAN CM-KEY
               INVALID KEY GO TO SYNC-LESSON-SECTIONS-DONE
           END-START.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CourseFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CM-LESSON NOT = WS-LESSON-IN
                           MOVE "Y" TO WS-EOF
                       ELSE
                           PERFORM SYNC-ONE-SECTION
                               THRU SYNC-ONE-SECTION-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       SYNC-LESSON-SECTIONS-DONE.
           MOVE WS-SAVE-COURSE TO COURSE-REC.
           IF WS-SYNC-COUNT > 0
               DISPLAY WS-SYNC-COUNT " OTHER SECTION(S) OF "
                       WS-LESSON-IN " UPDATED TO MATCH"
           END-IF.
       SYNC-LESSON-SECTIONS-EXIT.
           EXIT.

       SYNC-ONE-SECTION.
           IF CM-SECTION = WS-SECTION-IN
               GO TO SYNC-ONE-SECTION-EXIT
           END-IF.
           IF CM-TITLE = WS-KEEP-TITLE
              AND CM-TUITION = WS-KEEP-TUITION
              AND CM-PREREQ (1) = WS-PREREQ-IN (1)
              AND CM-PREREQ (2) = WS-PREREQ-IN (2)
              AND CM-PREREQ (3) = WS-PREREQ-IN (3)
               GO TO SYNC-ONE-SECTION-EXIT
           END-IF.
           MOVE WS-KEEP-TITLE TO CM-TITLE.
           MOVE WS-KEEP-TUITION TO CM-TUITION.
           MOVE WS-PREREQ-IN (1) TO CM-PREREQ (1).
           MOVE WS-PREREQ-IN (2) TO CM-PREREQ (2).
           MOVE WS-PREREQ-IN (3) TO CM-PREREQ (3).
           REWRITE COURSE-REC.
           IF NOT WS-COURSE-OK
               MOVE "COURSE" TO WS-FILE-ERR-NAME
               MOVE WS-COURSE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           ADD 1 TO WS-SYNC-COUNT.
       SYNC-ONE-SECTION-EXIT.
           EXIT.

       ACCEPT-COURSE-FIELDS.
           DISPLAY "Course title: " WITH NO ADVANCING.
           ACCEPT CM-TITLE.
           DISPLAY "Tuition per term (e.g. 045000 = 450.00): "
                   WITH NO ADVANCING.
           ACCEPT CM-TUITION.
           PERFORM ACCEPT-SECTION-FIELDS
               THRU ACCEPT-SECTION-FIELDS-EXIT.
           PERFORM ACCEPT-PREREQS THRU ACCEPT-PREREQS-EXIT.
       ACCEPT-COURSE-FIELDS-EXIT.
           EXIT.

       ACCEPT-SECTION-FIELDS.
           DISPLAY "Capacity (3 digits): " WITH NO ADVANCING.
           ACCEPT CM-CAPACITY.
       ACCEPT-MEET-DAY.
           DISPLAY "Meeting day (MON/TUE/WED/THU/FRI): "
                   WITH NO ADVANCING.
               DISPLAY "INVALID PERIOD - TRY AGAIN"
               GO TO ACCEPT-MEET-PERIOD
           END-IF.
       ACCEPT-ROOM.
           DISPLAY "Room: " WITH NO ADVANCING.
           ACCEPT CM-ROOM.
           IF NOT WS-ROOM-IS-OPEN
               GO TO ACCEPT-SECTION-FIELDS-EXIT
           END-IF.
           MOVE CM-ROOM TO RM-CODE.
           READ RoomFile
               INVALID KEY
                   DISPLAY "ROOM " CM-ROOM " IS NOT ON ROOM.DAT - "
                           "TRY AGAIN"
                   GO TO ACCEPT-ROOM
           END-READ.
           IF CM-CAPACITY > RM-SEATS
               DISPLAY "ROOM " RM-CODE " SEATS ONLY " RM-SEATS
                       " - CAPACITY " CM-CAPACITY " IS TOO LARGE"
               GO TO ACCEPT-SECTION-FIELDS
           END-IF.
           MOVE 0 TO WS-DAY-MATCH-IX.
           PERFORM FIND-MEET-DAY
               VARYING WS-DAY-IX FROM 1 BY 1
               UNTIL WS-DAY-IX > 5.
           IF RM-AVAIL-DAY (WS-DAY-MATCH-IX) NOT = "Y"
               DISPLAY "ROOM " RM-CODE " IS NOT AVAILABLE ON "
                       CM-MEET-DAY " - CHOOSE ANOTHER DAY OR ROOM"
               GO TO ACCEPT-MEET-DAY
           END-IF.
       ACCEPT-SECTION-FIELDS-EXIT.
           EXIT.

       FIND-MEET-DAY.
           IF WS-DAY-NAME (WS-DAY-IX) = CM-MEET-DAY
               MOVE WS-DAY-IX TO WS-DAY-MATCH-IX
           END-IF.

       ACCEPT-PREREQS.
           MOVE SPACES TO WS-PREREQ-IN-AREA.
           PERFORM ACCEPT-ONE-PREREQ THRU ACCEPT-ONE-PREREQ-EXIT
               VARYING WS-PREREQ-IX FROM 1 BY 1
               UNTIL WS-PREREQ-IX > 3.
           MOVE COURSE-REC TO WS-SAVE-COURSE.
           MOVE "N" TO WS-PREREQ-BAD.
           PERFORM CHECK-ONE-PREREQ THRU CHECK-ONE-PREREQ-EXIT
               VARYING WS-PREREQ-IX FROM 1 BY 1
               UNTIL WS-PREREQ-IX > 3.
           MOVE WS-SAVE-COURSE TO COURSE-REC.
           IF WS-PREREQ-IS-BAD
               GO TO ACCEPT-PREREQS
           END-IF.
           PERFORM STORE-ONE-PREREQ THRU STORE-ONE-PREREQ-EXIT
               VARYING WS-PREREQ-IX FROM 1 BY 1
               UNTIL WS-PREREQ-IX > 3.
       ACCEPT-PREREQS-EXIT.
           EXIT.

       STORE-ONE-PREREQ.
           MOVE WS-PREREQ-IN (WS-PREREQ-IX) TO CM-PREREQ (WS-PREREQ-IX).
       STORE-ONE-PREREQ-EXIT.
           EXIT.

       ACCEPT-ONE-PREREQ.
           DISPLAY "Prerequisite lesson " WS-PREREQ-IX
                   " (blank for none): " WITH NO ADVANCING.
           ACCEPT WS-PREREQ-IN (WS-PREREQ-IX).
       ACCEPT-ONE-PREREQ-EXIT.
           EXIT.

      *> A prerequisite has to be a course on file, and not the
      *> course itself.
       CHECK-ONE-PREREQ.
           IF WS-PREREQ-IN (WS-PREREQ-IX) = SPACES
               GO TO CHECK-ONE-PREREQ-EXIT
           END-IF.
           IF WS-PREREQ-IN (WS-PREREQ-IX) = WS-SAVE-COURSE (1:3)
               DISPLAY "A COURSE CANNOT BE ITS OWN PREREQUISITE - "
                       "TRY AGAIN"
               MOVE "Y" TO WS-PREREQ-BAD
               GO TO CHECK-ONE-PREREQ-EXIT
           END-IF.
           MOVE WS-PREREQ-IN (WS-PREREQ-IX) TO CM-LESSON.
           READ CourseFile KEY IS CM-LESSON
               INVALID KEY
                   DISPLAY "PREREQUISITE " WS-PREREQ-IN (WS-PREREQ-IX)
                           " IS NOT ON COURSE.DAT - TRY AGAIN"
                   MOVE "Y" TO WS-PREREQ-BAD
           END-READ.
       CHECK-ONE-PREREQ-EXIT.
           EXIT.

       LIST-COURSES.
           DISPLAY "CODE SEC TITLE                CAP TUITION".
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CourseFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       DISPLAY CM-LESSON "  " CM-SECTION "  "
                               CM-TITLE " "
                               CM-CAPACITY " " CM-TUITION " "
                               CM-MEET-DAY " P" CM-MEET-PERIOD
                               " RM " CM-ROOM
                       IF CM-PREREQ (1) NOT = SPACES
                          OR CM-PREREQ (2) NOT = SPACES
                          OR CM-PREREQ (3) NOT = SPACES
                           DISPLAY "          REQUIRES "
                                   CM-PREREQ (1) " " CM-PREREQ (2) " "
                                   CM-PREREQ (3)
                       END-IF
                       ADD 1 TO WS-LIST-COUNT
               END-READ
           END-PERFORM.
           DISPLAY "SECTIONS ON FILE: " WS-LIST-COUNT.
       LIST-COURSES-EXIT.
           EXIT.

