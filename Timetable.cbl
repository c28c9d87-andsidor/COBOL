      *          period, and room from their ENROLL.DAT records;
      *          (R)oom mode lists everything scheduled into one room
      *          so double-booked rooms show up before the first day
      *          of class; (I)nstructor mode prints each instructor's
      *          weekly day-by-period grid with room and class size,
      *          then a teaching-load summary (sections, periods per
      *          week, total students) for the staffing review.
      *          Every mode works at the section level - a lesson run
      *          as several sections shows each one as LESSON-SECTION
      *          with its own slot, room and class size.
      *          (U)tilization prints every ROOM.DAT room's week as a
      *          period-by-day grid of booked sections, free periods,
      *          and days the room is not available, with the share
      *          of available periods in use, then any room a section
      *          names that is not on the room master.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CourseFile ASSIGN TO "COURSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-KEY
           ALTERNATE RECORD KEY IS CM-LESSON WITH DUPLICATES
           FILE STATUS IS WS-COURSE-STATUS.

           SELECT InstructorFile ASSIGN TO "INSTRUCTOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IN-ID
           FILE STATUS IS WS-INSTR-STATUS.

           SELECT RoomFile ASSIGN TO "ROOM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-CODE
           FILE STATUS IS WS-ROOM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD STUDENT.
            *> Design the course record - shared with CourseMaint.cbl
            COPY COURSEREC.

           FD InstructorFile.
            *> Design the instructor record - shared with
            *> InstructorMaint.cbl
            COPY INSTRREC.

           FD RoomFile.
            *> Design the room record - shared with RoomMaint.cbl
            COPY ROOMREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "Timetable".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-MODE              PIC X VALUE SPACE.
            88 WS-MODE-STUDENT  VALUE "S".
            88 WS-MODE-ROOM     VALUE "R".
            88 WS-MODE-INSTR    VALUE "I".
            88 WS-MODE-UTIL     VALUE "U".

        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-STUDENT-ID-IN     PIC 9(5) VALUE 0.
        01 WS-ROOM-IN           PIC X(5) VALUE SPACES.
        01 WS-LINE-COUNT        PIC 9(3) VALUE 0.
        01 WS-INSTR-ID-IN       PIC 9(3) VALUE 0.

      *> COURSE.DAT held in memory for instructor mode, with each
      *> course's class size counted off ENROLL.DAT.
        01 WS-CRS-COUNT         PIC 9(3) VALUE 0.
        01 WS-CRS-IX            PIC 9(3) VALUE 0.
        01 WS-CRS-TABLE.
            02 WS-CRS-ENTRY OCCURS 500 TIMES.
                03 WS-CRS-LESSON    PIC X(3).
                03 WS-CRS-SECTION   PIC 9(2).
                03 WS-CRS-INSTR     PIC 9(3).
                03 WS-CRS-DAY       PIC X(3).
                03 WS-CRS-PERIOD    PIC 9.
                03 WS-CRS-ROOM      PIC X(5).
                03 WS-CRS-SIZE      PIC 9(3).

      *> One instructor's week - eight periods down, MON-FRI across.
        01 WS-GRID.
            02 WS-GRID-ROW OCCURS 8 TIMES.
                03 WS-GRID-CELL OCCURS 5 TIMES.
                    04 WS-GRID-LESSON PIC X(3).
                    04 WS-GRID-DASH   PIC X.
                    04 WS-GRID-SECTION PIC 9(2).
                    04 FILLER         PIC X.
                    04 WS-GRID-ROOM   PIC X(5).
                    04 FILLER         PIC X.
                    04 WS-GRID-SIZE   PIC ZZ9.
        01 WS-DAY-IX            PIC 9 VALUE 0.
        01 WS-PD-IX             PIC 9 VALUE 0.

      *> One room's week for utilization mode - same shape as the
      *> instructor grid, the cell naming the section booked there.
        01 WS-ROOM-GRID.
            02 WS-RG-ROW OCCURS 8 TIMES.
                03 WS-RG-CELL OCCURS 5 TIMES.
                    04 WS-RG-LESSON   PIC X(3).
                    04 WS-RG-DASH     PIC X.
                    04 WS-RG-SECTION  PIC X(2).
                    04 FILLER         PIC X(3).
        01 WS-ROOM-BOOKED       PIC 9(3) VALUE 0.
        01 WS-ROOM-AVAIL        PIC 9(3) VALUE 0.
        01 WS-ROOM-PCT          PIC ZZ9.
        01 WS-ROOM-COUNT        PIC 9(3) VALUE 0.
        01 WS-UNKNOWN-COUNT     PIC 9(3) VALUE 0.

        01 WS-INSTR-SECTIONS    PIC 9(3) VALUE 0.
        01 WS-INSTR-PERIODS     PIC 9(3) VALUE 0.
        01 WS-INSTR-STUDENTS    PIC 9(5) VALUE 0.
        01 WS-INSTR-UNSCHED     PIC 9(3) VALUE 0.

      *> One teaching-load summary line per instructor printed.
        01 WS-LOAD-COUNT        PIC 9(3) VALUE 0.
        01 WS-LOAD-IX           PIC 9(3) VALUE 0.
        01 WS-LOAD-TABLE.
            02 WS-LOAD-ENTRY OCCURS 500 TIMES.
                03 WS-LOAD-ID       PIC 9(3).
                03 WS-LOAD-NAME     PIC A(25).
                03 WS-LOAD-SECTIONS PIC 9(3).
                03 WS-LOAD-PERIODS  PIC 9(3).
                03 WS-LOAD-STUDENTS PIC 9(5).
        01 WS-TOTAL-SECTIONS    PIC 9(5) VALUE 0.
        01 WS-TOTAL-PERIODS     PIC 9(5) VALUE 0.
        01 WS-TOTAL-STUDENTS    PIC 9(6) VALUE 0.

        01 WS-STUDENT-STATUS    PIC XX VALUE "00".
            88 WS-STUDENT-OK    VALUE "00".
        01 WS-COURSE-STATUS     PIC XX VALUE "00".
            88 WS-COURSE-OK      VALUE "00".
            88 WS-COURSE-MISSING VALUE "35".
        01 WS-INSTR-STATUS      PIC XX VALUE "00".
            88 WS-INSTR-OK       VALUE "00".
            88 WS-INSTR-MISSING  VALUE "35".
        01 WS-ROOM-STATUS       PIC XX VALUE "00".
            88 WS-ROOM-OK        VALUE "00".
            88 WS-ROOM-MISSING   VALUE "35".
        01 WS-FILE-ERR-NAME     PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS   PIC XX VALUE SPACES.

               MOVE WS-COURSE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-MODE-STUDENT
                   PERFORM STUDENT-TIMETABLE
                       THRU STUDENT-TIMETABLE-EXIT
               WHEN WS-MODE-ROOM
                   PERFORM ROOM-TIMETABLE THRU ROOM-TIMETABLE-EXIT
               WHEN WS-MODE-UTIL
                   PERFORM ROOM-UTILIZATION
                       THRU ROOM-UTILIZATION-EXIT
               WHEN OTHER
                   PERFORM INSTRUCTOR-TIMETABLE
                       THRU INSTRUCTOR-TIMETABLE-EXIT
           END-EVALUATE.
           CLOSE CourseFile.
           GOBACK.

       SELECT-MODE.
           DISPLAY "Timetable - per (S)tudent, (R)oom, (I)nstructor, "
                   "or room (U)tilization: " WITH NO ADVANCING.
           ACCEPT WS-MODE.
           IF NOT WS-MODE-STUDENT AND NOT WS-MODE-ROOM
              AND NOT WS-MODE-INSTR AND NOT WS-MODE-UTIL
               GO TO SELECT-MODE
           END-IF.
       SELECT-MODE-EXIT.
                   GO TO STUDENT-TIMETABLE-EXIT
           END-READ.
           DISPLAY "TIMETABLE FOR " STUDENT-ID " " NAME.
           DISPLAY "LESSON    TITLE                DAY PD ROOM".
           CLOSE STUDENT.
           OPEN INPUT ENROLLMENT.
           IF WS-ENROLL-MISSING

       PRINT-ENROLLMENT-SLOT.
           MOVE EN-LESSON TO CM-LESSON.
           MOVE EN-SECTION TO CM-SECTION.
           READ CourseFile
               INVALID KEY
                   DISPLAY EN-LESSON "-" EN-SECTION
                           "    (NOT IN COURSE CATALOG)"
                   ADD 1 TO WS-LINE-COUNT
                   GO TO PRINT-ENROLLMENT-SLOT-EXIT
           END-READ.
           DISPLAY EN-LESSON "-" EN-SECTION "    " CM-TITLE " "
                   CM-MEET-DAY " " CM-MEET-PERIOD "  " CM-ROOM.
           ADD 1 TO WS-LINE-COUNT.
       PRINT-ENROLLMENT-SLOT-EXIT.
           EXIT.
           DISPLAY "Room: " WITH NO ADVANCING.
           ACCEPT WS-ROOM-IN.
           DISPLAY "TIMETABLE FOR ROOM " WS-ROOM-IN.
           DISPLAY "LESSON    TITLE                DAY PD".
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CourseFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CM-ROOM = WS-ROOM-IN
                           DISPLAY CM-LESSON "-" CM-SECTION "    "
                                   CM-TITLE " " CM-MEET-DAY " "
                                   CM-MEET-PERIOD
                           ADD 1 TO WS-LINE-COUNT
                       END-IF
               END-READ
       ROOM-TIMETABLE-EXIT.
           EXIT.

      *> Instructor ID zero prints every instructor on file.
       INSTRUCTOR-TIMETABLE.
           DISPLAY "Instructor ID (0 for all): " WITH NO ADVANCING.
           ACCEPT WS-INSTR-ID-IN.
           OPEN INPUT InstructorFile.
           IF WS-INSTR-MISSING
               DISPLAY "NO INSTRUCTOR.DAT ON FILE"
               GO TO INSTRUCTOR-TIMETABLE-EXIT
           END-IF.
           IF NOT WS-INSTR-OK
               MOVE "INSTRUCTOR" TO WS-FILE-ERR-NAME
               MOVE WS-INSTR-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM LOAD-COURSE-TABLE THRU LOAD-COURSE-TABLE-EXIT.
           PERFORM COUNT-CLASS-SIZES THRU COUNT-CLASS-SIZES-EXIT.
           MOVE 0 TO WS-LOAD-COUNT.
           IF WS-INSTR-ID-IN NOT = 0
               MOVE WS-INSTR-ID-IN TO IN-ID
               READ InstructorFile
                   INVALID KEY
                       DISPLAY "INSTRUCTOR " WS-INSTR-ID-IN
                               " NOT ON FILE"
                       CLOSE InstructorFile
                       GO TO INSTRUCTOR-TIMETABLE-EXIT
               END-READ
               PERFORM PRINT-INSTRUCTOR-GRID
                   THRU PRINT-INSTRUCTOR-GRID-EXIT
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ InstructorFile NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM PRINT-INSTRUCTOR-GRID
                               THRU PRINT-INSTRUCTOR-GRID-EXIT
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE InstructorFile.
           PERFORM PRINT-LOAD-SUMMARY THRU PRINT-LOAD-SUMMARY-EXIT.
       INSTRUCTOR-TIMETABLE-EXIT.
           EXIT.

       LOAD-COURSE-TABLE.
           MOVE 0 TO WS-CRS-COUNT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CourseFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-CRS-COUNT < 500
                           ADD 1 TO WS-CRS-COUNT
                           MOVE CM-LESSON
                               TO WS-CRS-LESSON (WS-CRS-COUNT)
                           MOVE CM-SECTION
                               TO WS-CRS-SECTION (WS-CRS-COUNT)
                           MOVE CM-INSTRUCTOR-ID
                               TO WS-CRS-INSTR (WS-CRS-COUNT)
                           MOVE CM-MEET-DAY
                               TO WS-CRS-DAY (WS-CRS-COUNT)
                           MOVE CM-MEET-PERIOD
                               TO WS-CRS-PERIOD (WS-CRS-COUNT)
                           MOVE CM-ROOM
                               TO WS-CRS-ROOM (WS-CRS-COUNT)
                           MOVE 0 TO WS-CRS-SIZE (WS-CRS-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
       LOAD-COURSE-TABLE-EXIT.
           EXIT.

      *> No ENROLL.DAT yet just leaves every class size at zero.
       COUNT-CLASS-SIZES.
           OPEN INPUT ENROLLMENT.
           IF WS-ENROLL-MISSING
               GO TO COUNT-CLASS-SIZES-EXIT
           END-IF.
           IF NOT WS-ENROLL-OK
               MOVE "ENROLL" TO WS-FILE-ERR-NAME
               MOVE WS-ENROLL-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ENROLLMENT NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM COUNT-ONE-ENROLLMENT
                           THRU COUNT-ONE-ENROLLMENT-EXIT
                           VARYING WS-CRS-IX FROM 1 BY 1
                           UNTIL WS-CRS-IX > WS-CRS-COUNT
               END-READ
           END-PERFORM.
           CLOSE ENROLLMENT.
       COUNT-CLASS-SIZES-EXIT.
           EXIT.

       COUNT-ONE-ENROLLMENT.
           IF WS-CRS-LESSON (WS-CRS-IX) = EN-LESSON
              AND WS-CRS-SECTION (WS-CRS-IX) = EN-SECTION
               ADD 1 TO WS-CRS-SIZE (WS-CRS-IX)
           END-IF.
       COUNT-ONE-ENROLLMENT-EXIT.
           EXIT.

       PRINT-INSTRUCTOR-GRID.
           MOVE SPACES TO WS-GRID.
           MOVE 0 TO WS-INSTR-SECTIONS.
           MOVE 0 TO WS-INSTR-PERIODS.
           MOVE 0 TO WS-INSTR-STUDENTS.
           MOVE 0 TO WS-INSTR-UNSCHED.
           PERFORM PLACE-COURSE-IN-GRID
               THRU PLACE-COURSE-IN-GRID-EXIT
               VARYING WS-CRS-IX FROM 1 BY 1
               UNTIL WS-CRS-IX > WS-CRS-COUNT.
           DISPLAY " ".
           DISPLAY "WEEKLY TIMETABLE FOR INSTRUCTOR " IN-ID " "
                   IN-NAME.
           DISPLAY "PD  MON              TUE              "
                   "WED              THU              FRI".
           PERFORM PRINT-GRID-ROW THRU PRINT-GRID-ROW-EXIT
               VARYING WS-PD-IX FROM 1 BY 1
               UNTIL WS-PD-IX > 8.
           DISPLAY "SECTIONS: " WS-INSTR-SECTIONS
                   "  PERIODS/WEEK: " WS-INSTR-PERIODS
                   "  STUDENTS: " WS-INSTR-STUDENTS.
           IF WS-INSTR-UNSCHED > 0
               DISPLAY "SECTIONS WITH NO MEETING SLOT: "
                       WS-INSTR-UNSCHED
           END-IF.
           IF WS-LOAD-COUNT < 500
               ADD 1 TO WS-LOAD-COUNT
               MOVE IN-ID TO WS-LOAD-ID (WS-LOAD-COUNT)
               MOVE IN-NAME TO WS-LOAD-NAME (WS-LOAD-COUNT)
               MOVE WS-INSTR-SECTIONS
                   TO WS-LOAD-SECTIONS (WS-LOAD-COUNT)
               MOVE WS-INSTR-PERIODS
                   TO WS-LOAD-PERIODS (WS-LOAD-COUNT)
               MOVE WS-INSTR-STUDENTS
                   TO WS-LOAD-STUDENTS (WS-LOAD-COUNT)
           END-IF.
       PRINT-INSTRUCTOR-GRID-EXIT.
           EXIT.

      *> A slot already filled means the instructor is double-booked
      *> on file - the cell says so rather than hiding one course.
       PLACE-COURSE-IN-GRID.
           IF WS-CRS-INSTR (WS-CRS-IX) NOT = IN-ID
               GO TO PLACE-COURSE-IN-GRID-EXIT
           END-IF.
           ADD 1 TO WS-INSTR-SECTIONS.
           ADD WS-CRS-SIZE (WS-CRS-IX) TO WS-INSTR-STUDENTS.
           EVALUATE WS-CRS-DAY (WS-CRS-IX)
               WHEN "MON" MOVE 1 TO WS-DAY-IX
               WHEN "TUE" MOVE 2 TO WS-DAY-IX
               WHEN "WED" MOVE 3 TO WS-DAY-IX
               WHEN "THU" MOVE 4 TO WS-DAY-IX
               WHEN "FRI" MOVE 5 TO WS-DAY-IX
               WHEN OTHER MOVE 0 TO WS-DAY-IX
           END-EVALUATE.
           IF WS-DAY-IX = 0
              OR WS-CRS-PERIOD (WS-CRS-IX) < 1
              OR WS-CRS-PERIOD (WS-CRS-IX) > 8
               ADD 1 TO WS-INSTR-UNSCHED
               GO TO PLACE-COURSE-IN-GRID-EXIT
           END-IF.
           ADD 1 TO WS-INSTR-PERIODS.
           MOVE WS-CRS-PERIOD (WS-CRS-IX) TO WS-PD-IX.
           IF WS-GRID-LESSON (WS-PD-IX, WS-DAY-IX) NOT = SPACES
               MOVE "**CLASH**" TO WS-GRID-CELL (WS-PD-IX, WS-DAY-IX)
               GO TO PLACE-COURSE-IN-GRID-EXIT
           END-IF.
           MOVE WS-CRS-LESSON (WS-CRS-IX)
               TO WS-GRID-LESSON (WS-PD-IX, WS-DAY-IX).
           MOVE "-" TO WS-GRID-DASH (WS-PD-IX, WS-DAY-IX).
           MOVE WS-CRS-SECTION (WS-CRS-IX)
               TO WS-GRID-SECTION (WS-PD-IX, WS-DAY-IX).
           MOVE WS-CRS-ROOM (WS-CRS-IX)
               TO WS-GRID-ROOM (WS-PD-IX, WS-DAY-IX).
           MOVE WS-CRS-SIZE (WS-CRS-IX)
               TO WS-GRID-SIZE (WS-PD-IX, WS-DAY-IX).
       PLACE-COURSE-IN-GRID-EXIT.
           EXIT.

       PRINT-GRID-ROW.
           DISPLAY " " WS-PD-IX "  " WS-GRID-CELL (WS-PD-IX, 1) " "
                   WS-GRID-CELL (WS-PD-IX, 2) " "
                   WS-GRID-CELL (WS-PD-IX, 3) " "
                   WS-GRID-CELL (WS-PD-IX, 4) " "
                   WS-GRID-CELL (WS-PD-IX, 5).
       PRINT-GRID-ROW-EXIT.
           EXIT.

       PRINT-LOAD-SUMMARY.
           MOVE 0 TO WS-TOTAL-SECTIONS.
           MOVE 0 TO WS-TOTAL-PERIODS.
           MOVE 0 TO WS-TOTAL-STUDENTS.
           DISPLAY " ".
           DISPLAY "TEACHING LOAD SUMMARY".
           DISPLAY "ID  NAME                      SECTIONS PERIODS "
                   "STUDENTS".
           PERFORM PRINT-LOAD-LINE THRU PRINT-LOAD-LINE-EXIT
               VARYING WS-LOAD-IX FROM 1 BY 1
               UNTIL WS-LOAD-IX > WS-LOAD-COUNT.
           DISPLAY "TOTALS                        " WS-TOTAL-SECTIONS
                   "   " WS-TOTAL-PERIODS "   " WS-TOTAL-STUDENTS.
       PRINT-LOAD-SUMMARY-EXIT.
           EXIT.

       PRINT-LOAD-LINE.
           DISPLAY WS-LOAD-ID (WS-LOAD-IX) " "
                   WS-LOAD-NAME (WS-LOAD-IX) " "
                   WS-LOAD-SECTIONS (WS-LOAD-IX) "      "
                   WS-LOAD-PERIODS (WS-LOAD-IX) "     "
                   WS-LOAD-STUDENTS (WS-LOAD-IX).
           ADD WS-LOAD-SECTIONS (WS-LOAD-IX) TO WS-TOTAL-SECTIONS.
           ADD WS-LOAD-PERIODS (WS-LOAD-IX) TO WS-TOTAL-PERIODS.
           ADD WS-LOAD-STUDENTS (WS-LOAD-IX) TO WS-TOTAL-STUDENTS.
       PRINT-LOAD-LINE-EXIT.
           EXIT.

      *> Every room on the master gets its week printed, booked or
      *> not - an empty grid is as useful to the scheduler as a full
      *> one.
       ROOM-UTILIZATION.
           OPEN INPUT RoomFile.
           IF WS-ROOM-MISSING
               DISPLAY "NO ROOM.DAT ON FILE - ADD ROOMS WITH RoomMaint"
               GO TO ROOM-UTILIZATION-EXIT
           END-IF.
           IF NOT WS-ROOM-OK
               MOVE "ROOM" TO WS-FILE-ERR-NAME
               MOVE WS-ROOM-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM LOAD-COURSE-TABLE THRU LOAD-COURSE-TABLE-EXIT.
           MOVE 0 TO WS-ROOM-COUNT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ RoomFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PRINT-ROOM-WEEK
                           THRU PRINT-ROOM-WEEK-EXIT
               END-READ
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "ROOMS LISTED: " WS-ROOM-COUNT.
           MOVE 0 TO WS-UNKNOWN-COUNT.
           PERFORM CHECK-SECTION-ROOM THRU CHECK-SECTION-ROOM-EXIT
               VARYING WS-CRS-IX FROM 1 BY 1
               UNTIL WS-CRS-IX > WS-CRS-COUNT.
           CLOSE RoomFile.
       ROOM-UTILIZATION-EXIT.
           EXIT.

       PRINT-ROOM-WEEK.
           ADD 1 TO WS-ROOM-COUNT.
           MOVE SPACES TO WS-ROOM-GRID.
           MOVE 0 TO WS-ROOM-BOOKED.
           MOVE 0 TO WS-ROOM-AVAIL.
           PERFORM MARK-ROOM-DAY THRU MARK-ROOM-DAY-EXIT
               VARYING WS-DAY-IX FROM 1 BY 1
               UNTIL WS-DAY-IX > 5.
           PERFORM PLACE-ROOM-BOOKING THRU PLACE-ROOM-BOOKING-EXIT
               VARYING WS-CRS-IX FROM 1 BY 1
               UNTIL WS-CRS-IX > WS-CRS-COUNT.
           DISPLAY " ".
           DISPLAY "ROOM " RM-CODE " " RM-DESC " SEATS " RM-SEATS.
           DISPLAY "PD  MON       TUE       WED       THU       FRI".
           PERFORM PRINT-ROOM-ROW THRU PRINT-ROOM-ROW-EXIT
               VARYING WS-PD-IX FROM 1 BY 1
               UNTIL WS-PD-IX > 8.
           MOVE 0 TO WS-ROOM-PCT.
           IF WS-ROOM-AVAIL > 0
               COMPUTE WS-ROOM-PCT ROUNDED =
                   WS-ROOM-BOOKED * 100 / WS-ROOM-AVAIL
           END-IF.
           DISPLAY "PERIODS BOOKED: " WS-ROOM-BOOKED " OF "
                   WS-ROOM-AVAIL " AVAILABLE (" WS-ROOM-PCT "%)".
       PRINT-ROOM-WEEK-EXIT.
           EXIT.

      *> Every period starts free on a day the room is available and
      *> n/a on a day it is not.
       MARK-ROOM-DAY.
           PERFORM MARK-ROOM-CELL THRU MARK-ROOM-CELL-EXIT
               VARYING WS-PD-IX FROM 1 BY 1
               UNTIL WS-PD-IX > 8.
       MARK-ROOM-DAY-EXIT.
           EXIT.

       MARK-ROOM-CELL.
           IF RM-AVAIL-DAY (WS-DAY-IX) = "Y"
               MOVE "free" TO WS-RG-CELL (WS-PD-IX, WS-DAY-IX)
               ADD 1 TO WS-ROOM-AVAIL
           ELSE
               MOVE "n/a" TO WS-RG-CELL (WS-PD-IX, WS-DAY-IX)
           END-IF.
       MARK-ROOM-CELL-EXIT.
           EXIT.

      *> Two sections in one room and slot show as a clash, the same
      *> way the instructor grid flags a double-booking.
       PLACE-ROOM-BOOKING.
           IF WS-CRS-ROOM (WS-CRS-IX) NOT = RM-CODE
               GO TO PLACE-ROOM-BOOKING-EXIT
           END-IF.
           EVALUATE WS-CRS-DAY (WS-CRS-IX)
               WHEN "MON" MOVE 1 TO WS-DAY-IX
               WHEN "TUE" MOVE 2 TO WS-DAY-IX
               WHEN "WED" MOVE 3 TO WS-DAY-IX
               WHEN "THU" MOVE 4 TO WS-DAY-IX
               WHEN "FRI" MOVE 5 TO WS-DAY-IX
               WHEN OTHER MOVE 0 TO WS-DAY-IX
           END-EVALUATE.
           IF WS-DAY-IX = 0
              OR WS-CRS-PERIOD (WS-CRS-IX) < 1
              OR WS-CRS-PERIOD (WS-CRS-IX) > 8
               GO TO PLACE-ROOM-BOOKING-EXIT
           END-IF.
           MOVE WS-CRS-PERIOD (WS-CRS-IX) TO WS-PD-IX.
           IF WS-RG-DASH (WS-PD-IX, WS-DAY-IX) = "-"
              OR WS-RG-CELL (WS-PD-IX, WS-DAY-IX) = "*CLASH*"
               MOVE "*CLASH*" TO WS-RG-CELL (WS-PD-IX, WS-DAY-IX)
               GO TO PLACE-ROOM-BOOKING-EXIT
           END-IF.
           IF WS-RG-CELL (WS-PD-IX, WS-DAY-IX) = "free"
               ADD 1 TO WS-ROOM-BOOKED
           END-IF.
           MOVE WS-CRS-LESSON (WS-CRS-IX)
               TO WS-RG-LESSON (WS-PD-IX, WS-DAY-IX).
           MOVE "-" TO WS-RG-DASH (WS-PD-IX, WS-DAY-IX).
           MOVE WS-CRS-SECTION (WS-CRS-IX)
               TO WS-RG-SECTION (WS-PD-IX, WS-DAY-IX).
       PLACE-ROOM-BOOKING-EXIT.
           EXIT.

       PRINT-ROOM-ROW.
           DISPLAY " " WS-PD-IX "  " WS-RG-CELL (WS-PD-IX, 1) " "
                   WS-RG-CELL (WS-PD-IX, 2) " "
                   WS-RG-CELL (WS-PD-IX, 3) " "
                   WS-RG-CELL (WS-PD-IX, 4) " "
                   WS-RG-CELL (WS-PD-IX, 5).
       PRINT-ROOM-ROW-EXIT.
           EXIT.

      *> A section whose room is not on the master predates ROOM.DAT
      *> - list it so CourseMaint can put it somewhere real.
       CHECK-SECTION-ROOM.
           IF WS-CRS-ROOM (WS-CRS-IX) = SPACES
               GO TO CHECK-SECTION-ROOM-EXIT
           END-IF.
           MOVE WS-CRS-ROOM (WS-CRS-IX) TO RM-CODE.
           READ RoomFile
               INVALID KEY
                   IF WS-UNKNOWN-COUNT = 0
                       DISPLAY " "
                       DISPLAY "SECTIONS IN ROOMS NOT ON ROOM.DAT:"
                   END-IF
                   ADD 1 TO WS-UNKNOWN-COUNT
                   DISPLAY "    " WS-CRS-LESSON (WS-CRS-IX) "-"
                           WS-CRS-SECTION (WS-CRS-IX) " ROOM "
                           WS-CRS-ROOM (WS-CRS-IX)
           END-READ.
       CHECK-SECTION-ROOM-EXIT.
           EXIT.

       FILE-ERROR-PARA.
           DISPLAY "FILE I/O ERROR ON " WS-FILE-ERR-NAME
                   " - STATUS " WS-FILE-ERR-STATUS.
