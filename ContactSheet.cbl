      ******************************************************************
      * Author:
      * Date:
      * Purpose: Emergency contact sheets off GUARDIAN.DAT. (S)heets
      *          prints one sheet per lesson section for each
      *          instructor (one instructor, or 0 for all plus any
      *          section with nobody assigned) - every active student
      *          on that section's ENROLL.DAT records with their
      *          emergency and pickup contacts, phones, and any
      *          custody restriction, so the sheet can go in the
      *          classroom folder. (E)xception lists the active
      *          students with no emergency contact on file, for the
      *          front office to chase.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContactSheet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GuardianFile ASSIGN TO "GUARDIAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GD-KEY
           FILE STATUS IS WS-GUARD-STATUS.

           SELECT STUDENT ASSIGN TO OUT1
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUDENT-ID
           FILE STATUS IS WS-STUDENT-STATUS.

           SELECT ENROLLMENT ASSIGN TO "ENROLL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EN-KEY
           FILE STATUS IS WS-ENROLL-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
           FD GuardianFile.
            *> Design the guardian record - shared with
            *> GuardianMaint.cbl
            COPY GUARDREC.

           FD STUDENT.
            *> Design the student record - shared with
            *> tut_zapisz_plik.cbl
            COPY STUDENTREC.

           FD ENROLLMENT.
            *> Design the enrollment record - shared with
            *> tut_zapisz_plik.cbl
            COPY ENROLLREC.

           FD CourseFile.
            *> Design the course record - shared with CourseMaint.cbl
            COPY COURSEREC.

           FD InstructorFile.
            *> Design the instructor record - shared with
            *> InstructorMaint.cbl
            COPY INSTRREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "ContactSheet".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-MODE              PIC X VALUE SPACE.
            88 WS-MODE-SHEETS   VALUE "S".
            88 WS-MODE-EXCEPT   VALUE "E".

        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-COURSE-EOF        PIC A(1) VALUE "N".
        01 WS-ENROLL-EOF        PIC A(1) VALUE "N".
        01 WS-GUARD-EOF         PIC A(1) VALUE "N".
        01 WS-INSTR-ID-IN       PIC 9(3) VALUE 0.
        01 WS-SHEET-INSTR       PIC 9(3) VALUE 0.
        01 WS-SHEET-INSTR-NAME  PIC X(25) VALUE SPACES.
        01 WS-ENROLL-FLAG       PIC X VALUE "N".
            88 WS-ENROLL-ON-FILE VALUE "Y".
        01 WS-EMERG-FLAG        PIC X VALUE "N".
            88 WS-HAS-EMERGENCY VALUE "Y".

        01 WS-SHEET-COUNT       PIC 9(5) VALUE 0.
        01 WS-SHEET-STUDENTS    PIC 9(3) VALUE 0.
        01 WS-NO-CONTACT-COUNT  PIC 9(5) VALUE 0.
        01 WS-ACTIVE-COUNT      PIC 9(5) VALUE 0.

        01 WS-GUARD-STATUS      PIC XX VALUE "00".
            88 WS-GUARD-OK      VALUE "00".
            88 WS-GUARD-MISSING VALUE "35".
        01 WS-STUDENT-STATUS    PIC XX VALUE "00".
            88 WS-STUDENT-OK    VALUE "00".
        01 WS-ENROLL-STATUS     PIC XX VALUE "00".
            88 WS-ENROLL-OK      VALUE "00".
            88 WS-ENROLL-MISSING VALUE "35".
        01 WS-COURSE-STATUS     PIC XX VALUE "00".
            88 WS-COURSE-OK      VALUE "00".
            88 WS-COURSE-MISSING VALUE "35".
        01 WS-INSTR-STATUS      PIC XX VALUE "00".
            88 WS-INSTR-OK       VALUE "00".
            88 WS-INSTR-MISSING  VALUE "35".
        01 WS-FILE-ERR-NAME     PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS   PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SELECT-MODE THRU SELECT-MODE-EXIT.
      *> No GUARDIAN.DAT yet is not an error - every student simply
      *> shows up with no contact on file.
           OPEN INPUT GuardianFile.
           IF WS-GUARD-MISSING
               OPEN OUTPUT GuardianFile
               CLOSE GuardianFile
               OPEN INPUT GuardianFile
           END-IF.
           IF NOT WS-GUARD-OK
               MOVE "GUARDIAN" TO WS-FILE-ERR-NAME
               MOVE WS-GUARD-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           OPEN INPUT STUDENT.
           IF NOT WS-STUDENT-OK
               MOVE "STUDENT" TO WS-FILE-ERR-NAME
               MOVE WS-STUDENT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           IF WS-MODE-SHEETS
               PERFORM CONTACT-SHEETS THRU CONTACT-SHEETS-EXIT
           ELSE
               PERFORM NO-CONTACT-LIST THRU NO-CONTACT-LIST-EXIT
           END-IF.
           CLOSE GuardianFile.
           CLOSE STUDENT.
           GOBACK.

       SELECT-MODE.
           DISPLAY "Contacts - lesson (S)heets or no-contact "
                   "(E)xceptions: " WITH NO ADVANCING.
           ACCEPT WS-MODE.
           IF NOT WS-MODE-SHEETS AND NOT WS-MODE-EXCEPT
               GO TO SELECT-MODE
           END-IF.
       SELECT-MODE-EXIT.
           EXIT.

       CONTACT-SHEETS.
           DISPLAY "Instructor ID (0 for all): " WITH NO ADVANCING.
           ACCEPT WS-INSTR-ID-IN.
           OPEN INPUT CourseFile.
           IF WS-COURSE-MISSING
               DISPLAY "NO COURSE.DAT ON FILE - NO LESSONS TO PRINT"
               GO TO CONTACT-SHEETS-EXIT
           END-IF.
           IF NOT WS-COURSE-OK
               MOVE "COURSE" TO WS-FILE-ERR-NAME
               MOVE WS-COURSE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-ENROLL-FLAG.
           OPEN INPUT ENROLLMENT.
           IF WS-ENROLL-OK
               MOVE "Y" TO WS-ENROLL-FLAG
           ELSE
               IF NOT WS-ENROLL-MISSING
                   MOVE "ENROLL" TO WS-FILE-ERR-NAME
                   MOVE WS-ENROLL-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
           END-IF.
           OPEN INPUT InstructorFile.
           IF WS-INSTR-MISSING
               DISPLAY "NO INSTRUCTOR.DAT ON FILE"
               CLOSE CourseFile
               GO TO CONTACT-SHEETS-EXIT
           END-IF.
           IF NOT WS-INSTR-OK
               MOVE "INSTRUCTOR" TO WS-FILE-ERR-NAME
               MOVE WS-INSTR-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           IF WS-INSTR-ID-IN NOT = 0
               MOVE WS-INSTR-ID-IN TO IN-ID
               READ InstructorFile
                   INVALID KEY
                       DISPLAY "INSTRUCTOR " WS-INSTR-ID-IN
                               " NOT ON FILE"
                   NOT INVALID KEY
                       PERFORM INSTRUCTOR-SHEETS
                           THRU INSTRUCTOR-SHEETS-EXIT
               END-READ
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ InstructorFile NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM INSTRUCTOR-SHEETS
                               THRU INSTRUCTOR-SHEETS-EXIT
                   END-READ
               END-PERFORM
      *> Courses nobody is assigned to still need a sheet.
               MOVE 0 TO IN-ID
               MOVE "NO INSTRUCTOR ASSIGNED" TO IN-NAME
               PERFORM INSTRUCTOR-SHEETS THRU INSTRUCTOR-SHEETS-EXIT
           END-IF.
           CLOSE InstructorFile.
           CLOSE CourseFile.
           IF WS-ENROLL-ON-FILE
               CLOSE ENROLLMENT
           END-IF.
           DISPLAY " ".
           DISPLAY "CONTACT SHEETS PRINTED: " WS-SHEET-COUNT.
       CONTACT-SHEETS-EXIT.
           EXIT.

       INSTRUCTOR-SHEETS.
           MOVE IN-ID TO WS-SHEET-INSTR.
           MOVE IN-NAME TO WS-SHEET-INSTR-NAME.
           MOVE "N" TO WS-COURSE-EOF.
           MOVE LOW-VALUES TO CM-KEY.
           START CourseFile KEY IS NOT LESS THAN CM-KEY
               INVALID KEY MOVE "Y" TO WS-COURSE-EOF
           END-START.
           PERFORM UNTIL WS-COURSE-EOF = "Y"
               READ CourseFile NEXT RECORD
                   AT END MOVE "Y" TO WS-COURSE-EOF
                   NOT AT END
                       IF CM-INSTRUCTOR-ID = WS-SHEET-INSTR
                           PERFORM PRINT-LESSON-SHEET
                               THRU PRINT-LESSON-SHEET-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       INSTRUCTOR-SHEETS-EXIT.
           EXIT.

       PRINT-LESSON-SHEET.
           DISPLAY " ".
           DISPLAY "----------------------------------------".
           DISPLAY "EMERGENCY CONTACT SHEET - " CM-LESSON "-"
                   CM-SECTION " " CM-TITLE.
           DISPLAY "INSTRUCTOR: " WS-SHEET-INSTR-NAME "  "
                   CM-MEET-DAY " PD " CM-MEET-PERIOD " ROOM "
                   CM-ROOM.
           DISPLAY "----------------------------------------".
           MOVE 0 TO WS-SHEET-STUDENTS.
           IF WS-ENROLL-ON-FILE
               MOVE "N" TO WS-ENROLL-EOF
               MOVE LOW-VALUES TO EN-KEY
               START ENROLLMENT KEY IS NOT LESS THAN EN-KEY
                   INVALID KEY MOVE "Y" TO WS-ENROLL-EOF
               END-START
               PERFORM UNTIL WS-ENROLL-EOF = "Y"
                   READ ENROLLMENT NEXT RECORD
                       AT END MOVE "Y" TO WS-ENROLL-EOF
                       NOT AT END
                           IF EN-LESSON = CM-LESSON
                              AND EN-SECTION = CM-SECTION
                               PERFORM PRINT-SHEET-STUDENT
                                   THRU PRINT-SHEET-STUDENT-EXIT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           DISPLAY "STUDENTS: " WS-SHEET-STUDENTS.
           ADD 1 TO WS-SHEET-COUNT.
       PRINT-LESSON-SHEET-EXIT.
           EXIT.

       PRINT-SHEET-STUDENT.
           MOVE EN-STUDENT-ID TO STUDENT-ID.
           READ STUDENT
               INVALID KEY
                   GO TO PRINT-SHEET-STUDENT-EXIT
           END-READ.
           IF STUDENT-IS-WITHDRAWN
               GO TO PRINT-SHEET-STUDENT-EXIT
           END-IF.
           ADD 1 TO WS-SHEET-STUDENTS.
           DISPLAY " ".
           DISPLAY STUDENT-ID " " NAME.
           PERFORM SCAN-STUDENT-CONTACTS
               THRU SCAN-STUDENT-CONTACTS-EXIT.
           IF NOT WS-HAS-EMERGENCY
               DISPLAY "   *** NO EMERGENCY CONTACT ON FILE ***"
           END-IF.
       PRINT-SHEET-STUDENT-EXIT.
           EXIT.

      *> Walks one student's contacts (the key leads with the
      *> student). On a sheet every contact prints; the exception
      *> list only needs to know whether an emergency one exists.
       SCAN-STUDENT-CONTACTS.
           MOVE "N" TO WS-EMERG-FLAG.
           MOVE "N" TO WS-GUARD-EOF.
           MOVE STUDENT-ID TO GD-STUDENT-ID.
           MOVE 0 TO GD-SEQ.
           START GuardianFile KEY IS NOT LESS THAN GD-KEY
               INVALID KEY MOVE "Y" TO WS-GUARD-EOF
           END-START.
           PERFORM UNTIL WS-GUARD-EOF = "Y"
               READ GuardianFile NEXT RECORD
                   AT END MOVE "Y" TO WS-GUARD-EOF
                   NOT AT END
                       IF GD-STUDENT-ID NOT = STUDENT-ID
                           MOVE "Y" TO WS-GUARD-EOF
                       ELSE
                           IF GD-IS-EMERGENCY
                               MOVE "Y" TO WS-EMERG-FLAG
                           END-IF
                           IF WS-MODE-SHEETS
                               PERFORM PRINT-CONTACT-LINE
                                   THRU PRINT-CONTACT-LINE-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       SCAN-STUDENT-CONTACTS-EXIT.
           EXIT.

       PRINT-CONTACT-LINE.
           DISPLAY "   " GD-NAME " " GD-RELATION
                   " EMERG " GD-EMERGENCY " PICKUP " GD-PICKUP.
           DISPLAY "      HOME " GD-HOME-PHONE "  CELL "
                   GD-CELL-PHONE.
           IF GD-CUSTODY-NOTE NOT = SPACES
               DISPLAY "      CUSTODY: " GD-CUSTODY-NOTE
           END-IF.
       PRINT-CONTACT-LINE-EXIT.
           EXIT.

       NO-CONTACT-LIST.
           DISPLAY "ACTIVE STUDENTS WITH NO EMERGENCY CONTACT".
           DISPLAY "ID    NAME                      HOUSEHOLD".
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ STUDENT NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF STUDENT-IS-ACTIVE
                           ADD 1 TO WS-ACTIVE-COUNT
                           PERFORM SCAN-STUDENT-CONTACTS
                               THRU SCAN-STUDENT-CONTACTS-EXIT
                           IF NOT WS-HAS-EMERGENCY
                               DISPLAY STUDENT-ID " " NAME " "
                                       HOUSEHOLD-IDNUM
                               ADD 1 TO WS-NO-CONTACT-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "ACTIVE STUDENTS       : " WS-ACTIVE-COUNT.
           DISPLAY "NO EMERGENCY CONTACT  : " WS-NO-CONTACT-COUNT.
       NO-CONTACT-LIST-EXIT.
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

       END PROGRAM ContactSheet.
