      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance for GUARDIAN.DAT, the guardian and
      *          emergency-contact file kept per STUDENT-ID apart from
      *          the billing customer - add a contact (numbered after
      *          the student's last one), correct or delete one, or
      *          list a student's contacts with their phones, pickup
      *          authorization, and any custody restriction. Custody
      *          notes are sensitive, so the program needs an
      *          operator sign-on through SignOn.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GuardianMaint.
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

       DATA DIVISION.
       FILE SECTION.
           FD GuardianFile.
            *> Design the guardian record - shared with
            *> ContactSheet.cbl
            COPY GUARDREC.

           FD STUDENT.
            *> Design the student record - shared with
            *> tut_zapisz_plik.cbl
            COPY STUDENTREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "GuardianMaint".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-MODE              PIC X VALUE SPACE.
            88 WS-MODE-ADD      VALUE "A".
            88 WS-MODE-CORRECT  VALUE "C".
            88 WS-MODE-DELETE   VALUE "D".
            88 WS-MODE-LIST     VALUE "L".

        01 WS-SIGNON-ROLE       PIC X VALUE "O".
        01 WS-SIGNON-USER       PIC X(8) VALUE SPACES.
        01 WS-SIGNON-AUTH       PIC X VALUE "N".

        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-STUDENT-ID-IN     PIC 9(5) VALUE 0.
        01 WS-SEQ-IN            PIC 9(2) VALUE 0.
        01 WS-LAST-SEQ          PIC 9(2) VALUE 0.
        01 WS-NAME-NORM-WORK    PIC X(25) VALUE SPACES.
        01 WS-FLAG-IN           PIC X VALUE SPACE.
        01 WS-CONFIRM           PIC X VALUE SPACE.
        01 WS-LIST-COUNT        PIC 9(3) VALUE 0.

        01 WS-GUARD-STATUS      PIC XX VALUE "00".
            88 WS-GUARD-OK      VALUE "00".
            88 WS-GUARD-MISSING VALUE "35".
        01 WS-STUDENT-STATUS    PIC XX VALUE "00".
            88 WS-STUDENT-OK    VALUE "00".
        01 WS-FILE-ERR-NAME     PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS   PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "SignOn" USING WS-SIGNON-ROLE WS-SIGNON-USER
               WS-SIGNON-AUTH WS-ERRLOG-PROGRAM.
           IF WS-SIGNON-AUTH NOT = "Y"
               DISPLAY "SIGN-ON REQUIRED - NOTHING DONE"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O GuardianFile.
           IF WS-GUARD-MISSING
               OPEN OUTPUT GuardianFile
               CLOSE GuardianFile
               OPEN I-O GuardianFile
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
           DISPLAY "ENTER MODE - (A)DD, (C)ORRECT, (D)ELETE, OR "
                   "(L)IST CONTACTS: " WITH NO ADVANCING.
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE-ADD
                   PERFORM ADD-CONTACT THRU ADD-CONTACT-EXIT
               WHEN WS-MODE-CORRECT
                   PERFORM CORRECT-CONTACT THRU CORRECT-CONTACT-EXIT
               WHEN WS-MODE-DELETE
                   PERFORM DELETE-CONTACT THRU DELETE-CONTACT-EXIT
               WHEN WS-MODE-LIST
                   PERFORM LIST-CONTACTS THRU LIST-CONTACTS-EXIT
               WHEN OTHER
                   DISPLAY "INVALID MODE - ENTER A, C, D, OR L - "
                           "NOTHING DONE"
           END-EVALUATE.
           CLOSE GuardianFile.
           CLOSE STUDENT.
           STOP RUN.

       ACCEPT-STUDENT.
           DISPLAY "Student ID: " WITH NO ADVANCING.
           ACCEPT WS-STUDENT-ID-IN.
           MOVE WS-STUDENT-ID-IN TO STUDENT-ID.
           READ STUDENT
               INVALID KEY
                   DISPLAY "ERROR: STUDENT " WS-STUDENT-ID-IN
                           " NOT ON FILE"
                   MOVE 0 TO WS-STUDENT-ID-IN
                   GO TO ACCEPT-STUDENT-EXIT
           END-READ.
           DISPLAY "STUDENT: " NAME.
       ACCEPT-STUDENT-EXIT.
           EXIT.

      *> New contacts go after the student's highest sequence number
      *> - the key leads with the student, so one START finds them.
       ADD-CONTACT.
           PERFORM ACCEPT-STUDENT THRU ACCEPT-STUDENT-EXIT.
           IF WS-STUDENT-ID-IN = 0
               GO TO ADD-CONTACT-EXIT
           END-IF.
           PERFORM FIND-LAST-SEQ THRU FIND-LAST-SEQ-EXIT.
           IF WS-LAST-SEQ = 99
               DISPLAY "ERROR: STUDENT " WS-STUDENT-ID-IN
                       " HAS NO CONTACT NUMBERS LEFT - NOT ADDED"
               GO TO ADD-CONTACT-EXIT
           END-IF.
           MOVE SPACES TO GUARDIAN-REC.
           MOVE WS-STUDENT-ID-IN TO GD-STUDENT-ID.
           COMPUTE GD-SEQ = WS-LAST-SEQ + 1.
           PERFORM ACCEPT-CONTACT-FIELDS
               THRU ACCEPT-CONTACT-FIELDS-EXIT.
           WRITE GUARDIAN-REC
               INVALID KEY
                   MOVE "GUARDIAN" TO WS-FILE-ERR-NAME
                   MOVE WS-GUARD-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-WRITE.
           DISPLAY "CONTACT " GD-SEQ " ADDED FOR STUDENT "
                   WS-STUDENT-ID-IN.
       ADD-CONTACT-EXIT.
           EXIT.

       FIND-LAST-SEQ.
           MOVE 0 TO WS-LAST-SEQ.
           MOVE "N" TO WS-EOF.
           MOVE WS-STUDENT-ID-IN TO GD-STUDENT-ID.
           MOVE 0 TO GD-SEQ.
           START GuardianFile KEY IS NOT LESS THAN GD-KEY
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ GuardianFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF GD-STUDENT-ID NOT = WS-STUDENT-ID-IN
                           MOVE "Y" TO WS-EOF
                       ELSE
                           MOVE GD-SEQ TO WS-LAST-SEQ
                       END-IF
               END-READ
           END-PERFORM.
       FIND-LAST-SEQ-EXIT.
           EXIT.

       ACCEPT-CONTACT-FIELDS.
           DISPLAY "Contact name: " WITH NO ADVANCING.
           ACCEPT WS-NAME-NORM-WORK.
      *> Same intake-time scrub the student and customer adds use.
           CALL "NameNormalize" USING WS-NAME-NORM-WORK.
           MOVE WS-NAME-NORM-WORK TO GD-NAME.
           DISPLAY "Relationship (MOTHER, FATHER, AUNT...): "
                   WITH NO ADVANCING.
           ACCEPT GD-RELATION.
           DISPLAY "Home phone: " WITH NO ADVANCING.
           ACCEPT GD-HOME-PHONE.
           DISPLAY "Cell/work phone: " WITH NO ADVANCING.
           ACCEPT GD-CELL-PHONE.
       ACCEPT-EMERGENCY-FLAG.
           DISPLAY "Emergency contact (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-FLAG-IN.
           IF WS-FLAG-IN NOT = "Y" AND WS-FLAG-IN NOT = "N"
               DISPLAY "ENTER Y OR N"
               GO TO ACCEPT-EMERGENCY-FLAG
           END-IF.
           MOVE WS-FLAG-IN TO GD-EMERGENCY.
       ACCEPT-PICKUP-FLAG.
           DISPLAY "Authorized to pick up (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-FLAG-IN.
           IF WS-FLAG-IN NOT = "Y" AND WS-FLAG-IN NOT = "N"
               DISPLAY "ENTER Y OR N"
               GO TO ACCEPT-PICKUP-FLAG
           END-IF.
           MOVE WS-FLAG-IN TO GD-PICKUP.
           DISPLAY "Custody restriction note (blank if none): "
                   WITH NO ADVANCING.
           ACCEPT GD-CUSTODY-NOTE.
           MOVE SPACE TO GD-SEP1 GD-SEP2 GD-SEP3 GD-SEP4 GD-SEP5
                         GD-SEP6 GD-SEP7.
       ACCEPT-CONTACT-FIELDS-EXIT.
           EXIT.

       READ-CONTACT.
           DISPLAY "Contact number: " WITH NO ADVANCING.
           ACCEPT WS-SEQ-IN.
           MOVE WS-STUDENT-ID-IN TO GD-STUDENT-ID.
           MOVE WS-SEQ-IN TO GD-SEQ.
           READ GuardianFile
               INVALID KEY
                   DISPLAY "ERROR: CONTACT " WS-SEQ-IN
                           " NOT ON FILE FOR STUDENT "
                           WS-STUDENT-ID-IN
                   MOVE 0 TO WS-SEQ-IN
                   GO TO READ-CONTACT-EXIT
           END-READ.
           PERFORM SHOW-CONTACT THRU SHOW-CONTACT-EXIT.
       READ-CONTACT-EXIT.
           EXIT.

       CORRECT-CONTACT.
           PERFORM ACCEPT-STUDENT THRU ACCEPT-STUDENT-EXIT.
           IF WS-STUDENT-ID-IN = 0
               GO TO CORRECT-CONTACT-EXIT
           END-IF.
           PERFORM READ-CONTACT THRU READ-CONTACT-EXIT.
           IF WS-SEQ-IN = 0
               GO TO CORRECT-CONTACT-EXIT
           END-IF.
           PERFORM ACCEPT-CONTACT-FIELDS
               THRU ACCEPT-CONTACT-FIELDS-EXIT.
           REWRITE GUARDIAN-REC.
           IF NOT WS-GUARD-OK
               MOVE "GUARDIAN" TO WS-FILE-ERR-NAME
               MOVE WS-GUARD-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "CONTACT " WS-SEQ-IN " CORRECTED".
       CORRECT-CONTACT-EXIT.
           EXIT.

       DELETE-CONTACT.
           PERFORM ACCEPT-STUDENT THRU ACCEPT-STUDENT-EXIT.
           IF WS-STUDENT-ID-IN = 0
               GO TO DELETE-CONTACT-EXIT
           END-IF.
           PERFORM READ-CONTACT THRU READ-CONTACT-EXIT.
           IF WS-SEQ-IN = 0
               GO TO DELETE-CONTACT-EXIT
           END-IF.
           DISPLAY "DELETE THIS CONTACT (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "NOTHING DELETED"
               GO TO DELETE-CONTACT-EXIT
           END-IF.
           DELETE GuardianFile RECORD.
           IF NOT WS-GUARD-OK
               MOVE "GUARDIAN" TO WS-FILE-ERR-NAME
               MOVE WS-GUARD-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "CONTACT " WS-SEQ-IN " DELETED".
       DELETE-CONTACT-EXIT.
           EXIT.

       LIST-CONTACTS.
           PERFORM ACCEPT-STUDENT THRU ACCEPT-STUDENT-EXIT.
           IF WS-STUDENT-ID-IN = 0
               GO TO LIST-CONTACTS-EXIT
           END-IF.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE "N" TO WS-EOF.
           MOVE WS-STUDENT-ID-IN TO GD-STUDENT-ID.
           MOVE 0 TO GD-SEQ.
           START GuardianFile KEY IS NOT LESS THAN GD-KEY
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ GuardianFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF GD-STUDENT-ID NOT = WS-STUDENT-ID-IN
                           MOVE "Y" TO WS-EOF
                       ELSE
                           PERFORM SHOW-CONTACT
                               THRU SHOW-CONTACT-EXIT
                           ADD 1 TO WS-LIST-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "CONTACTS ON FILE: " WS-LIST-COUNT.
       LIST-CONTACTS-EXIT.
           EXIT.

       SHOW-CONTACT.
           DISPLAY GD-SEQ " " GD-NAME " " GD-RELATION
                   " EMERG " GD-EMERGENCY " PICKUP " GD-PICKUP.
           DISPLAY "   HOME " GD-HOME-PHONE "  CELL " GD-CELL-PHONE.
           IF GD-CUSTODY-NOTE NOT = SPACES
               DISPLAY "   CUSTODY: " GD-CUSTODY-NOTE
           END-IF.
       SHOW-CONTACT-EXIT.
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

       END PROGRAM GuardianMaint.
