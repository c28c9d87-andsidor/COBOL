      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly duplicate-candidate report. CHECK-DUPLICATE-SSN
      *          in CustIntake only catches a second account when the
      *          SSN was keyed both times, and students carry no SSN at
      *          all, so "Katherine Smith" and "Kathryn Smyth" at the
      *          same address kept turning up as two accounts. This
      *          compares every pair of customers in Plik_dane.dat, and
      *          separately every pair of students in STUDENT, by the
      *          sound of the first and last names (PhoneticCode) and
      *          then by address and phone:
      *            names sound alike (required)         50
      *            same street and ZIP, or for students
      *              the same billing household         30
      *            same ZIP only                        10
      *            a phone number in common             20
      *          A student's address and phones are its household
      *          customer's, plus the first two phones on its
      *          GUARDIAN.DAT contacts. Pairs scoring DUPCAND_MIN_SCORE
      *          (default 60) or more are listed for review with what
      *          matched, unless NOTDUP.DAT says a reviewer already
      *          dismissed that pair. Merged customers are left out.
      *          The report is kept in the report archive through
      *          RptArch. Pairs are reviewed, dismissed, or sent on
      *          to CustMerge through DupReview.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DupCand.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Plik_dane.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS Phone WITH DUPLICATES
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT STUDENT ASSIGN TO OUT1
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STUDENT-ID
           FILE STATUS IS WS-STUDENT-STATUS.

           SELECT GuardianFile ASSIGN TO "GUARDIAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GD-KEY
           FILE STATUS IS WS-GUARD-STATUS.

           SELECT NotDupFile ASSIGN TO "NOTDUP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ND-KEY
           FILE STATUS IS WS-NOTDUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD CustomerFile.
            *> Design the customer record - shared with
            *> tut_file_read.cob
            COPY CUSTREC.

           FD STUDENT.
            *> Design the student record - shared with
            *> tut_zapisz_plik.cbl
            COPY STUDENTREC.

           FD GuardianFile.
            *> Design the guardian record - shared with
            *> GuardianMaint.cbl
            COPY GUARDREC.

           FD NotDupFile.
            *> Design the dismissed-pair record - shared with
            *> DupReview.cbl
            COPY NOTDUPREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "DupCand".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-RPT-ACTION      PIC X VALUE SPACE.
        01 WS-RPT-NAME        PIC X(30) VALUE "DUPLICATE CANDIDATES".
        01 WS-RPT-LINE        PIC X(150) VALUE SPACES.
        01 WS-EOF             PIC A(1) VALUE "N".

        01 WS-ENV-MIN-SCORE   PIC X(3) VALUE SPACES.
        01 WS-MIN-SCORE       PIC 9(3) VALUE 60.

      *> One row per master record, reduced to what the comparison
      *> needs: the sound-alike codes, the street squeezed down to
      *> letters and digits, the 5-digit ZIP, and phones reduced to
      *> their digits. Customers use only the first phone slot.
        01 WS-CUST-MAX        PIC 9(4) VALUE 3000.
        01 WS-CUST-COUNT      PIC 9(4) VALUE 0.
        01 WS-CUST-OVERFLOW   PIC X VALUE "N".
        01 WS-CUST-TABLE.
            02 WS-CT-ENTRY OCCURS 3000 TIMES.
                03 WS-CT-ID          PIC 9(5).
                03 WS-CT-FIRST-CODE  PIC X(4).
                03 WS-CT-LAST-CODE   PIC X(4).
                03 WS-CT-STREET-KEY  PIC X(25).
                03 WS-CT-ZIP5        PIC X(5).
                03 WS-CT-PHONE-KEY   PIC X(12).
                03 WS-CT-NAME        PIC X(31).
        01 WS-STUD-MAX        PIC 9(4) VALUE 3000.
        01 WS-STUD-COUNT      PIC 9(4) VALUE 0.
        01 WS-STUD-OVERFLOW   PIC X VALUE "N".
        01 WS-STUD-TABLE.
            02 WS-ST-ENTRY OCCURS 3000 TIMES.
                03 WS-ST-ID          PIC 9(5).
                03 WS-ST-FIRST-CODE  PIC X(4).
                03 WS-ST-LAST-CODE   PIC X(4).
                03 WS-ST-HOUSEHOLD   PIC 9(5).
                03 WS-ST-STREET-KEY  PIC X(25).
                03 WS-ST-ZIP5        PIC X(5).
                03 WS-ST-PHONE-KEY OCCURS 3 TIMES PIC X(12).
                03 WS-ST-NAME        PIC X(25).
        01 WS-I               PIC 9(4) VALUE 0.
        01 WS-J               PIC 9(4) VALUE 0.
        01 WS-J-START         PIC 9(4) VALUE 0.
        01 WS-PA              PIC 9 VALUE 0.
        01 WS-PB              PIC 9 VALUE 0.

      *> The two sides of the pair being scored, loaded from either
      *> table so one SCORE-PAIR serves both files.
        01 WS-PAIR-A.
            02 WS-PA-STREET   PIC X(25).
            02 WS-PA-ZIP5     PIC X(5).
            02 WS-PA-PHONE OCCURS 3 TIMES PIC X(12).
        01 WS-PAIR-B.
            02 WS-PB-STREET   PIC X(25).
            02 WS-PB-ZIP5     PIC X(5).
            02 WS-PB-PHONE OCCURS 3 TIMES PIC X(12).
        01 WS-SAME-HOUSEHOLD  PIC X VALUE "N".
        01 WS-PHONE-HIT       PIC X VALUE "N".
        01 WS-PAIR-SCORE      PIC 9(3) VALUE 0.
        01 WS-MATCHED-ON      PIC X(30) VALUE SPACES.
        01 WS-MATCH-PTR       PIC 99 VALUE 1.
        01 WS-PAIR-FILE       PIC X VALUE SPACE.
        01 WS-PAIR-ID-A       PIC 9(5) VALUE 0.
        01 WS-PAIR-ID-B       PIC 9(5) VALUE 0.
        01 WS-PAIR-NAME-A     PIC X(31) VALUE SPACES.
        01 WS-PAIR-NAME-B     PIC X(31) VALUE SPACES.

        01 WS-PAIRS-LISTED    PIC 9(5) VALUE 0.
        01 WS-PAIRS-DISMISSED PIC 9(5) VALUE 0.
        01 WS-COUNT-EDIT      PIC Z(4)9.

      *> Work fields for the name and address reductions.
        01 WS-PHON-IN         PIC X(25) VALUE SPACES.
        01 WS-PHON-CODE       PIC X(4) VALUE SPACES.
        01 WS-WORD-COUNT      PIC 9 VALUE 0.
        01 WS-WORDS.
            02 WS-WORD OCCURS 4 TIMES PIC X(25).
        01 WS-NORM-IN         PIC X(25) VALUE SPACES.
        01 WS-NORM-OUT        PIC X(25) VALUE SPACES.
        01 WS-NORM-LEN        PIC 99 VALUE 0.
        01 WS-NORM-IX         PIC 99 VALUE 0.
        01 WS-NORM-CHAR       PIC X VALUE SPACE.
        01 WS-GUARD-PHONES    PIC 9 VALUE 0.
        01 WS-GUARD-DONE      PIC X VALUE "N".

        01 WS-PAIR-LINE.
            02 PL-SCORE       PIC ZZ9.
            02 FILLER         PIC X(2) VALUE SPACES.
            02 PL-ID-A        PIC 9(5).
            02 FILLER         PIC X VALUE SPACE.
            02 PL-NAME-A      PIC X(31).
            02 FILLER         PIC X VALUE SPACE.
            02 PL-ID-B        PIC 9(5).
            02 FILLER         PIC X VALUE SPACE.
            02 PL-NAME-B      PIC X(31).
            02 FILLER         PIC X VALUE SPACE.
            02 PL-MATCHED-ON  PIC X(30).

        01 WS-CUSTOMER-STATUS PIC XX VALUE "00".
            88 WS-CUSTOMER-OK      VALUE "00".
            88 WS-CUSTOMER-MISSING VALUE "35".
        01 WS-CUSTOMER-OPEN   PIC X VALUE "N".
        01 WS-STUDENT-STATUS  PIC XX VALUE "00".
            88 WS-STUDENT-OK      VALUE "00".
            88 WS-STUDENT-MISSING VALUE "35".
        01 WS-GUARD-STATUS    PIC XX VALUE "00".
            88 WS-GUARD-OK        VALUE "00".
            88 WS-GUARD-MISSING   VALUE "35".
        01 WS-GUARD-OPEN      PIC X VALUE "N".
        01 WS-NOTDUP-STATUS   PIC XX VALUE "00".
            88 WS-NOTDUP-OK       VALUE "00".
            88 WS-NOTDUP-MISSING  VALUE "35".
        01 WS-NOTDUP-OPEN     PIC X VALUE "N".
        01 WS-FILE-ERR-NAME   PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "DUPLICATE-CANDIDATE REPORT".
           ACCEPT WS-ENV-MIN-SCORE FROM ENVIRONMENT "DUPCAND_MIN_SCORE".
           IF WS-ENV-MIN-SCORE NOT = SPACES
               COMPUTE WS-MIN-SCORE = FUNCTION NUMVAL (WS-ENV-MIN-SCORE)
           END-IF.
           PERFORM OPEN-LOOKUP-FILES THRU OPEN-LOOKUP-FILES-EXIT.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-ERRLOG-PROGRAM WS-RPT-LINE.
           STRING "PAIRS SCORING " WS-MIN-SCORE " OR MORE - NAMES "
                  "SOUND ALIKE 50, SAME ADDRESS 30, SAME ZIP 10, "
                  "SHARED PHONE 20"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM LOAD-CUSTOMERS THRU LOAD-CUSTOMERS-EXIT.
           PERFORM PRINT-REPORT-LINE.
           MOVE "CUSTOMERS (Plik_dane.dat)" TO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM PRINT-COLUMN-HEADINGS.
           MOVE "C" TO WS-PAIR-FILE.
           PERFORM COMPARE-CUSTOMER-ROW THRU COMPARE-CUSTOMER-ROW-EXIT
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-CUST-COUNT.
           PERFORM LOAD-STUDENTS THRU LOAD-STUDENTS-EXIT.
           PERFORM PRINT-REPORT-LINE.
           MOVE "STUDENTS (STUDENT)" TO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM PRINT-COLUMN-HEADINGS.
           MOVE "S" TO WS-PAIR-FILE.
           PERFORM COMPARE-STUDENT-ROW THRU COMPARE-STUDENT-ROW-EXIT
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-STUD-COUNT.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-PAIRS-LISTED TO WS-COUNT-EDIT.
           STRING "CANDIDATE PAIRS LISTED: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-PAIRS-DISMISSED TO WS-COUNT-EDIT.
           STRING "PAIRS LEFT OFF AS ALREADY DISMISSED: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING "REVIEW EACH PAIR WITH DupReview - DISMISS IT, OR "
                  "SEND A CONFIRMED CUSTOMER PAIR ON TO CustMerge"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF WS-CUSTOMER-OPEN = "Y"
               CLOSE CustomerFile
           END-IF.
           IF WS-GUARD-OPEN = "Y"
               CLOSE GuardianFile
           END-IF.
           IF WS-NOTDUP-OPEN = "Y"
               CLOSE NotDupFile
           END-IF.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-ERRLOG-PROGRAM WS-RPT-LINE.
           GOBACK.

      *> With no customer file there is nothing to pair and no
      *> household addresses for the students; with no guardian or
      *> dismissal file the run simply goes without them.
       OPEN-LOOKUP-FILES.
           OPEN INPUT CustomerFile.
           IF WS-CUSTOMER-MISSING
               DISPLAY "NO CUSTOMER FILE - CUSTOMER PAIRS AND STUDENT "
                       "ADDRESSES SKIPPED"
           ELSE
               IF NOT WS-CUSTOMER-OK
                   MOVE "CUSTOMERFILE" TO WS-FILE-ERR-NAME
                   MOVE WS-CUSTOMER-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
               MOVE "Y" TO WS-CUSTOMER-OPEN
           END-IF.
           OPEN INPUT GuardianFile.
           IF WS-GUARD-MISSING
               CONTINUE
           ELSE
               IF NOT WS-GUARD-OK
                   MOVE "GUARDIAN" TO WS-FILE-ERR-NAME
                   MOVE WS-GUARD-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
               MOVE "Y" TO WS-GUARD-OPEN
           END-IF.
           OPEN INPUT NotDupFile.
           IF WS-NOTDUP-MISSING
               CONTINUE
           ELSE
               IF NOT WS-NOTDUP-OK
                   MOVE "NOTDUP" TO WS-FILE-ERR-NAME
                   MOVE WS-NOTDUP-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
               MOVE "Y" TO WS-NOTDUP-OPEN
           END-IF.
       OPEN-LOOKUP-FILES-EXIT.
           EXIT.

       LOAD-CUSTOMERS.
           MOVE 0 TO WS-CUST-COUNT.
           IF WS-CUSTOMER-OPEN NOT = "Y"
               GO TO LOAD-CUSTOMERS-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CustomerFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF NOT CustIsMerged
                           PERFORM ADD-CUSTOMER-ROW
                               THRU ADD-CUSTOMER-ROW-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CUST-OVERFLOW = "Y"
               DISPLAY "MORE THAN " WS-CUST-MAX " CUSTOMERS - ONLY THE "
                       "FIRST " WS-CUST-MAX " WERE COMPARED"
           END-IF.
       LOAD-CUSTOMERS-EXIT.
           EXIT.

       ADD-CUSTOMER-ROW.
           IF WS-CUST-COUNT >= WS-CUST-MAX
               MOVE "Y" TO WS-CUST-OVERFLOW
               GO TO ADD-CUSTOMER-ROW-EXIT
           END-IF.
           ADD 1 TO WS-CUST-COUNT.
           MOVE IDNum TO WS-CT-ID (WS-CUST-COUNT).
           MOVE FirstName TO WS-PHON-IN.
           CALL "PhoneticCode" USING WS-PHON-IN WS-PHON-CODE.
           MOVE WS-PHON-CODE TO WS-CT-FIRST-CODE (WS-CUST-COUNT).
           MOVE LastName TO WS-PHON-IN.
           CALL "PhoneticCode" USING WS-PHON-IN WS-PHON-CODE.
           MOVE WS-PHON-CODE TO WS-CT-LAST-CODE (WS-CUST-COUNT).
           MOVE Street TO WS-NORM-IN.
           PERFORM MAKE-STREET-KEY THRU MAKE-STREET-KEY-EXIT.
           MOVE WS-NORM-OUT TO WS-CT-STREET-KEY (WS-CUST-COUNT).
           MOVE Zip (1:5) TO WS-CT-ZIP5 (WS-CUST-COUNT).
           MOVE Phone TO WS-NORM-IN.
           PERFORM MAKE-PHONE-KEY THRU MAKE-PHONE-KEY-EXIT.
           MOVE WS-NORM-OUT TO WS-CT-PHONE-KEY (WS-CUST-COUNT).
           MOVE SPACES TO WS-CT-NAME (WS-CUST-COUNT).
           STRING FUNCTION TRIM (FirstName) " "
                  FUNCTION TRIM (LastName)
               DELIMITED BY SIZE INTO WS-CT-NAME (WS-CUST-COUNT).
       ADD-CUSTOMER-ROW-EXIT.
           EXIT.

      *> A student's address and first phone come from its billing
      *> household's customer record; up to two more phones come from
      *> its guardian contacts, taken in contact order.
       LOAD-STUDENTS.
           MOVE 0 TO WS-STUD-COUNT.
           OPEN INPUT STUDENT.
           IF WS-STUDENT-MISSING
               DISPLAY "NO STUDENT FILE - STUDENT PAIRS SKIPPED"
               GO TO LOAD-STUDENTS-EXIT
           END-IF.
           IF NOT WS-STUDENT-OK
               MOVE "STUDENT" TO WS-FILE-ERR-NAME
               MOVE WS-STUDENT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ STUDENT NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM ADD-STUDENT-ROW
                           THRU ADD-STUDENT-ROW-EXIT
               END-READ
           END-PERFORM.
           CLOSE STUDENT.
           IF WS-STUD-OVERFLOW = "Y"
               DISPLAY "MORE THAN " WS-STUD-MAX " STUDENTS - ONLY THE "
                       "FIRST " WS-STUD-MAX " WERE COMPARED"
           END-IF.
       LOAD-STUDENTS-EXIT.
           EXIT.

       ADD-STUDENT-ROW.
           IF WS-STUD-COUNT >= WS-STUD-MAX
               MOVE "Y" TO WS-STUD-OVERFLOW
               GO TO ADD-STUDENT-ROW-EXIT
           END-IF.
           ADD 1 TO WS-STUD-COUNT.
           MOVE STUDENT-ID TO WS-ST-ID (WS-STUD-COUNT).
           MOVE NAME TO WS-ST-NAME (WS-STUD-COUNT).
           MOVE HOUSEHOLD-IDNUM TO WS-ST-HOUSEHOLD (WS-STUD-COUNT).
      *> NAME is one field - the first word is taken as the first
      *> name and the last word as the last name.
           MOVE SPACES TO WS-WORDS.
           MOVE 0 TO WS-WORD-COUNT.
           UNSTRING FUNCTION TRIM (NAME) DELIMITED BY ALL SPACE
               INTO WS-WORD (1) WS-WORD (2) WS-WORD (3) WS-WORD (4)
               TALLYING IN WS-WORD-COUNT
           END-UNSTRING.
           MOVE SPACES TO WS-ST-FIRST-CODE (WS-STUD-COUNT)
                          WS-ST-LAST-CODE (WS-STUD-COUNT).
           IF WS-WORD-COUNT > 0
               MOVE WS-WORD (1) TO WS-PHON-IN
               CALL "PhoneticCode" USING WS-PHON-IN WS-PHON-CODE
               MOVE WS-PHON-CODE TO WS-ST-FIRST-CODE (WS-STUD-COUNT)
               MOVE WS-WORD (WS-WORD-COUNT) TO WS-PHON-IN
               CALL "PhoneticCode" USING WS-PHON-IN WS-PHON-CODE
               MOVE WS-PHON-CODE TO WS-ST-LAST-CODE (WS-STUD-COUNT)
           END-IF.
           MOVE SPACES TO WS-ST-STREET-KEY (WS-STUD-COUNT)
                          WS-ST-ZIP5 (WS-STUD-COUNT)
                          WS-ST-PHONE-KEY (WS-STUD-COUNT, 1)
                          WS-ST-PHONE-KEY (WS-STUD-COUNT, 2)
                          WS-ST-PHONE-KEY (WS-STUD-COUNT, 3).
           IF HOUSEHOLD-IDNUM NOT = 0 AND WS-CUSTOMER-OPEN = "Y"
               MOVE HOUSEHOLD-IDNUM TO IDNum
               READ CustomerFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE Street TO WS-NORM-IN
                       PERFORM MAKE-STREET-KEY
                           THRU MAKE-STREET-KEY-EXIT
                       MOVE WS-NORM-OUT
                           TO WS-ST-STREET-KEY (WS-STUD-COUNT)
                       MOVE Zip (1:5) TO WS-ST-ZIP5 (WS-STUD-COUNT)
                       MOVE Phone TO WS-NORM-IN
                       PERFORM MAKE-PHONE-KEY THRU MAKE-PHONE-KEY-EXIT
                       MOVE WS-NORM-OUT
                           TO WS-ST-PHONE-KEY (WS-STUD-COUNT, 1)
               END-READ
           END-IF.
           IF WS-GUARD-OPEN = "Y"
               PERFORM LOAD-GUARDIAN-PHONES
                   THRU LOAD-GUARDIAN-PHONES-EXIT
           END-IF.
       ADD-STUDENT-ROW-EXIT.
           EXIT.

       LOAD-GUARDIAN-PHONES.
           MOVE 1 TO WS-GUARD-PHONES.
           MOVE "N" TO WS-GUARD-DONE.
           MOVE STUDENT-ID TO GD-STUDENT-ID.
           MOVE 0 TO GD-SEQ.
           START GuardianFile KEY IS NOT LESS THAN GD-KEY
               INVALID KEY MOVE "Y" TO WS-GUARD-DONE
           END-START.
           PERFORM UNTIL WS-GUARD-DONE = "Y"
               READ GuardianFile NEXT RECORD
                   AT END MOVE "Y" TO WS-GUARD-DONE
                   NOT AT END
                       IF GD-STUDENT-ID NOT = STUDENT-ID
                           MOVE "Y" TO WS-GUARD-DONE
                       ELSE
                           MOVE GD-HOME-PHONE TO WS-NORM-IN
                           PERFORM ADD-GUARDIAN-PHONE
                               THRU ADD-GUARDIAN-PHONE-EXIT
                           MOVE GD-CELL-PHONE TO WS-NORM-IN
                           PERFORM ADD-GUARDIAN-PHONE
                               THRU ADD-GUARDIAN-PHONE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       LOAD-GUARDIAN-PHONES-EXIT.
           EXIT.

       ADD-GUARDIAN-PHONE.
           IF WS-GUARD-PHONES >= 3
               MOVE "Y" TO WS-GUARD-DONE
               GO TO ADD-GUARDIAN-PHONE-EXIT
           END-IF.
           PERFORM MAKE-PHONE-KEY THRU MAKE-PHONE-KEY-EXIT.
           IF WS-NORM-OUT = SPACES
               GO TO ADD-GUARDIAN-PHONE-EXIT
           END-IF.
           ADD 1 TO WS-GUARD-PHONES.
           MOVE WS-NORM-OUT
               TO WS-ST-PHONE-KEY (WS-STUD-COUNT, WS-GUARD-PHONES).
       ADD-GUARDIAN-PHONE-EXIT.
           EXIT.

      *> Upper case, letters and digits only - "12 Oak St." and
      *> "12 OAK ST" reduce to the same 12OAKST.
       MAKE-STREET-KEY.
           MOVE SPACES TO WS-NORM-OUT.
           MOVE 0 TO WS-NORM-LEN.
           MOVE FUNCTION UPPER-CASE (WS-NORM-IN) TO WS-NORM-IN.
           PERFORM KEEP-ALPHANUMERIC
               VARYING WS-NORM-IX FROM 1 BY 1 UNTIL WS-NORM-IX > 25.
       MAKE-STREET-KEY-EXIT.
           EXIT.

       KEEP-ALPHANUMERIC.
           MOVE WS-NORM-IN (WS-NORM-IX:1) TO WS-NORM-CHAR.
           IF (WS-NORM-CHAR >= "A" AND WS-NORM-CHAR <= "Z")
              OR WS-NORM-CHAR IS NUMERIC
               ADD 1 TO WS-NORM-LEN
               MOVE WS-NORM-CHAR TO WS-NORM-OUT (WS-NORM-LEN:1)
           END-IF.

      *> Digits only, so "555-1234" and "(555) 1234" agree; fewer
      *> than seven digits is no usable phone and comes back blank.
       MAKE-PHONE-KEY.
           MOVE SPACES TO WS-NORM-OUT.
           MOVE 0 TO WS-NORM-LEN.
           PERFORM KEEP-DIGIT
               VARYING WS-NORM-IX FROM 1 BY 1 UNTIL WS-NORM-IX > 12.
           IF WS-NORM-LEN < 7
               MOVE SPACES TO WS-NORM-OUT
           END-IF.
       MAKE-PHONE-KEY-EXIT.
           EXIT.

       KEEP-DIGIT.
           MOVE WS-NORM-IN (WS-NORM-IX:1) TO WS-NORM-CHAR.
           IF WS-NORM-CHAR IS NUMERIC
               ADD 1 TO WS-NORM-LEN
               MOVE WS-NORM-CHAR TO WS-NORM-OUT (WS-NORM-LEN:1)
           END-IF.

       COMPARE-CUSTOMER-ROW.
           IF WS-CT-LAST-CODE (WS-I) = SPACES
               GO TO COMPARE-CUSTOMER-ROW-EXIT
           END-IF.
           COMPUTE WS-J-START = WS-I + 1.
           PERFORM COMPARE-CUSTOMER-PAIR THRU COMPARE-CUSTOMER-PAIR-EXIT
               VARYING WS-J FROM WS-J-START BY 1
               UNTIL WS-J > WS-CUST-COUNT.
       COMPARE-CUSTOMER-ROW-EXIT.
           EXIT.

       COMPARE-CUSTOMER-PAIR.
           IF WS-CT-LAST-CODE (WS-J) NOT = WS-CT-LAST-CODE (WS-I)
              OR WS-CT-FIRST-CODE (WS-J) NOT = WS-CT-FIRST-CODE (WS-I)
               GO TO COMPARE-CUSTOMER-PAIR-EXIT
           END-IF.
           MOVE SPACES TO WS-PAIR-A WS-PAIR-B.
           MOVE WS-CT-STREET-KEY (WS-I) TO WS-PA-STREET.
           MOVE WS-CT-ZIP5 (WS-I) TO WS-PA-ZIP5.
           MOVE WS-CT-PHONE-KEY (WS-I) TO WS-PA-PHONE (1).
           MOVE WS-CT-STREET-KEY (WS-J) TO WS-PB-STREET.
           MOVE WS-CT-ZIP5 (WS-J) TO WS-PB-ZIP5.
           MOVE WS-CT-PHONE-KEY (WS-J) TO WS-PB-PHONE (1).
           MOVE "N" TO WS-SAME-HOUSEHOLD.
           PERFORM SCORE-PAIR THRU SCORE-PAIR-EXIT.
           MOVE WS-CT-ID (WS-I) TO WS-PAIR-ID-A.
           MOVE WS-CT-NAME (WS-I) TO WS-PAIR-NAME-A.
           MOVE WS-CT-ID (WS-J) TO WS-PAIR-ID-B.
           MOVE WS-CT-NAME (WS-J) TO WS-PAIR-NAME-B.
           PERFORM LIST-PAIR THRU LIST-PAIR-EXIT.
       COMPARE-CUSTOMER-PAIR-EXIT.
           EXIT.

       COMPARE-STUDENT-ROW.
           IF WS-ST-LAST-CODE (WS-I) = SPACES
               GO TO COMPARE-STUDENT-ROW-EXIT
           END-IF.
           COMPUTE WS-J-START = WS-I + 1.
           PERFORM COMPARE-STUDENT-PAIR THRU COMPARE-STUDENT-PAIR-EXIT
               VARYING WS-J FROM WS-J-START BY 1
               UNTIL WS-J > WS-STUD-COUNT.
       COMPARE-STUDENT-ROW-EXIT.
           EXIT.

       COMPARE-STUDENT-PAIR.
           IF WS-ST-LAST-CODE (WS-J) NOT = WS-ST-LAST-CODE (WS-I)
              OR WS-ST-FIRST-CODE (WS-J) NOT = WS-ST-FIRST-CODE (WS-I)
               GO TO COMPARE-STUDENT-PAIR-EXIT
           END-IF.
           MOVE WS-ST-STREET-KEY (WS-I) TO WS-PA-STREET.
           MOVE WS-ST-ZIP5 (WS-I) TO WS-PA-ZIP5.
           MOVE WS-ST-PHONE-KEY (WS-I, 1) TO WS-PA-PHONE (1).
           MOVE WS-ST-PHONE-KEY (WS-I, 2) TO WS-PA-PHONE (2).
           MOVE WS-ST-PHONE-KEY (WS-I, 3) TO WS-PA-PHONE (3).
           MOVE WS-ST-STREET-KEY (WS-J) TO WS-PB-STREET.
           MOVE WS-ST-ZIP5 (WS-J) TO WS-PB-ZIP5.
           MOVE WS-ST-PHONE-KEY (WS-J, 1) TO WS-PB-PHONE (1).
           MOVE WS-ST-PHONE-KEY (WS-J, 2) TO WS-PB-PHONE (2).
           MOVE WS-ST-PHONE-KEY (WS-J, 3) TO WS-PB-PHONE (3).
           MOVE "N" TO WS-SAME-HOUSEHOLD.
           IF WS-ST-HOUSEHOLD (WS-I) NOT = 0
              AND WS-ST-HOUSEHOLD (WS-I) = WS-ST-HOUSEHOLD (WS-J)
               MOVE "Y" TO WS-SAME-HOUSEHOLD
           END-IF.
           PERFORM SCORE-PAIR THRU SCORE-PAIR-EXIT.
           MOVE WS-ST-ID (WS-I) TO WS-PAIR-ID-A.
           MOVE WS-ST-NAME (WS-I) TO WS-PAIR-NAME-A.
           MOVE WS-ST-ID (WS-J) TO WS-PAIR-ID-B.
           MOVE WS-ST-NAME (WS-J) TO WS-PAIR-NAME-B.
           PERFORM LIST-PAIR THRU LIST-PAIR-EXIT.
       COMPARE-STUDENT-PAIR-EXIT.
           EXIT.

      *> Reached only for pairs whose names already sound alike.
       SCORE-PAIR.
           MOVE 50 TO WS-PAIR-SCORE.
           MOVE SPACES TO WS-MATCHED-ON.
           MOVE 1 TO WS-MATCH-PTR.
           STRING "NAME" DELIMITED BY SIZE
               INTO WS-MATCHED-ON WITH POINTER WS-MATCH-PTR.
           EVALUATE TRUE
               WHEN WS-SAME-HOUSEHOLD = "Y"
                   ADD 30 TO WS-PAIR-SCORE
                   STRING " HOUSEHOLD" DELIMITED BY SIZE
                       INTO WS-MATCHED-ON WITH POINTER WS-MATCH-PTR
               WHEN WS-PA-STREET NOT = SPACES
                AND WS-PA-STREET = WS-PB-STREET
                AND WS-PA-ZIP5 = WS-PB-ZIP5
                   ADD 30 TO WS-PAIR-SCORE
                   STRING " ADDRESS" DELIMITED BY SIZE
                       INTO WS-MATCHED-ON WITH POINTER WS-MATCH-PTR
               WHEN WS-PA-ZIP5 NOT = SPACES
                AND WS-PA-ZIP5 = WS-PB-ZIP5
                   ADD 10 TO WS-PAIR-SCORE
                   STRING " ZIP" DELIMITED BY SIZE
                       INTO WS-MATCHED-ON WITH POINTER WS-MATCH-PTR
           END-EVALUATE.
           MOVE "N" TO WS-PHONE-HIT.
           PERFORM CHECK-PHONE-A
               VARYING WS-PA FROM 1 BY 1
               UNTIL WS-PA > 3 OR WS-PHONE-HIT = "Y".
           IF WS-PHONE-HIT = "Y"
               ADD 20 TO WS-PAIR-SCORE
               STRING " PHONE" DELIMITED BY SIZE
                   INTO WS-MATCHED-ON WITH POINTER WS-MATCH-PTR
           END-IF.
       SCORE-PAIR-EXIT.
           EXIT.

       CHECK-PHONE-A.
           IF WS-PA-PHONE (WS-PA) NOT = SPACES
               PERFORM CHECK-PHONE-B
                   VARYING WS-PB FROM 1 BY 1
                   UNTIL WS-PB > 3 OR WS-PHONE-HIT = "Y"
           END-IF.

       CHECK-PHONE-B.
           IF WS-PB-PHONE (WS-PB) = WS-PA-PHONE (WS-PA)
               MOVE "Y" TO WS-PHONE-HIT
           END-IF.

      *> A pair a reviewer has already dismissed stays off the report.
       LIST-PAIR.
           IF WS-PAIR-SCORE < WS-MIN-SCORE
               GO TO LIST-PAIR-EXIT
           END-IF.
           IF WS-NOTDUP-OPEN = "Y"
               MOVE WS-PAIR-FILE TO ND-FILE
               MOVE WS-PAIR-ID-A TO ND-LOW-ID
               MOVE WS-PAIR-ID-B TO ND-HIGH-ID
               IF WS-PAIR-ID-B < WS-PAIR-ID-A
                   MOVE WS-PAIR-ID-B TO ND-LOW-ID
                   MOVE WS-PAIR-ID-A TO ND-HIGH-ID
               END-IF
               READ NotDupFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-PAIRS-DISMISSED
                       GO TO LIST-PAIR-EXIT
               END-READ
           END-IF.
           MOVE WS-PAIR-SCORE TO PL-SCORE.
           MOVE WS-PAIR-ID-A TO PL-ID-A.
           MOVE WS-PAIR-NAME-A TO PL-NAME-A.
           MOVE WS-PAIR-ID-B TO PL-ID-B.
           MOVE WS-PAIR-NAME-B TO PL-NAME-B.
           MOVE WS-MATCHED-ON TO PL-MATCHED-ON.
           MOVE WS-PAIR-LINE TO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           ADD 1 TO WS-PAIRS-LISTED.
       LIST-PAIR-EXIT.
           EXIT.

       PRINT-COLUMN-HEADINGS.
           STRING "SCORE ID    NAME                            "
                  "ID    NAME                            MATCHED ON"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

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

       END PROGRAM DupCand.
