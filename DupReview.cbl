      ******************************************************************
      * Author:
      * Date:
      * Purpose: Review one pair from the nightly DupCand report. Shows
      *          both customer (or both student) records side by side
      *          with any earlier dismissal, then lets the reviewer
      *          (N)ot-a-duplicate the pair - written to NOTDUP.DAT
      *          with the date and operator so DupCand stops listing it
      *          - (R)einstate a pair dismissed by mistake, or (M)erge
      *          a confirmed customer pair by handing straight on to
      *          CustMerge. Students have no merge; the duplicate is
      *          withdrawn through StudentMaint instead. Dismissals are
      *          a decision about the data, so the program needs an
      *          operator sign-on through SignOn.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DupReview.
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
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUDENT-ID
           FILE STATUS IS WS-STUDENT-STATUS.

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

           FD NotDupFile.
            *> Design the dismissed-pair record - shared with
            *> DupCand.cbl
            COPY NOTDUPREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "DupReview".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-PAIR-FILE         PIC X VALUE SPACE.
            88 WS-PAIR-CUSTOMERS VALUE "C".
            88 WS-PAIR-STUDENTS  VALUE "S".
        01 WS-ACTION            PIC X VALUE SPACE.
            88 WS-ACTION-NOTDUP    VALUE "N".
            88 WS-ACTION-REINSTATE VALUE "R".
            88 WS-ACTION-MERGE     VALUE "M".
            88 WS-ACTION-QUIT      VALUE "Q".

        01 WS-SIGNON-ROLE       PIC X VALUE "O".
        01 WS-SIGNON-USER       PIC X(8) VALUE SPACES.
        01 WS-SIGNON-AUTH       PIC X VALUE "N".

        01 WS-ID-1              PIC 9(5) VALUE 0.
        01 WS-ID-2              PIC 9(5) VALUE 0.
        01 WS-SHOW-ID           PIC 9(5) VALUE 0.
        01 WS-RECORDS-FOUND     PIC 9 VALUE 0.
        01 WS-DISMISSED         PIC X VALUE "N".
        01 WS-CONFIRM           PIC X VALUE SPACE.

        01 WS-CUSTOMER-STATUS   PIC XX VALUE "00".
            88 WS-CUSTOMER-OK   VALUE "00".
        01 WS-CUSTOMER-OPEN     PIC X VALUE "N".
        01 WS-STUDENT-STATUS    PIC XX VALUE "00".
            88 WS-STUDENT-OK    VALUE "00".
        01 WS-STUDENT-OPEN      PIC X VALUE "N".
        01 WS-NOTDUP-STATUS     PIC XX VALUE "00".
            88 WS-NOTDUP-OK      VALUE "00".
            88 WS-NOTDUP-MISSING VALUE "35".
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
           DISPLAY "DUPLICATE-CANDIDATE REVIEW".
           DISPLAY "(C)USTOMER OR (S)TUDENT PAIR: " WITH NO ADVANCING.
           ACCEPT WS-PAIR-FILE.
           MOVE FUNCTION UPPER-CASE (WS-PAIR-FILE) TO WS-PAIR-FILE.
           IF NOT WS-PAIR-CUSTOMERS AND NOT WS-PAIR-STUDENTS
               DISPLAY "INVALID CHOICE - ENTER C OR S - NOTHING DONE"
               GOBACK
           END-IF.
           DISPLAY "First ID: " WITH NO ADVANCING.
           ACCEPT WS-ID-1.
           DISPLAY "Second ID: " WITH NO ADVANCING.
           ACCEPT WS-ID-2.
           IF WS-ID-1 = WS-ID-2
               DISPLAY "BOTH IDS ARE THE SAME - NOTHING DONE"
               GOBACK
           END-IF.
           PERFORM OPEN-REVIEW-FILES THRU OPEN-REVIEW-FILES-EXIT.
           PERFORM SHOW-PAIR THRU SHOW-PAIR-EXIT.
           IF WS-RECORDS-FOUND < 2
               DISPLAY "BOTH RECORDS MUST BE ON FILE - NOTHING DONE"
               PERFORM CLOSE-REVIEW-FILES
               GOBACK
           END-IF.
           IF WS-PAIR-CUSTOMERS
               DISPLAY "ENTER ACTION - (N)OT A DUPLICATE, (R)EINSTATE, "
                       "(M)ERGE, OR (Q)UIT: " WITH NO ADVANCING
           ELSE
               DISPLAY "ENTER ACTION - (N)OT A DUPLICATE, (R)EINSTATE, "
                       "OR (Q)UIT: " WITH NO ADVANCING
           END-IF.
           ACCEPT WS-ACTION.
           MOVE FUNCTION UPPER-CASE (WS-ACTION) TO WS-ACTION.
           EVALUATE TRUE
               WHEN WS-ACTION-NOTDUP
                   PERFORM DISMISS-PAIR THRU DISMISS-PAIR-EXIT
               WHEN WS-ACTION-REINSTATE
                   PERFORM REINSTATE-PAIR THRU REINSTATE-PAIR-EXIT
               WHEN WS-ACTION-MERGE AND WS-PAIR-CUSTOMERS
                   PERFORM CLOSE-REVIEW-FILES
                   PERFORM MERGE-PAIR
                   GOBACK
               WHEN WS-ACTION-MERGE
                   DISPLAY "STUDENTS ARE NOT MERGED - WITHDRAW THE "
                           "DUPLICATE THROUGH StudentMaint"
               WHEN WS-ACTION-QUIT
                   DISPLAY "NOTHING DONE"
               WHEN OTHER
                   DISPLAY "INVALID ACTION - NOTHING DONE"
           END-EVALUATE.
           PERFORM CLOSE-REVIEW-FILES.
           GOBACK.

      *> NOTDUP.DAT is created on the first dismissal. The pair is
      *> keyed lower ID first, the way DupCand looks it up.
       OPEN-REVIEW-FILES.
           OPEN I-O NotDupFile.
           IF WS-NOTDUP-MISSING
               OPEN OUTPUT NotDupFile
               CLOSE NotDupFile
               OPEN I-O NotDupFile
           END-IF.
           IF NOT WS-NOTDUP-OK
               MOVE "NOTDUP" TO WS-FILE-ERR-NAME
               MOVE WS-NOTDUP-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           IF WS-PAIR-CUSTOMERS
               OPEN INPUT CustomerFile
               IF NOT WS-CUSTOMER-OK
                   MOVE "CUSTOMERFILE" TO WS-FILE-ERR-NAME
                   MOVE WS-CUSTOMER-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
               MOVE "Y" TO WS-CUSTOMER-OPEN
           ELSE
               OPEN INPUT STUDENT
               IF NOT WS-STUDENT-OK
                   MOVE "STUDENT" TO WS-FILE-ERR-NAME
                   MOVE WS-STUDENT-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
               MOVE "Y" TO WS-STUDENT-OPEN
           END-IF.
           MOVE WS-PAIR-FILE TO ND-FILE.
           IF WS-ID-1 < WS-ID-2
               MOVE WS-ID-1 TO ND-LOW-ID
               MOVE WS-ID-2 TO ND-HIGH-ID
           ELSE
               MOVE WS-ID-2 TO ND-LOW-ID
               MOVE WS-ID-1 TO ND-HIGH-ID
           END-IF.
       OPEN-REVIEW-FILES-EXIT.
           EXIT.

       CLOSE-REVIEW-FILES.
           CLOSE NotDupFile.
           IF WS-CUSTOMER-OPEN = "Y"
               CLOSE CustomerFile
               MOVE "N" TO WS-CUSTOMER-OPEN
           END-IF.
           IF WS-STUDENT-OPEN = "Y"
               CLOSE STUDENT
               MOVE "N" TO WS-STUDENT-OPEN
           END-IF.

       SHOW-PAIR.
           MOVE 0 TO WS-RECORDS-FOUND.
           DISPLAY " ".
           MOVE WS-ID-1 TO WS-SHOW-ID.
           PERFORM SHOW-ONE-RECORD THRU SHOW-ONE-RECORD-EXIT.
           MOVE WS-ID-2 TO WS-SHOW-ID.
           PERFORM SHOW-ONE-RECORD THRU SHOW-ONE-RECORD-EXIT.
           MOVE "N" TO WS-DISMISSED.
           READ NotDupFile
               INVALID KEY
                   DISPLAY "NOT DISMISSED BEFORE"
               NOT INVALID KEY
                   MOVE "Y" TO WS-DISMISSED
                   DISPLAY "DISMISSED AS NOT A DUPLICATE ON " ND-DATE
                           " BY " ND-USER-ID
           END-READ.
       SHOW-PAIR-EXIT.
           EXIT.

       SHOW-ONE-RECORD.
           IF WS-PAIR-STUDENTS
               MOVE WS-SHOW-ID TO STUDENT-ID
               READ STUDENT
                   INVALID KEY
                       DISPLAY "STUDENT " WS-SHOW-ID " NOT ON FILE"
                       GO TO SHOW-ONE-RECORD-EXIT
               END-READ
               ADD 1 TO WS-RECORDS-FOUND
               DISPLAY "STUDENT " STUDENT-ID ": " NAME
               DISPLAY "    LESSON " LESSON "  STATUS " STUDENT-STATUS
                       "  HOUSEHOLD " HOUSEHOLD-IDNUM
               GO TO SHOW-ONE-RECORD-EXIT
           END-IF.
           MOVE WS-SHOW-ID TO IDNum.
           READ CustomerFile
               INVALID KEY
                   DISPLAY "CUSTOMER " WS-SHOW-ID " NOT ON FILE"
                   GO TO SHOW-ONE-RECORD-EXIT
           END-READ.
           ADD 1 TO WS-RECORDS-FOUND.
           DISPLAY "CUSTOMER " IDNum ": " FirstName " " LastName
                   "  STATUS " CustStatus.
           DISPLAY "    " Street " " City " " State " " Zip.
           DISPLAY "    PHONE " Phone.
       SHOW-ONE-RECORD-EXIT.
           EXIT.

       DISMISS-PAIR.
           IF WS-DISMISSED = "Y"
               DISPLAY "PAIR IS ALREADY DISMISSED - NOTHING DONE"
               GO TO DISMISS-PAIR-EXIT
           END-IF.
           MOVE SPACE TO ND-SEP1 ND-SEP2.
           ACCEPT ND-DATE FROM DATE YYYYMMDD.
           MOVE WS-SIGNON-USER TO ND-USER-ID.
           WRITE NOTDUP-REC
               INVALID KEY
                   MOVE "NOTDUP" TO WS-FILE-ERR-NAME
                   MOVE WS-NOTDUP-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-WRITE.
           DISPLAY "PAIR DISMISSED - DupCand WILL NO LONGER LIST IT".
       DISMISS-PAIR-EXIT.
           EXIT.

       REINSTATE-PAIR.
           IF WS-DISMISSED NOT = "Y"
               DISPLAY "PAIR WAS NEVER DISMISSED - NOTHING DONE"
               GO TO REINSTATE-PAIR-EXIT
           END-IF.
           DISPLAY "Reinstate the pair for review? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "NOTHING DONE"
               GO TO REINSTATE-PAIR-EXIT
           END-IF.
           DELETE NotDupFile
               INVALID KEY
                   MOVE "NOTDUP" TO WS-FILE-ERR-NAME
                   MOVE WS-NOTDUP-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-DELETE.
           DISPLAY "PAIR REINSTATED - DupCand WILL LIST IT AGAIN".
       REINSTATE-PAIR-EXIT.
           EXIT.

      *> CustMerge opens the customer file itself and asks for the
      *> survivor and the duplicate, so the files are closed first.
       MERGE-PAIR.
           DISPLAY "HANDING ON TO CustMerge - ENTER THE SURVIVING "
                   "AND DUPLICATE IDNUMS AT ITS PROMPTS".
           CALL "CustMerge".
           CANCEL "CustMerge".

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

       END PROGRAM DupReview.
