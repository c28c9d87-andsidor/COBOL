      *          pattern StudentRoster uses for lessons), and prints
      *          one book per precinct with a signature line per voter
      *          and a per-precinct eligible count that ties back to
      *          the DISPLAY-SUMMARY totals. A voter with a mail
      *          ballot still out on ABSENTEE.DAT is marked to
      *          surrender it before voting in person, and one whose
      *          mail ballot was accepted is marked as already voted.
      *          Voters removed from the list are left out, and
      *          inactive voters print after the active ones under
      *          their own heading. The election comes off the
      *          ELECTION.DAT master through ElectionSelect.cbl, and
      *          only the precincts taking part in it get a book.
      *          Every line printed also goes to the report archive
      *          through RptArch, so RptReprint can reproduce the
      *          books exactly as election morning had them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS PR-NUMBER
           FILE STATUS IS WS-PRECINCT-STATUS.

           SELECT ABSENTEE-FILE ASSIGN TO "ABSENTEE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AB-KEY
           FILE STATUS IS WS-ABSENTEE-STATUS.

           SELECT SORTED-POLL-FILE ASSIGN TO "SORTPOLL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
            *> PrecinctMaint.cbl
            COPY PRECINCTREC.

           FD ABSENTEE-FILE.
            *> Design the absentee-ballot record - shared with
            *> AbsenteeMaint.cbl
            COPY ABSENTEEREC.

           SD SORT-POLL-FILE.
           *> Sort work record - precinct then name, so each book
           *> comes off the sorted file in one run of records.
           01 SORT-POLL-REC.
               02 SP-PRECINCT  PIC 99.
               02 SP-LIST-FLAG PIC X.
               02 SP-NAME      PIC X(20).
               02 SP-VOTER-ID  PIC 9(5).
               02 SP-MAIL-FLAG PIC X.

           FD SORTED-POLL-FILE.
           01 SORTED-POLL-REC PIC X(29).

       WORKING-STORAGE SECTION.
       01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "PollBook".
       01 WS-EOF             PIC A(1) VALUE "N".
       01 WS-RELEASE-EOF     PIC A(1) VALUE "N".
       01 WS-ELECTION-DATE   PIC 9(8) VALUE 0.
       01 WS-ELECTION-ID     PIC X(6) VALUE SPACES.
       01 WS-REG-CUTOFF      PIC 9(8) VALUE 0.
       01 WS-ELECTION-DESC   PIC X(25) VALUE SPACES.
       01 WS-ELECTION-PRECINCTS.
           02 WS-PRECINCT-IN-ELECTION PIC X OCCURS 20 TIMES.
       01 WS-ELECTION-FOUND  PIC X VALUE "N".
           88 WS-ELECTION-SELECTED      VALUE "Y".
           88 WS-ELECTION-MASTER-MISSING VALUE "X".
       01 WS-TAKES-PART      PIC X VALUE "N".
           88 WS-PRECINCT-TAKES-PART VALUE "Y".
       01 WS-AGE-YEARS       PIC S9(4) VALUE 0.

       01 WSPOLL.
          02 WSPRECINCT  PIC 99.
          02 WSLIST-FLAG PIC X.
             88 WSLIST-INACTIVE    VALUE "I".
          02 WSNAME      PIC X(20).
          02 WSVOTER-ID  PIC 9(5).
          02 WSMAIL-FLAG PIC X.
             88 WSMAIL-OUTSTANDING VALUE "O".
             88 WSMAIL-VOTED       VALUE "V".

       01 WS-PREV-PRECINCT   PIC 99 VALUE 0.
       01 WS-FIRST-RECORD    PIC X VALUE "Y".
           88 WS-IS-FIRST-RECORD VALUE "Y".
       01 WS-GROUP-COUNT     PIC 9(5) VALUE 0.
       01 WS-INACTIVE-COUNT  PIC 9(5) VALUE 0.
       01 WS-INACTIVE-SHOWN  PIC X VALUE "N".
           88 WS-INACTIVE-HEADER-DONE VALUE "Y".
       01 WS-GROUP-COUNT-EDIT PIC ZZ,ZZ9.

       01 WS-PRECINCT-STATUS PIC XX VALUE "00".
       01 WS-REGISTRY-STATUS PIC XX VALUE "00".
           88 WS-REGISTRY-OK      VALUE "00".
           88 WS-REGISTRY-MISSING VALUE "35".
       01 WS-ABSENTEE-STATUS PIC XX VALUE "00".
           88 WS-ABSENTEE-OK      VALUE "00".
       01 WS-ABSENTEE-FLAG   PIC X VALUE "N".
           88 WS-ABSENTEE-OPEN VALUE "Y".
       01 WS-SORTED-STATUS   PIC XX VALUE "00".
           88 WS-SORTED-OK   VALUE "00".
       01 WS-FILE-ERR-NAME   PIC X(15) VALUE SPACES.
       01 WS-FILE-ERR-STATUS PIC XX VALUE SPACES.

      *> Report archive - each printed line goes through
      *> PRINT-REPORT-LINE to the screen and to RptArch.
       01 WS-RPT-ACTION      PIC X VALUE SPACE.
       01 WS-RPT-NAME        PIC X(30) VALUE "POLL BOOKS".
       01 WS-RPT-LINE        PIC X(150) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SELECT-ELECTION THRU SELECT-ELECTION-EXIT.
           SORT SORT-POLL-FILE
               ON ASCENDING KEY SP-PRECINCT SP-LIST-FLAG SP-NAME
               INPUT PROCEDURE IS RELEASE-ELIGIBLE-VOTERS
               GIVING SORTED-POLL-FILE.
           OPEN INPUT SORTED-POLL-FILE.
               MOVE WS-SORTED-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-ERRLOG-PROGRAM WS-RPT-LINE.
           STRING "POLL BOOKS - ELECTION " WS-ELECTION-ID " "
                   WS-ELECTION-DESC " " WS-ELECTION-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM UNTIL WS-EOF = "Y"
               READ SORTED-POLL-FILE INTO WSPOLL
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-PRECINCT-BREAK
                           THRU CHECK-PRECINCT-BREAK-EXIT
                       PERFORM DISPLAY-VOTER-LINE
                           THRU DISPLAY-VOTER-LINE-EXIT
                       ADD 1 TO WS-GROUP-COUNT
               END-READ
           END-PERFORM.
                   THRU DISPLAY-PRECINCT-TOTAL-EXIT
           END-IF.
           CLOSE SORTED-POLL-FILE.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-ERRLOG-PROGRAM WS-RPT-LINE.
           GOBACK.

      *> Same ELECTION.DAT pick VoterElig registers against - the
      *> ELECTION_ID variable for unattended runs, otherwise a prompt.
       SELECT-ELECTION.
           CALL "ElectionSelect" USING WS-ELECTION-ID WS-ELECTION-DATE
               WS-REG-CUTOFF WS-ELECTION-DESC WS-ELECTION-PRECINCTS
               WS-ELECTION-FOUND.
           IF WS-ELECTION-MASTER-MISSING
               DISPLAY "NO ELECTION.DAT ON FILE - SET THE ELECTION UP "
                       "WITH ElectionMaint FIRST"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT WS-ELECTION-SELECTED
               DISPLAY "NO ELECTION SELECTED - NO POLL BOOKS PRINTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
       SELECT-ELECTION-EXIT.
           EXIT.

      *> Feeds the sort only the voters who can vote on election day -
      *> same whole-years DOB arithmetic CLASSIFY-AGE uses - and only
      *> in the precincts taking part in this election.
       RELEASE-ELIGIBLE-VOTERS.
           OPEN INPUT VOTER-REGISTRY.
           IF WS-REGISTRY-MISSING
               MOVE WS-REGISTRY-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           OPEN INPUT ABSENTEE-FILE.
           IF WS-ABSENTEE-OK
               MOVE "Y" TO WS-ABSENTEE-FLAG
           END-IF.
           MOVE "N" TO WS-RELEASE-EOF.
           PERFORM UNTIL WS-RELEASE-EOF = "Y"
               READ VOTER-REGISTRY NEXT RECORD
                   NOT AT END
                       COMPUTE WS-AGE-YEARS =
                           (WS-ELECTION-DATE - VR-DOB) / 10000
                       MOVE "N" TO WS-TAKES-PART
                       IF VR-PRECINCT >= 1 AND VR-PRECINCT <= 20
                           MOVE WS-PRECINCT-IN-ELECTION (VR-PRECINCT)
                               TO WS-TAKES-PART
                       END-IF
                       IF WS-AGE-YEARS >= 18 AND NOT VR-IS-REMOVED
                          AND WS-PRECINCT-TAKES-PART
                           MOVE VR-PRECINCT TO SP-PRECINCT
                           MOVE "A" TO SP-LIST-FLAG
                           IF VR-IS-INACTIVE
                               MOVE "I" TO SP-LIST-FLAG
                           END-IF
                           MOVE VR-NAME TO SP-NAME
                           MOVE VR-VOTER-ID TO SP-VOTER-ID
                           PERFORM CHECK-MAIL-BALLOT
                               THRU CHECK-MAIL-BALLOT-EXIT
                           RELEASE SORT-POLL-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VOTER-REGISTRY.
           IF WS-ABSENTEE-OPEN
               CLOSE ABSENTEE-FILE
           END-IF.
       RELEASE-ELIGIBLE-VOTERS-EXIT.
           EXIT.

      *> A voter with a mail ballot still out is marked so the clerk
      *> takes the ballot back before letting them vote in person;
      *> one whose ballot was accepted has already voted.
       CHECK-MAIL-BALLOT.
           MOVE SPACE TO SP-MAIL-FLAG.
           IF NOT WS-ABSENTEE-OPEN
               GO TO CHECK-MAIL-BALLOT-EXIT
           END-IF.
           MOVE VR-VOTER-ID TO AB-VOTER-ID.
           MOVE WS-ELECTION-DATE TO AB-ELECTION-DATE.
           READ ABSENTEE-FILE
               INVALID KEY GO TO CHECK-MAIL-BALLOT-EXIT
           END-READ.
           IF AB-OUTSTANDING
               MOVE "O" TO SP-MAIL-FLAG
           END-IF.
           IF AB-ACCEPTED
               MOVE "V" TO SP-MAIL-FLAG
           END-IF.
       CHECK-MAIL-BALLOT-EXIT.
           EXIT.

       DISPLAY-VOTER-LINE.
           IF WSMAIL-OUTSTANDING
               STRING "  " WSNAME " ID " WSVOTER-ID
                       "  ** MAIL BALLOT OUT - SURRENDER BEFORE VOTING"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE IF WSMAIL-VOTED
               STRING "  " WSNAME " ID " WSVOTER-ID
                       "  ** VOTED BY MAIL - DO NOT ISSUE A BALLOT"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "  " WSNAME " ID " WSVOTER-ID
                       "  SIGNATURE: ____________________"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM PRINT-REPORT-LINE.
       DISPLAY-VOTER-LINE-EXIT.
           EXIT.

       CHECK-PRECINCT-BREAK.
           IF WS-IS-FIRST-RECORD
               MOVE "N" TO WS-FIRST-RECORD
               PERFORM DISPLAY-PRECINCT-HEADER
                   THRU DISPLAY-PRECINCT-HEADER-EXIT
           END-IF.
      *> Inactive voters sort after the active ones in each book and
      *> print under their own heading.
           IF WSLIST-INACTIVE AND NOT WS-INACTIVE-HEADER-DONE
               MOVE "Y" TO WS-INACTIVE-SHOWN
               STRING "  ---- INACTIVE VOTERS - CONFIRM ADDRESS "
                       "BEFORE ISSUING A BALLOT ----"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.
           IF WSLIST-INACTIVE
               ADD 1 TO WS-INACTIVE-COUNT
           END-IF.
       CHECK-PRECINCT-BREAK-EXIT.
           EXIT.

       DISPLAY-PRECINCT-HEADER.
           MOVE "N" TO WS-INACTIVE-SHOWN.
           PERFORM LOOKUP-PRECINCT-MASTER
               THRU LOOKUP-PRECINCT-MASTER-EXIT.
           PERFORM PRINT-REPORT-LINE.
           STRING "========== POLL BOOK - PRECINCT " WSPRECINCT
                   " " WS-PRECINCT-NAME " =========="
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING "           POLLING PLACE: " WS-POLLING-PLACE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
       DISPLAY-PRECINCT-HEADER-EXIT.
           EXIT.


       DISPLAY-PRECINCT-TOTAL.
           MOVE WS-GROUP-COUNT TO WS-GROUP-COUNT-EDIT.
           STRING "    -- PRECINCT " WS-PREV-PRECINCT
                   " ELIGIBLE VOTERS: " WS-GROUP-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF WS-INACTIVE-COUNT > 0
               MOVE WS-INACTIVE-COUNT TO WS-GROUP-COUNT-EDIT
               STRING "       OF WHICH INACTIVE: " WS-GROUP-COUNT-EDIT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.
           MOVE 0 TO WS-GROUP-COUNT.
           MOVE 0 TO WS-INACTIVE-COUNT.
       DISPLAY-PRECINCT-TOTAL-EXIT.
           EXIT.

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
