      ******************************************************************
      * Author:
      * Date:
      * Purpose: Election-day check-in against the PollBook.cbl poll
      *          book - the clerk signs on, keys the VR-VOTER-ID of
      *          each voter who signs the book, and the check-in is
      *          written to VOTEHIST.DAT under that voter and the
      *          election date. A voter not on VOTEREG.DAT or not
      *          eligible on election day (the same age 18+ rule
      *          PollBook.cbl prints the book with) or removed from the
      *          list is refused, and a second check-in for the same
      *          election is rejected on the key. A voter with a mail
      *          ballot still out on ABSENTEE.DAT is only checked in
      *          once the clerk confirms the ballot was surrendered,
      *          and the ballot is then marked surrendered. The
      *          election comes off ELECTION.DAT through
      *          ElectionSelect.cbl, and a voter whose precinct is not
      *          taking part in it is refused. History mode lists
      *          every election a voter has checked in for.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CheckIn.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOTER-REGISTRY ASSIGN TO "VOTEREG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VR-VOTER-ID
           FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT VOTE-HISTORY ASSIGN TO "VOTEHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VH-KEY
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT ABSENTEE-FILE ASSIGN TO "ABSENTEE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AB-KEY
           FILE STATUS IS WS-ABSENTEE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD VOTER-REGISTRY.
            *> Design the voter-registry record - shared with
            *> VoterElig (tut_conditions.cbl) and PollBook.cbl
            COPY VOTEREGREC.

           FD VOTE-HISTORY.
            *> Design the voting-history record - shared with
            *> Turnout.cbl and AbsenteeMaint.cbl
            COPY VOTEHISTREC.

           FD ABSENTEE-FILE.
            *> Design the absentee-ballot record - shared with
            *> AbsenteeMaint.cbl and PollBook.cbl
            COPY ABSENTEEREC.

       WORKING-STORAGE SECTION.
       01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "CheckIn".
       01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
       01 WS-MODE            PIC X VALUE SPACE.
           88 WS-MODE-CHECKIN VALUE "C".
           88 WS-MODE-HISTORY VALUE "H".
       01 WS-EOF             PIC A(1) VALUE "N".
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
       01 WS-VOTER-ID-IN     PIC 9(5) VALUE 0.
       01 WS-CHECKIN-TIME    PIC 9(8) VALUE 0.
       01 WS-CHECKIN-COUNT   PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(5) VALUE 0.
       01 WS-HISTORY-COUNT   PIC 9(3) VALUE 0.
       01 WS-SURRENDER-IN    PIC X VALUE SPACE.
       01 WS-SURRENDER-FLAG  PIC X VALUE "N".
           88 WS-BALLOT-SURRENDERED VALUE "Y".
           88 WS-BALLOT-KEPT        VALUE "R".

       01 WS-CLERK-ID        PIC X(8) VALUE SPACES.
       01 WS-SIGNON-ROLE     PIC X VALUE "O".
       01 WS-SIGNON-AUTH     PIC X VALUE "N".

       01 WS-REGISTRY-STATUS PIC XX VALUE "00".
           88 WS-REGISTRY-OK      VALUE "00".
           88 WS-REGISTRY-MISSING VALUE "35".
       01 WS-HISTORY-STATUS  PIC XX VALUE "00".
           88 WS-HISTORY-OK      VALUE "00".
           88 WS-HISTORY-MISSING VALUE "35".
       01 WS-ABSENTEE-STATUS PIC XX VALUE "00".
           88 WS-ABSENTEE-OK      VALUE "00".
           88 WS-ABSENTEE-MISSING VALUE "35".
       01 WS-ABSENTEE-FLAG   PIC X VALUE "N".
           88 WS-ABSENTEE-OPEN VALUE "Y".
       01 WS-FILE-ERR-NAME   PIC X(15) VALUE SPACES.
       01 WS-FILE-ERR-STATUS PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Mode - (C)heck-in or voter (H)istory: "
                   WITH NO ADVANCING.
           ACCEPT WS-MODE.
           IF NOT WS-MODE-CHECKIN AND NOT WS-MODE-HISTORY
               DISPLAY "INVALID MODE - ENTER C OR H - NOTHING DONE"
               GOBACK
           END-IF.
           OPEN INPUT VOTER-REGISTRY.
           IF WS-REGISTRY-MISSING
               DISPLAY "NO VOTEREG.DAT ON FILE - NOTHING TO CHECK IN"
               GOBACK
           END-IF.
           IF NOT WS-REGISTRY-OK
               MOVE "VOTEREG" TO WS-FILE-ERR-NAME
               MOVE WS-REGISTRY-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           OPEN I-O VOTE-HISTORY.
           IF WS-HISTORY-MISSING
               OPEN OUTPUT VOTE-HISTORY
               CLOSE VOTE-HISTORY
               OPEN I-O VOTE-HISTORY
           END-IF.
           IF NOT WS-HISTORY-OK
               MOVE "VOTEHIST" TO WS-FILE-ERR-NAME
               MOVE WS-HISTORY-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           IF WS-MODE-CHECKIN
               OPEN I-O ABSENTEE-FILE
               IF WS-ABSENTEE-OK
                   MOVE "Y" TO WS-ABSENTEE-FLAG
               END-IF
               PERFORM CHECKIN-ROUTINE THRU CHECKIN-ROUTINE-EXIT
           ELSE
               PERFORM HISTORY-ROUTINE THRU HISTORY-ROUTINE-EXIT
           END-IF.
           CLOSE VOTER-REGISTRY.
           CLOSE VOTE-HISTORY.
           IF WS-ABSENTEE-OPEN
               CLOSE ABSENTEE-FILE
           END-IF.
           GOBACK.

      *> Same ELECTION.DAT pick PollBook.cbl prints the book for,
      *> so the book and the check-ins agree on the election.
       CHECKIN-ROUTINE.
           CALL "ElectionSelect" USING WS-ELECTION-ID WS-ELECTION-DATE
               WS-REG-CUTOFF WS-ELECTION-DESC WS-ELECTION-PRECINCTS
               WS-ELECTION-FOUND.
           IF WS-ELECTION-MASTER-MISSING
               DISPLAY "NO ELECTION.DAT ON FILE - SET THE ELECTION UP "
                       "WITH ElectionMaint FIRST"
               MOVE 1 TO RETURN-CODE
               GO TO CHECKIN-ROUTINE-EXIT
           END-IF.
           IF NOT WS-ELECTION-SELECTED
               DISPLAY "NO ELECTION SELECTED - NOBODY CHECKED IN"
               MOVE 1 TO RETURN-CODE
               GO TO CHECKIN-ROUTINE-EXIT
           END-IF.
      *> The clerk's own sign-on goes on every check-in they record.
           MOVE "O" TO WS-SIGNON-ROLE.
           CALL "SignOn" USING WS-SIGNON-ROLE WS-CLERK-ID
               WS-SIGNON-AUTH WS-ERRLOG-PROGRAM.
           IF WS-SIGNON-AUTH NOT = "Y"
               DISPLAY "CHECK-IN NOT AUTHORIZED"
               GO TO CHECKIN-ROUTINE-EXIT
           END-IF.
           DISPLAY "CHECK-IN - ELECTION " WS-ELECTION-ID " "
                   WS-ELECTION-DESC " " WS-ELECTION-DATE.
           PERFORM CHECKIN-ONE-VOTER THRU CHECKIN-ONE-VOTER-EXIT
               UNTIL WS-EOF = "Y".
           DISPLAY "VOTERS CHECKED IN: " WS-CHECKIN-COUNT
                   "  REFUSED: " WS-REJECT-COUNT.
       CHECKIN-ROUTINE-EXIT.
           EXIT.

       CHECKIN-ONE-VOTER.
           DISPLAY "Voter ID (0 to finish): " WITH NO ADVANCING.
           MOVE 0 TO WS-VOTER-ID-IN.
           ACCEPT WS-VOTER-ID-IN.
           IF WS-VOTER-ID-IN = 0
               MOVE "Y" TO WS-EOF
               GO TO CHECKIN-ONE-VOTER-EXIT
           END-IF.
           MOVE WS-VOTER-ID-IN TO VR-VOTER-ID.
           READ VOTER-REGISTRY
               INVALID KEY
                   DISPLAY "VOTER " WS-VOTER-ID-IN
                           " NOT REGISTERED - NOT CHECKED IN"
                   ADD 1 TO WS-REJECT-COUNT
                   GO TO CHECKIN-ONE-VOTER-EXIT
           END-READ.
           COMPUTE WS-AGE-YEARS =
               (WS-ELECTION-DATE - VR-DOB) / 10000.
           IF WS-AGE-YEARS < 18
               DISPLAY "VOTER " WS-VOTER-ID-IN " " VR-NAME
                       " NOT ELIGIBLE THIS ELECTION - NOT CHECKED IN"
               ADD 1 TO WS-REJECT-COUNT
               GO TO CHECKIN-ONE-VOTER-EXIT
           END-IF.
           IF VR-IS-REMOVED
               DISPLAY "VOTER " WS-VOTER-ID-IN " " VR-NAME
                       " REMOVED FROM THE LIST (" VR-REMOVE-REASON
                       ") - NOT CHECKED IN"
               ADD 1 TO WS-REJECT-COUNT
               GO TO CHECKIN-ONE-VOTER-EXIT
           END-IF.
           MOVE "N" TO WS-TAKES-PART.
           IF VR-PRECINCT >= 1 AND VR-PRECINCT <= 20
               MOVE WS-PRECINCT-IN-ELECTION (VR-PRECINCT)
                   TO WS-TAKES-PART
           END-IF.
           IF NOT WS-PRECINCT-TAKES-PART
               DISPLAY "VOTER " WS-VOTER-ID-IN " " VR-NAME
                       " - PRECINCT " VR-PRECINCT " NOT IN THIS "
                       "ELECTION - NOT CHECKED IN"
               ADD 1 TO WS-REJECT-COUNT
               GO TO CHECKIN-ONE-VOTER-EXIT
           END-IF.
           IF VR-IS-INACTIVE
               DISPLAY "VOTER " WS-VOTER-ID-IN " IS INACTIVE - "
                       "CONFIRM THE ADDRESS"
           END-IF.
           MOVE "N" TO WS-SURRENDER-FLAG.
           PERFORM CHECK-MAIL-BALLOT THRU CHECK-MAIL-BALLOT-EXIT.
           IF WS-BALLOT-KEPT
               ADD 1 TO WS-REJECT-COUNT
               GO TO CHECKIN-ONE-VOTER-EXIT
           END-IF.
           MOVE VR-VOTER-ID TO VH-VOTER-ID.
           MOVE WS-ELECTION-DATE TO VH-ELECTION-DATE.
           MOVE SPACE TO VH-SEP1 VH-SEP2 VH-SEP3 VH-SEP4.
           MOVE VR-PRECINCT TO VH-PRECINCT.
           ACCEPT WS-CHECKIN-TIME FROM TIME.
           MOVE WS-CHECKIN-TIME (1:6) TO VH-CHECKIN-TIME.
           MOVE WS-CLERK-ID TO VH-CLERK-ID.
           MOVE "P" TO VH-METHOD.
           WRITE VOTE-HISTORY-REC
               INVALID KEY
                   PERFORM SHOW-PRIOR-CHECKIN
                       THRU SHOW-PRIOR-CHECKIN-EXIT
                   ADD 1 TO WS-REJECT-COUNT
                   GO TO CHECKIN-ONE-VOTER-EXIT
           END-WRITE.
           IF NOT WS-HISTORY-OK
               MOVE "VOTEHIST" TO WS-FILE-ERR-NAME
               MOVE WS-HISTORY-STATUS TO WS-FILE-ERR-STATUS
               MOVE WS-VOTER-ID-IN TO WS-ERRLOG-KEY
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           IF WS-BALLOT-SURRENDERED
               PERFORM SURRENDER-MAIL-BALLOT
                   THRU SURRENDER-MAIL-BALLOT-EXIT
           END-IF.
           ADD 1 TO WS-CHECKIN-COUNT.
           DISPLAY "CHECKED IN: " VR-VOTER-ID " " VR-NAME
                   " PRECINCT " VR-PRECINCT.
       CHECKIN-ONE-VOTER-EXIT.
           EXIT.

      *> A mail ballot still out has to come back to the table before
      *> the voter gets a poll-book ballot - "R" refuses the check-in.
       CHECK-MAIL-BALLOT.
           IF NOT WS-ABSENTEE-OPEN
               GO TO CHECK-MAIL-BALLOT-EXIT
           END-IF.
           MOVE VR-VOTER-ID TO AB-VOTER-ID.
           MOVE WS-ELECTION-DATE TO AB-ELECTION-DATE.
           READ ABSENTEE-FILE
               INVALID KEY GO TO CHECK-MAIL-BALLOT-EXIT
           END-READ.
           IF NOT AB-OUTSTANDING
               GO TO CHECK-MAIL-BALLOT-EXIT
           END-IF.
           DISPLAY "VOTER " VR-VOTER-ID " " VR-NAME
                   " HAS A MAIL BALLOT OUT".
           DISPLAY "Ballot surrendered at the table (Y/N)? "
                   WITH NO ADVANCING.
           ACCEPT WS-SURRENDER-IN.
           IF WS-SURRENDER-IN = "Y" OR WS-SURRENDER-IN = "y"
               MOVE "Y" TO WS-SURRENDER-FLAG
           ELSE
               DISPLAY "MAIL BALLOT NOT SURRENDERED - NOT CHECKED IN"
               MOVE "R" TO WS-SURRENDER-FLAG
           END-IF.
       CHECK-MAIL-BALLOT-EXIT.
           EXIT.

       SURRENDER-MAIL-BALLOT.
           MOVE "S" TO AB-STATUS.
           ACCEPT AB-RETURNED-DATE FROM DATE YYYYMMDD.
           MOVE WS-CLERK-ID TO AB-USER-ID.
           REWRITE ABSENTEE-REC.
           IF NOT WS-ABSENTEE-OK
               MOVE "ABSENTEE" TO WS-FILE-ERR-NAME
               MOVE WS-ABSENTEE-STATUS TO WS-FILE-ERR-STATUS
               MOVE WS-VOTER-ID-IN TO WS-ERRLOG-KEY
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
       SURRENDER-MAIL-BALLOT-EXIT.
           EXIT.

      *> The key collided - show the clerk when and by whom the
      *> first check-in was taken.
       SHOW-PRIOR-CHECKIN.
           READ VOTE-HISTORY
               INVALID KEY
                   DISPLAY "VOTER " WS-VOTER-ID-IN
                           " ALREADY CHECKED IN - NOT CHECKED IN AGAIN"
                   GO TO SHOW-PRIOR-CHECKIN-EXIT
           END-READ.
           DISPLAY "VOTER " WS-VOTER-ID-IN " " VR-NAME
                   " ALREADY CHECKED IN AT " VH-CHECKIN-TIME
                   " BY " VH-CLERK-ID " - NOT CHECKED IN AGAIN".
       SHOW-PRIOR-CHECKIN-EXIT.
           EXIT.

       HISTORY-ROUTINE.
           DISPLAY "Voter ID: " WITH NO ADVANCING.
           ACCEPT WS-VOTER-ID-IN.
           MOVE WS-VOTER-ID-IN TO VR-VOTER-ID.
           READ VOTER-REGISTRY
               INVALID KEY
                   DISPLAY "VOTER " WS-VOTER-ID-IN " NOT REGISTERED"
                   MOVE SPACES TO VR-NAME
           END-READ.
           DISPLAY "VOTING HISTORY - " WS-VOTER-ID-IN " " VR-NAME.
           MOVE WS-VOTER-ID-IN TO VH-VOTER-ID.
           MOVE 0 TO VH-ELECTION-DATE.
           START VOTE-HISTORY KEY IS NOT LESS THAN VH-KEY
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ VOTE-HISTORY NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF VH-VOTER-ID NOT = WS-VOTER-ID-IN
                           MOVE "Y" TO WS-EOF
                       ELSE
                           DISPLAY "  ELECTION " VH-ELECTION-DATE
                                   "  PRECINCT " VH-PRECINCT
                                   "  AT " VH-CHECKIN-TIME
                                   "  CLERK " VH-CLERK-ID
                           ADD 1 TO WS-HISTORY-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "ELECTIONS VOTED IN: " WS-HISTORY-COUNT.
       HISTORY-ROUTINE-EXIT.
           EXIT.

       FILE-ERROR-PARA.
           DISPLAY "FILE I/O ERROR ON " WS-FILE-ERR-NAME
                   " - STATUS " WS-FILE-ERR-STATUS.
           CALL "ErrLog" USING WS-ERRLOG-PROGRAM WS-FILE-ERR-NAME
               WS-FILE-ERR-STATUS WS-ERRLOG-KEY.
           MOVE 1 TO RETURN-CODE.
           GOBACK.
       FILE-ERROR-PARA-EXIT.
           EXIT.

       END PROGRAM CheckIn.
