      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mail-ballot tracking for one election, in place of
      *          the paper log - record a voter's request, the date
      *          the ballot was mailed, and its return, accepted or
      *          rejected with an AB-REASON code, on ABSENTEE.DAT
      *          keyed by VR-VOTER-ID and election date. A request is
      *          only taken for a voter on VOTEREG.DAT who is eligible
      *          on election day (the PollBook.cbl age 18+ rule) and
      *          not removed from the list. An accepted ballot is
      *          written to VOTEHIST.DAT as the voter's vote, so a
      *          later in-person check-in is refused; a ballot from a
      *          voter who already checked in is rejected "AV".
      *          Lookup shows where a voter's ballot stands. The
      *          election comes off ELECTION.DAT through
      *          ElectionSelect.cbl, and a request from a voter whose
      *          precinct is not taking part is refused.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AbsenteeMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOTER-REGISTRY ASSIGN TO "VOTEREG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VR-VOTER-ID
           FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT ABSENTEE-FILE ASSIGN TO "ABSENTEE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AB-KEY
           FILE STATUS IS WS-ABSENTEE-STATUS.

           SELECT VOTE-HISTORY ASSIGN TO "VOTEHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VH-KEY
           FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD VOTER-REGISTRY.
            *> Design the voter-registry record - shared with
            *> VoterElig (tut_conditions.cbl) and PollBook.cbl
            COPY VOTEREGREC.

           FD ABSENTEE-FILE.
            *> Design the absentee-ballot record - shared with
            *> AbsenteeReport.cbl, PollBook.cbl, and CheckIn.cbl
            COPY ABSENTEEREC.

           FD VOTE-HISTORY.
            *> Design the voting-history record - shared with
            *> CheckIn.cbl and Turnout.cbl
            COPY VOTEHISTREC.

       WORKING-STORAGE SECTION.
       01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "AbsenteeMaint".
       01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
       01 WS-MODE            PIC X VALUE SPACE.
           88 WS-MODE-REQUEST VALUE "R".
           88 WS-MODE-MAILED  VALUE "M".
           88 WS-MODE-RETURN  VALUE "B".
           88 WS-MODE-LOOKUP  VALUE "L".
       01 WS-AGAIN           PIC X VALUE "Y".
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
       01 WS-TODAY           PIC 9(8) VALUE 0.
       01 WS-NOW             PIC 9(8) VALUE 0.
       01 WS-AGE-YEARS       PIC S9(4) VALUE 0.
       01 WS-VOTER-ID-IN     PIC 9(5) VALUE 0.
       01 WS-VERDICT-IN      PIC X VALUE SPACE.
           88 WS-VERDICT-ACCEPT VALUE "A".
           88 WS-VERDICT-REJECT VALUE "J".
       01 WS-REASON-IN       PIC X(2) VALUE SPACES.
       01 WS-STATUS-TEXT     PIC X(12) VALUE SPACES.

       01 WS-USER-ID         PIC X(8) VALUE SPACES.
       01 WS-SIGNON-ROLE     PIC X VALUE "O".
       01 WS-SIGNON-AUTH     PIC X VALUE "N".

       01 WS-REGISTRY-STATUS PIC XX VALUE "00".
           88 WS-REGISTRY-OK      VALUE "00".
           88 WS-REGISTRY-MISSING VALUE "35".
       01 WS-ABSENTEE-STATUS PIC XX VALUE "00".
           88 WS-ABSENTEE-OK      VALUE "00".
           88 WS-ABSENTEE-MISSING VALUE "35".
       01 WS-HISTORY-STATUS  PIC XX VALUE "00".
           88 WS-HISTORY-OK      VALUE "00".
           88 WS-HISTORY-MISSING VALUE "35".
       01 WS-FILE-ERR-NAME   PIC X(15) VALUE SPACES.
       01 WS-FILE-ERR-STATUS PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Mode - (R)equest, (M)ailed, (B)allot returned, "
                   "or (L)ookup: " WITH NO ADVANCING.
           ACCEPT WS-MODE.
           IF NOT WS-MODE-REQUEST AND NOT WS-MODE-MAILED
              AND NOT WS-MODE-RETURN AND NOT WS-MODE-LOOKUP
               DISPLAY "INVALID MODE - ENTER R, M, B, OR L - "
                       "NOTHING DONE"
               GOBACK
           END-IF.
      *> Same ELECTION.DAT pick PollBook.cbl and CheckIn.cbl use.
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
               DISPLAY "NO ELECTION SELECTED - NOTHING DONE"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF NOT WS-MODE-LOOKUP
               MOVE "O" TO WS-SIGNON-ROLE
               CALL "SignOn" USING WS-SIGNON-ROLE WS-USER-ID
                   WS-SIGNON-AUTH WS-ERRLOG-PROGRAM
               IF WS-SIGNON-AUTH NOT = "Y"
                   DISPLAY "BALLOT ENTRY NOT AUTHORIZED"
                   GOBACK
               END-IF
           END-IF.
           PERFORM OPEN-FILES THRU OPEN-FILES-EXIT.
           MOVE "Y" TO WS-AGAIN.
           EVALUATE TRUE
               WHEN WS-MODE-REQUEST
                   PERFORM REQUEST-ROUTINE THRU REQUEST-ROUTINE-EXIT
                       UNTIL WS-AGAIN NOT = "Y"
               WHEN WS-MODE-MAILED
                   PERFORM MAILED-ROUTINE THRU MAILED-ROUTINE-EXIT
                       UNTIL WS-AGAIN NOT = "Y"
               WHEN WS-MODE-RETURN
                   PERFORM RETURN-ROUTINE THRU RETURN-ROUTINE-EXIT
                       UNTIL WS-AGAIN NOT = "Y"
               WHEN OTHER
                   PERFORM LOOKUP-ROUTINE THRU LOOKUP-ROUTINE-EXIT
                       UNTIL WS-AGAIN NOT = "Y"
           END-EVALUATE.
           CLOSE VOTER-REGISTRY.
           CLOSE ABSENTEE-FILE.
           CLOSE VOTE-HISTORY.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT VOTER-REGISTRY.
           IF WS-REGISTRY-MISSING
               DISPLAY "NO VOTEREG.DAT ON FILE - NO VOTERS TO TRACK"
               GOBACK
           END-IF.
           IF NOT WS-REGISTRY-OK
               MOVE "VOTEREG" TO WS-FILE-ERR-NAME
               MOVE WS-REGISTRY-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           OPEN I-O ABSENTEE-FILE.
           IF WS-ABSENTEE-MISSING
               OPEN OUTPUT ABSENTEE-FILE
               CLOSE ABSENTEE-FILE
               OPEN I-O ABSENTEE-FILE
           END-IF.
           IF NOT WS-ABSENTEE-OK
               MOVE "ABSENTEE" TO WS-FILE-ERR-NAME
               MOVE WS-ABSENTEE-STATUS TO WS-FILE-ERR-STATUS
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
       OPEN-FILES-EXIT.
           EXIT.

      *> Prompts for the voter ID; 0 ends the session.
       ACCEPT-VOTER-ID.
           DISPLAY "Voter ID (0 to finish): " WITH NO ADVANCING.
           MOVE 0 TO WS-VOTER-ID-IN.
           ACCEPT WS-VOTER-ID-IN.
           IF WS-VOTER-ID-IN = 0
               MOVE "N" TO WS-AGAIN
           END-IF.
           MOVE WS-VOTER-ID-IN TO AB-VOTER-ID.
           MOVE WS-ELECTION-DATE TO AB-ELECTION-DATE.
       ACCEPT-VOTER-ID-EXIT.
           EXIT.

       REQUEST-ROUTINE.
           PERFORM ACCEPT-VOTER-ID THRU ACCEPT-VOTER-ID-EXIT.
           IF WS-AGAIN NOT = "Y"
               GO TO REQUEST-ROUTINE-EXIT
           END-IF.
           MOVE WS-VOTER-ID-IN TO VR-VOTER-ID.
           READ VOTER-REGISTRY
               INVALID KEY
                   DISPLAY "VOTER " WS-VOTER-ID-IN
                           " NOT REGISTERED - REQUEST REFUSED"
                   GO TO REQUEST-ROUTINE-EXIT
           END-READ.
           COMPUTE WS-AGE-YEARS =
               (WS-ELECTION-DATE - VR-DOB) / 10000.
           IF WS-AGE-YEARS < 18
               DISPLAY "VOTER " WS-VOTER-ID-IN " " VR-NAME
                       " NOT ELIGIBLE THIS ELECTION - REQUEST REFUSED"
               GO TO REQUEST-ROUTINE-EXIT
           END-IF.
           MOVE "N" TO WS-TAKES-PART.
           IF VR-PRECINCT >= 1 AND VR-PRECINCT <= 20
               MOVE WS-PRECINCT-IN-ELECTION (VR-PRECINCT)
                   TO WS-TAKES-PART
           END-IF.
           IF NOT WS-PRECINCT-TAKES-PART
               DISPLAY "VOTER " WS-VOTER-ID-IN " " VR-NAME
                       " - PRECINCT " VR-PRECINCT " NOT IN THIS "
                       "ELECTION - REQUEST REFUSED"
               GO TO REQUEST-ROUTINE-EXIT
           END-IF.
           IF VR-IS-REMOVED
               DISPLAY "VOTER " WS-VOTER-ID-IN " " VR-NAME
                       " REMOVED FROM THE LIST - REQUEST REFUSED"
               GO TO REQUEST-ROUTINE-EXIT
           END-IF.
           MOVE WS-VOTER-ID-IN TO VH-VOTER-ID.
           MOVE WS-ELECTION-DATE TO VH-ELECTION-DATE.
           READ VOTE-HISTORY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "VOTER " WS-VOTER-ID-IN " " VR-NAME
                           " HAS ALREADY VOTED - REQUEST REFUSED"
                   GO TO REQUEST-ROUTINE-EXIT
           END-READ.
           MOVE WS-VOTER-ID-IN TO AB-VOTER-ID.
           MOVE WS-ELECTION-DATE TO AB-ELECTION-DATE.
           MOVE SPACE TO AB-SEP1 AB-SEP2 AB-SEP3 AB-SEP4 AB-SEP5
                         AB-SEP6 AB-SEP7.
           MOVE VR-PRECINCT TO AB-PRECINCT.
           MOVE "R" TO AB-STATUS.
           MOVE WS-TODAY TO AB-REQUEST-DATE.
           MOVE 0 TO AB-MAILED-DATE.
           MOVE 0 TO AB-RETURNED-DATE.
           MOVE SPACES TO AB-REASON.
           MOVE WS-USER-ID TO AB-USER-ID.
           WRITE ABSENTEE-REC
               INVALID KEY
                   DISPLAY "VOTER " WS-VOTER-ID-IN
                           " ALREADY HAS A REQUEST FOR THIS ELECTION"
                   GO TO REQUEST-ROUTINE-EXIT
           END-WRITE.
           PERFORM CHECK-ABSENTEE-WRITE THRU CHECK-ABSENTEE-WRITE-EXIT.
           DISPLAY "REQUEST RECORDED: " VR-VOTER-ID " " VR-NAME
                   " PRECINCT " VR-PRECINCT.
       REQUEST-ROUTINE-EXIT.
           EXIT.

       MAILED-ROUTINE.
           PERFORM ACCEPT-VOTER-ID THRU ACCEPT-VOTER-ID-EXIT.
           IF WS-AGAIN NOT = "Y"
               GO TO MAILED-ROUTINE-EXIT
           END-IF.
           READ ABSENTEE-FILE
               INVALID KEY
                   DISPLAY "NO REQUEST ON FILE FOR " WS-VOTER-ID-IN
                   GO TO MAILED-ROUTINE-EXIT
           END-READ.
           IF NOT AB-REQUESTED
               PERFORM SET-STATUS-TEXT THRU SET-STATUS-TEXT-EXIT
               DISPLAY "BALLOT FOR " WS-VOTER-ID-IN " IS "
                       WS-STATUS-TEXT " - NOT MAILED AGAIN"
               GO TO MAILED-ROUTINE-EXIT
           END-IF.
           MOVE "M" TO AB-STATUS.
           MOVE WS-TODAY TO AB-MAILED-DATE.
           MOVE WS-USER-ID TO AB-USER-ID.
           REWRITE ABSENTEE-REC.
           PERFORM CHECK-ABSENTEE-WRITE THRU CHECK-ABSENTEE-WRITE-EXIT.
           DISPLAY "BALLOT MAILED: " WS-VOTER-ID-IN " ON " WS-TODAY.
       MAILED-ROUTINE-EXIT.
           EXIT.

       RETURN-ROUTINE.
           PERFORM ACCEPT-VOTER-ID THRU ACCEPT-VOTER-ID-EXIT.
           IF WS-AGAIN NOT = "Y"
               GO TO RETURN-ROUTINE-EXIT
           END-IF.
           READ ABSENTEE-FILE
               INVALID KEY
                   DISPLAY "NO REQUEST ON FILE FOR " WS-VOTER-ID-IN
                   GO TO RETURN-ROUTINE-EXIT
           END-READ.
           IF NOT AB-MAILED
               PERFORM SET-STATUS-TEXT THRU SET-STATUS-TEXT-EXIT
               DISPLAY "BALLOT FOR " WS-VOTER-ID-IN " IS "
                       WS-STATUS-TEXT " - RETURN NOT RECORDED"
               GO TO RETURN-ROUTINE-EXIT
           END-IF.
           MOVE WS-TODAY TO AB-RETURNED-DATE.
           MOVE WS-USER-ID TO AB-USER-ID.
      *> A ballot that comes in after election day cannot be counted.
           IF WS-TODAY > WS-ELECTION-DATE
               DISPLAY "BALLOT RECEIVED AFTER ELECTION DAY"
               MOVE "J" TO AB-STATUS
               MOVE "LT" TO AB-REASON
               GO TO RETURN-ROUTINE-WRITE
           END-IF.
       RETURN-ROUTINE-VERDICT.
           DISPLAY "(A)ccept or re(J)ect: " WITH NO ADVANCING.
           ACCEPT WS-VERDICT-IN.
           IF NOT WS-VERDICT-ACCEPT AND NOT WS-VERDICT-REJECT
               GO TO RETURN-ROUTINE-VERDICT
           END-IF.
           IF WS-VERDICT-REJECT
               PERFORM ACCEPT-REJECT-REASON
                   THRU ACCEPT-REJECT-REASON-EXIT
               MOVE "J" TO AB-STATUS
               MOVE WS-REASON-IN TO AB-REASON
           ELSE
               PERFORM RECORD-MAIL-VOTE THRU RECORD-MAIL-VOTE-EXIT
           END-IF.
       RETURN-ROUTINE-WRITE.
           REWRITE ABSENTEE-REC.
           PERFORM CHECK-ABSENTEE-WRITE THRU CHECK-ABSENTEE-WRITE-EXIT.
           PERFORM SET-STATUS-TEXT THRU SET-STATUS-TEXT-EXIT.
           DISPLAY "BALLOT " WS-STATUS-TEXT ": " WS-VOTER-ID-IN
                   " " AB-REASON.
       RETURN-ROUTINE-EXIT.
           EXIT.

       ACCEPT-REJECT-REASON.
           DISPLAY "Reason - SG not signed, SM signature mismatch, "
                   "LT late: " WITH NO ADVANCING.
           ACCEPT WS-REASON-IN.
           MOVE WS-REASON-IN TO AB-REASON.
           IF NOT AB-REASON-VALID OR WS-REASON-IN = "AV"
               DISPLAY "ENTER SG, SM, OR LT"
               GO TO ACCEPT-REJECT-REASON
           END-IF.
       ACCEPT-REJECT-REASON-EXIT.
           EXIT.

      *> The accepted ballot is the voter's vote for this election -
      *> if they already checked in at the polls the key collides and
      *> the ballot is rejected instead of counted twice.
       RECORD-MAIL-VOTE.
           MOVE AB-VOTER-ID TO VH-VOTER-ID.
           MOVE AB-ELECTION-DATE TO VH-ELECTION-DATE.
           MOVE SPACE TO VH-SEP1 VH-SEP2 VH-SEP3 VH-SEP4.
           MOVE AB-PRECINCT TO VH-PRECINCT.
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW (1:6) TO VH-CHECKIN-TIME.
           MOVE WS-USER-ID TO VH-CLERK-ID.
           MOVE "A" TO VH-METHOD.
           WRITE VOTE-HISTORY-REC
               INVALID KEY
                   DISPLAY "VOTER " AB-VOTER-ID
                           " ALREADY VOTED IN PERSON"
                   MOVE "J" TO AB-STATUS
                   MOVE "AV" TO AB-REASON
                   GO TO RECORD-MAIL-VOTE-EXIT
           END-WRITE.
           IF NOT WS-HISTORY-OK
               MOVE "VOTEHIST" TO WS-FILE-ERR-NAME
               MOVE WS-HISTORY-STATUS TO WS-FILE-ERR-STATUS
               MOVE AB-VOTER-ID TO WS-ERRLOG-KEY
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "A" TO AB-STATUS.
           MOVE SPACES TO AB-REASON.
       RECORD-MAIL-VOTE-EXIT.
           EXIT.

       LOOKUP-ROUTINE.
           PERFORM ACCEPT-VOTER-ID THRU ACCEPT-VOTER-ID-EXIT.
           IF WS-AGAIN NOT = "Y"
               GO TO LOOKUP-ROUTINE-EXIT
           END-IF.
           READ ABSENTEE-FILE
               INVALID KEY
                   DISPLAY "NO REQUEST ON FILE FOR " WS-VOTER-ID-IN
                   GO TO LOOKUP-ROUTINE-EXIT
           END-READ.
           PERFORM SET-STATUS-TEXT THRU SET-STATUS-TEXT-EXIT.
           DISPLAY "VOTER " AB-VOTER-ID " PRECINCT " AB-PRECINCT
                   " - " WS-STATUS-TEXT " " AB-REASON.
           DISPLAY "  REQUESTED " AB-REQUEST-DATE
                   "  MAILED " AB-MAILED-DATE
                   "  RETURNED " AB-RETURNED-DATE
                   "  BY " AB-USER-ID.
       LOOKUP-ROUTINE-EXIT.
           EXIT.

       SET-STATUS-TEXT.
           EVALUATE TRUE
               WHEN AB-REQUESTED   MOVE "REQUESTED" TO WS-STATUS-TEXT
               WHEN AB-MAILED      MOVE "MAILED" TO WS-STATUS-TEXT
               WHEN AB-ACCEPTED    MOVE "ACCEPTED" TO WS-STATUS-TEXT
               WHEN AB-REJECTED    MOVE "REJECTED" TO WS-STATUS-TEXT
               WHEN AB-SURRENDERED MOVE "SURRENDERED" TO WS-STATUS-TEXT
               WHEN OTHER          MOVE "UNKNOWN" TO WS-STATUS-TEXT
           END-EVALUATE.
       SET-STATUS-TEXT-EXIT.
           EXIT.

       CHECK-ABSENTEE-WRITE.
           IF NOT WS-ABSENTEE-OK
               MOVE "ABSENTEE" TO WS-FILE-ERR-NAME
               MOVE WS-ABSENTEE-STATUS TO WS-FILE-ERR-STATUS
               MOVE WS-VOTER-ID-IN TO WS-ERRLOG-KEY
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
       CHECK-ABSENTEE-WRITE-EXIT.
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

       END PROGRAM AbsenteeMaint.
