      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared election selection, called like StreetLookup
      *          is - every voter program gets the election it runs
      *          for from the ELECTION.DAT master (ElectionMaint.cbl)
      *          through here instead of each taking its own free
      *          date, so they all get the same answer. The election
      *          ID comes from the ELECTION_ID variable when it is set
      *          (unattended runs), otherwise the elections on file
      *          are listed and the clerk keys one.
      *
      *          LK-FOUND-FLAG is "Y" with the other fields filled in
      *          from the master, "N" when no election was picked or
      *          the ID is not on file, or "X" when there is no
      *          ELECTION.DAT yet. LK-PRECINCT-AREA holds one "Y" per
      *          precinct taking part, same as EL-PRECINCT-AREA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ElectionSelect.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ElectionFile ASSIGN TO "ELECTION.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EL-ID
           FILE STATUS IS WS-ELECTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ElectionFile.
            *> Design the election master record - shared with
            *> ElectionMaint.cbl
            COPY ELECTIONREC.

       WORKING-STORAGE SECTION.
       01 WS-ELECTION-STATUS PIC XX VALUE "00".
           88 WS-ELECTION-OK      VALUE "00".
           88 WS-ELECTION-MISSING VALUE "35".
       01 WS-EOF             PIC X VALUE "N".
       01 WS-ENV-ELECTION    PIC X(6) VALUE SPACES.
       01 WS-ID-IN           PIC X(6) VALUE SPACES.
       01 WS-TODAY           PIC 9(8) VALUE 0.
       01 WS-WHEN            PIC X(4) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-ELECTION-ID     PIC X(6).
       01 LK-ELECTION-DATE   PIC 9(8).
       01 LK-REG-CUTOFF      PIC 9(8).
       01 LK-ELECTION-DESC   PIC X(25).
       01 LK-PRECINCT-AREA   PIC X(20).
       01 LK-FOUND-FLAG      PIC X.

       PROCEDURE DIVISION USING LK-ELECTION-ID, LK-ELECTION-DATE,
           LK-REG-CUTOFF, LK-ELECTION-DESC, LK-PRECINCT-AREA,
           LK-FOUND-FLAG.
       MAIN-PROCEDURE.
           MOVE "N" TO LK-FOUND-FLAG.
           OPEN INPUT ElectionFile.
           IF WS-ELECTION-MISSING
               MOVE "X" TO LK-FOUND-FLAG
               GOBACK
           END-IF.
           IF NOT WS-ELECTION-OK
               DISPLAY "FILE I/O ERROR ON ELECTION - STATUS "
                       WS-ELECTION-STATUS
               MOVE 1 TO RETURN-CODE
               MOVE "X" TO LK-FOUND-FLAG
               GOBACK
           END-IF.
           MOVE SPACES TO WS-ENV-ELECTION.
           ACCEPT WS-ENV-ELECTION FROM ENVIRONMENT "ELECTION_ID".
           IF WS-ENV-ELECTION NOT = SPACES
               MOVE WS-ENV-ELECTION TO WS-ID-IN
               PERFORM READ-ELECTION THRU READ-ELECTION-EXIT
               IF LK-FOUND-FLAG NOT = "Y"
                   DISPLAY "ELECTION " WS-ID-IN
                           " (ELECTION_ID) IS NOT ON ELECTION.DAT"
               END-IF
           ELSE
               PERFORM LIST-ELECTIONS THRU LIST-ELECTIONS-EXIT
               PERFORM PROMPT-ELECTION THRU PROMPT-ELECTION-EXIT
           END-IF.
           CLOSE ElectionFile.
           GOBACK.

       LIST-ELECTIONS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "ELECTIONS ON FILE:".
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ElectionFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EL-DATE < WS-TODAY
                           MOVE "PAST" TO WS-WHEN
                       ELSE
                           MOVE SPACES TO WS-WHEN
                       END-IF
                       DISPLAY "  " EL-ID " " EL-DATE " " EL-TYPE " "
                               EL-DESC " " WS-WHEN
               END-READ
           END-PERFORM.
       LIST-ELECTIONS-EXIT.
           EXIT.

       PROMPT-ELECTION.
           DISPLAY "Election ID (blank = none): " WITH NO ADVANCING.
           MOVE SPACES TO WS-ID-IN.
           ACCEPT WS-ID-IN.
           IF WS-ID-IN = SPACES
               GO TO PROMPT-ELECTION-EXIT
           END-IF.
           PERFORM READ-ELECTION THRU READ-ELECTION-EXIT.
           IF LK-FOUND-FLAG NOT = "Y"
               DISPLAY "ELECTION " WS-ID-IN " IS NOT ON FILE - "
                       "TRY AGAIN"
               GO TO PROMPT-ELECTION
           END-IF.
       PROMPT-ELECTION-EXIT.
           EXIT.

      *> IDs are kept in upper case, the way ElectionMaint.cbl files
      *> them.
       READ-ELECTION.
           INSPECT WS-ID-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-ID-IN TO EL-ID.
           READ ElectionFile
               INVALID KEY GO TO READ-ELECTION-EXIT
           END-READ.
           MOVE EL-ID TO LK-ELECTION-ID.
           MOVE EL-DATE TO LK-ELECTION-DATE.
           MOVE EL-REG-CUTOFF TO LK-REG-CUTOFF.
           MOVE EL-DESC TO LK-ELECTION-DESC.
           MOVE EL-PRECINCT-AREA TO LK-PRECINCT-AREA.
           MOVE "Y" TO LK-FOUND-FLAG.
       READ-ELECTION-EXIT.
           EXIT.

       END PROGRAM ElectionSelect.
