      *          voter gets a certification letter (name, voter ID,
      *          precinct) and an ineligible one gets the cannot-vote
      *          notice explaining the age requirement; the run closes
      *          with the mailing list the office works from. The
      *          letters are for the election picked off ELECTION.DAT
      *          through ElectionSelect.cbl - age is figured as of its
      *          date, and a voter whose precinct is not taking part
      *          is told so instead of being sent to the polls.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-LETTER-COUNT    PIC 9(5) VALUE 0.
       01 WS-NOTICE-COUNT    PIC 9(5) VALUE 0.
       01 WS-FIRST-LIST      PIC X VALUE "Y".
       01 WS-AGE-YEARS       PIC S9(4) VALUE 0.
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

       01 WS-REGISTRY-STATUS PIC XX VALUE "00".
           88 WS-REGISTRY-OK      VALUE "00".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SELECT-ELECTION THRU SELECT-ELECTION-EXIT.
           DISPLAY "Registration date to letter (YYMMDD, blank = "
                   "today): " WITH NO ADVANCING.
           MOVE 0 TO WS-REG-DATE.
           DISPLAY "CANNOT-VOTE NOTICES  : " WS-NOTICE-COUNT.
           GOBACK.

      *> Eligibility is figured again as of the selected election -
      *> VR-CANVOTE-FLAG only says how things stood for the election
      *> the voter registered under.
       PRINT-ONE-LETTER.
           COMPUTE WS-AGE-YEARS =
               (WS-ELECTION-DATE - VR-DOB) / 10000.
           MOVE "N" TO WS-TAKES-PART.
           IF VR-PRECINCT >= 1 AND VR-PRECINCT <= 20
               MOVE WS-PRECINCT-IN-ELECTION (VR-PRECINCT)
                   TO WS-TAKES-PART
           END-IF.
           DISPLAY " ".
           DISPLAY "========================================".
           DISPLAY VR-NAME.
           DISPLAY " ".
           IF WS-AGE-YEARS >= 18
               DISPLAY "VOTER REGISTRATION CERTIFICATION"
               DISPLAY "THIS CERTIFIES THAT YOU ARE REGISTERED TO"
               DISPLAY "VOTE UNDER VOTER ID " VR-VOTER-ID "."
                   THRU LOOKUP-PRECINCT-MASTER-EXIT
               DISPLAY "YOUR PRECINCT IS " VR-PRECINCT " "
                       WS-PRECINCT-NAME "."
               IF WS-PRECINCT-TAKES-PART
                   DISPLAY "YOUR POLLING PLACE: " WS-POLLING-PLACE
                   DISPLAY "PLEASE BRING THIS LETTER AND PHOTO ID ON"
                   DISPLAY "ELECTION DAY, " WS-ELECTION-DATE " - "
                           WS-ELECTION-DESC "."
               ELSE
                   DISPLAY "YOUR PRECINCT DOES NOT VOTE IN THE "
                           WS-ELECTION-DESC
                   DISPLAY "ON " WS-ELECTION-DATE " - KEEP THIS LETTER"
                   DISPLAY "FOR THE NEXT ELECTION IT TAKES PART IN."
               END-IF
               ADD 1 TO WS-LETTER-COUNT
           ELSE
               DISPLAY "NOTICE OF REGISTRATION - NOT YET ELIGIBLE"
       PRINT-ONE-LETTER-EXIT.
           EXIT.

      *> Same ELECTION.DAT pick PollBook.cbl prints against - the
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
               DISPLAY "NO ELECTION SELECTED - NO LETTERS PRINTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
       SELECT-ELECTION-EXIT.
           EXIT.

       LOOKUP-PRECINCT-MASTER.
           MOVE SPACES TO WS-PRECINCT-NAME.
           MOVE "SEE POSTED NOTICE" TO WS-POLLING-PLACE.
