      *    (PrecinctMaint.cbl) at registration time, and the summary
      *    prints each precinct's name and polling place instead of a
      *    naked number.
      *  - New registrations are written active (VR-STATUS "A") with
      *    today as VR-STATUS-DATE, for the list maintenance that
      *    VoterMaint.cbl and ListMaint.cbl now do, and lookup shows
      *    the voter's list status.
      *  - Registration takes the voter's residence address (house
      *    number, street, ZIP - new columns on AGEBATCH.DAT too) and
      *    assigns the precinct from the STREET.DAT street index
      *    through StreetLookup.cbl; an address the index can't place
      *    goes on the STREETEXC.DAT exception list and the precinct
      *    is keyed (or taken from the batch line) as before.
      *  - The election is picked from the ELECTION.DAT master
      *    (ElectionSelect.cbl, ELECTION_ID variable or prompt) instead
      *    of a free ELECTION_DATE, and registration is refused once
      *    that election's registration cutoff has passed.
      *  - A batch run's skipped lines and its summary now go through
      *    PRINT-REPORT-LINE to the report archive (RptArch) as well as
      *    the screen, the way StudentRoster's roster does.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-NUMBER
           FILE STATUS IS WS-PRECINCT-STATUS.

           SELECT StreetExcFile ASSIGN TO "STREETEXC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-STREETEXC-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               02 AB-VOTER-ID  PIC 9(5).
               02 AB-NAME      PIC X(20).
               02 AB-PRECINCT  PIC 99.
               02 AB-HOUSE-NO  PIC 9(5).
               02 AB-STREET    PIC X(25).
               02 AB-ZIP       PIC 9(5).

           FD VOTER-REGISTRY.
            *> Design the voter-registry record - shared with
            *> Design the precinct record - shared with
            *> PrecinctMaint.cbl
            COPY PRECINCTREC.
           FD StreetExcFile.
            *> Design the street-index exception record - shared
            *> with Redistrict.cbl
            COPY STREETEXCREC.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 AGE PIC 99 VALUE 0.
       01 WS-VOTER-DOB  PIC 9(8) VALUE 0.
       01 WS-ELECTION-DATE PIC 9(8) VALUE 0.
       01 WS-ELECTION-ID   PIC X(6) VALUE SPACES.
       01 WS-REG-CUTOFF    PIC 9(8) VALUE 0.
       01 WS-ELECTION-DESC PIC X(25) VALUE SPACES.
       01 WS-ELECTION-PRECINCTS.
           02 WS-PRECINCT-IN-ELECTION PIC X OCCURS 20 TIMES.
       01 WS-ELECTION-FOUND PIC X VALUE "N".
           88 WS-ELECTION-SELECTED      VALUE "Y".
           88 WS-ELECTION-MASTER-MISSING VALUE "X".
       01 WS-TODAY      PIC 9(8) VALUE 0.
       01 WS-REG-OPEN-FLAG PIC X VALUE "Y".
           88 WS-REGISTRATION-CLOSED VALUE "N".
       01 WS-AGE-YEARS  PIC S9(4) VALUE 0.
       01 WS-VOTER-ID   PIC 9(5) VALUE 0.
       01 WS-VOTER-NAME PIC X(20) VALUE SPACES.
       01 WS-PRECINCT   PIC 99 VALUE 0.
       01 WS-HOUSE-NO   PIC 9(5) VALUE 0.
       01 WS-STREET     PIC X(25) VALUE SPACES.
       01 WS-ZIP        PIC 9(5) VALUE 0.
       01 WS-STREET-FOUND PIC X VALUE "N".
           88 WS-ADDRESS-PLACED  VALUE "Y".
           88 WS-ADDRESS-UNPLACED VALUE "N".
       01 WS-EXCEPTION-NOTE PIC X(30) VALUE SPACES.
       01 WS-STREETEXC-STATUS PIC XX VALUE "00".
           88 WS-STREETEXC-OK      VALUE "00".
           88 WS-STREETEXC-MISSING VALUE "35".
       01 Grade PIC 99 VALUE 0.
       01 Score PIC X(1) VALUE "B".
       01 CanVoteFlag PIC 9 VALUE 0.
       01 WS-POLLING-PLACE   PIC X(25) VALUE SPACES.
       01 WS-DUP-FOUND       PIC X VALUE "N".
           88 WS-VOTER-ON-FILE VALUE "Y".
       01 WS-SAVE-REGISTRY   PIC X(99) VALUE SPACES.
      *> PRINT-REPORT-LINE to the screen and to RptArch.
       01 WS-RPT-ACTION      PIC X VALUE SPACE.
       01 WS-RPT-NAME        PIC X(30) VALUE "VOTER REGISTRATION BATCH".
       01 WS-RPT-PROGRAM     PIC X(20) VALUE "VoterElig".
       01 WS-RPT-LINE        PIC X(150) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * The main procedure of the program
      **
           ACCEPT WS-RUN-DATE FROM DATE.
           PERFORM OPEN-VOTER-REGISTRY THRU OPEN-VOTER-REGISTRY-EXIT.
           PERFORM SELECT-MODE THRU SELECT-MODE-EXIT.
           IF NOT WS-LOOKUP-MODE
               PERFORM SELECT-ELECTION THRU SELECT-ELECTION-EXIT
               IF NOT WS-ELECTION-SELECTED
                   CLOSE VOTER-REGISTRY
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           IF WS-BATCH-MODE
               PERFORM BATCH-ROUTINE THRU BATCH-ROUTINE-EXIT
           ELSE
                           VR-PRECINCT " DOB " VR-DOB " CANVOTE "
                           VR-CANVOTE-FLAG " REGISTERED "
                           VR-RUN-DATE
                   DISPLAY "    LIST STATUS " VR-STATUS " "
                           VR-REMOVE-REASON " SINCE " VR-STATUS-DATE
                   DISPLAY "    RESIDENCE " VR-HOUSE-NO " " VR-STREET
                           " " VR-ZIP
           END-READ.
       LOOKUP-ROUTINE-EXIT.
           EXIT.

      *> The election this run is qualifying voters for comes off
      *> the ELECTION.DAT master, the same one the poll books and
      *> letters use - ELECTION_ID lets the nightly driver run batch
      *> mode unattended; the list and prompt only appear when the
      *> variable is not set.
       SELECT-ELECTION.
           CALL "ElectionSelect" USING WS-ELECTION-ID WS-ELECTION-DATE
               WS-REG-CUTOFF WS-ELECTION-DESC WS-ELECTION-PRECINCTS
               WS-ELECTION-FOUND.
           IF WS-ELECTION-MASTER-MISSING
               DISPLAY "NO ELECTION.DAT ON FILE - SET THE ELECTION UP "
                       "WITH ElectionMaint FIRST"
               GO TO SELECT-ELECTION-EXIT
           END-IF.
           IF NOT WS-ELECTION-SELECTED
               DISPLAY "NO ELECTION SELECTED - NOTHING REGISTERED"
               GO TO SELECT-ELECTION-EXIT
           END-IF.
           DISPLAY "REGISTERING FOR " WS-ELECTION-ID " "
                   WS-ELECTION-DESC " ON " WS-ELECTION-DATE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF WS-TODAY > WS-REG-CUTOFF
               MOVE "N" TO WS-REG-OPEN-FLAG
               DISPLAY "REGISTRATION FOR " WS-ELECTION-ID
                       " CLOSED ON " WS-REG-CUTOFF
                       " - NO REGISTRATIONS TAKEN"
           END-IF.
       SELECT-ELECTION-EXIT.
           EXIT.

       SELECT-MODE.
           DISPLAY "Mode - (I)nteractive, (B)atch, or (L)ookup: "
                   WITH NO ADVANCING.
           EXIT.

       INTERACTIVE-ROUTINE.
           IF WS-REGISTRATION-CLOSED
               MOVE 4 TO RETURN-CODE
               GO TO INTERACTIVE-ROUTINE-EXIT
           END-IF.
           DISPLAY "Date of birth (YYYYMMDD) : "  WITH NO ADVANCING
           ACCEPT WS-VOTER-DOB
           DISPLAY "Voter ID : " WITH NO ADVANCING
           ACCEPT WS-VOTER-ID
           DISPLAY "Voter Name : " WITH NO ADVANCING
           ACCEPT WS-VOTER-NAME
           PERFORM ACCEPT-ADDRESS THRU ACCEPT-ADDRESS-EXIT
           PERFORM ASSIGN-PRECINCT-FROM-ADDRESS
               THRU ASSIGN-PRECINCT-FROM-ADDRESS-EXIT
           IF WS-ADDRESS-PLACED
               DISPLAY "PRECINCT FROM STREET INDEX: " WS-PRECINCT
           ELSE
               PERFORM ACCEPT-PRECINCT THRU ACCEPT-PRECINCT-EXIT
           END-IF
           PERFORM CLASSIFY-AGE THRU CLASSIFY-AGE-EXIT.

           *>IF Score IS PASS
       INTERACTIVE-ROUTINE-EXIT.
           EXIT.

       ACCEPT-ADDRESS.
           DISPLAY "House number : " WITH NO ADVANCING.
           ACCEPT WS-HOUSE-NO.
           DISPLAY "Street : " WITH NO ADVANCING.
           ACCEPT WS-STREET.
           DISPLAY "ZIP : " WITH NO ADVANCING.
           ACCEPT WS-ZIP.
       ACCEPT-ADDRESS-EXIT.
           EXIT.

      *> The street index decides the precinct now, not the wall map.
      *> An address it can't place is logged for the clerk to chase;
      *> with no STREET.DAT on disk yet the precinct is keyed as it
      *> always was and nothing is logged.
       ASSIGN-PRECINCT-FROM-ADDRESS.
           MOVE "N" TO WS-STREET-FOUND.
           CALL "StreetLookup" USING WS-HOUSE-NO WS-STREET WS-ZIP
               WS-PRECINCT WS-STREET-FOUND.
           IF WS-STREET-FOUND = "X"
               MOVE "N" TO WS-STREET-FOUND
               GO TO ASSIGN-PRECINCT-FROM-ADDRESS-EXIT
           END-IF.
           IF WS-ADDRESS-UNPLACED
               DISPLAY "ADDRESS NOT IN THE STREET INDEX - "
                       "ON THE EXCEPTION LIST"
               IF WS-BATCH-MODE
                   MOVE "BATCH PRECINCT KEPT" TO WS-EXCEPTION-NOTE
               ELSE
                   MOVE "PRECINCT KEYED BY CLERK"
                       TO WS-EXCEPTION-NOTE
               END-IF
               PERFORM WRITE-STREET-EXCEPTION
                   THRU WRITE-STREET-EXCEPTION-EXIT
           END-IF.
       ASSIGN-PRECINCT-FROM-ADDRESS-EXIT.
           EXIT.

       WRITE-STREET-EXCEPTION.
           OPEN EXTEND StreetExcFile.
           IF WS-STREETEXC-MISSING
               OPEN OUTPUT StreetExcFile
           END-IF.
           IF NOT WS-STREETEXC-OK
               DISPLAY "FILE I/O ERROR ON STREETEXC - STATUS "
                       WS-STREETEXC-STATUS
               GO TO WRITE-STREET-EXCEPTION-EXIT
           END-IF.
           MOVE SPACES TO STREETEXC-REC.
           ACCEPT SX-DATE FROM DATE YYYYMMDD.
           MOVE "VoterElig" TO SX-PROGRAM.
           MOVE WS-VOTER-ID TO SX-VOTER-ID.
           MOVE WS-HOUSE-NO TO SX-HOUSE-NO.
           MOVE WS-STREET TO SX-STREET.
           MOVE WS-ZIP TO SX-ZIP.
           MOVE WS-EXCEPTION-NOTE TO SX-NOTE.
           WRITE STREETEXC-REC.
           CLOSE StreetExcFile.
       WRITE-STREET-EXCEPTION-EXIT.
           EXIT.

       ACCEPT-PRECINCT.
           DISPLAY "Precinct (01-20) : " WITH NO ADVANCING.
           ACCEPT WS-PRECINCT.
           MOVE WS-VOTER-NAME TO VR-NAME.
           MOVE SPACE TO VR-SEP5.
           MOVE WS-PRECINCT TO VR-PRECINCT.
           MOVE SPACE TO VR-SEP6 VR-SEP7 VR-SEP8.
           MOVE "A" TO VR-STATUS.
           MOVE SPACES TO VR-REMOVE-REASON.
           ACCEPT VR-STATUS-DATE FROM DATE YYYYMMDD.
           MOVE SPACE TO VR-SEP9 VR-SEP10 VR-SEP11.
           MOVE WS-HOUSE-NO TO VR-HOUSE-NO.
           MOVE WS-STREET TO VR-STREET.
           MOVE WS-ZIP TO VR-ZIP.
           WRITE VOTER-REGISTRY-REC
               INVALID KEY
                   DISPLAY "ERROR: VOTER ID " VR-VOTER-ID
           EXIT.

       BATCH-ROUTINE.
      *> Past the cutoff the batch is left on disk untouched, so it
      *> can be run for the next election instead.
           IF WS-REGISTRATION-CLOSED
               MOVE 4 TO RETURN-CODE
               GO TO BATCH-ROUTINE-EXIT
           END-IF.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-RPT-PROGRAM WS-RPT-LINE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT AGE-FILE.
           PERFORM UNTIL WS-EOF = "Y"
                       MOVE AB-VOTER-ID TO WS-VOTER-ID
                       MOVE AB-NAME TO WS-VOTER-NAME
                       MOVE AB-PRECINCT TO WS-PRECINCT
                       MOVE AB-HOUSE-NO TO WS-HOUSE-NO
                       MOVE AB-STREET TO WS-STREET
                       MOVE AB-ZIP TO WS-ZIP
                       PERFORM ASSIGN-PRECINCT-FROM-ADDRESS
                           THRU ASSIGN-PRECINCT-FROM-ADDRESS-EXIT
      *> Same 01-20 range rule ACCEPT-PRECINCT enforces interactively -
      *> a bad precinct would subscript past the precinct tables.
                       PERFORM CHECK-PRECINCT-MASTER
                           THRU CHECK-PRECINCT-MASTER-EXIT
                       IF WS-PRECINCT < 1 OR WS-PRECINCT > 20
                          OR NOT WS-PRECINCT-ON-FILE
                           STRING "INVALID PRECINCT " WS-PRECINCT
                                  " FOR VOTER " AB-VOTER-ID
                                  " - LINE SKIPPED"
                               DELIMITED BY SIZE INTO WS-RPT-LINE
                           PERFORM PRINT-REPORT-LINE
                       ELSE
                           DISPLAY "DOB " WS-VOTER-DOB ": "
                                   WITH NO ADVANCING
           END-PERFORM.
           CLOSE AGE-FILE.
           PERFORM DISPLAY-SUMMARY THRU DISPLAY-SUMMARY-EXIT.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-RPT-PROGRAM WS-RPT-LINE.
       BATCH-ROUTINE-EXIT.
           EXIT.

       DISPLAY-SUMMARY.
           PERFORM PRINT-REPORT-LINE.
           MOVE "----- SUMMARY -----" TO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING "CAN VOTE   : " WS-CANVOTE-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING "CANNOT VOTE: " WS-CANTVOTE-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM DISPLAY-GRADE-COUNT
               VARYING WS-GRADE-IX FROM 1 BY 1
               UNTIL WS-GRADE-IX > 12.
           MOVE "----- BY PRECINCT -----" TO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM DISPLAY-PRECINCT-SUMMARY
               VARYING WS-PRECINCT-IX FROM 1 BY 1
               UNTIL WS-PRECINCT-IX > 20.
           EXIT.

       DISPLAY-GRADE-COUNT.
           STRING "GRADE " WS-GRADE-IX ": "
                  WS-GRADE-COUNT (WS-GRADE-IX)
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

       DISPLAY-PRECINCT-SUMMARY.
           MOVE WS-PRECINCT-IX TO WS-PRECINCT.
           PERFORM CHECK-PRECINCT-MASTER
               THRU CHECK-PRECINCT-MASTER-EXIT.
           STRING "PRECINCT " WS-PRECINCT-IX " " WS-PRECINCT-NAME
                  " (" WS-POLLING-PLACE ")"
                  ": CAN VOTE " WS-PRECINCT-CANVOTE (WS-PRECINCT-IX)
                  " / CANNOT VOTE "
                  WS-PRECINCT-CANTVOTE (WS-PRECINCT-IX)
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

      *> WS-RPT-LINE to the screen and the report archive, then
      *> cleared for the next line.
       PRINT-REPORT-LINE.
           DISPLAY FUNCTION TRIM (WS-RPT-LINE TRAILING).
           MOVE "L" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-RPT-PROGRAM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.

      ** add other procedures here
       END PROGRAM VoterElig.
