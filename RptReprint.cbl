      ******************************************************************
      * Author:
      * Date:
      * Purpose: Lists what the report archive holds for a range of
      *          run dates - report name, run date and time, producing
      *          program, pages and lines - and reprints any entry
      *          picked from the list line for line, exactly as it
      *          first ran, from the copy RptArch kept in RPTLINES.DAT.
      *          An entry whose program died before finishing is shown
      *          INCOMPLETE and reprints as far as it got.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RptReprint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RptIndexFile ASSIGN TO "RPTINDEX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RI-ARCH-KEY
           FILE STATUS IS WS-RPTINDEX-STATUS.

           SELECT RptLineFile ASSIGN TO "RPTLINES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RL-KEY
           FILE STATUS IS WS-RPTLINES-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD RptIndexFile.
            *> Design the archive index record - shared with
            *> RptArch.cbl
            COPY RPTINDEXREC.

           FD RptLineFile.
            *> Design the archive line record - shared with
            *> RptArch.cbl
            COPY RPTLINEREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "RptReprint".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-EOF             PIC A(1) VALUE "N".
        01 WS-TODAY           PIC 9(8) VALUE 0.
        01 WS-DATE-IN         PIC X(8) VALUE SPACES.
        01 WS-FROM-DATE       PIC 9(8) VALUE 0.
        01 WS-TO-DATE         PIC 9(8) VALUE 0.
        01 WS-DATE-OK         PIC X VALUE "N".
        01 WS-CHOICE-IN       PIC X(3) VALUE SPACES.
        01 WS-CHOICE          PIC 9(3) VALUE 0.
        01 WS-STATE-TEXT      PIC X(10) VALUE SPACES.
        01 WS-LINES-PRINTED   PIC 9(7) VALUE 0.

      *> The entries listed for the range, so one can be picked by
      *> its number on the list.
        01 WS-LIST-MAX        PIC 9(3) VALUE 200.
        01 WS-LIST-COUNT      PIC 9(3) VALUE 0.
        01 WS-LIST-FULL       PIC X VALUE "N".
        01 WS-LIST-TABLE.
            02 WS-LIST-KEY OCCURS 200 TIMES PIC X(18).

        01 WS-RPTINDEX-STATUS PIC XX VALUE "00".
            88 WS-RPTINDEX-OK      VALUE "00".
            88 WS-RPTINDEX-MISSING VALUE "35".
        01 WS-RPTLINES-STATUS PIC XX VALUE "00".
            88 WS-RPTLINES-OK      VALUE "00".
            88 WS-RPTLINES-MISSING VALUE "35".
        01 WS-FILE-ERR-NAME   PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "REPORT ARCHIVE - LIST AND REPRINT".
           OPEN INPUT RptIndexFile.
           IF WS-RPTINDEX-MISSING
               DISPLAY "NO REPORTS ARCHIVED YET"
               GOBACK
           END-IF.
           IF NOT WS-RPTINDEX-OK
               MOVE "RPTINDEX" TO WS-FILE-ERR-NAME
               MOVE WS-RPTINDEX-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           OPEN INPUT RptLineFile.
           IF NOT WS-RPTLINES-OK
               MOVE "RPTLINES" TO WS-FILE-ERR-NAME
               MOVE WS-RPTLINES-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM GET-DATE-RANGE THRU GET-DATE-RANGE-EXIT.
           PERFORM LIST-ARCHIVE THRU LIST-ARCHIVE-EXIT.
           IF WS-LIST-COUNT > 0
               MOVE 1 TO WS-CHOICE
               PERFORM PICK-AND-REPRINT THRU PICK-AND-REPRINT-EXIT
                   UNTIL WS-CHOICE = 0
           END-IF.
           CLOSE RptIndexFile.
           CLOSE RptLineFile.
           GOBACK.

      *> Blank takes today for either end of the range.
       GET-DATE-RANGE.
           MOVE "N" TO WS-DATE-OK.
           PERFORM ACCEPT-FROM-DATE THRU ACCEPT-FROM-DATE-EXIT
               UNTIL WS-DATE-OK = "Y".
           MOVE "N" TO WS-DATE-OK.
           PERFORM ACCEPT-TO-DATE THRU ACCEPT-TO-DATE-EXIT
               UNTIL WS-DATE-OK = "Y".
       GET-DATE-RANGE-EXIT.
           EXIT.

       ACCEPT-FROM-DATE.
           DISPLAY "FROM RUN DATE (YYYYMMDD, BLANK = TODAY): "
               WITH NO ADVANCING.
           ACCEPT WS-DATE-IN.
           IF WS-DATE-IN = SPACES
               MOVE WS-TODAY TO WS-FROM-DATE
               MOVE "Y" TO WS-DATE-OK
               GO TO ACCEPT-FROM-DATE-EXIT
           END-IF.
           IF WS-DATE-IN IS NOT NUMERIC
               DISPLAY "ENTER THE DATE AS YYYYMMDD"
               GO TO ACCEPT-FROM-DATE-EXIT
           END-IF.
           MOVE WS-DATE-IN TO WS-FROM-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-FROM-DATE) NOT = 0
               DISPLAY "NOT A VALID DATE"
               GO TO ACCEPT-FROM-DATE-EXIT
           END-IF.
           MOVE "Y" TO WS-DATE-OK.
       ACCEPT-FROM-DATE-EXIT.
           EXIT.

       ACCEPT-TO-DATE.
           DISPLAY "TO RUN DATE   (YYYYMMDD, BLANK = TODAY): "
               WITH NO ADVANCING.
           ACCEPT WS-DATE-IN.
           IF WS-DATE-IN = SPACES
               MOVE WS-TODAY TO WS-TO-DATE
           ELSE
               IF WS-DATE-IN IS NOT NUMERIC
                   DISPLAY "ENTER THE DATE AS YYYYMMDD"
                   GO TO ACCEPT-TO-DATE-EXIT
               END-IF
               MOVE WS-DATE-IN TO WS-TO-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-TO-DATE) NOT = 0
                   DISPLAY "NOT A VALID DATE"
                   GO TO ACCEPT-TO-DATE-EXIT
               END-IF
           END-IF.
           IF WS-TO-DATE < WS-FROM-DATE
               DISPLAY "TO DATE IS BEFORE THE FROM DATE"
               GO TO ACCEPT-TO-DATE-EXIT
           END-IF.
           MOVE "Y" TO WS-DATE-OK.
       ACCEPT-TO-DATE-EXIT.
           EXIT.

      *> The index is keyed date first, so the range is one START
      *> and a read forward until the date passes the end.
       LIST-ARCHIVE.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE "N" TO WS-LIST-FULL.
           MOVE LOW-VALUES TO RI-ARCH-KEY.
           MOVE WS-FROM-DATE TO RI-RUN-DATE.
           MOVE "N" TO WS-EOF.
           START RptIndexFile KEY IS NOT LESS THAN RI-ARCH-KEY
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           DISPLAY " ".
           DISPLAY "NO. RUN DATE RUN TIME REPORT              "
                   "           PROGRAM              PAGES LINES".
           PERFORM UNTIL WS-EOF = "Y"
               READ RptIndexFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RI-RUN-DATE > WS-TO-DATE
                           MOVE "Y" TO WS-EOF
                       ELSE
                           PERFORM LIST-ONE-ENTRY
                               THRU LIST-ONE-ENTRY-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LIST-COUNT = 0
               DISPLAY "NO REPORTS ARCHIVED FOR " WS-FROM-DATE
                       " TO " WS-TO-DATE
           END-IF.
           IF WS-LIST-FULL = "Y"
               DISPLAY "ONLY THE FIRST " WS-LIST-MAX " ARE LISTED - "
                       "NARROW THE DATE RANGE TO SEE THE REST"
           END-IF.
       LIST-ARCHIVE-EXIT.
           EXIT.

       LIST-ONE-ENTRY.
           IF WS-LIST-COUNT NOT < WS-LIST-MAX
               MOVE "Y" TO WS-LIST-FULL
               MOVE "Y" TO WS-EOF
               GO TO LIST-ONE-ENTRY-EXIT
           END-IF.
           ADD 1 TO WS-LIST-COUNT.
           MOVE RI-ARCH-KEY TO WS-LIST-KEY (WS-LIST-COUNT).
           IF RI-IS-COMPLETE
               MOVE SPACES TO WS-STATE-TEXT
           ELSE
               MOVE "INCOMPLETE" TO WS-STATE-TEXT
           END-IF.
           DISPLAY WS-LIST-COUNT " " RI-RUN-DATE " " RI-RUN-TIME " "
                   RI-REPORT-NAME " " RI-PROGRAM " " RI-PAGES " "
                   RI-LINES " " WS-STATE-TEXT.
       LIST-ONE-ENTRY-EXIT.
           EXIT.

       PICK-AND-REPRINT.
           DISPLAY " ".
           DISPLAY "REPRINT WHICH NO. (0 = DONE): " WITH NO ADVANCING.
           ACCEPT WS-CHOICE-IN.
           IF WS-CHOICE-IN = SPACES
               MOVE 0 TO WS-CHOICE
               GO TO PICK-AND-REPRINT-EXIT
           END-IF.
           IF FUNCTION TEST-NUMVAL (WS-CHOICE-IN) NOT = 0
               DISPLAY "ENTER A NUMBER FROM THE LIST"
               GO TO PICK-AND-REPRINT-EXIT
           END-IF.
           COMPUTE WS-CHOICE = FUNCTION NUMVAL (WS-CHOICE-IN).
           IF WS-CHOICE = 0
               GO TO PICK-AND-REPRINT-EXIT
           END-IF.
           IF WS-CHOICE > WS-LIST-COUNT
               DISPLAY "ENTER A NUMBER FROM THE LIST"
               GO TO PICK-AND-REPRINT-EXIT
           END-IF.
           PERFORM REPRINT-ENTRY THRU REPRINT-ENTRY-EXIT.
       PICK-AND-REPRINT-EXIT.
           EXIT.

       REPRINT-ENTRY.
           MOVE WS-LIST-KEY (WS-CHOICE) TO RI-ARCH-KEY.
           READ RptIndexFile
               INVALID KEY
                   DISPLAY "THAT ENTRY HAS BEEN PURGED"
                   GO TO REPRINT-ENTRY-EXIT
           END-READ.
           MOVE RI-ARCH-KEY TO RL-ARCH-KEY.
           MOVE 0 TO RL-LINE-NO.
           MOVE 0 TO WS-LINES-PRINTED.
           MOVE "N" TO WS-EOF.
           START RptLineFile KEY IS NOT LESS THAN RL-KEY
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ RptLineFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RL-ARCH-KEY NOT = RI-ARCH-KEY
                           MOVE "Y" TO WS-EOF
                       ELSE
                           DISPLAY FUNCTION TRIM (RL-TEXT TRAILING)
                           ADD 1 TO WS-LINES-PRINTED
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "END OF REPRINT - " RI-REPORT-NAME " OF "
                   RI-RUN-DATE " " RI-RUN-TIME ", " WS-LINES-PRINTED
                   " LINES".
           IF RI-IS-OPEN
               DISPLAY "INCOMPLETE - " RI-PROGRAM " DID NOT FINISH "
                       "THAT RUN"
           END-IF.
       REPRINT-ENTRY-EXIT.
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

       END PROGRAM RptReprint.
