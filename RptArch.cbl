      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared report-archive subprogram, called by the report
      *          programs the same way ErrLog is called from their
      *          FILE-ERROR-PARA paragraphs. A report that used to
      *          scroll off the screen, or be overwritten the next
      *          night, now also lands in the dated archive:
      *            "O" opens a new archive entry in RPTINDEX.DAT for
      *                the report name and producing program given,
      *                stamped with today's date and time,
      *            "L" stores one printed line in RPTLINES.DAT, and
      *            "C" closes the entry with its line and page counts.
      *          Pages are counted at RPTARCH_PAGE_LINES lines each
      *          (default 60). An archive that cannot be opened is
      *          logged to ERRORLOG.DAT and the report carries on
      *          unarchived - losing the copy must not lose the run.
      *          RptReprint lists and reprints what is on file;
      *          RptPurge ages it off.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RptArch.
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
            *> RptReprint.cbl and RptPurge.cbl
            COPY RPTINDEXREC.

           FD RptLineFile.
            *> Design the archive line record - shared with
            *> RptReprint.cbl and RptPurge.cbl
            COPY RPTLINEREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "RptArch".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
      *> Kept between calls - the report in progress, if any.
        01 WS-ARCH-STATE      PIC X VALUE "N".
            88 WS-ARCH-IS-OPEN     VALUE "Y".
        01 WS-ARCH-KEY.
            02 WS-ARCH-DATE   PIC 9(8) VALUE 0.
            02 WS-ARCH-TIME   PIC 9(8) VALUE 0.
            02 WS-ARCH-SEQ    PIC 9(2) VALUE 0.
        01 WS-LINE-COUNT      PIC 9(7) VALUE 0.
        01 WS-PAGE-LINES      PIC 9(3) VALUE 60.
        01 WS-ENV-VALUE       PIC X(10) VALUE SPACES.
        01 WS-WRITTEN         PIC X VALUE "N".

        01 WS-RPTINDEX-STATUS PIC XX VALUE "00".
            88 WS-RPTINDEX-OK      VALUE "00".
            88 WS-RPTINDEX-MISSING VALUE "35".
        01 WS-RPTLINES-STATUS PIC XX VALUE "00".
            88 WS-RPTLINES-OK      VALUE "00".
            88 WS-RPTLINES-MISSING VALUE "35".
        01 WS-FILE-ERR-NAME   PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS PIC XX VALUE SPACES.

       LINKAGE SECTION.
       01 LK-ACTION       PIC X.
       01 LK-REPORT-NAME  PIC X(30).
       01 LK-PROGRAM      PIC X(20).
       01 LK-LINE         PIC X(150).

       PROCEDURE DIVISION USING LK-ACTION, LK-REPORT-NAME,
           LK-PROGRAM, LK-LINE.
       MAIN-PROCEDURE.
           EVALUATE LK-ACTION
               WHEN "O"
                   PERFORM OPEN-ARCHIVE-ENTRY
                       THRU OPEN-ARCHIVE-ENTRY-EXIT
               WHEN "L"
                   PERFORM ARCHIVE-LINE THRU ARCHIVE-LINE-EXIT
               WHEN "C"
                   PERFORM CLOSE-ARCHIVE-ENTRY
                       THRU CLOSE-ARCHIVE-ENTRY-EXIT
           END-EVALUATE.
           GOBACK.

      *> A program that died before its "C" leaves its entry open -
      *> it stays marked "O" on file and the next report starts clean.
       OPEN-ARCHIVE-ENTRY.
           IF WS-ARCH-IS-OPEN
               CLOSE RptIndexFile
               CLOSE RptLineFile
               MOVE "N" TO WS-ARCH-STATE
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "RPTARCH_PAGE_LINES".
           IF WS-ENV-VALUE NOT = SPACES
               COMPUTE WS-PAGE-LINES = FUNCTION NUMVAL (WS-ENV-VALUE)
           END-IF.
           IF WS-PAGE-LINES = 0
               MOVE 60 TO WS-PAGE-LINES
           END-IF.
           OPEN I-O RptIndexFile.
           IF WS-RPTINDEX-MISSING
               OPEN OUTPUT RptIndexFile
               CLOSE RptIndexFile
               OPEN I-O RptIndexFile
           END-IF.
           IF NOT WS-RPTINDEX-OK
               MOVE "RPTINDEX" TO WS-FILE-ERR-NAME
               MOVE WS-RPTINDEX-STATUS TO WS-FILE-ERR-STATUS
               PERFORM LOG-ARCHIVE-ERROR THRU LOG-ARCHIVE-ERROR-EXIT
               GO TO OPEN-ARCHIVE-ENTRY-EXIT
           END-IF.
           OPEN I-O RptLineFile.
           IF WS-RPTLINES-MISSING
               OPEN OUTPUT RptLineFile
               CLOSE RptLineFile
               OPEN I-O RptLineFile
           END-IF.
           IF NOT WS-RPTLINES-OK
               CLOSE RptIndexFile
               MOVE "RPTLINES" TO WS-FILE-ERR-NAME
               MOVE WS-RPTLINES-STATUS TO WS-FILE-ERR-STATUS
               PERFORM LOG-ARCHIVE-ERROR THRU LOG-ARCHIVE-ERROR-EXIT
               GO TO OPEN-ARCHIVE-ENTRY-EXIT
           END-IF.
           ACCEPT WS-ARCH-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ARCH-TIME FROM TIME.
           MOVE SPACES TO RPT-INDEX-REC.
           MOVE LK-REPORT-NAME TO RI-REPORT-NAME.
           MOVE LK-PROGRAM TO RI-PROGRAM.
           MOVE 0 TO RI-PAGES RI-LINES.
           MOVE "O" TO RI-STATE.
           MOVE "N" TO WS-WRITTEN.
           PERFORM WRITE-INDEX-ENTRY
               VARYING WS-ARCH-SEQ FROM 0 BY 1
               UNTIL WS-WRITTEN = "Y" OR WS-ARCH-SEQ > 98.
           IF WS-WRITTEN NOT = "Y"
               CLOSE RptIndexFile
               CLOSE RptLineFile
               MOVE "RPTINDEX" TO WS-FILE-ERR-NAME
               MOVE WS-RPTINDEX-STATUS TO WS-FILE-ERR-STATUS
               PERFORM LOG-ARCHIVE-ERROR THRU LOG-ARCHIVE-ERROR-EXIT
               GO TO OPEN-ARCHIVE-ENTRY-EXIT
           END-IF.
      *> The VARYING has stepped one past the sequence that took.
           SUBTRACT 1 FROM WS-ARCH-SEQ.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE "Y" TO WS-ARCH-STATE.
       OPEN-ARCHIVE-ENTRY-EXIT.
           EXIT.

       WRITE-INDEX-ENTRY.
           MOVE WS-ARCH-KEY TO RI-ARCH-KEY.
           WRITE RPT-INDEX-REC
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-WRITTEN
           END-WRITE.

       ARCHIVE-LINE.
           IF NOT WS-ARCH-IS-OPEN
               GO TO ARCHIVE-LINE-EXIT
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-ARCH-KEY TO RL-ARCH-KEY.
           MOVE WS-LINE-COUNT TO RL-LINE-NO.
           MOVE SPACE TO RL-SEP1.
           MOVE LK-LINE TO RL-TEXT.
           WRITE RPT-LINE-REC
               INVALID KEY
                   MOVE "RPTLINES" TO WS-FILE-ERR-NAME
                   MOVE WS-RPTLINES-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM LOG-ARCHIVE-ERROR
                       THRU LOG-ARCHIVE-ERROR-EXIT
      *> Stop archiving this report rather than log every line - the
      *> entry stays "O", so the reprint shows it as incomplete.
                   CLOSE RptIndexFile
                   CLOSE RptLineFile
                   MOVE "N" TO WS-ARCH-STATE
           END-WRITE.
       ARCHIVE-LINE-EXIT.
           EXIT.

       CLOSE-ARCHIVE-ENTRY.
           IF NOT WS-ARCH-IS-OPEN
               GO TO CLOSE-ARCHIVE-ENTRY-EXIT
           END-IF.
           MOVE WS-ARCH-KEY TO RI-ARCH-KEY.
           READ RptIndexFile
               INVALID KEY
                   MOVE "RPTINDEX" TO WS-FILE-ERR-NAME
                   MOVE WS-RPTINDEX-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM LOG-ARCHIVE-ERROR
                       THRU LOG-ARCHIVE-ERROR-EXIT
               NOT INVALID KEY
                   MOVE WS-LINE-COUNT TO RI-LINES
                   COMPUTE RI-PAGES =
                       (WS-LINE-COUNT + WS-PAGE-LINES - 1)
                       / WS-PAGE-LINES
                   MOVE "C" TO RI-STATE
                   REWRITE RPT-INDEX-REC
           END-READ.
           CLOSE RptIndexFile.
           CLOSE RptLineFile.
           MOVE "N" TO WS-ARCH-STATE.
       CLOSE-ARCHIVE-ENTRY-EXIT.
           EXIT.

      *> Unlike the report programs' FILE-ERROR-PARA this does not
      *> end the run - the caller's report still prints.
       LOG-ARCHIVE-ERROR.
           DISPLAY "RPTARCH: REPORT NOT ARCHIVED - " WS-FILE-ERR-NAME
                   " STATUS " WS-FILE-ERR-STATUS.
           MOVE WS-ARCH-DATE TO WS-ERRLOG-KEY.
           CALL "ErrLog" USING WS-ERRLOG-PROGRAM WS-FILE-ERR-NAME
               WS-FILE-ERR-STATUS WS-ERRLOG-KEY.
       LOG-ARCHIVE-ERROR-EXIT.
           EXIT.

       END PROGRAM RptArch.
