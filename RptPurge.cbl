      ******************************************************************
      * Author:
      * Date:
      * Purpose: Housekeeping job for the nightly batch run - ages
      *          archived reports off RPTINDEX.DAT and RPTLINES.DAT
      *          once they are older than their retention period. The
      *          periods come from RPTARCHRET.DAT, the same optional
      *          control-file approach as BACKUPRET.DAT: one line per
      *          producing program, its name and the days to keep
      *          (PIC 9(4)), and a line for "*" sets the default for
      *          every program not listed. With no file, or no "*"
      *          line, reports are kept 90 days.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RptPurge.
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

           SELECT RetentionConfig ASSIGN TO "RPTARCHRET.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RETENTION-STATUS.

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

           FD RetentionConfig.
           01 RETENTION-CONFIG-REC.
               02 RR-PROGRAM        PIC X(20).
               02 RR-SEP1           PIC X.
               02 RR-DAYS           PIC 9(4).

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "RptPurge".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-EOF             PIC X VALUE "N".
        01 WS-LINES-EOF       PIC X VALUE "N".
        01 WS-TODAY           PIC 9(8) VALUE 0.
        01 WS-AGE-DAYS        PIC S9(6) VALUE 0.
        01 WS-DEFAULT-DAYS    PIC 9(4) VALUE 90.
        01 WS-KEEP-DAYS       PIC 9(4) VALUE 0.
        01 WS-PURGE-COUNT     PIC 9(5) VALUE 0.
        01 WS-KEEP-COUNT      PIC 9(5) VALUE 0.
        01 WS-LINES-PURGED    PIC 9(9) VALUE 0.

      *> Per-program retention periods read from RPTARCHRET.DAT.
        01 WS-RET-MAX         PIC 9(2) VALUE 50.
        01 WS-RET-COUNT       PIC 9(2) VALUE 0.
        01 WS-RET-IX          PIC 9(2) VALUE 0.
        01 WS-RET-FOUND       PIC X VALUE "N".
        01 WS-RET-TABLE.
            02 WS-RET-ENTRY OCCURS 50 TIMES.
                03 WS-RET-PROGRAM  PIC X(20).
                03 WS-RET-DAYS     PIC 9(4).

        01 WS-RPTINDEX-STATUS PIC XX VALUE "00".
            88 WS-RPTINDEX-OK      VALUE "00".
            88 WS-RPTINDEX-MISSING VALUE "35".
        01 WS-RPTLINES-STATUS PIC XX VALUE "00".
            88 WS-RPTLINES-OK      VALUE "00".
            88 WS-RPTLINES-MISSING VALUE "35".
        01 WS-RETENTION-STATUS PIC XX VALUE "00".
            88 WS-RETENTION-OK      VALUE "00".
            88 WS-RETENTION-MISSING VALUE "35".
        01 WS-FILE-ERR-NAME   PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "REPORT ARCHIVE PURGE STARTING".
           PERFORM READ-RETENTION-CONFIG
               THRU READ-RETENTION-CONFIG-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM PURGE-OLD-REPORTS THRU PURGE-OLD-REPORTS-EXIT.
           DISPLAY "REPORT ARCHIVE PURGE COMPLETE - " WS-PURGE-COUNT
                   " REMOVED (" WS-LINES-PURGED " LINES), "
                   WS-KEEP-COUNT " RETAINED".
           GOBACK.

       READ-RETENTION-CONFIG.
           OPEN INPUT RetentionConfig.
           IF WS-RETENTION-MISSING
               DISPLAY "NO RETENTION CONFIG FOUND - USING DEFAULT OF "
                       WS-DEFAULT-DAYS " DAYS"
               GO TO READ-RETENTION-CONFIG-EXIT
           END-IF.
           IF NOT WS-RETENTION-OK
               MOVE "RPTARCHRET" TO WS-FILE-ERR-NAME
               MOVE WS-RETENTION-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ RetentionConfig
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM ADD-RETENTION-ENTRY
                           THRU ADD-RETENTION-ENTRY-EXIT
               END-READ
           END-PERFORM.
           CLOSE RetentionConfig.
       READ-RETENTION-CONFIG-EXIT.
           EXIT.

       ADD-RETENTION-ENTRY.
           IF RR-PROGRAM = SPACES OR RR-DAYS IS NOT NUMERIC
               GO TO ADD-RETENTION-ENTRY-EXIT
           END-IF.
           IF RR-PROGRAM = "*"
               MOVE RR-DAYS TO WS-DEFAULT-DAYS
               GO TO ADD-RETENTION-ENTRY-EXIT
           END-IF.
           IF WS-RET-COUNT NOT < WS-RET-MAX
               DISPLAY "RPTARCHRET.DAT HAS MORE THAN " WS-RET-MAX
                       " PROGRAMS - " RR-PROGRAM " TAKES THE DEFAULT"
               GO TO ADD-RETENTION-ENTRY-EXIT
           END-IF.
           ADD 1 TO WS-RET-COUNT.
           MOVE RR-PROGRAM TO WS-RET-PROGRAM (WS-RET-COUNT).
           MOVE RR-DAYS TO WS-RET-DAYS (WS-RET-COUNT).
       ADD-RETENTION-ENTRY-EXIT.
           EXIT.

       PURGE-OLD-REPORTS.
           OPEN I-O RptIndexFile.
           IF WS-RPTINDEX-MISSING
               DISPLAY "NO REPORT ARCHIVE FOUND - NOTHING TO PURGE"
               GO TO PURGE-OLD-REPORTS-EXIT
           END-IF.
           IF NOT WS-RPTINDEX-OK
               MOVE "RPTINDEX" TO WS-FILE-ERR-NAME
               MOVE WS-RPTINDEX-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           OPEN I-O RptLineFile.
           IF NOT WS-RPTLINES-OK
               MOVE "RPTLINES" TO WS-FILE-ERR-NAME
               MOVE WS-RPTLINES-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ RptIndexFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PROCESS-ARCHIVE-ENTRY
                           THRU PROCESS-ARCHIVE-ENTRY-EXIT
               END-READ
           END-PERFORM.
           CLOSE RptIndexFile.
           CLOSE RptLineFile.
       PURGE-OLD-REPORTS-EXIT.
           EXIT.

       PROCESS-ARCHIVE-ENTRY.
           MOVE WS-DEFAULT-DAYS TO WS-KEEP-DAYS.
           MOVE "N" TO WS-RET-FOUND.
           PERFORM MATCH-RETENTION-ENTRY
               VARYING WS-RET-IX FROM 1 BY 1
               UNTIL WS-RET-IX > WS-RET-COUNT OR WS-RET-FOUND = "Y".
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-TODAY)
               - FUNCTION INTEGER-OF-DATE (RI-RUN-DATE).
           IF WS-AGE-DAYS NOT > WS-KEEP-DAYS
               ADD 1 TO WS-KEEP-COUNT
               GO TO PROCESS-ARCHIVE-ENTRY-EXIT
           END-IF.
           PERFORM PURGE-ARCHIVE-LINES THRU PURGE-ARCHIVE-LINES-EXIT.
           DELETE RptIndexFile RECORD
               INVALID KEY
                   MOVE "RPTINDEX" TO WS-FILE-ERR-NAME
                   MOVE WS-RPTINDEX-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-DELETE.
           DISPLAY "PURGED " RI-RUN-DATE " " RI-RUN-TIME " "
                   RI-REPORT-NAME " (" WS-AGE-DAYS " DAYS OLD)".
           ADD 1 TO WS-PURGE-COUNT.
       PROCESS-ARCHIVE-ENTRY-EXIT.
           EXIT.

       MATCH-RETENTION-ENTRY.
           IF WS-RET-PROGRAM (WS-RET-IX) = RI-PROGRAM
               MOVE WS-RET-DAYS (WS-RET-IX) TO WS-KEEP-DAYS
               MOVE "Y" TO WS-RET-FOUND
           END-IF.

       PURGE-ARCHIVE-LINES.
           MOVE RI-ARCH-KEY TO RL-ARCH-KEY.
           MOVE 0 TO RL-LINE-NO.
           MOVE "N" TO WS-LINES-EOF.
           START RptLineFile KEY IS NOT LESS THAN RL-KEY
               INVALID KEY MOVE "Y" TO WS-LINES-EOF
           END-START.
           PERFORM UNTIL WS-LINES-EOF = "Y"
               READ RptLineFile NEXT RECORD
                   AT END MOVE "Y" TO WS-LINES-EOF
                   NOT AT END
                       IF RL-ARCH-KEY NOT = RI-ARCH-KEY
                           MOVE "Y" TO WS-LINES-EOF
                       ELSE
                           DELETE RptLineFile RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                           ADD 1 TO WS-LINES-PURGED
                       END-IF
               END-READ
           END-PERFORM.
       PURGE-ARCHIVE-LINES-EXIT.
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

       END PROGRAM RptPurge.
