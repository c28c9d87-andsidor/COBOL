      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance for the MENUPERM.DAT permission file
      *          FrontMenu.cbl builds each operator's menu from - add
      *          a menu line (item number, program to CALL, title,
      *          and whether operators or only supervisors see it),
      *          correct one, mark one inactive so it drops off every
      *          menu, or list them - and the (H)istory of MENULOG.DAT,
      *          FrontMenu's record of who started what and when,
      *          optionally for one program or one day. Every mode
      *          takes a supervisor sign-on.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MenuMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MenuPermFile ASSIGN TO "MENUPERM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MP-ITEM-NO
           FILE STATUS IS WS-MENUPERM-STATUS.

           SELECT MenuLog ASSIGN TO "MENULOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-MENULOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD MenuPermFile.
            *> Design the menu-permission record - shared with
            *> FrontMenu.cbl
            COPY MENUPERMREC.

           FD MenuLog.
            *> Design the menu-launch log record - shared with
            *> FrontMenu.cbl
            COPY MENULOGREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "MenuMaint".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-MODE              PIC X VALUE SPACE.
            88 WS-MODE-ADD      VALUE "A".
            88 WS-MODE-CORRECT  VALUE "C".
            88 WS-MODE-INACT    VALUE "X".
            88 WS-MODE-LIST     VALUE "L".
            88 WS-MODE-HISTORY  VALUE "H".

        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-ITEM-TXT          PIC X(4) VALUE SPACES.
        01 WS-ITEM-IN           PIC 9(2) VALUE 0.
        01 WS-PROGRAM-IN        PIC X(20) VALUE SPACES.
        01 WS-DATE-IN           PIC X(8) VALUE SPACES.
        01 WS-LIST-COUNT        PIC 9(5) VALUE 0.
        01 WS-EVENT-TEXT        PIC X(13) VALUE SPACES.
        01 WS-SIGNON-ROLE       PIC X VALUE "S".
        01 WS-SIGNON-USER       PIC X(8) VALUE SPACES.
        01 WS-SIGNON-AUTH       PIC X VALUE "N".

        01 WS-MENUPERM-STATUS   PIC XX VALUE "00".
            88 WS-MENUPERM-OK      VALUE "00".
            88 WS-MENUPERM-MISSING VALUE "35".
        01 WS-MENULOG-STATUS    PIC XX VALUE "00".
            88 WS-MENULOG-OK       VALUE "00".
            88 WS-MENULOG-MISSING  VALUE "35".
        01 WS-FILE-ERR-NAME     PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS   PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *> Who may run what, and who ran it, is a supervisor's business.
           CALL "SignOn" USING WS-SIGNON-ROLE WS-SIGNON-USER
               WS-SIGNON-AUTH WS-ERRLOG-PROGRAM.
           IF WS-SIGNON-AUTH NOT = "Y"
               DISPLAY "NOT AUTHORIZED - NOTHING DONE"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O MenuPermFile.
           IF WS-MENUPERM-MISSING
               OPEN OUTPUT MenuPermFile
               CLOSE MenuPermFile
               OPEN I-O MenuPermFile
           END-IF.
           IF NOT WS-MENUPERM-OK
               MOVE "MENUPERM" TO WS-FILE-ERR-NAME
               MOVE WS-MENUPERM-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "ENTER MODE - (A)DD, (C)ORRECT, (X) MARK "
                   "INACTIVE, (L)IST, OR (H)ISTORY: "
                   WITH NO ADVANCING.
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE-ADD
                   PERFORM ADD-ITEM THRU ADD-ITEM-EXIT
               WHEN WS-MODE-CORRECT
                   PERFORM CORRECT-ITEM THRU CORRECT-ITEM-EXIT
               WHEN WS-MODE-INACT
                   PERFORM INACTIVATE-ITEM THRU INACTIVATE-ITEM-EXIT
               WHEN WS-MODE-LIST
                   PERFORM LIST-ITEMS THRU LIST-ITEMS-EXIT
               WHEN WS-MODE-HISTORY
                   PERFORM LIST-HISTORY THRU LIST-HISTORY-EXIT
               WHEN OTHER
                   DISPLAY "INVALID MODE - ENTER A, C, X, L, OR H - "
                           "NOTHING DONE"
           END-EVALUATE.
           CLOSE MenuPermFile.
           STOP RUN.

       ADD-ITEM.
           PERFORM ACCEPT-ITEM-NO THRU ACCEPT-ITEM-NO-EXIT.
           READ MenuPermFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "ERROR: MENU ITEM " WS-ITEM-IN
                           " ALREADY ON FILE - NOT ADDED"
                   GO TO ADD-ITEM-EXIT
           END-READ.
           MOVE SPACES TO MENU-PERM-REC.
           MOVE WS-ITEM-IN TO MP-ITEM-NO.
           PERFORM ACCEPT-ITEM-FIELDS THRU ACCEPT-ITEM-FIELDS-EXIT.
           MOVE "A" TO MP-ACTIVE.
           WRITE MENU-PERM-REC
               INVALID KEY
                   MOVE "MENUPERM" TO WS-FILE-ERR-NAME
                   MOVE WS-MENUPERM-STATUS TO WS-FILE-ERR-STATUS
                   MOVE MP-ITEM-NO TO WS-ERRLOG-KEY
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-WRITE.
           DISPLAY "MENU ITEM " WS-ITEM-IN " ADDED".
       ADD-ITEM-EXIT.
           EXIT.

       CORRECT-ITEM.
           PERFORM ACCEPT-ITEM-NO THRU ACCEPT-ITEM-NO-EXIT.
           READ MenuPermFile
               INVALID KEY
                   DISPLAY "ERROR: MENU ITEM " WS-ITEM-IN
                           " NOT FOUND - NOTHING TO CORRECT"
                   GO TO CORRECT-ITEM-EXIT
           END-READ.
           DISPLAY "CURRENT: " MP-PROGRAM " " MP-TITLE " ROLE "
                   MP-ROLE " STATUS " MP-ACTIVE.
           PERFORM ACCEPT-ITEM-FIELDS THRU ACCEPT-ITEM-FIELDS-EXIT.
           MOVE "A" TO MP-ACTIVE.
           REWRITE MENU-PERM-REC.
           IF NOT WS-MENUPERM-OK
               MOVE "MENUPERM" TO WS-FILE-ERR-NAME
               MOVE WS-MENUPERM-STATUS TO WS-FILE-ERR-STATUS
               MOVE MP-ITEM-NO TO WS-ERRLOG-KEY
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "MENU ITEM " WS-ITEM-IN " CORRECTED".
       CORRECT-ITEM-EXIT.
           EXIT.

       INACTIVATE-ITEM.
           PERFORM ACCEPT-ITEM-NO THRU ACCEPT-ITEM-NO-EXIT.
           READ MenuPermFile
               INVALID KEY
                   DISPLAY "ERROR: MENU ITEM " WS-ITEM-IN " NOT FOUND"
               NOT INVALID KEY
                   MOVE "I" TO MP-ACTIVE
                   REWRITE MENU-PERM-REC
                   DISPLAY "MENU ITEM " WS-ITEM-IN " MARKED INACTIVE"
           END-READ.
       INACTIVATE-ITEM-EXIT.
           EXIT.

       ACCEPT-ITEM-NO.
           DISPLAY "Menu item number (1-99): " WITH NO ADVANCING.
           MOVE SPACES TO WS-ITEM-TXT.
           ACCEPT WS-ITEM-TXT.
           IF FUNCTION TEST-NUMVAL (WS-ITEM-TXT) NOT = 0
              OR WS-ITEM-TXT = SPACES
               DISPLAY "ENTER A NUMBER FROM 1 TO 99"
               GO TO ACCEPT-ITEM-NO
           END-IF.
           IF FUNCTION NUMVAL (WS-ITEM-TXT) < 1
              OR FUNCTION NUMVAL (WS-ITEM-TXT) > 99
               DISPLAY "ENTER A NUMBER FROM 1 TO 99"
               GO TO ACCEPT-ITEM-NO
           END-IF.
           COMPUTE WS-ITEM-IN = FUNCTION NUMVAL (WS-ITEM-TXT).
           MOVE WS-ITEM-IN TO MP-ITEM-NO.
       ACCEPT-ITEM-NO-EXIT.
           EXIT.

      *> The program name is what FrontMenu CALLs, so it is kept
      *> exactly as keyed - PROGRAM-IDs are mixed case.
       ACCEPT-ITEM-FIELDS.
           DISPLAY "Program to call (PROGRAM-ID): " WITH NO ADVANCING.
           ACCEPT MP-PROGRAM.
           IF MP-PROGRAM = SPACES
               DISPLAY "PROGRAM NAME IS REQUIRED"
               GO TO ACCEPT-ITEM-FIELDS
           END-IF.
           DISPLAY "Menu title: " WITH NO ADVANCING.
           ACCEPT MP-TITLE.
       ACCEPT-ITEM-ROLE.
           DISPLAY "Shown to - (O)perators and supervisors, or "
                   "(S)upervisors only: " WITH NO ADVANCING.
           ACCEPT MP-ROLE.
           IF NOT MP-ROLE-VALID
               DISPLAY "ROLE MUST BE O OR S - TRY AGAIN"
               GO TO ACCEPT-ITEM-ROLE
           END-IF.
           MOVE SPACE TO MP-SEP1 MP-SEP2 MP-SEP3 MP-SEP4.
       ACCEPT-ITEM-FIELDS-EXIT.
           EXIT.

       LIST-ITEMS.
           DISPLAY "NO PROGRAM              TITLE                     "
                   "     ROLE STATUS".
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ MenuPermFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       DISPLAY MP-ITEM-NO " " MP-PROGRAM " " MP-TITLE
                               " " MP-ROLE "    " MP-ACTIVE
                       ADD 1 TO WS-LIST-COUNT
               END-READ
           END-PERFORM.
           DISPLAY "MENU ITEMS ON FILE: " WS-LIST-COUNT.
       LIST-ITEMS-EXIT.
           EXIT.

      *> Blank answers list everything; otherwise only the program
      *> and/or the day asked for.
       LIST-HISTORY.
           DISPLAY "Program (blank for all): " WITH NO ADVANCING.
           ACCEPT WS-PROGRAM-IN.
           DISPLAY "Date YYYYMMDD (blank for all): " WITH NO ADVANCING.
           ACCEPT WS-DATE-IN.
           OPEN INPUT MenuLog.
           IF WS-MENULOG-MISSING
               DISPLAY "NO MENULOG.DAT ON FILE - NOTHING STARTED YET"
               GO TO LIST-HISTORY-EXIT
           END-IF.
           IF NOT WS-MENULOG-OK
               MOVE "MENULOG" TO WS-FILE-ERR-NAME
               MOVE WS-MENULOG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "DATE     TIME     OPERATOR R PROGRAM              "
                   "EVENT           RC".
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ MenuLog
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LIST-HISTORY-LINE
                           THRU LIST-HISTORY-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE MenuLog.
           DISPLAY "LOG LINES LISTED: " WS-LIST-COUNT.
       LIST-HISTORY-EXIT.
           EXIT.

       LIST-HISTORY-LINE.
           IF WS-PROGRAM-IN NOT = SPACES
              AND ML-PROGRAM NOT = WS-PROGRAM-IN
               GO TO LIST-HISTORY-LINE-EXIT
           END-IF.
           IF WS-DATE-IN NOT = SPACES
              AND ML-DATE NOT = WS-DATE-IN
               GO TO LIST-HISTORY-LINE-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN ML-STARTED
                   MOVE "STARTED" TO WS-EVENT-TEXT
               WHEN ML-ENDED
                   MOVE "RETURNED" TO WS-EVENT-TEXT
               WHEN ML-NOT-AVAILABLE
                   MOVE "NOT AVAILABLE" TO WS-EVENT-TEXT
               WHEN ML-REFUSED
                   MOVE "REFUSED" TO WS-EVENT-TEXT
               WHEN OTHER
                   MOVE ML-EVENT TO WS-EVENT-TEXT
           END-EVALUATE.
           DISPLAY ML-DATE " " ML-TIME " " ML-OPER-ID " "
                   ML-OPER-ROLE " " ML-PROGRAM " " WS-EVENT-TEXT
                   "   " ML-RETURN-CODE.
           ADD 1 TO WS-LIST-COUNT.
       LIST-HISTORY-LINE-EXIT.
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

       END PROGRAM MenuMaint.
