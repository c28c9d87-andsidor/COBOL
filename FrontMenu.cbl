      ******************************************************************
      * Author:
      * Date:
      * Purpose: Front-office main menu. The operator signs on once
      *          through SignOn.cbl and gets a menu of only the
      *          functions their OP-ROLE carries, read from the
      *          MENUPERM.DAT permission file MenuMaint.cbl keeps; the
      *          chosen program is CALLed and the menu comes back when
      *          it returns. Programs started from here that ask
      *          SignOn for an ordinary operator get the menu's
      *          signed-on operator without a second prompt; a
      *          supervisor override still asks for a supervisor's
      *          own PIN. Every start, return (with its return code),
      *          load failure and refused choice is appended to
      *          MENULOG.DAT with the operator ID, so a supervisor can
      *          see who ran a cash application or a credit memo
      *          (MenuMaint's launch history lists it).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FrontMenu.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MenuPermFile ASSIGN TO "MENUPERM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MP-ITEM-NO
           FILE STATUS IS WS-MENUPERM-STATUS.

           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-ID
           FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT MenuLog ASSIGN TO "MENULOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-MENULOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD MenuPermFile.
            *> Design the menu-permission record - shared with
            *> MenuMaint.cbl
            COPY MENUPERMREC.

           FD OperatorFile.
            *> Design the operator record - shared with SignOn.cbl
            COPY OPERREC.

           FD MenuLog.
            *> Design the menu-launch log record - shared with
            *> MenuMaint.cbl
            COPY MENULOGREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "FrontMenu".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-EOF             PIC A(1) VALUE "N".
        01 WS-DONE            PIC X VALUE "N".
        01 WS-SIGNON-ROLE     PIC X VALUE "M".
        01 WS-SIGNON-USER     PIC X(8) VALUE SPACES.
        01 WS-SIGNON-AUTH     PIC X VALUE "N".
        01 WS-OPER-ROLE       PIC X VALUE "O".
            88 WS-OPER-IS-SUPERVISOR VALUE "S".

      *> The signed-on operator's menu, in item-number order.
        01 WS-MENU-COUNT      PIC 9(2) VALUE 0.
        01 WS-MENU-IX         PIC 9(2) VALUE 0.
        01 WS-MENU-FOUND-IX   PIC 9(2) VALUE 0.
        01 WS-MENU-TABLE.
            02 WS-MENU-ENTRY OCCURS 99 TIMES.
                03 WS-MENU-ITEM-NO  PIC 9(2).
                03 WS-MENU-PROGRAM  PIC X(20).
                03 WS-MENU-TITLE    PIC X(30).

        01 WS-CHOICE-TXT      PIC X(4) VALUE SPACES.
        01 WS-CHOICE          PIC 9(2) VALUE 0.
        01 WS-CALL-PROGRAM    PIC X(20) VALUE SPACES.
        01 WS-CALL-FAILED     PIC X VALUE "N".
        01 WS-CALL-RC         PIC S9(4) VALUE 0.
        01 WS-LOG-EVENT       PIC X VALUE SPACE.

        01 WS-MENUPERM-STATUS PIC XX VALUE "00".
            88 WS-MENUPERM-OK      VALUE "00".
            88 WS-MENUPERM-MISSING VALUE "35".
        01 WS-OPERATOR-STATUS PIC XX VALUE "00".
            88 WS-OPERATOR-OK      VALUE "00".
            88 WS-OPERATOR-MISSING VALUE "35".
        01 WS-MENULOG-STATUS  PIC XX VALUE "00".
            88 WS-MENULOG-OK       VALUE "00".
            88 WS-MENULOG-MISSING  VALUE "35".
        01 WS-FILE-ERR-NAME   PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "SignOn" USING WS-SIGNON-ROLE WS-SIGNON-USER
               WS-SIGNON-AUTH WS-ERRLOG-PROGRAM.
           IF WS-SIGNON-AUTH NOT = "Y"
               DISPLAY "SIGN-ON REQUIRED - MENU NOT STARTED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM GET-OPERATOR-ROLE THRU GET-OPERATOR-ROLE-EXIT.
           PERFORM LOAD-MENU THRU LOAD-MENU-EXIT.
           IF WS-MENU-COUNT = 0
               DISPLAY "NO MENU ITEMS FOR YOUR ROLE - SEE A "
                       "SUPERVISOR"
               PERFORM END-SESSION
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM MENU-LOOP THRU MENU-LOOP-EXIT
               UNTIL WS-DONE = "Y".
           PERFORM END-SESSION.
           CLOSE MenuPermFile.
           DISPLAY "SIGNED OFF".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       END-SESSION.
           MOVE "E" TO WS-SIGNON-ROLE.
           CALL "SignOn" USING WS-SIGNON-ROLE WS-SIGNON-USER
               WS-SIGNON-AUTH WS-ERRLOG-PROGRAM.

      *> With no OPERATOR.DAT yet SignOn lets the first user through
      *> unchecked - that user gets the operator menu only.
       GET-OPERATOR-ROLE.
           OPEN INPUT OperatorFile.
           IF NOT WS-OPERATOR-OK
               GO TO GET-OPERATOR-ROLE-EXIT
           END-IF.
           MOVE WS-SIGNON-USER TO OP-ID.
           READ OperatorFile
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE OP-ROLE TO WS-OPER-ROLE
           END-READ.
           CLOSE OperatorFile.
       GET-OPERATOR-ROLE-EXIT.
           EXIT.

       LOAD-MENU.
           OPEN INPUT MenuPermFile.
           IF WS-MENUPERM-MISSING
               DISPLAY "NO MENUPERM.DAT ON FILE - MenuMaint SETS UP "
                       "THE MENU"
               GO TO LOAD-MENU-EXIT
           END-IF.
           IF NOT WS-MENUPERM-OK
               MOVE "MENUPERM" TO WS-FILE-ERR-NAME
               MOVE WS-MENUPERM-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ MenuPermFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-MENU-ITEM THRU LOAD-MENU-ITEM-EXIT
               END-READ
           END-PERFORM.
       LOAD-MENU-EXIT.
           EXIT.

       LOAD-MENU-ITEM.
           IF NOT MP-IS-ACTIVE
               GO TO LOAD-MENU-ITEM-EXIT
           END-IF.
           IF MP-FOR-SUPERVISORS AND NOT WS-OPER-IS-SUPERVISOR
               GO TO LOAD-MENU-ITEM-EXIT
           END-IF.
           ADD 1 TO WS-MENU-COUNT.
           MOVE MP-ITEM-NO TO WS-MENU-ITEM-NO (WS-MENU-COUNT).
           MOVE MP-PROGRAM TO WS-MENU-PROGRAM (WS-MENU-COUNT).
           MOVE MP-TITLE TO WS-MENU-TITLE (WS-MENU-COUNT).
       LOAD-MENU-ITEM-EXIT.
           EXIT.

       MENU-LOOP.
           DISPLAY " ".
           DISPLAY "FRONT OFFICE MENU - OPERATOR " WS-SIGNON-USER.
           PERFORM SHOW-MENU-LINE
               VARYING WS-MENU-IX FROM 1 BY 1
               UNTIL WS-MENU-IX > WS-MENU-COUNT.
           DISPLAY " 0. SIGN OFF".
           DISPLAY "SELECT A FUNCTION: " WITH NO ADVANCING.
           MOVE SPACES TO WS-CHOICE-TXT.
           ACCEPT WS-CHOICE-TXT.
           IF FUNCTION TEST-NUMVAL (WS-CHOICE-TXT) NOT = 0
              OR WS-CHOICE-TXT = SPACES
               DISPLAY "INVALID SELECTION - TRY AGAIN"
               GO TO MENU-LOOP-EXIT
           END-IF.
           COMPUTE WS-CHOICE = FUNCTION NUMVAL (WS-CHOICE-TXT).
           IF WS-CHOICE = 0
               MOVE "Y" TO WS-DONE
               GO TO MENU-LOOP-EXIT
           END-IF.
           MOVE 0 TO WS-MENU-FOUND-IX.
           PERFORM FIND-MENU-ITEM
               VARYING WS-MENU-IX FROM 1 BY 1
               UNTIL WS-MENU-IX > WS-MENU-COUNT
                  OR WS-MENU-FOUND-IX > 0.
           IF WS-MENU-FOUND-IX = 0
               PERFORM REFUSE-CHOICE THRU REFUSE-CHOICE-EXIT
               GO TO MENU-LOOP-EXIT
           END-IF.
           PERFORM LAUNCH-PROGRAM THRU LAUNCH-PROGRAM-EXIT.
       MENU-LOOP-EXIT.
           EXIT.

       SHOW-MENU-LINE.
           DISPLAY WS-MENU-ITEM-NO (WS-MENU-IX) ". "
                   WS-MENU-TITLE (WS-MENU-IX).

       FIND-MENU-ITEM.
           IF WS-MENU-ITEM-NO (WS-MENU-IX) = WS-CHOICE
               MOVE WS-MENU-IX TO WS-MENU-FOUND-IX
           END-IF.

      *> A number that is on file but not on this operator's menu is
      *> someone reaching past their role - that goes on the log.
       REFUSE-CHOICE.
           MOVE WS-CHOICE TO MP-ITEM-NO.
           READ MenuPermFile
               INVALID KEY
                   DISPLAY "NO SUCH MENU ITEM - TRY AGAIN"
                   GO TO REFUSE-CHOICE-EXIT
           END-READ.
           IF NOT MP-IS-ACTIVE
               DISPLAY "NO SUCH MENU ITEM - TRY AGAIN"
               GO TO REFUSE-CHOICE-EXIT
           END-IF.
           DISPLAY "NOT ON YOUR MENU - " MP-TITLE.
           MOVE MP-PROGRAM TO WS-CALL-PROGRAM.
           MOVE 0 TO WS-CALL-RC.
           MOVE "R" TO WS-LOG-EVENT.
           PERFORM WRITE-MENU-LOG THRU WRITE-MENU-LOG-EXIT.
       REFUSE-CHOICE-EXIT.
           EXIT.

      *> The start is logged before the CALL, so a program that ends
      *> the run itself still leaves its operator on the log. CANCEL
      *> afterwards gives the next start a fresh copy.
       LAUNCH-PROGRAM.
           MOVE WS-MENU-PROGRAM (WS-MENU-FOUND-IX) TO WS-CALL-PROGRAM.
           MOVE WS-MENU-ITEM-NO (WS-MENU-FOUND-IX) TO WS-CHOICE.
           MOVE 0 TO WS-CALL-RC.
           MOVE "S" TO WS-LOG-EVENT.
           PERFORM WRITE-MENU-LOG THRU WRITE-MENU-LOG-EXIT.
           MOVE "N" TO WS-CALL-FAILED.
           MOVE 0 TO RETURN-CODE.
           CALL WS-CALL-PROGRAM
               ON EXCEPTION
                   MOVE "Y" TO WS-CALL-FAILED
           END-CALL.
           MOVE RETURN-CODE TO WS-CALL-RC.
           MOVE 0 TO RETURN-CODE.
           IF WS-CALL-FAILED = "Y"
               DISPLAY "PROGRAM " WS-CALL-PROGRAM " IS NOT AVAILABLE"
               MOVE "X" TO WS-LOG-EVENT
               PERFORM WRITE-MENU-LOG THRU WRITE-MENU-LOG-EXIT
               GO TO LAUNCH-PROGRAM-EXIT
           END-IF.
           CANCEL WS-CALL-PROGRAM.
           MOVE "E" TO WS-LOG-EVENT.
           PERFORM WRITE-MENU-LOG THRU WRITE-MENU-LOG-EXIT.
       LAUNCH-PROGRAM-EXIT.
           EXIT.

       WRITE-MENU-LOG.
           OPEN EXTEND MenuLog.
           IF WS-MENULOG-MISSING
               OPEN OUTPUT MenuLog
           END-IF.
           IF NOT WS-MENULOG-OK
               MOVE "MENULOG" TO WS-FILE-ERR-NAME
               MOVE WS-MENULOG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           ACCEPT ML-DATE FROM DATE YYYYMMDD.
           ACCEPT ML-TIME FROM TIME.
           MOVE SPACE TO ML-SEP1 ML-SEP2 ML-SEP3 ML-SEP4 ML-SEP5
                         ML-SEP6 ML-SEP7.
           MOVE WS-SIGNON-USER TO ML-OPER-ID.
           MOVE WS-OPER-ROLE TO ML-OPER-ROLE.
           MOVE WS-CHOICE TO ML-ITEM-NO.
           MOVE WS-CALL-PROGRAM TO ML-PROGRAM.
           MOVE WS-LOG-EVENT TO ML-EVENT.
           MOVE WS-CALL-RC TO ML-RETURN-CODE.
           WRITE MENU-LOG-REC.
           CLOSE MenuLog.
       WRITE-MENU-LOG-EXIT.
           EXIT.

       FILE-ERROR-PARA.
           DISPLAY "FILE I/O ERROR ON " WS-FILE-ERR-NAME
                   " - STATUS " WS-FILE-ERR-STATUS.
      *> Persistent record of the failure for the morning report -
      *> the screen message scrolls away, ERRORLOG.DAT does not.
           CALL "ErrLog" USING WS-ERRLOG-PROGRAM WS-FILE-ERR-NAME
               WS-FILE-ERR-STATUS WS-ERRLOG-KEY.
           PERFORM END-SESSION.
           MOVE 1 TO RETURN-CODE.
           GOBACK.
       FILE-ERROR-PARA-EXIT.
           EXIT.

       END PROGRAM FrontMenu.
