      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance for the CONVRATE.DAT rates file the
      *          calculator's conversion mode (tut_kalkulator2.cbl)
      *          looks its rates up in, in place of the rates on a
      *          sticky note - add a rate for a currency or unit pair
      *          from a given date, correct one keyed in wrong, or
      *          list them. A rate change is added as a new effective
      *          date, never typed over the old rate, so earlier
      *          conversions still show the rate they used. Adds and
      *          corrections take a supervisor sign-on, and the
      *          supervisor's ID is kept on the rate.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvRateMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ConvRateFile ASSIGN TO "CONVRATE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CR-KEY
           FILE STATUS IS WS-CONVRATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ConvRateFile.
            *> Design the conversion-rate record - shared with
            *> tut_kalkulator2.cbl
            COPY CONVRATEREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "ConvRateMaint".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-MODE              PIC X VALUE SPACE.
            88 WS-MODE-ADD      VALUE "A".
            88 WS-MODE-CORRECT  VALUE "C".
            88 WS-MODE-LIST     VALUE "L".

        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-FROM-IN           PIC X(3) VALUE SPACES.
        01 WS-TO-IN             PIC X(3) VALUE SPACES.
        01 WS-EFFECTIVE-IN      PIC 9(8) VALUE 0.
        01 WS-RATE-TXT          PIC X(14) VALUE SPACES.
        01 WS-RATE-EDIT         PIC ZZZZZ9.999999.
        01 WS-LIST-COUNT        PIC 9(4) VALUE 0.
        01 WS-SIGNON-ROLE       PIC X VALUE "S".
        01 WS-SIGNON-USER       PIC X(8) VALUE SPACES.
        01 WS-SIGNON-AUTH       PIC X VALUE "N".

        01 WS-CONVRATE-STATUS   PIC XX VALUE "00".
            88 WS-CONVRATE-OK      VALUE "00".
            88 WS-CONVRATE-MISSING VALUE "35".
        01 WS-FILE-ERR-NAME     PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS   PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O ConvRateFile.
           IF WS-CONVRATE-MISSING
               OPEN OUTPUT ConvRateFile
               CLOSE ConvRateFile
               OPEN I-O ConvRateFile
           END-IF.
           IF NOT WS-CONVRATE-OK
               MOVE "CONVRATE" TO WS-FILE-ERR-NAME
               MOVE WS-CONVRATE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "ENTER MODE - (A)DD, (C)ORRECT, OR (L)IST: "
                   WITH NO ADVANCING.
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE-ADD
                   PERFORM ADD-RATE THRU ADD-RATE-EXIT
               WHEN WS-MODE-CORRECT
                   PERFORM CORRECT-RATE THRU CORRECT-RATE-EXIT
               WHEN WS-MODE-LIST
                   PERFORM LIST-RATES THRU LIST-RATES-EXIT
               WHEN OTHER
                   DISPLAY "INVALID MODE - ENTER A, C, OR L - "
                           "NOTHING DONE"
           END-EVALUATE.
           CLOSE ConvRateFile.
           STOP RUN.

      *> A rate is money policy - the supervisor who keys it is the
      *> one on the record.
       CHECK-SUPERVISOR.
           MOVE "S" TO WS-SIGNON-ROLE.
           CALL "SignOn" USING WS-SIGNON-ROLE WS-SIGNON-USER
               WS-SIGNON-AUTH WS-ERRLOG-PROGRAM.
       CHECK-SUPERVISOR-EXIT.
           EXIT.

       ADD-RATE.
           PERFORM CHECK-SUPERVISOR THRU CHECK-SUPERVISOR-EXIT.
           IF WS-SIGNON-AUTH NOT = "Y"
               DISPLAY "SUPERVISOR SIGN-ON REQUIRED - NOTHING ADDED"
               MOVE 1 TO RETURN-CODE
               GO TO ADD-RATE-EXIT
           END-IF.
           PERFORM ACCEPT-RATE-KEY THRU ACCEPT-RATE-KEY-EXIT.
           READ ConvRateFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "ERROR: " WS-FROM-IN " TO " WS-TO-IN
                           " EFFECTIVE " WS-EFFECTIVE-IN
                           " ALREADY ON FILE - NOT ADDED"
                   GO TO ADD-RATE-EXIT
           END-READ.
           MOVE SPACES TO CONV-RATE-REC.
           MOVE WS-FROM-IN TO CR-FROM-CODE.
           MOVE WS-TO-IN TO CR-TO-CODE.
           MOVE WS-EFFECTIVE-IN TO CR-EFFECTIVE-DATE.
           PERFORM ACCEPT-RATE-FIELDS THRU ACCEPT-RATE-FIELDS-EXIT.
           WRITE CONV-RATE-REC
               INVALID KEY
                   MOVE "CONVRATE" TO WS-FILE-ERR-NAME
                   MOVE WS-CONVRATE-STATUS TO WS-FILE-ERR-STATUS
                   MOVE CR-KEY TO WS-ERRLOG-KEY
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-WRITE.
           DISPLAY "RATE " WS-FROM-IN " TO " WS-TO-IN " EFFECTIVE "
                   WS-EFFECTIVE-IN " ADDED".
       ADD-RATE-EXIT.
           EXIT.

       CORRECT-RATE.
           PERFORM CHECK-SUPERVISOR THRU CHECK-SUPERVISOR-EXIT.
           IF WS-SIGNON-AUTH NOT = "Y"
               DISPLAY "SUPERVISOR SIGN-ON REQUIRED - NOTHING "
                       "CORRECTED"
               MOVE 1 TO RETURN-CODE
               GO TO CORRECT-RATE-EXIT
           END-IF.
           PERFORM ACCEPT-RATE-KEY THRU ACCEPT-RATE-KEY-EXIT.
           READ ConvRateFile
               INVALID KEY
                   DISPLAY "ERROR: " WS-FROM-IN " TO " WS-TO-IN
                           " EFFECTIVE " WS-EFFECTIVE-IN
                           " NOT FOUND - NOTHING TO CORRECT"
                   GO TO CORRECT-RATE-EXIT
           END-READ.
           MOVE CR-RATE TO WS-RATE-EDIT.
           DISPLAY "CURRENT: " WS-RATE-EDIT " KIND " CR-KIND " "
                   CR-DESC " BY " CR-ENTERED-BY.
           PERFORM ACCEPT-RATE-FIELDS THRU ACCEPT-RATE-FIELDS-EXIT.
           REWRITE CONV-RATE-REC.
           IF NOT WS-CONVRATE-OK
               MOVE "CONVRATE" TO WS-FILE-ERR-NAME
               MOVE WS-CONVRATE-STATUS TO WS-FILE-ERR-STATUS
               MOVE CR-KEY TO WS-ERRLOG-KEY
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "RATE " WS-FROM-IN " TO " WS-TO-IN " EFFECTIVE "
                   WS-EFFECTIVE-IN " CORRECTED".
       CORRECT-RATE-EXIT.
           EXIT.

      *> Codes are filed in upper case - the calculator converts what
      *> the clerk keys the same way before it looks a rate up.
       ACCEPT-RATE-KEY.
           DISPLAY "From code (e.g. USD, KG): " WITH NO ADVANCING.
           MOVE SPACES TO WS-FROM-IN.
           ACCEPT WS-FROM-IN.
           DISPLAY "To code (e.g. EUR, LB): " WITH NO ADVANCING.
           MOVE SPACES TO WS-TO-IN.
           ACCEPT WS-TO-IN.
           INSPECT WS-FROM-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-TO-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-FROM-IN = SPACES OR WS-TO-IN = SPACES
               DISPLAY "BOTH CODES ARE REQUIRED"
               GO TO ACCEPT-RATE-KEY
           END-IF.
           IF WS-FROM-IN = WS-TO-IN
               DISPLAY "FROM AND TO CODES MUST DIFFER"
               GO TO ACCEPT-RATE-KEY
           END-IF.
       ACCEPT-EFFECTIVE-DATE.
           DISPLAY "Effective from (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-EFFECTIVE-IN.
           IF WS-EFFECTIVE-IN < 19000101
               DISPLAY "INVALID DATE - ENTER YYYYMMDD"
               GO TO ACCEPT-EFFECTIVE-DATE
           END-IF.
           MOVE WS-FROM-IN TO CR-FROM-CODE.
           MOVE WS-TO-IN TO CR-TO-CODE.
           MOVE WS-EFFECTIVE-IN TO CR-EFFECTIVE-DATE.
       ACCEPT-RATE-KEY-EXIT.
           EXIT.

       ACCEPT-RATE-FIELDS.
           DISPLAY "Rate - how many " WS-TO-IN " make one "
                   WS-FROM-IN ": " WITH NO ADVANCING.
           MOVE SPACES TO WS-RATE-TXT.
           ACCEPT WS-RATE-TXT.
           IF FUNCTION TEST-NUMVAL (WS-RATE-TXT) NOT = 0
               DISPLAY "INVALID RATE - TRY AGAIN"
               GO TO ACCEPT-RATE-FIELDS
           END-IF.
           IF FUNCTION NUMVAL (WS-RATE-TXT) NOT > 0
              OR FUNCTION NUMVAL (WS-RATE-TXT) > 999999
               DISPLAY "RATE MUST BE MORE THAN ZERO AND UNDER 1000000"
               GO TO ACCEPT-RATE-FIELDS
           END-IF.
           COMPUTE CR-RATE = FUNCTION NUMVAL (WS-RATE-TXT).
           IF CR-RATE = 0
               DISPLAY "RATE TOO SMALL - SIX DECIMAL PLACES AT MOST"
               GO TO ACCEPT-RATE-FIELDS
           END-IF.
       ACCEPT-RATE-KIND.
           DISPLAY "Kind - (C)urrency or (U)nit: " WITH NO ADVANCING.
           ACCEPT CR-KIND.
           IF NOT CR-KIND-VALID
               DISPLAY "ENTER C OR U"
               GO TO ACCEPT-RATE-KIND
           END-IF.
           DISPLAY "Description: " WITH NO ADVANCING.
           ACCEPT CR-DESC.
           MOVE WS-SIGNON-USER TO CR-ENTERED-BY.
           MOVE SPACE TO CR-SEP1 CR-SEP2 CR-SEP3 CR-SEP4.
       ACCEPT-RATE-FIELDS-EXIT.
           EXIT.

       LIST-RATES.
           DISPLAY "FROM TO  EFFECTIVE         RATE K DESCRIPTION".
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ConvRateFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE CR-RATE TO WS-RATE-EDIT
                       DISPLAY CR-FROM-CODE "  " CR-TO-CODE " "
                               CR-EFFECTIVE-DATE " " WS-RATE-EDIT " "
                               CR-KIND " " CR-DESC
                       ADD 1 TO WS-LIST-COUNT
               END-READ
           END-PERFORM.
           DISPLAY "RATES ON FILE: " WS-LIST-COUNT.
       LIST-RATES-EXIT.
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

       END PROGRAM ConvRateMaint.
