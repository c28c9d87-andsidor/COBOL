      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared sound-alike name key, called like NameNormalize
      *          is - reduces a name to its four-character Soundex code
      *          (first letter plus three digits) so spellings that
      *          sound alike key the same: "Katherine" and "Kathryn"
      *          both come back K365, "Smith" and "Smyth" both S530.
      *          Case, spaces and punctuation are ignored, so "O'Brien"
      *          and "OBRIEN" agree too. A name with no letters comes
      *          back blank. Used by DupCand to pair up likely duplicate
      *          customers and students.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PhoneticCode.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       WORKING-STORAGE SECTION.
       01 WS-NAME-WORK       PIC X(25) VALUE SPACES.
      *> Each letter's Soundex digit, converted in one INSPECT: 1 for
      *> BFPV, 2 for CGJKQSXZ, 3 for DT, 4 for L, 5 for MN, 6 for R,
      *> 0 for the vowels and Y (they split a run of one digit), and
      *> 9 for H and W (skipped without splitting a run).
       01 WS-DIGIT-WORK      PIC X(25) VALUE SPACES.
       01 WS-LETTERS         PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-LETTER-DIGITS   PIC X(26)
               VALUE "01230129022455012623019202".
       01 WS-CODE-WORK       PIC X(4) VALUE SPACES.
       01 WS-CODE-LEN        PIC 9 VALUE 0.
       01 WS-LAST-DIGIT      PIC X VALUE SPACE.
       01 WS-IX              PIC 99 VALUE 0.

       LINKAGE SECTION.
       01 LK-NAME            PIC X(25).
       01 LK-CODE            PIC X(4).

       PROCEDURE DIVISION USING LK-NAME, LK-CODE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           MOVE FUNCTION UPPER-CASE (LK-NAME) TO WS-NAME-WORK.
           MOVE WS-NAME-WORK TO WS-DIGIT-WORK.
           INSPECT WS-DIGIT-WORK
               CONVERTING WS-LETTERS TO WS-LETTER-DIGITS.
           MOVE SPACES TO WS-CODE-WORK.
           MOVE 0 TO WS-CODE-LEN.
           PERFORM CODE-ONE-CHAR THRU CODE-ONE-CHAR-EXIT
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > 25 OR WS-CODE-LEN = 4.
           IF WS-CODE-LEN > 0
               INSPECT WS-CODE-WORK REPLACING ALL SPACE BY "0"
           END-IF.
           MOVE WS-CODE-WORK TO LK-CODE.
           GOBACK.

      *> Anything that isn't a letter (space, hyphen, apostrophe) is
      *> passed over as if it weren't there.
       CODE-ONE-CHAR.
           IF WS-NAME-WORK (WS-IX:1) < "A"
              OR WS-NAME-WORK (WS-IX:1) > "Z"
               GO TO CODE-ONE-CHAR-EXIT
           END-IF.
           IF WS-CODE-LEN = 0
               MOVE WS-NAME-WORK (WS-IX:1) TO WS-CODE-WORK (1:1)
               MOVE 1 TO WS-CODE-LEN
               MOVE WS-DIGIT-WORK (WS-IX:1) TO WS-LAST-DIGIT
               GO TO CODE-ONE-CHAR-EXIT
           END-IF.
           EVALUATE WS-DIGIT-WORK (WS-IX:1)
               WHEN "9"
                   CONTINUE
               WHEN "0"
                   MOVE "0" TO WS-LAST-DIGIT
               WHEN WS-LAST-DIGIT
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-CODE-LEN
                   MOVE WS-DIGIT-WORK (WS-IX:1)
                       TO WS-CODE-WORK (WS-CODE-LEN:1)
                   MOVE WS-DIGIT-WORK (WS-IX:1) TO WS-LAST-DIGIT
           END-EVALUATE.
       CODE-ONE-CHAR-EXIT.
           EXIT.

       END PROGRAM PhoneticCode.
