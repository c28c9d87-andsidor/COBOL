      *          are amicable when each is the sum of the other's
      *          proper divisors, and neither is a perfect number) -
      *          same family of "Project Euler" style exercises as
      *          Euler1-Euler4. Takes its ceiling from EULER5_CEILING
      *          when a batch caller sets one, otherwise prompts.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-RUNLOG-STATUS    PIC XX VALUE "00".
       01 WS-START-TS         PIC X(21).
       01 WS-END-TS           PIC X(21).

      *> EulerRegress sets EULER5_CEILING before the CALL so this job
      *> can run unattended instead of blocking on the interactive
      *> prompt below.
       01 WS-ENV-CEILING      PIC X(12) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS.
           PERFORM GET-CEILING-PARAMETER
               THRU GET-CEILING-PARAMETER-EXIT.
           PERFORM FIND-AMICABLE
               VARYING WS-NUM FROM 2 BY 1
               UNTIL WS-NUM >= WS-LIMIT.
           PERFORM WRITE-RUNLOG THRU WRITE-RUNLOG-EXIT.
           GOBACK.

       GET-CEILING-PARAMETER.
           ACCEPT WS-ENV-CEILING FROM ENVIRONMENT "EULER5_CEILING".
           IF WS-ENV-CEILING = SPACES
               DISPLAY "ENTER CEILING FOR AMICABLE NUMBER SEARCH: "
                       WITH NO ADVANCING
               ACCEPT WS-LIMIT
           ELSE
               COMPUTE WS-LIMIT = FUNCTION NUMVAL (WS-ENV-CEILING)
           END-IF.
       GET-CEILING-PARAMETER-EXIT.
           EXIT.

       FIND-AMICABLE.
           MOVE WS-NUM TO WS-DIVSUM-OF.
           PERFORM SUM-PROPER-DIVISORS THRU SUM-PROPER-DIVISORS-EXIT.
