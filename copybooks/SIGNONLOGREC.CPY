      ******************************************************************
      * Shared sign-on log record layout, used by every program that
      * writes or reads SIGNONLOG.DAT (SignOn.cbl, which logs every
      * attempt, OperMaint.cbl, which logs unlocks, and
      * SignOnReport.cbl, the daily security report) so a field
      * change only has to be made in one place.
      *
      * One line per event, appended. SL-PROGRAM is the program that
      * asked for the sign-on, SL-ROLE-REQ the authority it asked for
      * (O or S, or M for a FrontMenu session) - a good "S" sign-on
      * is a supervisor override. On an unlock SL-OPER-ID is the
      * operator unlocked and SL-BY-ID the supervisor who did it.
      ******************************************************************
       01 SIGNON-LOG-REC.
           02 SL-DATE      PIC 9(8).
           02 SL-SEP1      PIC X.
           02 SL-TIME      PIC 9(8).
           02 SL-SEP2      PIC X.
           02 SL-OPER-ID   PIC X(8).
           02 SL-SEP3      PIC X.
           02 SL-PROGRAM   PIC X(20).
           02 SL-SEP4      PIC X.
           02 SL-ROLE-REQ  PIC X.
           02 SL-SEP5      PIC X.
           02 SL-RESULT    PIC X.
               88 SL-SIGNED-ON      VALUE "S".
               88 SL-NOT-ENFORCED   VALUE "W".
               88 SL-BAD-PIN        VALUE "P".
               88 SL-UNKNOWN-ID     VALUE "U".
               88 SL-NOT-ACTIVE     VALUE "I".
               88 SL-NOT-SUPERVISOR VALUE "R".
               88 SL-WAS-LOCKED     VALUE "L".
               88 SL-LOCKED-NOW     VALUE "K".
               88 SL-PIN-EXPIRED    VALUE "E".
               88 SL-UNLOCKED       VALUE "N".
               88 SL-FAILURE        VALUE "P" "U" "I" "R" "L" "K"
                                          "E".
           02 SL-SEP6      PIC X.
           02 SL-BY-ID     PIC X(8).
