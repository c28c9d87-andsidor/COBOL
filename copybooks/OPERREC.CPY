      * carry operator or supervisor authority, and an active flag so
      * someone who leaves stops signing on without losing the audit
      * trail their ID appears in.
      *
      * OP-FAIL-COUNT counts wrong PINs in a row (reset by a good
      * sign-on); when it reaches the limit SignOn.cbl sets OP-LOCKED
      * and the ID stays locked until a supervisor unlocks it in
      * OperMaint.cbl. OP-PIN-SET-DATE is the day the PIN was last
      * chosen, for PIN expiry - zero on a record that predates it,
      * which the next good sign-on stamps with that day.
      ******************************************************************
       01 OPERATOR-REC.
           02 OP-ID       PIC X(8).
           02 OP-ACTIVE   PIC X.
               88 OP-IS-ACTIVE   VALUE "A".
               88 OP-IS-INACTIVE VALUE "I".
           02 OP-SEP5     PIC X.
           02 OP-FAIL-COUNT PIC 9(2).
           02 OP-SEP6     PIC X.
           02 OP-LOCKED   PIC X.
               88 OP-IS-LOCKED   VALUE "L".
               88 OP-NOT-LOCKED  VALUE "N" " ".
           02 OP-SEP7     PIC X.
           02 OP-PIN-SET-DATE PIC 9(8).
