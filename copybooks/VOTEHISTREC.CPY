      ******************************************************************
      * Shared voting-history record layout, used by every program
      * that reads or writes VOTEHIST.DAT (CheckIn.cbl, Turnout.cbl,
      * AbsenteeMaint.cbl) so a field change only has to be made in
      * one place.
      *
      * One record per voter per election they voted in, keyed by
      * VR-VOTER-ID then election date - a second check-in for the
      * same election collides on the key, and every election the
      * voter took part in stays on file under their ID as history.
      * VH-PRECINCT is the precinct the voter signed the poll book
      * in, so turnout stays right after a voter later moves.
      * VH-METHOD "P" is a poll-book check-in, "A" an accepted mail
      * ballot - a voter whose mail ballot was accepted collides on
      * the key if they then try to vote in person.
      ******************************************************************
       01 VOTE-HISTORY-REC.
           02 VH-KEY.
               03 VH-VOTER-ID      PIC 9(5).
               03 VH-ELECTION-DATE PIC 9(8).
           02 VH-SEP1             PIC X.
           02 VH-PRECINCT         PIC 99.
           02 VH-SEP2             PIC X.
           02 VH-CHECKIN-TIME     PIC 9(6).
           02 VH-SEP3             PIC X.
           02 VH-CLERK-ID         PIC X(8).
           02 VH-SEP4             PIC X.
           02 VH-METHOD           PIC X.
               88 VH-IN-PERSON    VALUE "P".
               88 VH-BY-MAIL      VALUE "A".
