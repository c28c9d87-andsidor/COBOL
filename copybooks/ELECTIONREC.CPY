      ******************************************************************
      * Shared election master record layout, used by every program
      * that reads or writes ELECTION.DAT (ElectionMaint.cbl, which
      * maintains it, and ElectionSelect.cbl, which the voter programs
      * call to pick the election they run for) so a field change only
      * has to be made in one place.
      *
      * Keyed on EL-ID, the code the clerk keys (or ELECTION_ID holds)
      * to pick an election. EL-DATE is election day - still the date
      * VOTEHIST.DAT and ABSENTEE.DAT key their entries under and the
      * date eligibility is figured against. EL-REG-CUTOFF is the last
      * day a registration counts for this election. EL-PRECINCT-FLAG
      * (n) is "Y" when precinct n takes part.
      ******************************************************************
       01 ELECTION-REC.
           02 EL-ID            PIC X(6).
           02 EL-SEP1          PIC X.
           02 EL-DATE          PIC 9(8).
           02 EL-SEP2          PIC X.
           02 EL-TYPE          PIC X.
               88 EL-GENERAL       VALUE "G".
               88 EL-PRIMARY       VALUE "P".
               88 EL-SPECIAL       VALUE "S".
               88 EL-LOCAL         VALUE "L".
               88 EL-TYPE-VALID    VALUE "G" "P" "S" "L".
           02 EL-SEP3          PIC X.
           02 EL-REG-CUTOFF    PIC 9(8).
           02 EL-SEP4          PIC X.
           02 EL-DESC          PIC X(25).
           02 EL-SEP5          PIC X.
           02 EL-PRECINCT-AREA.
               03 EL-PRECINCT-FLAG PIC X OCCURS 20 TIMES.
                   88 EL-PRECINCT-TAKES-PART VALUE "Y".
