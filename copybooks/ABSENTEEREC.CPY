      ******************************************************************
      * Shared absentee-ballot record layout, used by every program
      * that reads or writes ABSENTEE.DAT (AbsenteeMaint.cbl,
      * AbsenteeReport.cbl, PollBook.cbl, CheckIn.cbl) so a field
      * change only has to be made in one place.
      *
      * One record per mail-ballot request, keyed by VR-VOTER-ID then
      * election date like VOTEHIST.DAT. AB-STATUS follows the ballot:
      * "R" requested, "M" mailed to the voter, "A" returned and
      * accepted (the vote is on VOTEHIST.DAT), "J" returned and
      * rejected, "S" surrendered at the polls so the voter could
      * vote in person. AB-REASON says why a ballot was rejected:
      * "SG" not signed, "SM" signature does not match the
      * registration, "LT" arrived after election day, "AV" the voter
      * had already voted in person.
      ******************************************************************
       01 ABSENTEE-REC.
           02 AB-KEY.
               03 AB-VOTER-ID      PIC 9(5).
               03 AB-ELECTION-DATE PIC 9(8).
           02 AB-SEP1             PIC X.
           02 AB-PRECINCT         PIC 99.
           02 AB-SEP2             PIC X.
           02 AB-STATUS           PIC X.
               88 AB-REQUESTED     VALUE "R".
               88 AB-MAILED        VALUE "M".
               88 AB-ACCEPTED      VALUE "A".
               88 AB-REJECTED      VALUE "J".
               88 AB-SURRENDERED   VALUE "S".
               88 AB-OUTSTANDING   VALUE "R" "M".
           02 AB-SEP3             PIC X.
           02 AB-REQUEST-DATE     PIC 9(8).
           02 AB-SEP4             PIC X.
           02 AB-MAILED-DATE      PIC 9(8).
           02 AB-SEP5             PIC X.
           02 AB-RETURNED-DATE    PIC 9(8).
           02 AB-SEP6             PIC X.
           02 AB-REASON           PIC X(2).
               88 AB-REASON-VALID  VALUE "SG" "SM" "LT" "AV".
           02 AB-SEP7             PIC X.
           02 AB-USER-ID          PIC X(8).
