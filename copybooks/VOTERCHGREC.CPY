      ******************************************************************
      * Shared registry change-history record layout, used by every
      * program that writes VOTERCHG.DAT (VoterMaint.cbl for
      * transfers, removals, and reinstatements, ListMaint.cbl for the
      * voters it marks inactive or reactivates, Redistrict.cbl for
      * voters moved by redrawn precinct lines) so a field change
      * only has to be made in one place.
      *
      * One entry per change to a registration - same timestamp key
      * and retry-on-collision logic as GRADECHG.DAT / STUDENTCHG.DAT.
      * VC-ACTION "T" precinct transfer, "R" removal, "E"
      * reinstatement, "I" marked inactive, "A" reactivated by a
      * vote. A change made by the list-maintenance run carries
      * VC-USER-ID "LISTMNT", one made by redistricting "REDIST".
      ******************************************************************
       01 VOTERCHG-REC.
           02 VC-TIMESTAMP.
               03 VC-DATE       PIC 9(8).
               03 VC-TIME       PIC 9(8).
               03 VC-SEQ        PIC 9(2).
           02 FILLER            PIC X VALUE SPACES.
           02 VC-VOTER-ID       PIC 9(5).
           02 FILLER            PIC X VALUE SPACES.
           02 VC-ACTION         PIC X.
               88 VC-TRANSFER      VALUE "T".
               88 VC-REMOVAL       VALUE "R".
               88 VC-REINSTATE     VALUE "E".
               88 VC-INACTIVATE    VALUE "I".
               88 VC-REACTIVATE    VALUE "A".
           02 FILLER            PIC X VALUE SPACES.
           02 VC-OLD-PRECINCT   PIC 99.
           02 VC-NEW-PRECINCT   PIC 99.
           02 FILLER            PIC X VALUE SPACES.
           02 VC-OLD-STATUS     PIC X.
           02 VC-NEW-STATUS     PIC X.
           02 FILLER            PIC X VALUE SPACES.
           02 VC-REASON         PIC X(2).
           02 FILLER            PIC X VALUE SPACES.
           02 VC-USER-ID        PIC X(8).
