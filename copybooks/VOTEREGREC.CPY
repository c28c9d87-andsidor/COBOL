      * Shared voter-registry record layout, used by every program
      * that reads or writes VOTEREG.DAT (VoterElig in
      * tut_conditions.cbl, PollBook.cbl, CertLetter.cbl,
      * MorningOpsReport.cbl, CheckIn.cbl, Turnout.cbl,
      * AbsenteeMaint.cbl, VoterMaint.cbl, ListMaint.cbl,
      * Redistrict.cbl) so a field change only has to be made in one
      * place.
      *
      * VR-DOB replaced the old VR-AGE so one registry stays correct
      * for every election - VR-CANVOTE-FLAG records the answer as of
      * the election date the registering run was given. VR-VOTER-ID
      * is the record key of the indexed registry.
      *
      * VR-STATUS is where the voter stands on the list: "A" active
      * (a blank is read as active), "I" inactive - still registered
      * but has not voted in the set number of elections ListMaint.cbl
      * is run with, printed separately in the poll book - and "R"
      * removed, with VR-REMOVE-REASON "DC" deceased, "MV" moved out
      * of the county, "RQ" at the voter's request, "DU" duplicate
      * registration. VR-STATUS-DATE is the day the status last
      * changed. Every change is logged to VOTERCHG.DAT.
      *
      * VR-HOUSE-NO / VR-STREET / VR-ZIP are the residence address
      * the precinct is assigned from through the STREET.DAT street
      * index (StreetLookup.cbl); VR-STREET is kept in upper case.
      ******************************************************************
       01 VOTER-REGISTRY-REC.
           02 VR-DOB           PIC 9(8).
           02 VR-NAME          PIC X(20).
           02 VR-SEP5           PIC X.
           02 VR-PRECINCT      PIC 99.
           02 VR-SEP6           PIC X.
           02 VR-STATUS        PIC X.
               88 VR-IS-ACTIVE     VALUE "A" " ".
               88 VR-IS-INACTIVE   VALUE "I".
               88 VR-IS-REMOVED    VALUE "R".
           02 VR-SEP7           PIC X.
           02 VR-REMOVE-REASON PIC X(2).
               88 VR-REASON-VALID  VALUE "DC" "MV" "RQ" "DU".
           02 VR-SEP8           PIC X.
           02 VR-STATUS-DATE   PIC 9(8).
           02 VR-SEP9           PIC X.
           02 VR-HOUSE-NO      PIC 9(5).
           02 VR-SEP10          PIC X.
           02 VR-STREET        PIC X(25).
           02 VR-SEP11          PIC X.
           02 VR-ZIP           PIC 9(5).
