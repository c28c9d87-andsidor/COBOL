      ******************************************************************
      * Shared precinct master record layout, used by every program
      * that reads or writes PRECINCT.DAT (PrecinctMaint.cbl,
      * VoterElig in tut_conditions.cbl, PollBook.cbl, CertLetter.cbl,
      * Turnout.cbl, StreetMaint.cbl, ElectionMaint.cbl) so a field
      * change only has to be made in one place.
      *
      * One record per precinct - the name and polling place that turn
      * a bare "PRECINCT 07" into something a voter can act on, and
