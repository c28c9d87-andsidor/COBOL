      ******************************************************************
      * Shared street-index exception record layout, used by every
      * program that appends to STREETEXC.DAT (VoterElig in
      * tut_conditions.cbl at registration, Redistrict.cbl) so a field
      * change only has to be made in one place.
      *
      * One line per residence address the street index could not
      * place in a precinct, for the clerk to check against the map
      * and either fix the address or add the missing range with
      * StreetMaint.cbl. SX-NOTE says what was done with the voter
      * meanwhile.
      ******************************************************************
       01 STREETEXC-REC.
           02 SX-DATE          PIC 9(8).
           02 SX-SEP1          PIC X.
           02 SX-PROGRAM       PIC X(12).
           02 SX-SEP2          PIC X.
           02 SX-VOTER-ID      PIC 9(5).
           02 SX-SEP3          PIC X.
           02 SX-HOUSE-NO      PIC 9(5).
           02 SX-SEP4          PIC X.
           02 SX-STREET        PIC X(25).
           02 SX-SEP5          PIC X.
           02 SX-ZIP           PIC 9(5).
           02 SX-SEP6          PIC X.
           02 SX-NOTE          PIC X(30).
