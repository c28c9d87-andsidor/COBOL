      ******************************************************************
      * Shared street-index record layout, used by every program that
      * reads or writes STREET.DAT (StreetMaint.cbl, StreetLookup.cbl)
      * so a field change only has to be made in one place.
      *
      * One record per block face the county map assigns to a
      * precinct - the street name (upper case), ZIP, which side of
      * the street ("O" odd numbers, "E" even numbers, "B" both), and
      * the house-number range ST-LOW-NUMBER thru ST-HIGH-NUMBER. The
      * key keeps every range on one street and ZIP together, so a
      * lookup STARTs at the street and reads forward.
      ******************************************************************
       01 STREET-REC.
           02 ST-KEY.
               03 ST-STREET       PIC X(25).
               03 ST-ZIP          PIC 9(5).
               03 ST-SIDE         PIC X.
                   88 ST-ODD-SIDE     VALUE "O".
                   88 ST-EVEN-SIDE    VALUE "E".
                   88 ST-BOTH-SIDES   VALUE "B".
                   88 ST-SIDE-VALID   VALUE "O" "E" "B".
               03 ST-LOW-NUMBER   PIC 9(5).
           02 ST-SEP1            PIC X.
           02 ST-HIGH-NUMBER     PIC 9(5).
           02 ST-SEP2            PIC X.
           02 ST-PRECINCT        PIC 99.
