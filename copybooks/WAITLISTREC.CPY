      * not open (status 39) and needs the same one-time rebuild the
      * other widened indexed files got: unload the old entries and
      * re-add them, with WL-OFFER-STATUS "W" and a zero deadline.
      *
      * WL-SECTION is the section the family asked for - zero takes
      * a seat in whichever section of the lesson frees one first.
      * An offered entry carries the section the seat is in.
      ******************************************************************
       01 WAITLIST-REC.
           02 WL-TIMESTAMP.
               88 WL-OFFERED    VALUE "O".
           02 FILLER            PIC X VALUE SPACES.
           02 WL-OFFER-DEADLINE PIC 9(8).
           02 FILLER            PIC X VALUE SPACES.
           02 WL-SECTION        PIC 9(2).
