      ******************************************************************
      * Shared room master record layout, used by every program that
      * reads or writes ROOM.DAT (RoomMaint.cbl maintains it,
      * CourseMaint.cbl checks CM-ROOM and CM-CAPACITY against it,
      * Timetable.cbl prints the room utilization grid) so a field
      * change only has to be made in one place.
      *
      * One record per teaching room. RM-SEATS is the most students
      * the room holds - no section scheduled into it may carry a
      * larger CM-CAPACITY. RM-AVAIL-DAYS is one Y/N flag per
      * weekday, MON through FRI, for rooms the school only has on
      * some days of the week.
      ******************************************************************
       01 ROOM-REC.
           02 RM-CODE           PIC X(5).
           02 RM-SEP1           PIC X.
           02 RM-DESC           PIC X(25).
           02 RM-SEP2           PIC X.
           02 RM-SEATS          PIC 9(3).
           02 RM-SEP3           PIC X.
           02 RM-AVAIL-DAYS     PIC X(5).
           02 RM-AVAIL-TABLE REDEFINES RM-AVAIL-DAYS.
               03 RM-AVAIL-DAY  PIC X OCCURS 5 TIMES.
