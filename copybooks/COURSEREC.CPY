      * the class capacity, and the per-term tuition price. Moving
      * these out of the hardcoded tables is what lets the office open
      * a new course or resize a class without a recompile.
      *
      * CM-PREREQ holds up to three lesson codes a student must have
      * passed (RF-PASS-FAIL "PASS" on GRADERSLT.DAT, any term) before
      * tut_zapisz_plik.cbl will enroll them without a supervisor
      * override; unused slots are spaces. The slots lengthened the
      * record, and COURSE.DAT is indexed - a file written under the
      * old layout needs the same one-time unload and re-add the other
      * widened indexed files got, with the new slots left blank.
      *
      * A lesson can run as several sections, each its own record
      * keyed lesson plus CM-SECTION with its own capacity,
      * instructor, meeting slot, and room. Title, tuition, and
      * prerequisites belong to the lesson and are kept the same on
      * every section by CourseMaint.cbl, so a reader after those
      * alone READs on the CM-LESSON alternate key and takes whichever
      * section comes first. The section lengthened the key - the
      * old file is unloaded and re-added with CM-SECTION 01.
      ******************************************************************
       01 COURSE-REC.
           02 CM-KEY.
               03 CM-LESSON     PIC X(3).
               03 CM-SECTION    PIC 9(2).
           02 CM-SEP1       PIC X.
           02 CM-TITLE      PIC X(20).
           02 CM-SEP2       PIC X.
           02 CM-MEET-PERIOD PIC 9.
           02 CM-SEP7       PIC X.
           02 CM-ROOM       PIC X(5).
           02 CM-SEP8       PIC X.
           02 CM-PREREQ     PIC X(3) OCCURS 3 TIMES.
