      * more than the single LESSON field. The LESSON field on
      * STUDENTREC.CPY remains as the student's first/primary lesson
      * for readers that predate this file.
      *
      * EN-SECTION is the COURSE.DAT section of the lesson the
      * student sits in. It stays outside the key - a student takes
      * one section of a lesson - so lookups on student and lesson
      * are unchanged. Rebuild an older file with EN-SECTION 01.
      ******************************************************************
       01 ENROLL-REC.
           02 EN-KEY.
               03 EN-STUDENT-ID PIC 9(5).
               03 EN-LESSON     PIC X(3).
           02 EN-SEP1           PIC X.
           02 EN-SECTION        PIC 9(2).
