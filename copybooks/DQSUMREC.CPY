      ******************************************************************
      * Shared data-quality summary record layout, used by every
      * program that writes or reads DQSUMMARY.DAT (DataQuality.cbl,
      * the nightly field-level sweep, which rewrites it each run, and
      * MorningOpsReport.cbl, which shows it) so a field change only
      * has to be made in one place.
      *
      * One line per master file swept: how many records were read,
      * how many had at least one bad field, and how many bad fields
      * there were in all. DQ-FILE-STATE "M" means the file was not
      * on disk that night, so the counts are zero by default rather
      * than because the data is clean.
      ******************************************************************
       01 DQ-SUMMARY-REC.
           02 DQ-RUN-DATE      PIC 9(8).
           02 DQ-SEP1          PIC X.
           02 DQ-FILE-NAME     PIC X(15).
           02 DQ-SEP2          PIC X.
           02 DQ-RECORDS       PIC 9(7).
           02 DQ-SEP3          PIC X.
           02 DQ-BAD-RECORDS   PIC 9(7).
           02 DQ-SEP4          PIC X.
           02 DQ-BAD-FIELDS    PIC 9(7).
           02 DQ-SEP5          PIC X.
           02 DQ-FILE-STATE    PIC X.
               88 DQ-FILE-SWEPT    VALUE "S".
               88 DQ-FILE-MISSING  VALUE "M".
