      *    Canonical COURSE-ROSTER-LINE record: one row per student
      *    enrolled on a course, in the flat file the registrar sends
      *    at the start of each term (courseroster.txt), alongside
      *    the student roster feed. The textbook-rental bulk issue
      *    reads it for the course being issued.
       01 COURSE-ROSTER-LINE.
           05 CRS-COURSE PIC X(10).
           05 CRS-STUDENT-ID PIC 9(10).
