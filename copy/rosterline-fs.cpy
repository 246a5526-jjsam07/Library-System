      *    drawn from studentseq.bin), U update, W withdraw. Fields
      *    are prefixed ROSTER- because the batch has the student
      *    master's own field names in scope at the same time.
      *    ROSTER-DEPT is the student's academic department code,
      *    which must be on the department master (dept.bin); blank
      *    leaves the student without one.
       01 ROSTER-LINE.
           05 ROSTER-ACTION PIC X(1).
           05 ROSTER-STUDENT-ID PIC 9(10).
           05 ROSTER-PHONE PIC X(15).
           05 ROSTER-PATRON-TYPE PIC X(1).
           05 ROSTER-PIN PIC 9(4).
           05 ROSTER-DEPT PIC X(6).
