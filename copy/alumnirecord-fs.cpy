      *    scope) plus the date the record was archived. An archived
      *    ID can no longer log in - its row is gone from
      *    student.bin - until the admin reinstate screen moves it
      *    back. The PIN travels as its stored scheme, salt and
      *    digest (ALUM-PIN is the old readable copy, zero once
      *    converted).
       01 ALUMNI-RECORD.
           05 ALUM-STUDENT-ID PIC 9(10).
           05 ALUM-NAME PIC X(50).
               10 ALUM-A-YYYY PIC 9(4).
               10 ALUM-A-MM PIC 9(2).
               10 ALUM-A-DD PIC 9(2).
           05 ALUM-PIN-SCHEME PIC X(1).
           05 ALUM-PIN-SALT PIC 9(8).
           05 ALUM-PIN-DIGEST PIC 9(18).
