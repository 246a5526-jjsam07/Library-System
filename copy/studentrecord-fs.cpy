      *    and checked by studentlogin, so knowing an ID number off a
      *    notice board is no longer enough to borrow against another
      *    student's account.
      *    The PIN is stored as STUDENT-PIN-SALT and
      *    STUDENT-PIN-DIGEST from the CredentialHash subprogram
      *    (STUDENT-PIN-SCHEME "S"); STUDENT-PIN is the old readable
      *    copy, zero on every converted record and consulted only
      *    while a record still has no scheme.
      *    STUDENT-DEPT is the academic department code from the
      *    registrar's roster, a key to the department master
      *    (dept.bin); blank for a patron the roster does not place.
       01 STUDENT.
           05 STUDENT-ID PIC 9(10).
           05 STUDENTNAME PIC X(50).
           05 STUDENT-PIN PIC 9(4).
           05 STUDENT-EMAIL-STATUS PIC X(1).
               88 STUDENT-EMAIL-BAD VALUE "B".
           05 STUDENT-PIN-SCHEME PIC X(1).
           05 STUDENT-PIN-SALT PIC 9(8).
           05 STUDENT-PIN-DIGEST PIC 9(18).
           05 STUDENT-DEPT PIC X(6).
