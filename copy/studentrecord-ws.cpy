           05 STUDENT-PIN-WS PIC 9(4).
           05 STUDENT-EMAIL-STATUS-WS PIC X(1).
               88 STUDENT-EMAIL-BAD-WS VALUE "B".
           05 STUDENT-PIN-SCHEME-WS PIC X(1).
               88 STUDENT-PIN-SALTED-WS VALUE "S".
           05 STUDENT-PIN-SALT-WS PIC 9(8).
           05 STUDENT-PIN-DIGEST-WS PIC 9(18).
           05 STUDENT-DEPT-WS PIC X(6).
