       01 PATRON-SUM-WS.
           05 PSUM-STUDENT-ID-WS PIC 9(10).
           05 PSUM-OPEN-LOANS-WS PIC 9(3).
           05 PSUM-OPEN-HOLDS-WS PIC 9(3).
           05 PSUM-BALANCE-WS PIC S9(7)V99.
           05 PSUM-LAST-ACTIVITY-WS PIC 9(8).
