           10 FILLER LINE + 1 COL 2.
               15 VALUE "³ Your Student ID: ".
               15 PIC 9(10) FROM STUDENT-ID.
               15 PIC 9(1) FROM ASSIGN-CHECK-DIGIT.
           10 FILLER LINE + 1 COL 2.
               15 VALUE "³ Press any key to continue...".
               15 PIC X(1) TO DUMMY-WS.
