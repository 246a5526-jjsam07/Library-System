           RECORD KEY IS PROXY-REF-ID
           FILE STATUS IS PROXY-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENTRECORD.
       COPY studentrecord-fs.
       FD PROXYRECORD.
       COPY proxyrecord-fs.

       WORKING-STORAGE SECTION.
       COPY studentrecord-ws.
       COPY proxyrecord-ws.
       COPY pflag-request.
       COPY patronsum-request.
       COPY checkdigit-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 DESK-STUDENT-ID-WS PIC 9(10).
       01 DESK-ID-SCAN-WS PIC X(11) VALUE SPACES.
       01 SCAN-REJECTED-WS PIC X VALUE "N".
       01 STUDENT-FOUND-WS PIC X VALUE "N".
       01 FINES-OWED-WS PIC 9(7)V99 VALUE 0.
       01 PROXY-FILE-STATUS-WS PIC X(2).
           88 PROXY-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 PROXY-SCAN-DONE-WS PIC X VALUE "N".
               MOVE SPACES TO DESK-ID-SCAN-WS
               ACCEPT DESK-ID-SCAN-WS
               PERFORM NormalizeScannedStudentId
               IF DESK-STUDENT-ID-WS = 0 AND SCAN-REJECTED-WS = "N"
                   EXIT PROGRAM
               END-IF
               IF SCAN-REJECTED-WS = "Y"
                   MOVE "N" TO STUDENT-FOUND-WS
               ELSE
                   PERFORM LookUpStudent
               END-IF
               IF STUDENT-FOUND-WS = "Y"
                   PERFORM ShowStudentSummary
                   PERFORM AskProxyOrInPerson

      *    Same keyboard-wedge treatment the book scanner gets in
      *    BorrowBooks: a short scan or a fully-typed 10 digits both
      *    resolve to the same zero-padded STUDENT-ID. A card's
      *    check digit is proved first; an id that fails it is
      *    refused before student.bin is read, so a slip cannot
      *    bring up somebody else's account.
       NormalizeScannedStudentId.
           MOVE "N" TO SCAN-REJECTED-WS
           MOVE "S" TO CKD-FUNC
           MOVE DESK-ID-SCAN-WS TO CKD-SCAN
           CALL "CheckDigit" USING CKD-REQUEST
           MOVE CKD-ID TO DESK-STUDENT-ID-WS
           IF CKD-REJECTED
               MOVE "Y" TO SCAN-REJECTED-WS
               DISPLAY "STUDENT ID REFUSED: " CKD-REASON
           END-IF.

      *    A parent or an aide collecting for someone else is no
           END-IF.

       ShowStudentSummary.
           MOVE "R" TO PSM-FUNC
           MOVE DESK-STUDENT-ID-WS TO PSM-STUDENT-ID
           CALL "PatronSummary" USING PSM-REQUEST
           DISPLAY " "
           DISPLAY "STUDENT: " STUDENTNAME-WS
           DISPLAY "CURRENT LOANS: " PSM-OPEN-LOANS
               "  RESERVATIONS/HOLDS: " PSM-OPEN-HOLDS
           IF PSM-BALANCE > 0
               MOVE PSM-BALANCE TO FINES-OWED-WS
               DISPLAY "FINES OWED: $" FINES-OWED-WS
           END-IF
           IF STUDENT-EMAIL-BAD-WS
               DISPLAY "** EMAIL ON FILE BOUNCES - ASK FOR A NEW "
                   "ADDRESS **"
           END-IF
           MOVE DESK-STUDENT-ID-WS TO PFL-STUDENT-ID
           CALL "PatronFlags" USING PFL-REQUEST
           IF PFL-ACCOUNT-BLOCKED
               DISPLAY "** NO CHECKOUTS WHILE THE BLOCK IS IN FORCE - "
                   "RETURNS ONLY **"
           END-IF.
