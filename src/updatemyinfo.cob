       77 DUMMY-WS PIC X.
       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       COPY credhash-request.
       COPY sysstatus-request.
       01 INFO-UPDATED-WS PIC X VALUE "N".
       01 SELF-SERVICE-WS PIC X(20) VALUE "SELF-SERVICE".

       LINKAGE SECTION.
       01 STUDENT-ID-LS PIC 9(10).
       COPY clear-screen.

       PROCEDURE DIVISION USING STUDENT-ID-LS.
           PERFORM CheckSystemStatus
           IF NOT SST-SYSTEM-OPEN
               EXIT PROGRAM
           END-IF
           OPEN I-O STUDENTRECORD
               IF FILE-DOES-NOT-EXIST-WS
                   ACCEPT STUDENT-REC-NOT-FOUND-SCREEN
                   NOT INVALID KEY PERFORM DoUpdate
               END-READ
           CLOSE STUDENTRECORD.
      *    With the phone number settled, the student can say which
      *    notices should come by text message instead of email.
           IF INFO-UPDATED-WS = "Y"
               CALL "NoticePrefs" USING STUDENT-ID-LS SELF-SERVICE-WS
           END-IF.
           EXIT PROGRAM.

       RecordNotFound.
           ACCEPT STUDENT-REC-NOT-FOUND-SCREEN.
           DISPLAY CLEAR-SCREEN.

      *    The PIN field starts at 0000 - the stored PIN is a salted
      *    digest and is never shown back - and 0000 leaves it as it
      *    is; anything else is stored through CredentialHash.
       DoUpdate.
           MOVE 0 TO STUDENT-PIN-WS
           ACCEPT UPDATE-INFO-SCREEN
           DISPLAY CLEAR-SCREEN
           MOVE STUDENTNAME-WS TO STUDENTNAME
           END-IF
           MOVE STUDENTEMAIL-WS TO STUDENTEMAIL
           MOVE STUDENTPHONE-WS TO STUDENTPHONE
           IF STUDENT-PIN-WS NOT = 0
               MOVE SPACES TO CRED-SECRET
               MOVE STUDENT-PIN-WS TO CRED-SECRET(1:4)
               MOVE "N" TO CRED-FUNC
               MOVE "P" TO CRED-KIND
               CALL "CredentialHash" USING CRED-REQUEST
               MOVE 0 TO STUDENT-PIN
               MOVE CRED-SCHEME TO STUDENT-PIN-SCHEME
               MOVE CRED-SALT TO STUDENT-PIN-SALT
               MOVE CRED-DIGEST TO STUDENT-PIN-DIGEST
           END-IF
           REWRITE STUDENT
               NOT INVALID KEY PERFORM ShowUpdateSuccess
           END-REWRITE.

       ShowUpdateSuccess.
           MOVE "Y" TO INFO-UPDATED-WS
           ACCEPT UPDATE-SUCCESS-SCREEN.
           DISPLAY CLEAR-SCREEN.

      *    While a batch or repair run holds the system status flag
      *    nothing is changed from the student side; the student is
      *    told when to come back.
       CheckSystemStatus.
           MOVE "R" TO SST-FUNC
           CALL "SystemStatus" USING SST-REQUEST
           IF SST-SYSTEM-OPEN
               EXIT PARAGRAPH
           END-IF
           PERFORM ShowSystemStatus
           DISPLAY "NOTHING CAN BE CHANGED UNTIL THE SYSTEM "
               "REOPENS.".

       ShowSystemStatus.
           IF SST-SYSTEM-CLOSED
               DISPLAY "*** THE SYSTEM IS CLOSED: " SST-REASON
           ELSE
               DISPLAY "*** THE SYSTEM IS READ-ONLY: " SST-REASON
           END-IF
           DISPLAY "*** EXPECTED BACK " SST-BACK-DATE " AT "
               SST-BACK-TIME " (SET BY " SST-SET-BY ")".
