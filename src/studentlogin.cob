       01 ALUM-FILE-STATUS-WS PIC X(2).
           88 ALUM-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 ID-IS-ARCHIVED-WS PIC X VALUE "N".
       COPY credhash-request.
       COPY sysstatus-request.

       SCREEN SECTION.
       COPY enter-id-screen.
       COPY clear-screen.

       PROCEDURE DIVISION.
       PERFORM CheckSystemStatus
       IF SST-SYSTEM-CLOSED
           EXIT PROGRAM
       END-IF
       IF STUDENT-LOCKED-OUT-WS
           ACCEPT STUDENT-LOCKOUT-SCREEN
           DISPLAY CLEAR-SCREEN
       CLOSE STUDENTRECORD.
       EXIT PROGRAM.

      *    Closed, there is no student sign-on at all; read-only, the
      *    student may look but is told nothing will change today.
       CheckSystemStatus.
           MOVE "R" TO SST-FUNC
           CALL "SystemStatus" USING SST-REQUEST
           IF SST-SYSTEM-OPEN
               EXIT PARAGRAPH
           END-IF
           IF SST-SYSTEM-CLOSED
               DISPLAY "THE LIBRARY SYSTEM IS CLOSED: " SST-REASON
               DISPLAY "PLEASE TRY AGAIN AFTER " SST-BACK-DATE " "
                   SST-BACK-TIME ", OR SEE THE DESK."
               DISPLAY "PRESS ENTER TO CONTINUE." WITH NO ADVANCING
               ACCEPT DUMMY-WS
               DISPLAY CLEAR-SCREEN
           ELSE
               DISPLAY "THE LIBRARY SYSTEM IS READ-ONLY: " SST-REASON
               DISPLAY "YOU CAN LOOK UP YOUR ACCOUNT, BUT RENEWALS "
                   "AND REQUESTS WAIT UNTIL " SST-BACK-DATE " "
                   SST-BACK-TIME "."
           END-IF.

      *    An ID missing from the roster may have been moved to the
      *    alumni archive at graduation - tell that student to see
      *    the librarian about reinstatement instead of showing the
      *    Same shape as the admin password check in login.cob: a
      *    failed try bumps the attempt counter and three strikes
      *    lock the terminal's student login until the run unit is
      *    restarted; a good PIN clears the counter. The keyed PIN
      *    is checked through CredentialHash against the stored
      *    salt and digest (or the old readable PIN on a record the
      *    conversion run has not reached yet).
       VerifyStudentPin.
           ACCEPT STUDENT-PIN-SCREEN
           DISPLAY CLEAR-SCREEN
           MOVE SPACES TO CRED-SECRET
           MOVE PIN-ENTRY-WS TO CRED-SECRET(1:4)
           MOVE "V" TO CRED-FUNC
           MOVE "P" TO CRED-KIND
           MOVE STUDENT-PIN-SCHEME-WS TO CRED-SCHEME
           MOVE STUDENT-PIN-SALT-WS TO CRED-SALT
           MOVE STUDENT-PIN-DIGEST-WS TO CRED-DIGEST
           MOVE STUDENT-PIN-WS TO CRED-LEGACY
           CALL "CredentialHash" USING CRED-REQUEST
           IF CRED-MATCHED
               MOVE 0 TO STUDENT-ATTEMPTS-WS
               PERFORM ProceedToMenu
           ELSE
