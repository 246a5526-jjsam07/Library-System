      *    scan reads other rows through the same record area the
      *    registration screen filled, so the keyed record is parked
      *    here and put back afterwards.
       01 NEW-STUDENT-SAVE-WS PIC X(464).
       COPY credhash-request.

       SCREEN SECTION.
       COPY reg-file-operation-error-screen.

           MOVE ASSIGN-NEXT-ID TO STUDENT-ID
           MOVE SPACE TO STUDENT-EMAIL-STATUS
           MOVE SPACES TO STUDENT-DEPT
           MOVE SPACES TO CRED-SECRET
           MOVE STUDENT-PIN TO CRED-SECRET(1:4)
           MOVE "N" TO CRED-FUNC
           MOVE "P" TO CRED-KIND
           CALL "CredentialHash" USING CRED-REQUEST
           MOVE 0 TO STUDENT-PIN
           MOVE CRED-SCHEME TO STUDENT-PIN-SCHEME
           MOVE CRED-SALT TO STUDENT-PIN-SALT
           MOVE CRED-DIGEST TO STUDENT-PIN-DIGEST
           WRITE STUDENT
               INVALID KEY PERFORM RejectFileError
           END-WRITE
