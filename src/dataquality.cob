           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD WITH DUPLICATES
           FILE STATUS IS BORROW-FILE-STATUS-WS.

           SELECT OPTIONAL FINERECORD ASSIGN TO "fine.bin"

       WORKING-STORAGE SECTION.
       COPY wqex-request.
       COPY credhash-request.
       COPY bookrecord-ws.
       COPY studentrecord-ws.
       COPY borrowrecord-ws.
               MOVE "STUDENT-PIN" TO EXC-FIELD
               MOVE "NON-NUMERIC DIGITS" TO EXC-REASON
               PERFORM WriteException
           END-IF
           IF STUDENT-PIN-SALTED-WS AND
                   (STUDENT-PIN-SALT-WS IS NOT NUMERIC OR
                   STUDENT-PIN-DIGEST-WS IS NOT NUMERIC)
               MOVE "STUDENT-PIN-DIGEST" TO EXC-FIELD
               MOVE "DAMAGED SALT OR DIGEST" TO EXC-REASON
               PERFORM WriteException
           END-IF.

       SweepBorrowFile.
           ACCEPT ENTRY-SCAN-WS
           IF ENTRY-SCAN-WS NOT = SPACES AND
                   FUNCTION NUMVAL(ENTRY-SCAN-WS) NOT = 0
               MOVE SPACES TO CRED-SECRET
               MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO STUDENT-PIN
               MOVE STUDENT-PIN TO CRED-SECRET(1:4)
               MOVE "N" TO CRED-FUNC
               MOVE "P" TO CRED-KIND
               CALL "CredentialHash" USING CRED-REQUEST
               MOVE 0 TO STUDENT-PIN
               MOVE CRED-SCHEME TO STUDENT-PIN-SCHEME
               MOVE CRED-SALT TO STUDENT-PIN-SALT
               MOVE CRED-DIGEST TO STUDENT-PIN-DIGEST
           END-IF
           REWRITE STUDENT
               INVALID KEY DISPLAY "UNABLE TO REWRITE THE RECORD."
