           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD WITH DUPLICATES
           FILE STATUS IS BORROW-FILE-STATUS-WS.

           SELECT OPTIONAL FINERECORD ASSIGN TO "fine.bin"
       COPY borrowrecord-ws.
       COPY finerecord-ws.
       COPY auditrecord-ws.
       COPY auditchain-request.
       COPY patronsum-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 ALUM-EOF-WS PIC X VALUE "N".
       01 MATCH-COUNT-WS PIC 9(3) VALUE 0.
       01 NEW-PIN-WS PIC 9(4).
       COPY credhash-request.
       01 NEW-TYPE-WS PIC X(1).
       01 ENTRY-TEXT-WS PIC X(50).
       01 RESTORED-FINES-WS PIC 9(3) VALUE 0.
           MOVE STUDENTPHONE-WS TO ALUM-PHONE
           MOVE PATRON-TYPE-WS TO ALUM-PATRON-TYPE
           MOVE STUDENT-PIN-WS TO ALUM-PIN
           MOVE STUDENT-PIN-SCHEME-WS TO ALUM-PIN-SCHEME
           MOVE STUDENT-PIN-SALT-WS TO ALUM-PIN-SALT
           MOVE STUDENT-PIN-DIGEST-WS TO ALUM-PIN-DIGEST
           MOVE TODAY-YYYY-WS TO ALUM-A-YYYY
           MOVE TODAY-MM-WS TO ALUM-A-MM
           MOVE TODAY-DD-WS TO ALUM-A-DD
               MOVE ALUM-EMAIL-WS TO STUDENTEMAIL
               MOVE ALUM-PHONE-WS TO STUDENTPHONE
               MOVE NEW-TYPE-WS TO PATRON-TYPE
               MOVE SPACES TO CRED-SECRET
               MOVE NEW-PIN-WS TO CRED-SECRET(1:4)
               MOVE "N" TO CRED-FUNC
               MOVE "P" TO CRED-KIND
               CALL "CredentialHash" USING CRED-REQUEST
               MOVE 0 TO STUDENT-PIN
               MOVE CRED-SCHEME TO STUDENT-PIN-SCHEME
               MOVE CRED-SALT TO STUDENT-PIN-SALT
               MOVE CRED-DIGEST TO STUDENT-PIN-DIGEST
               MOVE SPACE TO STUDENT-EMAIL-STATUS
               MOVE SPACES TO STUDENT-DEPT
               WRITE STUDENT
                   INVALID KEY
                       DISPLAY "AN ACTIVE STUDENT ALREADY HOLDS "
               NOT INVALID KEY PERFORM FlipTransferredFines
           END-START
           CLOSE FINERECORD
           MOVE "B" TO PSM-FUNC
           MOVE ALUM-STUDENT-ID-WS TO PSM-STUDENT-ID
           CALL "PatronSummary" USING PSM-REQUEST
           IF RESTORED-FINES-WS > 0
               DISPLAY RESTORED-FINES-WS " TRANSFERRED FINE(S) "
                   "BROUGHT BACK INTO VIEW."
           MOVE "GRADARCH" TO AUDIT-USER
           WRITE AUDIT-RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE AUDIT-RECORD TO ACH-ENTRY
                   MOVE "A" TO ACH-FUNC
                   CALL "AuditChain" USING ACH-REQUEST
           END-WRITE
           CLOSE AUDITRECORD.

