           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD WITH DUPLICATES
           FILE STATUS IS FILE-STATUS-WS.

           SELECT TRAINBORROW ASSIGN TO "training/borrow.bin"
       FD TRAINSTUDENT.
       01 TRAIN-STUDENT-RECORD.
           05 TS-STUDENT-ID PIC 9(10).
           05 FILLER PIC X(454).

       FD BORROWRECORD.
       COPY borrowrecord-fs.
           05 TW-BORROW-REF-ID.
               10 TW-BORROWER-ID PIC 9(10).
               10 TW-BBOOK-ID PIC 9(10).
           05 FILLER PIC X(75).

       FD ADMINRECORD.
       COPY adminrecord-fs.
       FD TRAINADMIN.
       01 TRAIN-ADMIN-RECORD.
           05 TA-ADMIN-ID PIC 9(10).
           05 FILLER PIC X(154).
       FD TRAINTAG.
       01 TRAIN-TAG-LINE PIC X(8).

       01 TRAIN-STATUS-WS PIC X(2).
       01 EOF-WS PIC X VALUE "N".
       01 CLONED-COUNT-WS PIC 9(6).
       COPY credhash-request.
       01 TRAINING-PIN-READY-WS PIC X VALUE "N".

      *    Stocks the training area with a scrubbed copy of the live
      *    files so new desk assistants and year-end rehearsals never
           DISPLAY "ROSTER: " CLONED-COUNT-WS " RECORD(S) CLONED "
               "AND SCRUBBED.".

      *    The training PIN is digested once per run and the same
      *    salt and digest stamped on every scrubbed row.
       ScrubOneStudent.
           IF TRAINING-PIN-READY-WS = "N"
               MOVE "1234" TO CRED-SECRET
               MOVE "N" TO CRED-FUNC
               MOVE "P" TO CRED-KIND
               CALL "CredentialHash" USING CRED-REQUEST
               MOVE "Y" TO TRAINING-PIN-READY-WS
           END-IF
           MOVE 0 TO STUDENT-PIN-WS
           MOVE CRED-SCHEME TO STUDENT-PIN-SCHEME-WS
           MOVE CRED-SALT TO STUDENT-PIN-SALT-WS
           MOVE CRED-DIGEST TO STUDENT-PIN-DIGEST-WS
           MOVE "TRAINING DATA" TO STUDENTADDR-WS
           MOVE "training@example.edu" TO STUDENTEMAIL-WS
           MOVE "000-0000" TO STUDENTPHONE-WS.
