           WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD
           WITH DUPLICATES
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL STUDENTRECORD ASSIGN TO "student.bin"
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 ADMIN-FILE-IS-NEW-WS PIC X VALUE "N".
       01 SEED-PASSWORD-WS PIC X(10) VALUE "librarian".
       COPY credhash-request.
       COPY convert-request.
       01 TODAY-DATE-WS.
           05 TODAY-YYYY-WS PIC 9(4).
           05 TODAY-MM-WS PIC 9(2).
           05 TODAY-DD-WS PIC 9(2).

       PROCEDURE DIVISION.
           PERFORM ConvertOldLayouts
           PERFORM InitBookRecord
           PERFORM InitBorrowRecord
           PERFORM InitStudentRecord
           PERFORM InitAdminRecord.
       EXIT PROGRAM.

      *    Any data file still in an earlier record layout is brought
      *    up to the current one before the files are opened or
      *    anyone signs in; stored credentials are salted on the way.
       ConvertOldLayouts.
           MOVE "L" TO CNV-FUNC
           MOVE 0 TO CNV-BACKUP-DATE
           CALL "ConvertDataFiles" USING CNV-REQUEST.

       InitBookRecord.
           OPEN EXTEND BOOKRECORD
           IF FILE-DOES-NOT-EXIST-WS
           OPEN I-O ADMINRECORD
               MOVE 1 TO ADMIN-ID
               MOVE "ADMIN" TO ADMINNAME
               MOVE 0 TO ADMIN-PASSWORD-HASH
               MOVE CRED-SCHEME TO ADMIN-PWD-SCHEME
               MOVE CRED-SALT TO ADMIN-PWD-SALT
               MOVE CRED-DIGEST TO ADMIN-PWD-DIGEST
               MOVE "S" TO ADMIN-ROLE
               ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
               MOVE TODAY-YYYY-WS TO ADMIN-PWD-YYYY
               MOVE TODAY-MM-WS TO ADMIN-PWD-MM
               MOVE TODAY-DD-WS TO ADMIN-PWD-DD
               MOVE "N" TO ADMIN-PWD-TEMP
               MOVE ZEROS TO ADMIN-LAST-LOGIN-DATE
               MOVE "N" TO ADMIN-DISABLED
               MOVE 0 TO ADMIN-STATUS-DATE
               MOVE SPACES TO ADMIN-STATUS-BY
               MOVE SPACES TO ADMIN-STATUS-REASON
               MOVE 0 TO ADMIN-HOME-CARD
               WRITE ADMIN-RECORD
           CLOSE ADMINRECORD.

       ComputeSeedHash.
           MOVE SEED-PASSWORD-WS TO CRED-SECRET
           MOVE "N" TO CRED-FUNC
           MOVE "A" TO CRED-KIND
           CALL "CredentialHash" USING CRED-REQUEST.
