       01 NEW-ADMIN-ID-WS PIC 9(10) VALUE 1.
       01 ID-IS-FREE-WS PIC X VALUE "N".
       01 PASSWORD-WS PIC X(10).
       01 HOME-CARD-SCAN-WS PIC X(10) VALUE SPACES.
       COPY credhash-request.
       01 TODAY-DATE-WS.
           05 TODAY-YYYY-WS PIC 9(4).
           05 TODAY-MM-WS PIC 9(2).
               DISPLAY "UNKNOWN ROLE - NEW ADMIN STARTS AS AN "
                   "ASSISTANT."
           END-IF
           DISPLAY "THEIR OWN LIBRARY CARD ID (0 IF NONE): "
               WITH NO ADVANCING
           MOVE SPACES TO HOME-CARD-SCAN-WS
           ACCEPT HOME-CARD-SCAN-WS
           IF HOME-CARD-SCAN-WS = SPACES
               MOVE 0 TO ADMIN-HOME-CARD-WS
           ELSE
               MOVE FUNCTION NUMVAL(HOME-CARD-SCAN-WS)
                   TO ADMIN-HOME-CARD-WS
           END-IF

      *    The id probe below reads existing records through the
      *    same record area the screen filled, so the keyed name and
           MOVE NEW-ADMIN-ID-WS TO ADMIN-ID
           MOVE ADMINNAME-WS TO ADMINNAME
           MOVE ADMIN-ROLE-WS TO ADMIN-ROLE
           MOVE 0 TO ADMIN-PASSWORD-HASH
           MOVE CRED-SCHEME TO ADMIN-PWD-SCHEME
           MOVE CRED-SALT TO ADMIN-PWD-SALT
           MOVE CRED-DIGEST TO ADMIN-PWD-DIGEST
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
           MOVE ADMIN-HOME-CARD-WS TO ADMIN-HOME-CARD
           WRITE ADMIN-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO ADD NEW ADMIN RECORD."
           END-PERFORM.

       ComputePasswordHash.
           MOVE PASSWORD-WS TO CRED-SECRET
           MOVE "N" TO CRED-FUNC
           MOVE "A" TO CRED-KIND
           CALL "CredentialHash" USING CRED-REQUEST.
