           RECORD KEY IS ADMIN-ID
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL AUDITRECORD ASSIGN TO "audit.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUDIT-REF-ID
           ALTERNATE RECORD KEY IS AUDIT-BOOK-ID WITH DUPLICATES
           FILE STATUS IS AUDIT-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD ADMINRECORD.
       COPY adminrecord-fs.
       FD AUDITRECORD.
       COPY auditrecord-fs.

       WORKING-STORAGE SECTION.
       COPY adminrecord-ws.
       COPY policyrecord-ws.
       COPY auditchain-request.
       COPY sysstatus-request.
       01 OPTION-WS PIC 9.
       77 DUMMY-WS PIC X.
       01 PASSWORD-WS PIC X(10).
       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 ADMIN-VERIFIED-WS PIC X VALUE "N".
       COPY credhash-request.
       01 RESALT-NEEDED-WS PIC X VALUE "N".
       01 NEW-PASSWORD-WS PIC X(10).
       01 CHANGE-REQUIRED-WS PIC X VALUE "N".
       01 TODAY-DATE-WS.
       01 TODAY-DAYNUM-WS PIC 9(7).
       01 CHANGED-DAYNUM-WS PIC 9(7).
       01 PWD-AGE-WS PIC S9(7).
       01 AUDIT-FILE-STATUS-WS PIC X(2).
           88 AUDIT-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 ACCOUNT-REFUSED-WS PIC X VALUE "N".
       01 LAST-ACTIVE-DATE-WS PIC 9(8).
       01 LAST-ACTIVE-DAYNUM-WS PIC 9(7).
       01 IDLE-DAYS-WS PIC S9(7).
       01 IDLE-DAYS-SHOWN-WS PIC ZZZZZZ9.
       01 CAPTURE-OPERATOR-WS PIC X(20).

       SCREEN SECTION.
       COPY login-screen.
       EXIT PROGRAM.

       AdminLogin.
           PERFORM CheckSystemStatus
           IF SST-SYSTEM-CLOSED
               EXIT PARAGRAPH
           END-IF
           IF ADMIN-LOCKED-OUT-WS
               ACCEPT ADMIN-LOCKOUT-SCREEN
               DISPLAY CLEAR-SCREEN
               PERFORM VerifyAdminCredentials
               IF ADMIN-VERIFIED-WS = "Y"
                   MOVE 0 TO ADMIN-ATTEMPTS-WS
                   PERFORM CheckAccountStanding
                   IF ACCOUNT-REFUSED-WS = "Y"
                       DISPLAY "PRESS ENTER TO CONTINUE."
                           WITH NO ADVANCING
                       ACCEPT DUMMY-WS
                       DISPLAY CLEAR-SCREEN
                   ELSE
                       PERFORM RecordAdminLogin
                       PERFORM CheckPasswordLifecycle
                       IF CHANGE-REQUIRED-WS = "Y"
                           PERFORM ForcePasswordChange
                       END-IF
                       CALL "adminmenu" USING ADMIN-ID-WS ADMINNAME-WS
                           ADMIN-ROLE-WS
                   END-IF
               ELSE
                   ADD 1 TO ADMIN-ATTEMPTS-WS
                   ACCEPT WRONG-PASSWORD-SCREEN
               END-IF
           END-IF.

      *    A closed system has no admin.bin to check a password
      *    against (a restore may be putting it back), so the desk
      *    goes straight to offline capture under the name the
      *    operator gives. A read-only system signs on as usual
      *    after the notice; the desk itself refuses to lend.
       CheckSystemStatus.
           MOVE "R" TO SST-FUNC
           CALL "SystemStatus" USING SST-REQUEST
           IF SST-SYSTEM-OPEN
               EXIT PARAGRAPH
           END-IF
           PERFORM ShowSystemStatus
           IF SST-SYSTEM-READ-ONLY
               DISPLAY "*** LOOK-UPS ONLY - NOTHING CAN BE LENT, "
                   "RETURNED OR PAID UNTIL THEN."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "OPERATOR NAME FOR OFFLINE CAPTURE (ENTER TO "
               "LEAVE): " WITH NO ADVANCING
           MOVE SPACES TO CAPTURE-OPERATOR-WS
           ACCEPT CAPTURE-OPERATOR-WS
           IF CAPTURE-OPERATOR-WS NOT = SPACES
               CALL "OfflineCapture" USING CAPTURE-OPERATOR-WS
           END-IF
           DISPLAY CLEAR-SCREEN.

       ShowSystemStatus.
           IF SST-SYSTEM-CLOSED
               DISPLAY "*** THE SYSTEM IS CLOSED: " SST-REASON
           ELSE
               DISPLAY "*** THE SYSTEM IS READ-ONLY: " SST-REASON
           END-IF
           DISPLAY "*** EXPECTED BACK " SST-BACK-DATE " AT "
               SST-BACK-TIME " (SET BY " SST-SET-BY ")".

       VerifyAdminCredentials.
           MOVE "N" TO ADMIN-VERIFIED-WS
           MOVE "N" TO RESALT-NEEDED-WS
           OPEN INPUT ADMINRECORD
               IF NOT FILE-DOES-NOT-EXIST-WS
                   MOVE ADMIN-ID-WS TO ADMIN-ID
                       NOT INVALID KEY PERFORM CheckAdminPassword
                   END-READ
               END-IF
           CLOSE ADMINRECORD
           IF RESALT-NEEDED-WS = "Y"
               PERFORM ResaltAdminPassword
           END-IF.

       CheckAdminPassword.
           MOVE PASSWORD-WS TO CRED-SECRET
           MOVE "V" TO CRED-FUNC
           MOVE "A" TO CRED-KIND
           MOVE ADMIN-PWD-SCHEME-WS TO CRED-SCHEME
           MOVE ADMIN-PWD-SALT-WS TO CRED-SALT
           MOVE ADMIN-PWD-DIGEST-WS TO CRED-DIGEST
           MOVE ADMIN-PASSWORD-HASH-WS TO CRED-LEGACY
           CALL "CredentialHash" USING CRED-REQUEST
           IF CRED-MATCHED
               MOVE "Y" TO ADMIN-VERIFIED-WS
               IF NOT ADMIN-PWD-SALTED-WS
                   MOVE "Y" TO RESALT-NEEDED-WS
               END-IF
           END-IF.

      *    A password that verified against the old character sum,
      *    or against the conversion run's wrapped copy of it, is
      *    re-stored as a salted digest of the password itself while
      *    it is in hand, so the weak value is gone from admin.bin
      *    after its owner's first sign-in. Nothing else on the
      *    record changes - the expiry clock is not restarted.
       ResaltAdminPassword.
           MOVE PASSWORD-WS TO CRED-SECRET
           MOVE "N" TO CRED-FUNC
           MOVE "A" TO CRED-KIND
           CALL "CredentialHash" USING CRED-REQUEST
           OPEN I-O ADMINRECORD
           MOVE ADMIN-ID-WS TO ADMIN-ID
           READ ADMINRECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO ADMIN-PASSWORD-HASH
                   MOVE CRED-SCHEME TO ADMIN-PWD-SCHEME
                   MOVE CRED-SALT TO ADMIN-PWD-SALT
                   MOVE CRED-DIGEST TO ADMIN-PWD-DIGEST
                   REWRITE ADMIN-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ
           CLOSE ADMINRECORD.

      *    A disabled account is turned away with the right
      *    password. An account idle past the policy's admin idle
      *    limit is disabled here, at the first sign-in attempt
      *    after the limit, the same as the access review would.
      *    Idle time runs from the latest of the last sign-in, the
      *    last password change and a supervisor's re-enable; an
      *    account with none of the three on record is not judged.
       CheckAccountStanding.
           MOVE "N" TO ACCOUNT-REFUSED-WS
           IF ADMIN-IS-DISABLED-WS
               MOVE "Y" TO ACCOUNT-REFUSED-WS
               DISPLAY "THIS ACCOUNT IS DISABLED. A SUPERVISOR MUST "
                   "RE-ENABLE IT."
               EXIT PARAGRAPH
           END-IF
           CALL "LoadPolicy" USING POLICY-WS
           IF POL-ADMIN-IDLE-DAYS-WS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LAST-ACTIVE-DATE-WS
           IF ADMIN-LAST-LOGIN-DATE-WS IS NUMERIC
               MOVE ADMIN-LAST-LOGIN-DATE-WS TO LAST-ACTIVE-DATE-WS
           END-IF
           IF ADMIN-PWD-CHANGED-DATE-WS IS NUMERIC AND
                   ADMIN-PWD-CHANGED-DATE-WS > LAST-ACTIVE-DATE-WS
               MOVE ADMIN-PWD-CHANGED-DATE-WS TO LAST-ACTIVE-DATE-WS
           END-IF
           IF ADMIN-STATUS-DATE-WS IS NUMERIC AND
                   ADMIN-STATUS-DATE-WS > LAST-ACTIVE-DATE-WS
               MOVE ADMIN-STATUS-DATE-WS TO LAST-ACTIVE-DATE-WS
           END-IF
           IF LAST-ACTIVE-DATE-WS = 0
               EXIT PARAGRAPH
           END-IF
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           CALL "DayNum" USING TODAY-DATE-WS TODAY-DAYNUM-WS
           CALL "DayNum" USING LAST-ACTIVE-DATE-WS
               LAST-ACTIVE-DAYNUM-WS
           COMPUTE IDLE-DAYS-WS = TODAY-DAYNUM-WS
               - LAST-ACTIVE-DAYNUM-WS
           IF IDLE-DAYS-WS > POL-ADMIN-IDLE-DAYS-WS
               MOVE "Y" TO ACCOUNT-REFUSED-WS
               PERFORM DisableIdleAccount
               MOVE IDLE-DAYS-WS TO IDLE-DAYS-SHOWN-WS
               DISPLAY "NO SIGN-IN FOR" IDLE-DAYS-SHOWN-WS
                   " DAYS - THIS ACCOUNT IS NOW DISABLED."
               DISPLAY "A SUPERVISOR MUST RE-ENABLE IT."
           END-IF.

       DisableIdleAccount.
           OPEN I-O ADMINRECORD
           MOVE ADMIN-ID-WS TO ADMIN-ID
           READ ADMINRECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO ADMIN-DISABLED
                   MOVE TODAY-DATE-WS TO ADMIN-STATUS-DATE
                   MOVE "LOGIN" TO ADMIN-STATUS-BY
                   MOVE SPACES TO ADMIN-STATUS-REASON
                   STRING "IDLE PAST THE " POL-ADMIN-IDLE-DAYS-WS
                       " DAY LIMIT" DELIMITED BY SIZE
                       INTO ADMIN-STATUS-REASON
                   END-STRING
                   REWRITE ADMIN-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ
           CLOSE ADMINRECORD
           OPEN EXTEND AUDITRECORD
           IF AUDIT-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT AUDITRECORD
               CLOSE AUDITRECORD
           ELSE
               CLOSE AUDITRECORD
           END-IF
           OPEN I-O AUDITRECORD
           MOVE 0 TO AUDIT-BOOK-ID
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME
           MOVE "ADMDISABLE" TO AUDIT-ACTION
           MOVE ADMINNAME-WS TO AUDIT-USER
           WRITE AUDIT-RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE AUDIT-RECORD TO ACH-ENTRY
                   MOVE "A" TO ACH-FUNC
                   CALL "AuditChain" USING ACH-REQUEST
           END-WRITE
           CLOSE AUDITRECORD.

       RecordAdminLogin.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           OPEN I-O ADMINRECORD
           MOVE ADMIN-ID-WS TO ADMIN-ID
           READ ADMINRECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE TODAY-DATE-WS TO ADMIN-LAST-LOGIN-DATE
                   REWRITE ADMIN-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ
           CLOSE ADMINRECORD.

      *    A password issued as temporary by a supervisor reset, or
      *    one older than the policy's expiry window, must be
               ACCEPT NEW-PASSWORD-WS
           END-PERFORM
           MOVE NEW-PASSWORD-WS TO PASSWORD-WS
           MOVE PASSWORD-WS TO CRED-SECRET
           MOVE "N" TO CRED-FUNC
           MOVE "A" TO CRED-KIND
           CALL "CredentialHash" USING CRED-REQUEST
           OPEN I-O ADMINRECORD
           MOVE ADMIN-ID-WS TO ADMIN-ID
           READ ADMINRECORD
               INVALID KEY
                   DISPLAY "UNABLE TO READ YOUR ADMIN RECORD."
               NOT INVALID KEY
                   MOVE 0 TO ADMIN-PASSWORD-HASH
                   MOVE CRED-SCHEME TO ADMIN-PWD-SCHEME
                   MOVE CRED-SALT TO ADMIN-PWD-SALT
                   MOVE CRED-DIGEST TO ADMIN-PWD-DIGEST
                   ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
                   MOVE TODAY-YYYY-WS TO ADMIN-PWD-YYYY
                   MOVE TODAY-MM-WS TO ADMIN-PWD-MM
