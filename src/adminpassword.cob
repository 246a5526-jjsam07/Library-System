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
       COPY auditchain-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 AUDIT-FILE-STATUS-WS PIC X(2).
           88 AUDIT-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 ENABLE-REASON-WS PIC X(40).
       01 OPTION-WS PIC 9.
       01 PASSWORD-WS PIC X(10).
       01 NEW-PASSWORD-WS PIC X(10).
       COPY credhash-request.
       01 ID-SCAN-WS PIC X(10) VALUE SPACES.
       01 RESET-ID-WS PIC 9(10).
       01 HOME-CARD-WS PIC 9(10).
       01 AUDIT-ACTION-HOLD-WS PIC X(10).
       01 TODAY-DATE-WS.
           05 TODAY-YYYY-WS PIC 9(4).
           05 TODAY-MM-WS PIC 9(2).
      *    supervisor can reset a colleague's forgotten or
      *    compromised password to a temporary one flagged for a
      *    forced change at the next login - no more editing
      *    admin.bin by hand. A supervisor is also the only one who
      *    can turn back on an account disabled for idleness, and
      *    only with a reason, which stays on the admin record and
      *    leaves an ADMENABLE entry on audit.bin. A supervisor
      *    also records which library card is a staff member's own
      *    (ADMCARD on audit.bin), for the operator review.
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS
               ADMIN-ROLE-LS.
       StartPara.
           DISPLAY "[1] CHANGE MY PASSWORD"
           IF ROLE-IS-SUPERVISOR-LS
               DISPLAY "[2] RESET ANOTHER ADMIN'S PASSWORD"
               DISPLAY "[3] RE-ENABLE A DISABLED ADMIN"
               DISPLAY "[4] SET AN ADMIN'S OWN LIBRARY CARD"
           END-IF
           DISPLAY "[0] BACK"
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
                   ELSE
                       DISPLAY "RESETS NEED A SUPERVISOR."
                   END-IF
               WHEN 3
                   IF ROLE-IS-SUPERVISOR-LS
                       PERFORM ReEnableAdmin
                   ELSE
                       DISPLAY "RE-ENABLING NEEDS A SUPERVISOR."
                   END-IF
               WHEN 4
                   IF ROLE-IS-SUPERVISOR-LS
                       PERFORM SetHomeCard
                   ELSE
                       DISPLAY "CARD LINKS NEED A SUPERVISOR."
                   END-IF
               WHEN OTHER CONTINUE
           END-EVALUATE.
           EXIT PROGRAM.
           DISPLAY "CURRENT PASSWORD: " WITH NO ADVANCING
           MOVE SPACES TO PASSWORD-WS
           ACCEPT PASSWORD-WS
           MOVE PASSWORD-WS TO CRED-SECRET
           MOVE "V" TO CRED-FUNC
           MOVE "A" TO CRED-KIND
           MOVE ADMIN-PWD-SCHEME-WS TO CRED-SCHEME
           MOVE ADMIN-PWD-SALT-WS TO CRED-SALT
           MOVE ADMIN-PWD-DIGEST-WS TO CRED-DIGEST
           MOVE ADMIN-PASSWORD-HASH-WS TO CRED-LEGACY
           CALL "CredentialHash" USING CRED-REQUEST
           IF NOT CRED-MATCHED
               DISPLAY "THAT IS NOT YOUR CURRENT PASSWORD."
               CLOSE ADMINRECORD
               EXIT PARAGRAPH
           END-IF
           MOVE NEW-PASSWORD-WS TO PASSWORD-WS
           PERFORM ComputePasswordHash
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           MOVE TODAY-YYYY-WS TO ADMIN-PWD-YYYY-WS
           MOVE TODAY-MM-WS TO ADMIN-PWD-MM-WS
               EXIT PARAGRAPH
           END-IF
           PERFORM ComputePasswordHash
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           MOVE TODAY-YYYY-WS TO ADMIN-PWD-YYYY-WS
           MOVE TODAY-MM-WS TO ADMIN-PWD-MM-WS
           END-REWRITE
           CLOSE ADMINRECORD.

       ReEnableAdmin.
           OPEN I-O ADMINRECORD
           IF FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO ADMIN FILE ON HAND."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ADMIN ID TO RE-ENABLE: " WITH NO ADVANCING
           MOVE SPACES TO ID-SCAN-WS
           ACCEPT ID-SCAN-WS
           MOVE FUNCTION NUMVAL(ID-SCAN-WS) TO RESET-ID-WS
           MOVE RESET-ID-WS TO ADMIN-ID
           READ ADMINRECORD INTO ADMIN-WS
               INVALID KEY
                   DISPLAY "NO ADMIN ON FILE WITH THAT ID."
                   CLOSE ADMINRECORD
                   EXIT PARAGRAPH
           END-READ
           IF NOT ADMIN-IS-DISABLED-WS
               DISPLAY ADMINNAME-WS " IS NOT DISABLED."
               CLOSE ADMINRECORD
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DISABLED " ADMIN-STATUS-DATE-WS " BY "
               ADMIN-STATUS-BY-WS
           DISPLAY "   " ADMIN-STATUS-REASON-WS
           DISPLAY "REASON FOR RE-ENABLING THIS ACCOUNT:"
           MOVE SPACES TO ENABLE-REASON-WS
           ACCEPT ENABLE-REASON-WS
           IF ENABLE-REASON-WS = SPACES
               DISPLAY "A REASON IS REQUIRED. NOTHING CHANGED."
               CLOSE ADMINRECORD
               EXIT PARAGRAPH
           END-IF
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           MOVE "N" TO ADMIN-DISABLED-WS
           MOVE TODAY-DATE-WS TO ADMIN-STATUS-DATE-WS
           MOVE ADMINNAME-LS TO ADMIN-STATUS-BY-WS
           MOVE ENABLE-REASON-WS TO ADMIN-STATUS-REASON-WS
           REWRITE ADMIN-RECORD FROM ADMIN-WS
               INVALID KEY
                   DISPLAY "UNABLE TO RE-ENABLE THE ACCOUNT."
                   CLOSE ADMINRECORD
                   EXIT PARAGRAPH
           END-REWRITE
           CLOSE ADMINRECORD
           MOVE "ADMENABLE" TO AUDIT-ACTION-HOLD-WS
           PERFORM WriteEnableAudit
           DISPLAY ADMINNAME-WS " RE-ENABLED.".

       SetHomeCard.
           OPEN I-O ADMINRECORD
           IF FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO ADMIN FILE ON HAND."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ADMIN ID: " WITH NO ADVANCING
           MOVE SPACES TO ID-SCAN-WS
           ACCEPT ID-SCAN-WS
           MOVE FUNCTION NUMVAL(ID-SCAN-WS) TO RESET-ID-WS
           MOVE RESET-ID-WS TO ADMIN-ID
           READ ADMINRECORD INTO ADMIN-WS
               INVALID KEY
                   DISPLAY "NO ADMIN ON FILE WITH THAT ID."
                   CLOSE ADMINRECORD
                   EXIT PARAGRAPH
           END-READ
           IF ADMIN-HOME-CARD-WS IS NOT NUMERIC
               MOVE 0 TO ADMIN-HOME-CARD-WS
           END-IF
           DISPLAY ADMINNAME-WS " - CARD ON RECORD: "
               ADMIN-HOME-CARD-WS
           DISPLAY "THEIR OWN LIBRARY CARD ID (0 IF NONE): "
               WITH NO ADVANCING
           MOVE SPACES TO ID-SCAN-WS
           ACCEPT ID-SCAN-WS
           IF ID-SCAN-WS = SPACES
               DISPLAY "NOTHING CHANGED."
               CLOSE ADMINRECORD
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(ID-SCAN-WS) TO HOME-CARD-WS
           MOVE HOME-CARD-WS TO ADMIN-HOME-CARD-WS
           REWRITE ADMIN-RECORD FROM ADMIN-WS
               INVALID KEY
                   DISPLAY "UNABLE TO UPDATE THE ADMIN RECORD."
                   CLOSE ADMINRECORD
                   EXIT PARAGRAPH
           END-REWRITE
           CLOSE ADMINRECORD
           MOVE "ADMCARD" TO AUDIT-ACTION-HOLD-WS
           PERFORM WriteEnableAudit
           DISPLAY "CARD " HOME-CARD-WS " RECORDED FOR "
               ADMINNAME-WS ".".

      *    Written under the supervisor's name; the account and the
      *    reason or card are on the admin record itself.
       WriteEnableAudit.
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
           MOVE AUDIT-ACTION-HOLD-WS TO AUDIT-ACTION
           MOVE ADMINNAME-LS TO AUDIT-USER
           WRITE AUDIT-RECORD
               INVALID KEY DISPLAY "UNABLE TO WRITE AUDIT RECORD."
               NOT INVALID KEY
                   MOVE AUDIT-RECORD TO ACH-ENTRY
                   MOVE "A" TO ACH-FUNC
                   CALL "AuditChain" USING ACH-REQUEST
           END-WRITE
           CLOSE AUDITRECORD.

      *    Stores PASSWORD-WS on the record area as a fresh salted
      *    digest; the old character-sum field is cleared for good.
       ComputePasswordHash.
           MOVE PASSWORD-WS TO CRED-SECRET
           MOVE "N" TO CRED-FUNC
           MOVE "A" TO CRED-KIND
           CALL "CredentialHash" USING CRED-REQUEST
           MOVE 0 TO ADMIN-PASSWORD-HASH-WS
           MOVE CRED-SCHEME TO ADMIN-PWD-SCHEME-WS
           MOVE CRED-SALT TO ADMIN-PWD-SALT-WS
           MOVE CRED-DIGEST TO ADMIN-PWD-DIGEST-WS.
