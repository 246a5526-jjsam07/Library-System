       IDENTIFICATION DIVISION.
       PROGRAM-ID. CredentialConvert.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ADMINRECORD ASSIGN TO "admin.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADMIN-ID
           FILE STATUS IS ADMIN-FILE-STATUS-WS.

           SELECT OPTIONAL STUDENTRECORD ASSIGN TO "student.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUDENT-ID
           FILE STATUS IS STUDENT-FILE-STATUS-WS.

           SELECT OPTIONAL ALUMNIRECORD ASSIGN TO "alumni.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALUM-STUDENT-ID
           FILE STATUS IS ALUM-FILE-STATUS-WS.

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
       FD STUDENTRECORD.
       COPY studentrecord-fs.
       FD ALUMNIRECORD.
       COPY alumnirecord-fs.
       FD AUDITRECORD.
       COPY auditrecord-fs.

       WORKING-STORAGE SECTION.
       COPY adminrecord-ws.
       COPY studentrecord-ws.
       COPY alumnirecord-ws.
       COPY auditrecord-ws.
       COPY auditchain-request.
       COPY credhash-request.
       COPY convert-request.

       01 ADMIN-FILE-STATUS-WS PIC X(2).
           88 ADMIN-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 STUDENT-FILE-STATUS-WS PIC X(2).
           88 STUDENT-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 ALUM-FILE-STATUS-WS PIC X(2).
           88 ALUM-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 AUDIT-FILE-STATUS-WS PIC X(2).
           88 AUDIT-FILE-DOES-NOT-EXIST-WS VALUE 35.

       01 CONFIRM-WS PIC X.
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 CONVERTED-COUNT-WS PIC 9(6) VALUE 0.
       01 ALREADY-COUNT-WS PIC 9(6) VALUE 0.
       01 NO-PIN-COUNT-WS PIC 9(6) VALUE 0.

       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
       01 ADMINNAME-LS PIC X(20).

      *    One-time conversion of the stored credentials to the
      *    salted scheme, safe to run again - a record already
      *    converted is counted and left alone. admin.bin: the old
      *    character-sum value is wrapped (salted and digested as
      *    scheme "W") because nobody's password is known here;
      *    login re-stores each one as a digest of the password
      *    itself the first time its owner signs in. student.bin
      *    and alumni.bin: the readable PIN is digested directly and
      *    the readable copy zeroed. A student row with no usable
      *    PIN is listed so the desk can have them reset it by
      *    emailed code. The run is noted in audit.bin.
      *    A file still in the layout from before the salted fields
      *    cannot be opened here; ConvertDataFiles brings it forward
      *    (salting as it goes) on every start, before anyone signs
      *    in, and is run first here as well so this pass only ever
      *    sees current-layout rows.
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS.
       StartPara.
           DISPLAY " "
           DISPLAY "CONVERT STORED PASSWORDS AND PINS TO SALTED "
               "DIGESTS"
           DISPLAY "TAKE A BACKUP FIRST. PROCEED (Y/N)? "
               WITH NO ADVANCING
           ACCEPT CONFIRM-WS
           IF CONFIRM-WS NOT = "Y" AND CONFIRM-WS NOT = "y"
               DISPLAY "NOTHING CHANGED."
               EXIT PROGRAM
           END-IF
           MOVE "L" TO CNV-FUNC
           MOVE 0 TO CNV-BACKUP-DATE
           CALL "ConvertDataFiles" USING CNV-REQUEST
           PERFORM ConvertAdminFile
           PERFORM ConvertStudentFile
           PERFORM ConvertAlumniFile
           PERFORM NoteInAudit
           EXIT PROGRAM.

       ConvertAdminFile.
           MOVE 0 TO CONVERTED-COUNT-WS
           MOVE 0 TO ALREADY-COUNT-WS
           OPEN I-O ADMINRECORD
           IF ADMIN-FILE-DOES-NOT-EXIST-WS
               DISPLAY "ADMIN: NO FILE ON HAND."
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO ADMIN-ID
           START ADMINRECORD KEY IS >= ADMIN-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ ADMINRECORD NEXT INTO ADMIN-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END PERFORM ConvertOneAdmin
               END-READ
           END-PERFORM
           CLOSE ADMINRECORD
           DISPLAY "ADMIN: " CONVERTED-COUNT-WS " CONVERTED, "
               ALREADY-COUNT-WS " ALREADY SALTED.".

       ConvertOneAdmin.
           IF ADMIN-PWD-SALTED-WS OR ADMIN-PWD-WRAPPED-WS
               ADD 1 TO ALREADY-COUNT-WS
               EXIT PARAGRAPH
           END-IF
           IF ADMIN-PASSWORD-HASH-WS IS NOT NUMERIC
               MOVE 0 TO ADMIN-PASSWORD-HASH-WS
           END-IF
           MOVE ADMIN-PASSWORD-HASH-WS TO CRED-LEGACY
           MOVE "W" TO CRED-FUNC
           MOVE "A" TO CRED-KIND
           CALL "CredentialHash" USING CRED-REQUEST
           MOVE 0 TO ADMIN-PASSWORD-HASH-WS
           MOVE CRED-SCHEME TO ADMIN-PWD-SCHEME-WS
           MOVE CRED-SALT TO ADMIN-PWD-SALT-WS
           MOVE CRED-DIGEST TO ADMIN-PWD-DIGEST-WS
           REWRITE ADMIN-RECORD FROM ADMIN-WS
               INVALID KEY
                   DISPLAY "  ADMIN " ADMIN-ID-WS " NOT REWRITTEN."
               NOT INVALID KEY ADD 1 TO CONVERTED-COUNT-WS
           END-REWRITE.

       ConvertStudentFile.
           MOVE 0 TO CONVERTED-COUNT-WS
           MOVE 0 TO ALREADY-COUNT-WS
           MOVE 0 TO NO-PIN-COUNT-WS
           OPEN I-O STUDENTRECORD
           IF STUDENT-FILE-DOES-NOT-EXIST-WS
               DISPLAY "STUDENTS: NO FILE ON HAND."
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO STUDENT-ID
           START STUDENTRECORD KEY IS >= STUDENT-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ STUDENTRECORD NEXT INTO STUDENT-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END PERFORM ConvertOneStudent
               END-READ
           END-PERFORM
           CLOSE STUDENTRECORD
           DISPLAY "STUDENTS: " CONVERTED-COUNT-WS " CONVERTED, "
               ALREADY-COUNT-WS " ALREADY SALTED, "
               NO-PIN-COUNT-WS " WITH NO USABLE PIN.".

       ConvertOneStudent.
           IF STUDENT-PIN-SALTED-WS
               ADD 1 TO ALREADY-COUNT-WS
               EXIT PARAGRAPH
           END-IF
           IF STUDENT-PIN-WS IS NOT NUMERIC OR STUDENT-PIN-WS = 0
               ADD 1 TO NO-PIN-COUNT-WS
               DISPLAY "  STUDENT " STUDENT-ID-WS " "
                   STUDENTNAME-WS(1:30) " HAS NO USABLE PIN - "
                   "NEEDS A RESET."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CRED-SECRET
           MOVE STUDENT-PIN-WS TO CRED-SECRET(1:4)
           MOVE "N" TO CRED-FUNC
           MOVE "P" TO CRED-KIND
           CALL "CredentialHash" USING CRED-REQUEST
           MOVE 0 TO STUDENT-PIN-WS
           MOVE CRED-SCHEME TO STUDENT-PIN-SCHEME-WS
           MOVE CRED-SALT TO STUDENT-PIN-SALT-WS
           MOVE CRED-DIGEST TO STUDENT-PIN-DIGEST-WS
           REWRITE STUDENT FROM STUDENT-WS
               INVALID KEY
                   DISPLAY "  STUDENT " STUDENT-ID-WS
                       " NOT REWRITTEN."
               NOT INVALID KEY ADD 1 TO CONVERTED-COUNT-WS
           END-REWRITE.

       ConvertAlumniFile.
           MOVE 0 TO CONVERTED-COUNT-WS
           MOVE 0 TO ALREADY-COUNT-WS
           MOVE 0 TO NO-PIN-COUNT-WS
           OPEN I-O ALUMNIRECORD
           IF ALUM-FILE-DOES-NOT-EXIST-WS
               DISPLAY "ALUMNI: NO ARCHIVE ON HAND."
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO ALUM-STUDENT-ID
           START ALUMNIRECORD KEY IS >= ALUM-STUDENT-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ ALUMNIRECORD NEXT INTO ALUMNI-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END PERFORM ConvertOneAlumnus
               END-READ
           END-PERFORM
           CLOSE ALUMNIRECORD
           DISPLAY "ALUMNI: " CONVERTED-COUNT-WS " CONVERTED, "
               ALREADY-COUNT-WS " ALREADY SALTED, "
               NO-PIN-COUNT-WS " WITH NO PIN.".

      *    An archived PIN is only ever carried back to student.bin
      *    by a reinstatement, which issues a new one anyway; it is
      *    still digested so no readable PIN stays on disk.
       ConvertOneAlumnus.
           IF ALUM-PIN-SCHEME-WS = "S"
               ADD 1 TO ALREADY-COUNT-WS
               EXIT PARAGRAPH
           END-IF
           IF ALUM-PIN-WS IS NOT NUMERIC OR ALUM-PIN-WS = 0
               ADD 1 TO NO-PIN-COUNT-WS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CRED-SECRET
           MOVE ALUM-PIN-WS TO CRED-SECRET(1:4)
           MOVE "N" TO CRED-FUNC
           MOVE "P" TO CRED-KIND
           CALL "CredentialHash" USING CRED-REQUEST
           MOVE 0 TO ALUM-PIN-WS
           MOVE CRED-SCHEME TO ALUM-PIN-SCHEME-WS
           MOVE CRED-SALT TO ALUM-PIN-SALT-WS
           MOVE CRED-DIGEST TO ALUM-PIN-DIGEST-WS
           REWRITE ALUMNI-RECORD FROM ALUMNI-WS
               INVALID KEY
                   DISPLAY "  ALUMNUS " ALUM-STUDENT-ID-WS
                       " NOT REWRITTEN."
               NOT INVALID KEY ADD 1 TO CONVERTED-COUNT-WS
           END-REWRITE.

       NoteInAudit.
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
           MOVE "CREDCONV" TO AUDIT-ACTION
           MOVE ADMINNAME-LS TO AUDIT-USER
           WRITE AUDIT-RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE AUDIT-RECORD TO ACH-ENTRY
                   MOVE "A" TO ACH-FUNC
                   CALL "AuditChain" USING ACH-REQUEST
           END-WRITE
           CLOSE AUDITRECORD.
