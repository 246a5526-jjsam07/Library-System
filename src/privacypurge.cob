           ALTERNATE RECORD KEY IS AUDIT-BOOK-ID WITH DUPLICATES
           FILE STATUS IS AUDIT-FILE-STATUS-WS.

           SELECT OPTIONAL NOTIFYPREFFILE ASSIGN TO "notifypref.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NPF-STUDENT-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS NPF-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORYRECORD.
       COPY alumnirecord-fs.
       FD AUDITRECORD.
       COPY auditrecord-fs.
       FD NOTIFYPREFFILE.
       COPY notifyprefrecord-fs.

       WORKING-STORAGE SECTION.
       COPY historyrecord-ws.
       COPY alumnirecord-ws.
       COPY auditrecord-ws.
       COPY auditchain-request.
       COPY policyrecord-ws.
       COPY notifyprefrecord-ws.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
           88 ALUM-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 AUDIT-FILE-STATUS-WS PIC X(2).
           88 AUDIT-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 NPF-FILE-STATUS-WS PIC X(2).
           88 NPF-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 PREF-FOUND-WS PIC X VALUE "N".

       01 OPTION-WS PIC 9.
       01 ID-SCAN-WS PIC X(10) VALUE SPACES.
       01 ALUM-SCAN-DONE-WS PIC X VALUE "N".
       01 PURGED-COUNT-WS PIC 9(5) VALUE 0.
       01 STUDENTS-DONE-WS PIC 9(5) VALUE 0.
       01 ALUMNI-IN-SCOPE-WS PIC 9(5) VALUE 0.
      *    The stub id every anonymized loan lands under: the row
      *    still counts in every statistic, but it belongs to nobody.
       01 ANON-STUDENT-ID-WS PIC 9(10) VALUE 9999999999.
       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
       01 ADMINNAME-LS PIC X(20).
       COPY approval-request.

      *    The compliance tool for "erase my child's reading
      *    record": a named student's history.bin rows are rewritten
      *    is noted in audit.bin, and the same anonymization can be
      *    run across the alumni archive for anyone gone more than a
      *    chosen number of years.
      *    Either purge touching more rows (one student) or more
      *    alumni (the sweep) than the policy's second-approval
      *    record count is filed with QueueApproval instead, and run
      *    by the ApprovalDesk when a second supervisor approves it.
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS
               APPROVAL-REQUEST.
       StartPara.
           CALL "LoadPolicy" USING POLICY-WS
           IF APR-CARRY-OUT
               MOVE "N" TO APR-DONE
               IF APR-ACTION = "ALUMPURGE"
                   PERFORM PurgeOldAlumni
               ELSE
                   PERFORM PurgeOneStudent
               END-IF
               EXIT PROGRAM
           END-IF
           PERFORM UNTIL 1 < 0
               DISPLAY " "
               DISPLAY "BORROWING-HISTORY PRIVACY PURGE"
           EXIT PROGRAM.

       PurgeOneStudent.
           IF APR-CARRY-OUT
               MOVE APR-KEY-1 TO PURGE-STUDENT-ID-WS
           ELSE
               DISPLAY "STUDENT ID TO PURGE: " WITH NO ADVANCING
               MOVE SPACES TO ID-SCAN-WS
               ACCEPT ID-SCAN-WS
               MOVE FUNCTION NUMVAL(ID-SCAN-WS)
                   TO PURGE-STUDENT-ID-WS
           END-IF
           IF PURGE-STUDENT-ID-WS = 0 OR
                   PURGE-STUDENT-ID-WS = ANON-STUDENT-ID-WS
               DISPLAY "NOT A PURGEABLE ID."
               EXIT PARAGRAPH
           END-IF
           IF NOT APR-CARRY-OUT
               DISPLAY "THIS CANNOT BE UNDONE. PROCEED (Y/N)? "
                   WITH NO ADVANCING
               ACCEPT CONFIRM-WS
               IF CONFIRM-WS NOT = "Y" AND CONFIRM-WS NOT = "y"
                   DISPLAY "NOTHING CHANGED."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF APR-AT-THE-DESK
               PERFORM CountStudentRows
               IF HIST-COUNT-WS > POL-DUAL-RECORD-LIMIT-WS
                   MOVE "HISTPURGE" TO APR-ACTION
                   MOVE PURGE-STUDENT-ID-WS TO APR-KEY-1
                   MOVE HIST-COUNT-WS TO APR-COUNT
                   PERFORM QueuePurge
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN I-O HISTORYRECORD
           IF FILE-DOES-NOT-EXIST-WS
           END-IF
           PERFORM AnonymizeStudentRows
           CLOSE HISTORYRECORD
           PERFORM MarkSuggestOptOut
           MOVE "HISTPURGE" TO AUDIT-ACTION-WS
           PERFORM NoteInAudit
           DISPLAY PURGED-COUNT-WS " HISTORY ROW(S) ANONYMIZED "
               "FOR STUDENT " PURGE-STUDENT-ID-WS "."
           MOVE "Y" TO APR-DONE.

      *    How many rows the purge would rewrite, nothing changed.
       CountStudentRows.
           MOVE 0 TO HIST-COUNT-WS
           OPEN INPUT HISTORYRECORD
           IF FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE PURGE-STUDENT-ID-WS TO HSTUDENT-ID
           START HISTORYRECORD KEY IS = HSTUDENT-ID
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM CollectStudentRows
           END-START
           CLOSE HISTORYRECORD.

       QueuePurge.
           MOVE "Q" TO APR-FUNC
           MOVE 0 TO APR-KEY-2
           MOVE 0 TO APR-AMOUNT
           MOVE SPACES TO APR-DETAIL
           MOVE ADMIN-ID-LS TO APR-REQ-BY-ID
           MOVE ADMINNAME-LS TO APR-REQ-BY
           CALL "QueueApproval" USING APPROVAL-REQUEST
           IF APR-CARRIED-OUT
               DISPLAY "OVER THE " POL-DUAL-RECORD-LIMIT-WS
                   "-RECORD LIMIT - SENT FOR A SECOND SUPERVISOR AS "
                   "APPROVAL " APR-ID "."
           END-IF
           MOVE SPACE TO APR-FUNC
           MOVE "N" TO APR-DONE.

       AnonymizeStudentRows.
           MOVE 0 TO HIST-COUNT-WS
      *    than the chosen number of years ago gets the same
      *    anonymization without anyone having to ask.
       PurgeOldAlumni.
           IF APR-CARRY-OUT
               MOVE APR-KEY-1 TO YEARS-KEPT-WS
           ELSE
               DISPLAY "ANONYMIZE ALUMNI ARCHIVED MORE THAN HOW MANY "
                   "YEARS AGO? " WITH NO ADVANCING
               ACCEPT YEARS-KEPT-WS
           END-IF
           IF YEARS-KEPT-WS = 0
               DISPLAY "A ZERO-YEAR RETENTION WOULD PURGE CURRENT "
                   "GRADUATES - NOTHING DONE."
               EXIT PARAGRAPH
           END-IF
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           COMPUTE CUTOFF-YYYY-WS = TODAY-YYYY-WS - YEARS-KEPT-WS
           IF APR-AT-THE-DESK
               PERFORM CountOldAlumni
               IF ALUMNI-IN-SCOPE-WS > POL-DUAL-RECORD-LIMIT-WS
                   MOVE "ALUMPURGE" TO APR-ACTION
                   MOVE YEARS-KEPT-WS TO APR-KEY-1
                   MOVE ALUMNI-IN-SCOPE-WS TO APR-COUNT
                   PERFORM QueuePurge
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN INPUT ALUMNIRECORD
           IF ALUM-FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO ALUMNI ARCHIVE ON FILE."
               CLOSE ALUMNIRECORD
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO STUDENTS-DONE-WS
           MOVE ZEROS TO ALUM-STUDENT-ID
           START ALUMNIRECORD KEY IS >= ALUM-STUDENT-ID
           CLOSE ALUMNIRECORD
           MOVE "ALUMPURGE" TO AUDIT-ACTION-WS
           PERFORM NoteInAudit
           DISPLAY STUDENTS-DONE-WS " ALUMNI ANONYMIZED."
           MOVE "Y" TO APR-DONE.

      *    How many alumni the sweep would reach, nothing changed.
       CountOldAlumni.
           MOVE 0 TO ALUMNI-IN-SCOPE-WS
           OPEN INPUT ALUMNIRECORD
           IF ALUM-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ALUM-SCAN-DONE-WS
           PERFORM UNTIL ALUM-SCAN-DONE-WS = "Y"
               READ ALUMNIRECORD NEXT INTO ALUMNI-WS
                   AT END MOVE "Y" TO ALUM-SCAN-DONE-WS
                   NOT AT END
                       IF ALUM-A-YYYY-WS NOT = 0 AND
                               ALUM-A-YYYY-WS < CUTOFF-YYYY-WS
                           ADD 1 TO ALUMNI-IN-SCOPE-WS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALUMNIRECORD.

       JudgeOneAlumnus.
           IF ALUM-A-YYYY-WS = 0
               END-IF
           END-IF.

      *    A student who asked for the record to be erased is also
      *    kept out of the "readers also borrowed" build from here
      *    on, whatever is borrowed later.
       MarkSuggestOptOut.
           OPEN EXTEND NOTIFYPREFFILE
           IF NPF-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT NOTIFYPREFFILE
               CLOSE NOTIFYPREFFILE
           ELSE
               CLOSE NOTIFYPREFFILE
           END-IF
           OPEN I-O NOTIFYPREFFILE
           MOVE "N" TO PREF-FOUND-WS
           MOVE PURGE-STUDENT-ID-WS TO NPF-STUDENT-ID
           READ NOTIFYPREFFILE INTO NOTIFY-PREF-WS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO PREF-FOUND-WS
           END-READ
           IF PREF-FOUND-WS = "N"
               MOVE PURGE-STUDENT-ID-WS TO NPF-STUDENT-ID-WS
               MOVE "EEEEEEE" TO NPF-CHANNELS-WS
           END-IF
           MOVE "Y" TO NPF-SUGGEST-OPTOUT-WS
           MOVE ADMINNAME-LS TO NPF-SET-BY-WS
           ACCEPT NPF-SET-DATE-WS FROM DATE YYYYMMDD
           MOVE NOTIFY-PREF-WS TO NOTIFY-PREF-RECORD
           IF PREF-FOUND-WS = "Y"
               REWRITE NOTIFY-PREF-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE NOTIFY-PREF-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF
           CLOSE NOTIFYPREFFILE.

       NoteInAudit.
           OPEN EXTEND AUDITRECORD
           IF AUDIT-FILE-DOES-NOT-EXIST-WS
           MOVE ADMINNAME-LS TO AUDIT-USER
           WRITE AUDIT-RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE AUDIT-RECORD TO ACH-ENTRY
                   MOVE "A" TO ACH-FUNC
                   CALL "AuditChain" USING ACH-REQUEST
           END-WRITE
           CLOSE AUDITRECORD.
