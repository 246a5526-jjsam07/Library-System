       WORKING-STORAGE SECTION.
       COPY policyrecord-ws.
       COPY auditrecord-ws.
       COPY auditchain-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 ENTRY-SCAN-WS PIC X(10).
       01 ENTRY-VALUE-WS PIC 9(7)V99.
       01 CHANGE-COUNT-WS PIC 9(2) VALUE 0.
       01 PLAIN-ID-DATE-WS PIC 9(8).
       01 PLAIN-ID-DATE-OK-WS PIC X.
       01 PRIORITY-OK-WS PIC X.
       01 PRIORITY-POS-WS PIC 9(2).
       01 PRIORITY-HITS-WS PIC 9(2).
       01 PRIORITY-LETTER-WS PIC X.
           88 PRIORITY-LETTER-KNOWN-WS VALUE "U" "F" "G" "S" "C" "R".

       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
           PERFORM PromptReplacementCost
           PERFORM PromptReserveWindow
           PERFORM PromptPwdExpiryDays
           PERFORM PromptIdleMinutes
           PERFORM PromptFineMaxItem
           PERFORM PromptRestrictTypes
           PERFORM PromptWaitPriority
           PERFORM PromptAdminIdleDays
           PERFORM PromptDualLimits
           PERFORM PromptCoBorrowMin
           PERFORM PromptCapacityLimits
           PERFORM PromptPlainIdUntil

           IF CHANGE-COUNT-WS > 0
               PERFORM SavePolicyRecord
               PERFORM NoteChange
           END-IF.

       PromptIdleMinutes.
           DISPLAY "MENU IDLE MINUTES (0=OFF) [" POL-IDLE-MINUTES-WS
               "]: " WITH NO ADVANCING
           PERFORM AcceptEntry
           IF ENTRY-SCAN-WS NOT = SPACES
               MOVE ENTRY-VALUE-WS TO POL-IDLE-MINUTES-WS
               MOVE "POL-IDLE" TO AUDIT-ACTION-WS
               PERFORM NoteChange
           END-IF.

       PromptFineMaxItem.
           DISPLAY "FINE CEILING PER ITEM  [" POL-FINE-MAX-ITEM-WS
               "]: " WITH NO ADVANCING
           PERFORM AcceptEntry
           IF ENTRY-SCAN-WS NOT = SPACES
               MOVE ENTRY-VALUE-WS TO POL-FINE-MAX-ITEM-WS
               MOVE "POL-FMAX" TO AUDIT-ACTION-WS
               PERFORM NoteChange
           END-IF.

      *    The restricted-collection rule: which patron-type letters
      *    may borrow an item flagged "R" on the book master. Text,
      *    not a number, so it gets its own accept.
               PERFORM NoteChange
           END-IF.

      *    Reservation queue order, highest first: patron-type
      *    letters U F G S C plus R for course-reserve faculty. A
      *    lone "*" clears it back to plain request-date order.
       PromptWaitPriority.
           DISPLAY "WAITLIST PRIORITY ORDER ["
               POL-WAIT-PRIORITY-WS "]: " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           IF ENTRY-SCAN-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(ENTRY-SCAN-WS) TO ENTRY-SCAN-WS
           IF ENTRY-SCAN-WS = "*"
               MOVE SPACES TO POL-WAIT-PRIORITY-WS
           ELSE
               PERFORM CheckWaitPriority
               IF PRIORITY-OK-WS = "N"
                   EXIT PARAGRAPH
               END-IF
               MOVE ENTRY-SCAN-WS TO POL-WAIT-PRIORITY-WS
           END-IF
           MOVE "POL-WPRI" TO AUDIT-ACTION-WS
           PERFORM NoteChange.

      *    QueueOrder only matches letters, so a mistyped order would
      *    quietly rank the queue wrong. At most six letters, each of
      *    U F G S C R once, with no gaps between them.
       CheckWaitPriority.
           MOVE "Y" TO PRIORITY-OK-WS
           IF ENTRY-SCAN-WS(7:4) NOT = SPACES
               DISPLAY "AT MOST 6 LETTERS - NOT CHANGED."
               MOVE "N" TO PRIORITY-OK-WS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PRIORITY-POS-WS FROM 1 BY 1
                   UNTIL PRIORITY-POS-WS > 6 OR PRIORITY-OK-WS = "N"
               MOVE ENTRY-SCAN-WS(PRIORITY-POS-WS:1)
                   TO PRIORITY-LETTER-WS
               EVALUATE TRUE
                   WHEN PRIORITY-LETTER-WS = SPACE
                       IF ENTRY-SCAN-WS(PRIORITY-POS-WS:
                               7 - PRIORITY-POS-WS) NOT = SPACES
                           DISPLAY "ONLY THE LETTERS U F G S C R - "
                               "NOT CHANGED."
                           MOVE "N" TO PRIORITY-OK-WS
                       END-IF
                   WHEN NOT PRIORITY-LETTER-KNOWN-WS
                       DISPLAY "ONLY THE LETTERS U F G S C R - "
                           "NOT CHANGED."
                       MOVE "N" TO PRIORITY-OK-WS
                   WHEN PRIORITY-POS-WS > 1
                       MOVE 0 TO PRIORITY-HITS-WS
                       INSPECT ENTRY-SCAN-WS(1:PRIORITY-POS-WS - 1)
                           TALLYING PRIORITY-HITS-WS
                           FOR ALL PRIORITY-LETTER-WS
                       IF PRIORITY-HITS-WS > 0
                           DISPLAY PRIORITY-LETTER-WS
                               " IS GIVEN TWICE - NOT CHANGED."
                           MOVE "N" TO PRIORITY-OK-WS
                       END-IF
               END-EVALUATE
           END-PERFORM.

       PromptAdminIdleDays.
           DISPLAY "ADMIN IDLE DAYS (0=OFF) [" POL-ADMIN-IDLE-DAYS-WS
               "]: " WITH NO ADVANCING
           PERFORM AcceptEntry
           IF ENTRY-SCAN-WS NOT = SPACES
               MOVE ENTRY-VALUE-WS TO POL-ADMIN-IDLE-DAYS-WS
               MOVE "POL-AIDL" TO AUDIT-ACTION-WS
               PERFORM NoteChange
           END-IF.

      *    The two-person rule. Anything over a limit waits for a
      *    second supervisor; a record limit of zero sends every
      *    delete, merge and purge that touches anything.
       PromptDualLimits.
           DISPLAY "2ND APPROVAL OVER $    [" POL-DUAL-MONEY-LIMIT-WS
               "]: " WITH NO ADVANCING
           PERFORM AcceptEntry
           IF ENTRY-SCAN-WS NOT = SPACES
               MOVE ENTRY-VALUE-WS TO POL-DUAL-MONEY-LIMIT-WS
               MOVE "POL-DMNY" TO AUDIT-ACTION-WS
               PERFORM NoteChange
           END-IF
           DISPLAY "2ND APPROVAL OVER RECS [" POL-DUAL-RECORD-LIMIT-WS
               "]: " WITH NO ADVANCING
           PERFORM AcceptEntry
           IF ENTRY-SCAN-WS NOT = SPACES
               MOVE ENTRY-VALUE-WS TO POL-DUAL-RECORD-LIMIT-WS
               MOVE "POL-DREC" TO AUDIT-ACTION-WS
               PERFORM NoteChange
           END-IF.

      *    Fewer than three students behind a pairing could point at
      *    one reader's shelf, so nothing lower is taken.
       PromptCoBorrowMin.
           DISPLAY "ALSO-BORROWED MIN READERS [" POL-COBORROW-MIN-WS
               "]: " WITH NO ADVANCING
           PERFORM AcceptEntry
           IF ENTRY-SCAN-WS NOT = SPACES
               IF ENTRY-VALUE-WS < 3
                   DISPLAY "AT LEAST 3 - NOT CHANGED."
               ELSE
                   MOVE ENTRY-VALUE-WS TO POL-COBORROW-MIN-WS
                   MOVE "POL-CBMN" TO AUDIT-ACTION-WS
                   PERFORM NoteChange
               END-IF
           END-IF.

      *    A file limit of zero would put every file past it, so
      *    nothing lower than one megabyte is taken.
       PromptCapacityLimits.
           DISPLAY "CAPACITY WARNING DAYS  [" POL-CAPACITY-WARN-DAYS-WS
               "]: " WITH NO ADVANCING
           PERFORM AcceptEntry
           IF ENTRY-SCAN-WS NOT = SPACES
               MOVE ENTRY-VALUE-WS TO POL-CAPACITY-WARN-DAYS-WS
               MOVE "POL-CAPW" TO AUDIT-ACTION-WS
               PERFORM NoteChange
           END-IF
           DISPLAY "DATA FILE LIMIT (MB)   [" POL-FILE-LIMIT-MB-WS
               "]: " WITH NO ADVANCING
           PERFORM AcceptEntry
           IF ENTRY-SCAN-WS NOT = SPACES
               IF ENTRY-VALUE-WS < 1
                   DISPLAY "AT LEAST 1 - NOT CHANGED."
               ELSE
                   MOVE ENTRY-VALUE-WS TO POL-FILE-LIMIT-MB-WS
                   MOVE "POL-FLIM" TO AUDIT-ACTION-WS
                   PERFORM NoteChange
               END-IF
           END-IF.

      *    The changeover end is a date, wider than the amounts the
      *    other prompts take; zero reopens the changeover.
       PromptPlainIdUntil.
           DISPLAY "PLAIN IDS TAKEN UNTIL  [" POL-PLAIN-ID-UNTIL-WS
               "]: " WITH NO ADVANCING
           PERFORM AcceptEntry
           IF ENTRY-SCAN-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO PLAIN-ID-DATE-WS
           IF PLAIN-ID-DATE-WS NOT = 0
               CALL "ValidDate" USING PLAIN-ID-DATE-WS
                   PLAIN-ID-DATE-OK-WS
               IF PLAIN-ID-DATE-OK-WS = "N"
                   DISPLAY "NOT A DATE (YYYYMMDD) - NOT CHANGED."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE PLAIN-ID-DATE-WS TO POL-PLAIN-ID-UNTIL-WS
           MOVE "POL-PLNID" TO AUDIT-ACTION-WS
           PERFORM NoteChange.

       AcceptEntry.
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           MOVE ADMINNAME-LS TO AUDIT-USER
           WRITE AUDIT-RECORD
               INVALID KEY DISPLAY "UNABLE TO WRITE AUDIT RECORD."
               NOT INVALID KEY
                   MOVE AUDIT-RECORD TO ACH-ENTRY
                   MOVE "A" TO ACH-FUNC
                   CALL "AuditChain" USING ACH-REQUEST
           END-WRITE
           CLOSE AUDITRECORD.

