
       WORKING-STORAGE SECTION.
       COPY waitlistrecord-ws.
       COPY qorder-request.
       COPY bookrecord-ws.
       COPY policyrecord-ws.
       COPY circeventrecord-ws.
       COPY sysstatus-request.
       COPY patronsum-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
           88 BOOK-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 SELF-OPERATOR-WS PIC X(20) VALUE "SELF".
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 MY-ENTRY-COUNT-WS PIC 9(2) VALUE 0.
       01 MY-ENTRY-TABLE-WS.
           05 MY-ENTRY-WS OCCURS 20 TIMES.
               10 MY-BOOK-ID-WS PIC 9(10).
               10 MY-REQ-MM-WS PIC 9(2).
               10 MY-REQ-DD-WS PIC 9(2).
               10 MY-REQ-YYYY-WS PIC 9(4).
               10 MY-PICKUP-BRANCH-WS PIC X(3).
       01 ENTRY-IDX-WS PIC 9(2).
       01 QUEUE-POSITION-WS PIC 9(3).
       01 EST-WAIT-DAYS-WS PIC 9(3).
       01 TODAY-DATE-WS.
           05 TODAY-YYYY-WS PIC 9(4).
           05 EST-DD-WS PIC 9(2).
       01 CANCEL-BOOK-ID-WS PIC 9(10) VALUE 0.
       01 CANCEL-FOUND-WS PIC X VALUE "N".
       01 CHANGE-BOOK-ID-WS PIC 9(10) VALUE 0.
       01 CHANGE-BRANCH-WS PIC X(3).

       LINKAGE SECTION.
       01 STUDENT-ID-LS PIC 9(10).
      *    they no longer want, instead of asking the desk "am I
      *    still in line?". Cancelled rows stop HoldShelfSweep
      *    promoting students who gave up weeks ago into hold-shelf
      *    slots that a live reservation could have used. The
      *    branch each title will be collected at is shown and can
      *    be changed here until the copy is trapped.
       PROCEDURE DIVISION USING STUDENT-ID-LS.
       StartPara.
           CALL "LoadPolicy" USING POLICY-WS
           ELSE
               CLOSE BOOKRECORD
           END-IF
           PERFORM CheckSystemStatus
           IF NOT SST-SYSTEM-OPEN
               CLOSE WAITLISTRECORD
               EXIT PROGRAM
           END-IF
           PERFORM OfferBranchChange
           PERFORM OfferCancellation
           CLOSE WAITLISTRECORD.
           EXIT PROGRAM.

       SaveOneEntry.
           MOVE WBOOK-ID-WS TO MY-BOOK-ID-WS(MY-ENTRY-COUNT-WS)
           MOVE WMM-WS TO MY-REQ-MM-WS(MY-ENTRY-COUNT-WS)
           MOVE WDD-WS TO MY-REQ-DD-WS(MY-ENTRY-COUNT-WS)
           MOVE WYYYY-WS TO MY-REQ-YYYY-WS(MY-ENTRY-COUNT-WS)
           MOVE WPICKUP-BRANCH-WS
               TO MY-PICKUP-BRANCH-WS(MY-ENTRY-COUNT-WS).

       ShowOneEntry.
           PERFORM ComputeQueuePosition
               MY-REQ-YYYY-WS(ENTRY-IDX-WS)
               "  PLACE IN LINE: " QUEUE-POSITION-WS
               "  EST. AVAILABLE: " EST-MM-WS "/" EST-DD-WS "/"
               EST-YYYY-WS
           IF MY-PICKUP-BRANCH-WS(ENTRY-IDX-WS) = SPACES
               DISPLAY "  PICKUP AT: ANY BRANCH"
           ELSE
               DISPLAY "  PICKUP AT: " MY-PICKUP-BRANCH-WS(ENTRY-IDX-WS)
           END-IF.

      *    Place in line is the one QueueOrder gives the desk: a
      *    librarian's bump, then the patron-type priority from the
      *    loan policy, then request date - so the number shown is
      *    the order the copies will actually be handed out in.
       ComputeQueuePosition.
           MOVE MY-BOOK-ID-WS(ENTRY-IDX-WS) TO QRD-BOOK-ID
           MOVE STUDENT-ID-LS TO QRD-FOR-STUDENT
           CALL "QueueOrder" USING QRD-REQUEST
           MOVE QRD-POSITION TO QUEUE-POSITION-WS
           IF QUEUE-POSITION-WS = 0
               MOVE QRD-COUNT TO QUEUE-POSITION-WS
           END-IF.

      *    A rough promise, not a contract: one loan window per
           CALL "DateAdd" USING TODAY-DATE-WS EST-WAIT-DAYS-WS
               EST-DATE-YMD-WS.

       OfferBranchChange.
           DISPLAY " "
           DISPLAY "Enter Book ID to change its pickup branch (0 to "
               "keep all): " WITH NO ADVANCING
           ACCEPT CHANGE-BOOK-ID-WS
           IF CHANGE-BOOK-ID-WS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE STUDENT-ID-LS TO WSTUDENT-ID
           MOVE CHANGE-BOOK-ID-WS TO WBOOK-ID
           READ WAITLISTRECORD INTO WAITLIST-WS
               INVALID KEY
                   DISPLAY "YOU HAVE NO WAITLIST ENTRY FOR THAT BOOK "
                       "ID."
                   EXIT PARAGRAPH
           END-READ
           MOVE WPICKUP-BRANCH-WS TO CHANGE-BRANCH-WS
           CALL "PickBranch" USING CHANGE-BRANCH-WS
           IF CHANGE-BRANCH-WS = WPICKUP-BRANCH-WS
               EXIT PARAGRAPH
           END-IF
           MOVE CHANGE-BRANCH-WS TO WPICKUP-BRANCH-WS
           REWRITE WAITLIST-RECORD FROM WAITLIST-WS
               INVALID KEY
                   DISPLAY "UNABLE TO CHANGE - THE ENTRY MAY ALREADY "
                       "HAVE BEEN FILLED AT THE DESK."
               NOT INVALID KEY
                   DISPLAY "PICKUP BRANCH CHANGED."
           END-REWRITE.

       OfferCancellation.
           DISPLAY " "
           DISPLAY "Enter Book ID to cancel a waitlist entry (0 to "
                   MOVE SELF-OPERATOR-WS TO CIRC-OPERATOR-WS
                   MOVE 0 TO CIRC-AMOUNT-WS
                   CALL "LogCircEvent" USING CIRC-EVENT-WS
                   PERFORM PostHoldRemoved
                   DISPLAY "WAITLIST ENTRY CANCELLED."
           END-DELETE.

      *    One fewer reservation or hold for the patron on their
      *    account summary.
       PostHoldRemoved.
           MOVE "H" TO PSM-FUNC
           MOVE STUDENT-ID-LS TO PSM-STUDENT-ID
           MOVE -1 TO PSM-DELTA
           CALL "PatronSummary" USING PSM-REQUEST.

      *    While a batch or repair run holds the system status flag
      *    nothing is changed from the student side; the student is
      *    told when to come back.
       CheckSystemStatus.
           MOVE "R" TO SST-FUNC
           CALL "SystemStatus" USING SST-REQUEST
           IF SST-SYSTEM-OPEN
               EXIT PARAGRAPH
           END-IF
           PERFORM ShowSystemStatus
           DISPLAY "NOTHING CAN BE CHANGED UNTIL THE SYSTEM "
               "REOPENS.".

       ShowSystemStatus.
           IF SST-SYSTEM-CLOSED
               DISPLAY "*** THE SYSTEM IS CLOSED: " SST-REASON
           ELSE
               DISPLAY "*** THE SYSTEM IS READ-ONLY: " SST-REASON
           END-IF
           DISPLAY "*** EXPECTED BACK " SST-BACK-DATE " AT "
               SST-BACK-TIME " (SET BY " SST-SET-BY ")".
