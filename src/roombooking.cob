       COPY roomrecord-ws.
       COPY roombookingrecord-ws.
       COPY caldays-request.
       COPY sysstatus-request.
       COPY pflag-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       StartPara.
           PERFORM OpenBookingFile
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           MOVE STUDENT-ID-LS TO PFL-STUDENT-ID
           CALL "PatronFlags" USING PFL-REQUEST
           PERFORM UNTIL 1 < 0
               DISPLAY " "
               DISPLAY "STUDY ROOM BOOKING"
           END-IF
           OPEN I-O ROOMBOOKING.

      *    A blocking flag on the account stops new bookings the
      *    same way it stops checkouts; existing ones can still be
      *    seen and cancelled.
       BookARoom.
           PERFORM CheckSystemStatus
           IF NOT SST-SYSTEM-OPEN
               EXIT PARAGRAPH
           END-IF
           IF PFL-ACCOUNT-BLOCKED
               DISPLAY "ROOM BOOKING REFUSED - ACCOUNT BLOCKED. "
                   "PLEASE SEE THE DESK."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Date (YYYYMMDD, Enter for today): "
               WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
               DISPLAY "  NONE."
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckSystemStatus
           IF NOT SST-SYSTEM-OPEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Cancel a booking? Enter its hour (99 to keep "
               "all): " WITH NO ADVANCING
           ACCEPT CANCEL-SLOT-WS
                       END-IF
               END-READ
           END-PERFORM.

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
