       WORKING-STORAGE SECTION.
       COPY finerecord-ws.
       COPY disputerecord-ws.
       COPY patronsum-request.
       COPY sysstatus-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
      *    librarian decides it in the review queue.
       PROCEDURE DIVISION USING STUDENT-ID-LS.
       StartPara.
           PERFORM CheckSystemStatus
           IF NOT SST-SYSTEM-OPEN
               EXIT PROGRAM
           END-IF
           OPEN INPUT FINERECORD
           IF FINE-FILE-DOES-NOT-EXIST-WS
               DISPLAY " "
                       "BLOCK YOUR BORROWING WHILE A LIBRARIAN "
                       "REVIEWS IT."
           END-WRITE
           CLOSE DISPUTERECORD
           PERFORM PostFineBalance.

      *    The fine balance on the patron's account summary is
      *    re-totalled from fine.bin after any change to a fine.
       PostFineBalance.
           MOVE "F" TO PSM-FUNC
           MOVE FSTUDENT-ID-WS TO PSM-STUDENT-ID
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
