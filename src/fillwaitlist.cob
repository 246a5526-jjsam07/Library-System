
       WORKING-STORAGE SECTION.
       COPY waitlistrecord-ws.
       COPY qorder-request.
       COPY holdrecord-ws.
       COPY studentrecord-ws.
       COPY noticeroute-request.
       COPY nmerge-request.
       COPY policyrecord-ws.
       COPY circeventrecord-ws.

           05 SKIP-COUNT-WS PIC 9(2) VALUE 0.
           05 SKIP-ID-WS OCCURS 50 TIMES PIC 9(10).
       01 SKIP-IDX-WS PIC 9(2).
       01 QUEUE-IDX-WS PIC 9(3).
       01 HOLD-PICKUP-DAYS-WS PIC 9(3) VALUE 7.
       01 TODAY-DATE-WS.
           05 TODAY-YYYY-WS PIC 9(4).
      *    holds the title cannot take a second hold, so their row
      *    is skipped (their place survives for a later copy) and
      *    the copy stays available for the next student in line.
      *    The line is the one QueueOrder ranks, asked afresh for
      *    each copy since the last hold consumed a row.
       FillOneFromQueue.
           MOVE "Y" TO QUEUE-EMPTY-WS
           MOVE WFILL-BOOK-ID TO QRD-BOOK-ID
           MOVE 0 TO QRD-FOR-STUDENT
           CALL "QueueOrder" USING QRD-REQUEST
           PERFORM ReadNextEligibleEntry
           IF QUEUE-EMPTY-WS = "Y"
               EXIT PARAGRAPH
           END-IF.

       ReadNextEligibleEntry.
           MOVE 0 TO QUEUE-IDX-WS
           PERFORM UNTIL QUEUE-EMPTY-WS = "N"
                   OR QUEUE-IDX-WS >= QRD-COUNT
                   OR QUEUE-IDX-WS >= 100
               ADD 1 TO QUEUE-IDX-WS
               PERFORM ReadOneQueueRow
           END-PERFORM.

       ReadOneQueueRow.
           MOVE "N" TO ENTRY-BLOCKED-WS
           PERFORM VARYING SKIP-IDX-WS FROM 1 BY 1
                   UNTIL SKIP-IDX-WS > SKIP-COUNT-WS
               IF SKIP-ID-WS(SKIP-IDX-WS) = QRD-STUDENT-ID(QUEUE-IDX-WS)
                   MOVE "Y" TO ENTRY-BLOCKED-WS
               END-IF
           END-PERFORM
           IF ENTRY-BLOCKED-WS = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE QRD-STUDENT-ID(QUEUE-IDX-WS) TO WSTUDENT-ID
           MOVE WFILL-BOOK-ID TO WBOOK-ID
           READ WAITLISTRECORD INTO WAITLIST-WS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "N" TO QUEUE-EMPTY-WS
           END-READ.

       PlaceOneArrivalHold.
           MOVE "N" TO HOLD-PLACED-OK-WS
           MOVE PICKUP-MM-WS TO HOLD-B-MM
           MOVE PICKUP-DD-WS TO HOLD-B-DD
           MOVE PICKUP-YYYY-WS TO HOLD-B-YYYY
      *    A new copy is held at the desk that received it; it has
      *    no copy row yet for HoldTransfer to page.
           MOVE "S" TO HOLD-STATUS
           MOVE SPACES TO HOLD-PICKUP-BRANCH
           MOVE 0 TO HOLD-COPY-NUM
           WRITE HOLD-RECORD
               INVALID KEY EXIT PARAGRAPH
           END-WRITE
               " UNTIL " HOLD-B-MM "/" HOLD-B-DD "/" HOLD-B-YYYY.

       WritePickupNotice.
           MOVE SPACES TO NRT-PHONE
           MOVE WSTUDENT-ID-WS TO HNOTICE-STUDENT-ID
           IF STUDENT-FILE-DOES-NOT-EXIST-WS
               MOVE SPACES TO HNOTICE-STUDENTNAME
                   NOT INVALID KEY
                       MOVE STUDENTNAME-WS TO HNOTICE-STUDENTNAME
                       MOVE STUDENTEMAIL-WS TO HNOTICE-STUDENTEMAIL
                       MOVE STUDENTPHONE-WS TO NRT-PHONE
               END-READ
           END-IF
           MOVE WFILL-BOOK-ID TO HNOTICE-BOOK-ID
           MOVE HOLD-B-MM TO HNOTICE-B-MM
           MOVE HOLD-B-DD TO HNOTICE-B-DD
           MOVE HOLD-B-YYYY TO HNOTICE-B-YYYY
           MOVE "M" TO NMG-FUNC
           MOVE "HD" TO NMG-TYPE
           MOVE 1 TO NMG-LEVEL
           MOVE "L" TO NMG-STATE
           MOVE HNOTICE-STUDENTNAME TO NMG-STUDENTNAME
           MOVE HNOTICE-BOOK-ID TO NMG-BOOK-ID
           MOVE 0 TO NMG-DUE-DATE
           COMPUTE NMG-PICKUP-DATE = HNOTICE-B-YYYY * 10000
               + HNOTICE-B-MM * 100 + HNOTICE-B-DD
           MOVE 0 TO NMG-AMOUNT
           CALL "NoticeMerge" USING NMG-REQUEST
           MOVE NMG-SUBJECT TO HNOTICE-SUBJECT
           MOVE NMG-MESSAGE TO HNOTICE-MESSAGE
           PERFORM RouteHoldNotice.

      *    The student's notice preferences (NoticeRoute) decide
      *    whether the pickup notice goes to the email feed, to the
      *    text-message feed, or nowhere; the hold stays on the
      *    shelf either way.
       RouteHoldNotice.
           MOVE "Q" TO NRT-FUNC
           MOVE 3 TO NRT-TYPE
           MOVE HNOTICE-STUDENT-ID TO NRT-STUDENT-ID
           CALL "NoticeRoute" USING NRT-REQUEST
           EVALUATE TRUE
               WHEN NRT-SEND-NONE
                   CONTINUE
               WHEN NRT-SEND-SMS
                   MOVE "S" TO NRT-FUNC
                   MOVE HNOTICE-STUDENTNAME TO NRT-STUDENTNAME
                   MOVE HNOTICE-BOOK-ID TO NRT-BOOK-ID
                   COMPUTE NRT-DETAIL = HNOTICE-B-YYYY * 10000
                       + HNOTICE-B-MM * 100 + HNOTICE-B-DD
                   MOVE "PICKUP" TO NRT-NOTICE-TEXT
                   MOVE NMG-SMS-TEXT TO NRT-MESSAGE
                   CALL "NoticeRoute" USING NRT-REQUEST
               WHEN OTHER
                   WRITE HOLD-NOTICE-LINE
           END-EVALUATE.
