
       WORKING-STORAGE SECTION.
       COPY holdrecord-ws.
       COPY hxfer-request.
       COPY policyrecord-ws.
       COPY waitlistrecord-ws.
       COPY qorder-request.
       COPY bookrecord-ws.
       COPY studentrecord-ws.
       COPY noticeroute-request.
       COPY nmerge-request.
       COPY circeventrecord-ws.
       COPY patronsum-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
               END-READ
           END-PERFORM.

      *    A hold in transit to the student's pickup branch has no
      *    pickup-by date and nothing to collect yet; it joins the
      *    sweep once BranchTransfer scans the copy in, and the
      *    pickup notice goes out then.
       SweepOneHold.
           IF HOLD-IN-TRANSIT-WS
               EXIT PARAGRAPH
           END-IF
           MOVE HOLD-B-YYYY-WS TO WORK-YYYY-WS
           MOVE HOLD-B-MM-WS TO WORK-MM-WS
           MOVE HOLD-B-DD-WS TO WORK-DD-WS
               " BOOK " HOLD-BOOK-ID-WS
           DELETE HOLDRECORD RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM PostHoldRemoved
           END-DELETE
      *    The expiry closes the hold's clock unclaimed; the days it
      *    sat ride out in the event amount for the service report.
               PERFORM ReturnCopyToStock
           END-IF.

      *    Next in line is whoever QueueOrder ranks first for the
      *    title, not simply the oldest row.
       FindNextInQueue.
           MOVE "N" TO NEXT-IN-QUEUE-WS
           IF WAIT-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE HOLD-BOOK-ID-WS TO QRD-BOOK-ID
           MOVE 0 TO QRD-FOR-STUDENT
           CALL "QueueOrder" USING QRD-REQUEST
           IF QRD-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE QRD-STUDENT-ID(1) TO WSTUDENT-ID
           MOVE HOLD-BOOK-ID-WS TO WBOOK-ID
           READ WAITLISTRECORD INTO WAITLIST-WS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO NEXT-IN-QUEUE-WS
           END-READ.

      *    The expired copy becomes a fresh hold for the next student
      *    in the queue. The new HOLD-RECORD's pickup-by date lies in
      *    the future, so when this sweep's own scan reaches it the
      *    record simply falls through to WritePickupNotice - which is
      *    exactly the notification the next student needs. When
      *    that student collects at another branch the copy is paged
      *    there instead, and the notice waits for its arrival.
       PassCopyToNextStudent.
           DELETE WAITLISTRECORD RECORD
               INVALID KEY CONTINUE
           MOVE TODAY-MM-WS TO HOLD-P-MM
           MOVE TODAY-DD-WS TO HOLD-P-DD
           MOVE TODAY-YYYY-WS TO HOLD-P-YYYY
           MOVE WSTUDENT-ID-WS TO HXF-STUDENT-ID
           MOVE HOLD-BOOK-ID-WS TO HXF-BOOK-ID
           MOVE HOLD-COPY-NUM-WS TO HXF-COPY-NUM
           MOVE WPICKUP-BRANCH-WS TO HXF-PICKUP-BRANCH
           CALL "HoldTransfer" USING HXF-REQUEST
           MOVE HOLD-COPY-NUM-WS TO HOLD-COPY-NUM
           IF HXF-IN-TRANSIT
               MOVE "T" TO HOLD-STATUS
               MOVE HXF-PICKUP-BRANCH TO HOLD-PICKUP-BRANCH
               MOVE ZEROS TO HOLD-PICKUP-BY
           ELSE
               MOVE "S" TO HOLD-STATUS
               MOVE HOLD-PICKUP-BRANCH-WS TO HOLD-PICKUP-BRANCH
               CALL "DateAdd" USING TODAY-DATE-WS HOLD-PICKUP-DAYS-WS
                   PICKUP-DATE-YMD-WS
               MOVE PICKUP-MM-WS TO HOLD-B-MM
               MOVE PICKUP-DD-WS TO HOLD-B-DD
               MOVE PICKUP-YYYY-WS TO HOLD-B-YYYY
           END-IF
           WRITE HOLD-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           END-IF.

       WritePickupNotice.
           MOVE SPACES TO NRT-PHONE
           MOVE HOLD-STUDENT-ID-WS TO HNOTICE-STUDENT-ID
           IF STUDENT-FILE-DOES-NOT-EXIST-WS
               MOVE SPACES TO HNOTICE-STUDENTNAME
                   NOT INVALID KEY
                       MOVE STUDENTNAME-WS TO HNOTICE-STUDENTNAME
                       MOVE STUDENTEMAIL-WS TO HNOTICE-STUDENTEMAIL
                       MOVE STUDENTPHONE-WS TO NRT-PHONE
               END-READ
           END-IF
           MOVE HOLD-BOOK-ID-WS TO HNOTICE-BOOK-ID
           MOVE HOLD-B-MM-WS TO HNOTICE-B-MM
           MOVE HOLD-B-DD-WS TO HNOTICE-B-DD
           MOVE HOLD-B-YYYY-WS TO HNOTICE-B-YYYY
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
           PERFORM RouteHoldNotice
           ADD 1 TO NOTIFIED-COUNT-WS.

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

      *    One fewer reservation or hold for the patron on their
      *    account summary.
       PostHoldRemoved.
           MOVE "H" TO PSM-FUNC
           MOVE HOLD-STUDENT-ID-WS TO PSM-STUDENT-ID
           MOVE -1 TO PSM-DELTA
           CALL "PatronSummary" USING PSM-REQUEST.
