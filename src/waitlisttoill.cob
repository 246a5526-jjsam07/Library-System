       COPY partnerrecord-ws.
       COPY illrecord-ws.
       COPY studentrecord-ws.
       COPY noticeroute-request.
       COPY assignseq-request.
       COPY spool-request.
       COPY patronsum-request.
       COPY noticebatch-request.

       01 WAIT-FILE-STATUS-WS PIC X(2).
           88 WAIT-FILE-DOES-NOT-EXIST-WS VALUE 35.
           MOVE WAITLIST-REF-ID-WS TO WAITLIST-REF-ID
           DELETE WAITLISTRECORD RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM PostHoldRemoved
           END-DELETE
           ADD 1 TO CONVERTED-WS
           DISPLAY "CONVERTED AND CLEARED.".
                       ELSE
                           IF CCOPY-IS-AVAILABLE-WS OR
                                   CCOPY-IN-REPAIR-WS OR
                                   CCOPY-AT-BINDERY-WS OR
                                   CCOPY-IN-TRANSIT-WS
                               MOVE "Y" TO LENDABLE-SEEN-WS
                           END-IF
                   EXIT PARAGRAPH
           END-READ
           CLOSE STUDENTRECORD
           PERFORM StartNoticeBatch
           OPEN EXTEND NOTICEFILE
           MOVE WSTUDENT-ID-WS TO NOTICE-STUDENT-ID
           MOVE STUDENTNAME-WS TO NOTICE-STUDENTNAME
           MOVE WBOOK-ID-WS TO NOTICE-BOOK-ID
           MOVE ZEROS TO NOTICE-DAYS-OVERDUE
           MOVE "ILLCONV" TO NOTICE-LEVEL-TEXT
           MOVE SPACES TO NOTICE-SUBJECT
           MOVE SPACES TO NOTICE-MESSAGE
           PERFORM RouteNoticeLine
           CLOSE NOTICEFILE
           PERFORM FinishNoticeBatch.

       SpoolWorklist.
           MOVE "O" TO SPOOL-FUNC
           CALL "ReportSpool" USING SPOOL-REQUEST
           DISPLAY "WORKLIST SPOOLED - " DEAD-COUNT-WS
               " ENTRY(IES).".

      *    The student's notice preferences (NoticeRoute) decide
      *    whether this line goes to the email feed, to the text-
      *    message feed, or nowhere.
       RouteNoticeLine.
           MOVE "Q" TO NRT-FUNC
           MOVE 3 TO NRT-TYPE
           MOVE NOTICE-STUDENT-ID TO NRT-STUDENT-ID
           MOVE NOTICE-STUDENTPHONE TO NRT-PHONE
           CALL "NoticeRoute" USING NRT-REQUEST
           EVALUATE TRUE
               WHEN NRT-SEND-NONE
                   CONTINUE
               WHEN NRT-SEND-SMS
                   MOVE "S" TO NRT-FUNC
                   MOVE NOTICE-STUDENTNAME TO NRT-STUDENTNAME
                   MOVE NOTICE-BOOK-ID TO NRT-BOOK-ID
                   MOVE NOTICE-DAYS-OVERDUE TO NRT-DETAIL
                   MOVE NOTICE-LEVEL-TEXT TO NRT-NOTICE-TEXT
                   MOVE SPACES TO NRT-MESSAGE
                   CALL "NoticeRoute" USING NRT-REQUEST
               WHEN OTHER
                   WRITE NOTICE-LINE
           END-EVALUATE.

      *    One fewer reservation or hold for the patron on their
      *    account summary.
       PostHoldRemoved.
           MOVE "H" TO PSM-FUNC
           MOVE WSTUDENT-ID-WS TO PSM-STUDENT-ID
           MOVE -1 TO PSM-DELTA
           CALL "PatronSummary" USING PSM-REQUEST.

      *    The run's lines go out as one numbered notice batch with
      *    a header and a balancing trailer (NoticeBatch).
       StartNoticeBatch.
           MOVE "O" TO NBR-FUNC
           MOVE "WaitlistToIll" TO NBR-PROGRAM
           CALL "NoticeBatch" USING NBR-REQUEST.

       FinishNoticeBatch.
           MOVE "C" TO NBR-FUNC
           CALL "NoticeBatch" USING NBR-REQUEST.
