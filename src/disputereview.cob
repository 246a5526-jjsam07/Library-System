       COPY finerecord-ws.
       COPY payrecord-ws.
       COPY studentrecord-ws.
       COPY noticeroute-request.
       COPY circeventrecord-ws.
       COPY patronsum-request.
       COPY noticebatch-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
           REWRITE DISPUTE-RECORD FROM DISPUTE-WS
               INVALID KEY DISPLAY "UNABLE TO RECORD THE DECISION."
           END-REWRITE
           PERFORM PostFineBalance
           MOVE "DSPUPHLD" TO NOTICE-TEXT-WS
           PERFORM NotifyStudent
           DISPLAY "  UPHELD - THE FINE COUNTS AGAIN.".
           END-IF
           PERFORM ReadDisputedFine
           IF FINE-REMAINING-WS > 0
               IF FPAID-WS = "N" AND FTYPE-WS NOT = "A"
                   PERFORM LogWaiverEvent
               END-IF
               ADD FINE-REMAINING-WS TO FAMOUNT-PAID-WS
               MOVE "Y" TO FPAID-WS
               REWRITE FINE-RECORD FROM FINE-WS
           REWRITE DISPUTE-RECORD FROM DISPUTE-WS
               INVALID KEY DISPLAY "UNABLE TO RECORD THE DECISION."
           END-REWRITE
           PERFORM PostFineBalance
           MOVE "DSPWAIVD" TO NOTICE-TEXT-WS
           PERFORM NotifyStudent
           DISPLAY "  WAIVED AND SETTLED.".

       LogWaiverEvent.
           MOVE "FINEWVD" TO CIRC-EVENT-TYPE-WS
           MOVE DSP-STUDENT-ID-WS TO CIRC-STUDENT-ID-WS
           MOVE DSP-BOOK-ID-WS TO CIRC-BOOK-ID-WS
           MOVE ADMINNAME-LS TO CIRC-OPERATOR-WS
           MOVE FINE-REMAINING-WS TO CIRC-AMOUNT-WS
           CALL "LogCircEvent" USING CIRC-EVENT-WS.

       WriteWaiverRow.
           OPEN EXTEND PAYMENTRECORD
           IF PAY-FILE-DOES-NOT-EXIST-WS
                   EXIT PARAGRAPH
           END-READ
           CLOSE STUDENTRECORD
           PERFORM StartNoticeBatch
           OPEN EXTEND NOTICEFILE
           MOVE DSP-STUDENT-ID-WS TO NOTICE-STUDENT-ID
           MOVE STUDENTNAME-WS TO NOTICE-STUDENTNAME
           MOVE DSP-BOOK-ID-WS TO NOTICE-BOOK-ID
           MOVE ZEROS TO NOTICE-DAYS-OVERDUE
           MOVE NOTICE-TEXT-WS TO NOTICE-LEVEL-TEXT
           MOVE SPACES TO NOTICE-SUBJECT
           MOVE SPACES TO NOTICE-MESSAGE
           PERFORM RouteNoticeLine
           CLOSE NOTICEFILE
           PERFORM FinishNoticeBatch.

      *    The student's notice preferences (NoticeRoute) decide
      *    whether this line goes to the email feed, to the text-
      *    message feed, or nowhere.
       RouteNoticeLine.
           MOVE "Q" TO NRT-FUNC
           MOVE 7 TO NRT-TYPE
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

      *    The fine balance on the patron's account summary is
      *    re-totalled from fine.bin after any change to a fine.
       PostFineBalance.
           MOVE "F" TO PSM-FUNC
           MOVE DSP-STUDENT-ID-WS TO PSM-STUDENT-ID
           CALL "PatronSummary" USING PSM-REQUEST.

      *    The run's lines go out as one numbered notice batch with
      *    a header and a balancing trailer (NoticeBatch).
       StartNoticeBatch.
           MOVE "O" TO NBR-FUNC
           MOVE "DisputeReview" TO NBR-PROGRAM
           CALL "NoticeBatch" USING NBR-REQUEST.

       FinishNoticeBatch.
           MOVE "C" TO NBR-FUNC
           CALL "NoticeBatch" USING NBR-REQUEST.
