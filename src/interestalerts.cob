       COPY bookrecord-ws.
       COPY interestrecord-ws.
       COPY studentrecord-ws.
       COPY noticeroute-request.
       COPY subject-request.
       COPY noticebatch-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
           05 TODAY-DD-WS PIC 9(2).
       01 ALERTS-SENT-WS PIC 9(4) VALUE 0.
       01 TITLES-SEEN-WS PIC 9(4) VALUE 0.
       01 SUBJECT-IDX-WS PIC 9(2).
       01 SUBJECT-MATCH-WS PIC X VALUE "N".
       01 LAST-ALERTED-ID-WS PIC 9(10).

      *    The close of the suggestion-box loop: the suggestion box
      *    says what students want bought, this run tells them when
           END-IF
           OPEN INPUT BOOKRECORD
           OPEN INPUT STUDENTRECORD
           PERFORM StartNoticeBatch
           OPEN EXTEND NOTICEFILE
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           DISPLAY " "
               END-READ
           END-PERFORM
           CLOSE NOTICEFILE
           PERFORM FinishNoticeBatch
           IF STUDENT-FILE-DOES-NOT-EXIST-WS
               CONTINUE
           ELSE

      *    interest.bin is keyed student-first, so the category
      *    match is a full pass - the file is a few hundred rows of
      *    student wishes, not a data set worth another index. A
      *    title matches a follower's category when it is its
      *    primary subject or one of its further subjects; a
      *    student following two of them still gets one alert, the
      *    student's rows sitting together on the key.
       AlertFollowersOfCategory.
           MOVE "L" TO SBJ-FUNC
           MOVE BOOK-ID-WS TO SBJ-BOOK-ID
           CALL "SubjectLookup" USING SBJ-REQUEST
           MOVE 0 TO LAST-ALERTED-ID-WS
           MOVE ZEROS TO INT-STUDENT-ID
           MOVE SPACES TO INT-CATEGORY
           START INTERESTRECORD KEY IS >= INTEREST-REF-ID
               READ INTERESTRECORD NEXT INTO INTEREST-WS
                   AT END MOVE "Y" TO INT-SCAN-DONE-WS
                   NOT AT END
                       PERFORM MatchTitleSubjects
                       IF SUBJECT-MATCH-WS = "Y" AND
                               INT-STUDENT-ID-WS NOT =
                               LAST-ALERTED-ID-WS
                           MOVE INT-STUDENT-ID-WS TO LAST-ALERTED-ID-WS
                           PERFORM WriteOneAlert
                       END-IF
               END-READ
           END-PERFORM.

       MatchTitleSubjects.
           MOVE "N" TO SUBJECT-MATCH-WS
           IF INT-CATEGORY-WS = CATEGORY-WS
               MOVE "Y" TO SUBJECT-MATCH-WS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SUBJECT-IDX-WS FROM 1 BY 1
                   UNTIL SUBJECT-IDX-WS > SBJ-COUNT
               IF SBJ-NAMES(SUBJECT-IDX-WS) = INT-CATEGORY-WS
                   MOVE "Y" TO SUBJECT-MATCH-WS
               END-IF
           END-PERFORM.

       WriteOneAlert.
           IF STUDENT-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           MOVE BOOK-ID-WS TO NOTICE-BOOK-ID
           MOVE ZEROS TO NOTICE-DAYS-OVERDUE
           MOVE "NEWTITLE" TO NOTICE-LEVEL-TEXT
           MOVE SPACES TO NOTICE-SUBJECT
           MOVE SPACES TO NOTICE-MESSAGE
           PERFORM RouteNoticeLine
           ADD 1 TO ALERTS-SENT-WS
           DISPLAY "  ALERTING " STUDENTNAME-WS(1:25) " ABOUT "
               BOOKNAME-WS(1:30).

      *    The student's notice preferences (NoticeRoute) decide
      *    whether this line goes to the email feed, to the text-
      *    message feed, or nowhere.
       RouteNoticeLine.
           MOVE "Q" TO NRT-FUNC
           MOVE 4 TO NRT-TYPE
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

      *    The run's lines go out as one numbered notice batch with
      *    a header and a balancing trailer (NoticeBatch).
       StartNoticeBatch.
           MOVE "O" TO NBR-FUNC
           MOVE "InterestAlerts" TO NBR-PROGRAM
           CALL "NoticeBatch" USING NBR-REQUEST.

       FinishNoticeBatch.
           MOVE "C" TO NBR-FUNC
           CALL "NoticeBatch" USING NBR-REQUEST.
