           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD WITH DUPLICATES
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL STUDENTRECORD ASSIGN TO "student.bin"
           RECORD KEY IS STUDENT-ID
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL NOTICEFILE ASSIGN TO "notices.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOTICE-FILE-STATUS-WS.

       WORKING-STORAGE SECTION.
       COPY borrowrecord-ws.
       COPY studentrecord-ws.
       COPY noticeroute-request.
       COPY nmerge-request.
       COPY policyrecord-ws.
       COPY caldays-request.
       COPY spool-request.
       COPY noticehistrecord-ws.
       COPY claimcheck-request.
       COPY noticebatch-request.

       01 EOF-WS PIC A VALUE "N".
       01 FILE-STATUS-WS PIC X(2).
       01 NH-FILE-STATUS-WS PIC X(2).
           88 NH-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 NOTICE-LEVEL-WS PIC 9(1).
       01 NOTICE-TYPE-WS PIC 9(1).
       01 NOTICE-ALREADY-SENT-WS PIC X VALUE "N".
       01 SUPPRESSED-COUNT-WS PIC 9(5) VALUE 0.
       01 CLAIMED-COUNT-WS PIC 9(5) VALUE 0.
       01 STUDENT-FOUND-WS PIC X VALUE "N".
       01 OVERDUE-COUNT-WS PIC 9(5) VALUE 0.
       01 TODAY-DATE-WS.
               MOVE POL-DUE-UNDERGRAD-WS TO UNDERGRAD-DUE-WINDOW-WS
               MOVE POL-DUE-FACULTY-WS TO FACULTY-DUE-WINDOW-WS
               ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
               PERFORM StartNoticeBatch
               OPEN EXTEND NOTICEFILE
               PERFORM OpenNoticeHistFile
               OPEN INPUT STUDENTRECORD

               DISPLAY " "
               DISPLAY "OVERDUE SWEEP - BOOKS PAST THEIR LOAN WINDOW"
               DISPLAY " "
               MOVE ZEROS TO BDUEDATE
               START BORROWRECORD KEY IS >= BDUE-KEY
                   INVALID KEY MOVE "Y" TO EOF-WS
               END-START
               PERFORM UNTIL EOF-WS = "Y"
                   READ BORROWRECORD NEXT INTO BBOOK-WS
                       AT END MOVE "Y" TO EOF-WS
                       NOT AT END PERFORM CheckOverdue
                   END-READ
               END-PERFORM
               CLOSE STUDENTRECORD
               CLOSE NOTICEFILE
               PERFORM FinishNoticeBatch
               CLOSE NOTICEHIST
           CLOSE BORROWRECORD.

           DISPLAY OVERDUE-COUNT-WS " BOOK(S) OVERDUE, "
               SUPPRESSED-COUNT-WS " NOTICE(S) SUPPRESSED AS "
               "ALREADY SENT AT THIS LEVEL."
           DISPLAY CLAIMED-COUNT-WS " LOAN(S) HELD BACK UNDER A "
               "CLAIMS-RETURNED CLAIM."
           DISPLAY "OVERDUE NOTICES WRITTEN TO notices.txt FOR PICKUP "
               "BY THE NOTIFICATION GATEWAY."
           MOVE "C" TO SPOOL-FUNC
           CALL "ReportSpool" USING SPOOL-REQUEST.
           EXIT PROGRAM.

      *    A loan the patron has claimed returned gets no notice
      *    while the shelf searches run - ClaimSearchSweep follows
      *    it up instead. Loans arrive in due-date order: the old
      *    loans with no stored due date sort first under zeros and
      *    are resolved the long way, and the first loan not yet due
      *    ends the sweep - nothing after it can be late.
       CheckOverdue.
           IF BDUE-YYYY-WS NOT = 0
               MOVE BDUE-YYYY-WS TO WORK-YYYY-WS
               MOVE BDUE-MM-WS TO WORK-MM-WS
               MOVE BDUE-DD-WS TO WORK-DD-WS
               IF WORK-DATE-YMD-WS NOT < TODAY-DATE-WS
                   MOVE "Y" TO EOF-WS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE BORROWER-ID-WS TO CLK-STUDENT-ID
           MOVE BBOOK-ID-WS TO CLK-BOOK-ID
           CALL "ClaimCheck" USING CLK-REQUEST
           IF CLK-UNDER-CLAIM
               ADD 1 TO CLAIMED-COUNT-WS
               EXIT PARAGRAPH
           END-IF
           PERFORM DetermineDueWindow
           PERFORM ResolveLoanDueDate
           MOVE "N" TO CALDAYS-FUNC
               WHEN 2 MOVE "SECOND" TO NOTICE-LEVEL-TEXT
               WHEN 3 MOVE "FINAL" TO NOTICE-LEVEL-TEXT
           END-EVALUATE
      *    The courtesy notice is one a student may turn off; the
      *    second and final notices go out whatever they prefer.
           IF NOTICE-LEVEL-WS = 1
               MOVE 1 TO NOTICE-TYPE-WS
           ELSE
               MOVE 2 TO NOTICE-TYPE-WS
           END-IF
      *    The amount owed quoted is the fine this loan has run up
      *    so far at the policy rate, capped the way FineAccrual
      *    caps it.
           MOVE "M" TO NMG-FUNC
           MOVE "OV" TO NMG-TYPE
           MOVE NOTICE-LEVEL-WS TO NMG-LEVEL
           MOVE "L" TO NMG-STATE
           MOVE NOTICE-STUDENTNAME TO NMG-STUDENTNAME
           MOVE BBOOK-ID-WS TO NMG-BOOK-ID
           MOVE WORK-DATE-YMD-WS TO NMG-DUE-DATE
           MOVE 0 TO NMG-PICKUP-DATE
           COMPUTE NMG-AMOUNT = DAYS-OVERDUE-WS * POL-FINE-RATE-WS
           IF POL-FINE-MAX-ITEM-WS > 0 AND
                   NMG-AMOUNT > POL-FINE-MAX-ITEM-WS
               MOVE POL-FINE-MAX-ITEM-WS TO NMG-AMOUNT
           END-IF
           CALL "NoticeMerge" USING NMG-REQUEST
           MOVE NMG-SUBJECT TO NOTICE-SUBJECT
           MOVE NMG-MESSAGE TO NOTICE-MESSAGE
           PERFORM RouteNoticeLine.

      *    A loan a week late has earned the second notice, three
      *    weeks the final demand with the replacement-billing
                   MOVE 1 TO NOTICE-LEVEL-WS
           END-EVALUATE.

      *    A level recorded in the very batch this rerun replaces
      *    was taken back out of the feed with it, so it is sent
      *    again rather than suppressed.
       CheckNoticeAlreadySent.
           MOVE "N" TO NOTICE-ALREADY-SENT-WS
           MOVE BORROWER-ID-WS TO NH-STUDENT-ID
           READ NOTICEHIST INTO NOTICE-HIST-WS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO NOTICE-ALREADY-SENT-WS
           END-READ
           IF NOTICE-ALREADY-SENT-WS = "Y" AND NBR-REPLACED = "Y"
                   AND NH-BATCH-NUM-WS = NBR-BATCH-NUM
               MOVE "N" TO NOTICE-ALREADY-SENT-WS
           END-IF.

       RecordNoticeSent.
           MOVE BORROWER-ID-WS TO NH-STUDENT-ID
           MOVE TODAY-MM-WS TO NH-MM
           MOVE TODAY-DD-WS TO NH-DD
           MOVE SPACE TO NH-DELIVERY-STATUS
           MOVE NBR-BATCH-NUM TO NH-BATCH-NUM
           WRITE NOTICE-HIST-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
               CLOSE NOTICEHIST
           END-IF
           OPEN I-O NOTICEHIST.

      *    The student's notice preferences (NoticeRoute) decide
      *    whether this line goes to the email feed, to the text-
      *    message feed, or nowhere.
       RouteNoticeLine.
           MOVE "Q" TO NRT-FUNC
           MOVE NOTICE-TYPE-WS TO NRT-TYPE
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
                   MOVE NMG-SMS-TEXT TO NRT-MESSAGE
                   CALL "NoticeRoute" USING NRT-REQUEST
               WHEN OTHER
                   WRITE NOTICE-LINE
           END-EVALUATE.

      *    The run's lines go out as one numbered notice batch with
      *    a header and a balancing trailer (NoticeBatch).
       StartNoticeBatch.
           MOVE "O" TO NBR-FUNC
           MOVE "OverdueSweepReport" TO NBR-PROGRAM
           CALL "NoticeBatch" USING NBR-REQUEST.

       FinishNoticeBatch.
           MOVE "C" TO NBR-FUNC
           CALL "NoticeBatch" USING NBR-REQUEST.
