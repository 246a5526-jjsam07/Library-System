           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD WITH DUPLICATES
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL STUDENTRECORD ASSIGN TO "student.bin"
       WORKING-STORAGE SECTION.
       COPY borrowrecord-ws.
       COPY studentrecord-ws.
       COPY noticeroute-request.
       COPY nmerge-request.
       COPY noticehistrecord-ws.
       COPY policyrecord-ws.

           05 DERIVED-DD-WS PIC 9(2).
       01 TODAY-DAYNUM-WS PIC 9(7).
       01 DUE-DAYNUM-WS PIC 9(7).
       01 ONE-DAY-WS PIC 9(3) VALUE 1.
       01 TOMORROW-YMD-WS.
           05 TOMORROW-YYYY-WS PIC 9(4).
           05 TOMORROW-MM-WS PIC 9(2).
           05 TOMORROW-DD-WS PIC 9(2).

      *    Pre-overdue courtesy pass: loans whose due date is
      *    tomorrow go out as clearly-marked reminders in the

           DISPLAY " "
           DISPLAY "DUE-SOON SWEEP - LOANS DUE TOMORROW"
           PERFORM SweepUndatedLoans
           PERFORM SweepTomorrowsLoans

           CLOSE BORROWRECORD
           CLOSE STUDENTRECORD
               "duesoon.txt FOR THE GATEWAY.".
           EXIT PROGRAM.

      *    Two short trips down the due-date key. The old loans with
      *    no stored due date sort first under zeros and must each
      *    be resolved from the borrow date; after them the sweep
      *    jumps straight to tomorrow's date and stops at the first
      *    loan due later.
       SweepUndatedLoans.
           MOVE "N" TO EOF-WS
           MOVE ZEROS TO BDUEDATE
           START BORROWRECORD KEY IS >= BDUE-KEY
               INVALID KEY MOVE "Y" TO EOF-WS
           END-START
           PERFORM UNTIL EOF-WS = "Y"
               READ BORROWRECORD NEXT INTO BBOOK-WS
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       IF BDUE-YYYY-WS = 0
                           PERFORM CheckDueTomorrow
                       ELSE
                           MOVE "Y" TO EOF-WS
                       END-IF
               END-READ
           END-PERFORM.

       SweepTomorrowsLoans.
           CALL "DateAdd" USING TODAY-DATE-WS ONE-DAY-WS
               TOMORROW-YMD-WS
           MOVE "N" TO EOF-WS
           MOVE TOMORROW-YYYY-WS TO BDUE-YYYY
           MOVE TOMORROW-MM-WS TO BDUE-MM
           MOVE TOMORROW-DD-WS TO BDUE-DD
           START BORROWRECORD KEY IS >= BDUE-KEY
               INVALID KEY MOVE "Y" TO EOF-WS
           END-START
           PERFORM UNTIL EOF-WS = "Y"
               READ BORROWRECORD NEXT INTO BBOOK-WS
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       IF BDUE-YYYY-WS = TOMORROW-YYYY-WS AND
                               BDUE-MM-WS = TOMORROW-MM-WS AND
                               BDUE-DD-WS = TOMORROW-DD-WS
                           PERFORM CheckDueTomorrow
                       ELSE
                           MOVE "Y" TO EOF-WS
                       END-IF
               END-READ
           END-PERFORM.

       CheckDueTomorrow.
           PERFORM DetermineDueWindow
           PERFORM ResolveLoanDueDate
           MOVE TODAY-MM-WS TO NH-MM
           MOVE TODAY-DD-WS TO NH-DD
           MOVE SPACE TO NH-DELIVERY-STATUS
           MOVE 0 TO NH-BATCH-NUM
           WRITE NOTICE-HIST-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           MOVE BBOOK-ID-WS TO NOTICE-BOOK-ID
           MOVE 0 TO NOTICE-DAYS-OVERDUE
           MOVE "REMINDER" TO NOTICE-LEVEL-TEXT
           MOVE "M" TO NMG-FUNC
           MOVE "DS" TO NMG-TYPE
           MOVE 1 TO NMG-LEVEL
           MOVE "L" TO NMG-STATE
           MOVE NOTICE-STUDENTNAME TO NMG-STUDENTNAME
           MOVE BBOOK-ID-WS TO NMG-BOOK-ID
           MOVE WORK-DATE-YMD-WS TO NMG-DUE-DATE
           MOVE 0 TO NMG-PICKUP-DATE
           MOVE 0 TO NMG-AMOUNT
           CALL "NoticeMerge" USING NMG-REQUEST
           MOVE NMG-SUBJECT TO NOTICE-SUBJECT
           MOVE NMG-MESSAGE TO NOTICE-MESSAGE
           PERFORM RouteNoticeLine.

       OpenNoticeHistFile.
           OPEN EXTEND NOTICEHIST
               CLOSE NOTICEHIST
           END-IF
           OPEN I-O NOTICEHIST.

      *    The student's notice preferences (NoticeRoute) decide
      *    whether this line goes to the email feed, to the text-
      *    message feed, or nowhere.
       RouteNoticeLine.
           MOVE "Q" TO NRT-FUNC
           MOVE 1 TO NRT-TYPE
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
