       WORKING-STORAGE SECTION.
       COPY pinresetrecord-ws.
       COPY studentrecord-ws.
       COPY noticeroute-request.
       COPY noticebatch-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 CODE-ENTRY-WS PIC 9(5).
       01 NEW-PIN-WS PIC 9(4).
       01 CONFIRM-PIN-WS PIC 9(4).
       COPY credhash-request.
       01 TODAY-DATE-WS PIC 9(8).
       01 NOW-TIME-WS.
           05 NOW-HH-WS PIC 9(2).
               "HAVE ON FILE. IT IS GOOD FOR 30 MINUTES.".

       MailResetCode.
           PERFORM StartNoticeBatch
           OPEN EXTEND NOTICEFILE
           MOVE STUDENT-ID-LS TO NOTICE-STUDENT-ID
           MOVE STUDENTNAME-WS TO NOTICE-STUDENTNAME
           MOVE ZEROS TO NOTICE-BOOK-ID
           MOVE PR-CODE-WS TO NOTICE-DAYS-OVERDUE
           MOVE "PINRESET" TO NOTICE-LEVEL-TEXT
           MOVE SPACES TO NOTICE-SUBJECT
           MOVE SPACES TO NOTICE-MESSAGE
           PERFORM RouteNoticeLine
           CLOSE NOTICEFILE
           PERFORM FinishNoticeBatch.

       RedeemResetCode.
           IF CODE-ROW-EXISTS-WS = "N"
                   CLOSE STUDENTRECORD
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO CRED-SECRET
           MOVE NEW-PIN-WS TO CRED-SECRET(1:4)
           MOVE "N" TO CRED-FUNC
           MOVE "P" TO CRED-KIND
           CALL "CredentialHash" USING CRED-REQUEST
           MOVE 0 TO STUDENT-PIN-WS
           MOVE CRED-SCHEME TO STUDENT-PIN-SCHEME-WS
           MOVE CRED-SALT TO STUDENT-PIN-SALT-WS
           MOVE CRED-DIGEST TO STUDENT-PIN-DIGEST-WS
           REWRITE STUDENT FROM STUDENT-WS
               INVALID KEY
                   DISPLAY "UNABLE TO SAVE THE NEW PIN."
                   PERFORM BurnCodeRow
           END-REWRITE
           CLOSE STUDENTRECORD.

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

      *    The run's lines go out as one numbered notice batch with
      *    a header and a balancing trailer (NoticeBatch).
       StartNoticeBatch.
           MOVE "O" TO NBR-FUNC
           MOVE "StudentPinReset" TO NBR-PROGRAM
           CALL "NoticeBatch" USING NBR-REQUEST.

       FinishNoticeBatch.
           MOVE "C" TO NBR-FUNC
           CALL "NoticeBatch" USING NBR-REQUEST.
