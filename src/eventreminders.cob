       IDENTIFICATION DIVISION.
       PROGRAM-ID. EventReminders.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EVENTFILE ASSIGN TO "event.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EVT-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL EVENTREGFILE ASSIGN TO "eventreg.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ERG-REF-ID
           ALTERNATE RECORD KEY IS ERG-STUDENT-ID WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS REG-FILE-STATUS-WS.

           SELECT OPTIONAL STUDENTRECORD ASSIGN TO "student.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STUDENT-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS STUDENT-FILE-STATUS-WS.

           SELECT OPTIONAL NOTICEFILE ASSIGN TO "notices.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOTICE-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD EVENTFILE.
       COPY eventrecord-fs.
       FD EVENTREGFILE.
       COPY eventregrecord-fs.
       FD STUDENTRECORD.
       COPY studentrecord-fs.
       FD NOTICEFILE.
       COPY noticeline-fs.

       WORKING-STORAGE SECTION.
       COPY eventrecord-ws.
       COPY eventregrecord-ws.
       COPY studentrecord-ws.
       COPY noticeroute-request.
       COPY nmerge-request.
       COPY noticebatch-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 REG-FILE-STATUS-WS PIC X(2).
           88 REG-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 STUDENT-FILE-STATUS-WS PIC X(2).
           88 STUDENT-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 NOTICE-FILE-STATUS-WS PIC X(2).

       01 SCAN-DONE-WS PIC X VALUE "N".
       01 REG-SCAN-DONE-WS PIC X VALUE "N".
       01 TODAY-DATE-WS PIC 9(8).
       01 TOMORROW-DATE-WS PIC 9(8).
       01 ONE-DAY-WS PIC 9(3) VALUE 1.
       01 NOTICE-KIND-WS PIC X(1).
           88 SENDING-REMINDER-WS VALUE "R".
           88 SENDING-CANCELLATION-WS VALUE "X".
       01 EVENTS-REMINDED-WS PIC 9(5) VALUE 0.
       01 EVENTS-CANCELLED-WS PIC 9(5) VALUE 0.
       01 NOTICES-SENT-WS PIC 9(5) VALUE 0.

       LINKAGE SECTION.
       01 ERM-RUN-DATE-LS PIC 9(8).

      *    Event notices. Everyone registered for an event today or
      *    tomorrow gets one reminder; everyone whose registration
      *    or waitlist place went with a cancelled event is told it
      *    is off. EVT-REMINDED marks an event done either way, so a
      *    second run the same day sends nothing twice. The notices
      *    ride the courtesy channel, so a patron who has turned
      *    courtesy notices off is not sent them. Called with zero
      *    from the events desk for today, or by the batch schedule
      *    with its run date.
       PROCEDURE DIVISION USING ERM-RUN-DATE-LS.
       StartPara.
           IF ERM-RUN-DATE-LS = 0
               ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           ELSE
               MOVE ERM-RUN-DATE-LS TO TODAY-DATE-WS
           END-IF
           CALL "DateAdd" USING TODAY-DATE-WS ONE-DAY-WS
               TOMORROW-DATE-WS
           MOVE 0 TO EVENTS-REMINDED-WS
           MOVE 0 TO EVENTS-CANCELLED-WS
           MOVE 0 TO NOTICES-SENT-WS
           OPEN I-O EVENTFILE
           IF FILE-ABSENT-ON-OPEN-WS
               DISPLAY "NO EVENTS ON FILE."
               CLOSE EVENTFILE
               EXIT PROGRAM
           END-IF
           OPEN INPUT EVENTREGFILE
           OPEN INPUT STUDENTRECORD
           PERFORM StartNoticeBatch
           OPEN EXTEND NOTICEFILE
           MOVE 0 TO EVT-ID
           START EVENTFILE KEY IS >= EVT-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ EVENTFILE NEXT INTO EVENT-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END PERFORM JudgeOneEvent
               END-READ
           END-PERFORM
           CLOSE NOTICEFILE
           PERFORM FinishNoticeBatch
           CLOSE STUDENTRECORD
           CLOSE EVENTREGFILE
           CLOSE EVENTFILE
           DISPLAY EVENTS-REMINDED-WS " EVENT(S) REMINDED, "
               EVENTS-CANCELLED-WS " CANCELLATION(S) ANNOUNCED, "
               NOTICES-SENT-WS " NOTICE(S) WRITTEN.".
           EXIT PROGRAM.

       JudgeOneEvent.
           IF EVT-REMINDED-WS = "Y"
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN EVT-IS-CANCELLED-WS
                   MOVE "X" TO NOTICE-KIND-WS
                   ADD 1 TO EVENTS-CANCELLED-WS
               WHEN EVT-DATE-WS < TODAY-DATE-WS
                   EXIT PARAGRAPH
               WHEN EVT-DATE-WS > TOMORROW-DATE-WS
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE "R" TO NOTICE-KIND-WS
                   ADD 1 TO EVENTS-REMINDED-WS
           END-EVALUATE
           IF NOT REG-FILE-ABSENT-ON-OPEN-WS
               PERFORM NoticeEventRegistrants
           END-IF
           MOVE "Y" TO EVT-REMINDED-WS
           REWRITE EVENT-RECORD FROM EVENT-WS
               INVALID KEY CONTINUE
           END-REWRITE.

       NoticeEventRegistrants.
           MOVE EVT-ID-WS TO ERG-EVENT-ID
           MOVE 0 TO ERG-STUDENT-ID
           START EVENTREGFILE KEY IS >= ERG-REF-ID
               INVALID KEY MOVE "Y" TO REG-SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO REG-SCAN-DONE-WS
           END-START
           PERFORM UNTIL REG-SCAN-DONE-WS = "Y"
               READ EVENTREGFILE NEXT INTO EVENT-REG-WS
                   AT END MOVE "Y" TO REG-SCAN-DONE-WS
                   NOT AT END
                       IF ERG-EVENT-ID-WS NOT = EVT-ID-WS
                           MOVE "Y" TO REG-SCAN-DONE-WS
                       ELSE
                           PERFORM JudgeOneRegistration
                       END-IF
               END-READ
           END-PERFORM.

       JudgeOneRegistration.
           IF SENDING-REMINDER-WS AND NOT ERG-IS-REGISTERED-WS
               EXIT PARAGRAPH
           END-IF
           IF SENDING-CANCELLATION-WS AND NOT ERG-EVENT-WITHDRAWN-WS
               EXIT PARAGRAPH
           END-IF
           PERFORM WriteEventNotice.

       WriteEventNotice.
           IF STUDENT-FILE-ABSENT-ON-OPEN-WS
               EXIT PARAGRAPH
           END-IF
           MOVE ERG-STUDENT-ID-WS TO STUDENT-ID
           READ STUDENTRECORD INTO STUDENT-WS
               INVALID KEY EXIT PARAGRAPH
           END-READ
           MOVE ERG-STUDENT-ID-WS TO NOTICE-STUDENT-ID
           MOVE STUDENTNAME-WS TO NOTICE-STUDENTNAME
           MOVE STUDENTADDR-WS TO NOTICE-STUDENTADDR
           MOVE STUDENTEMAIL-WS TO NOTICE-STUDENTEMAIL
           MOVE STUDENTPHONE-WS TO NOTICE-STUDENTPHONE
           MOVE ZEROS TO NOTICE-BOOK-ID
           MOVE ZEROS TO NOTICE-DAYS-OVERDUE
           MOVE "M" TO NMG-FUNC
           MOVE "EV" TO NMG-TYPE
           IF SENDING-REMINDER-WS
               MOVE "EVENTREM" TO NOTICE-LEVEL-TEXT
               MOVE 1 TO NMG-LEVEL
           ELSE
               MOVE "EVENTCAN" TO NOTICE-LEVEL-TEXT
               MOVE 2 TO NMG-LEVEL
           END-IF
           MOVE "L" TO NMG-STATE
           MOVE STUDENTNAME-WS TO NMG-STUDENTNAME
           MOVE 0 TO NMG-BOOK-ID
           MOVE SPACES TO NMG-TITLE
           STRING EVT-TITLE-WS DELIMITED BY "  "
               " AT " EVT-START-HH-WS ":00 IN " EVT-ROOM-CODE-WS
               DELIMITED BY SIZE INTO NMG-TITLE
           END-STRING
           MOVE EVT-DATE-WS TO NMG-DUE-DATE
           MOVE 0 TO NMG-PICKUP-DATE
           MOVE 0 TO NMG-AMOUNT
           CALL "NoticeMerge" USING NMG-REQUEST
           MOVE NMG-SUBJECT TO NOTICE-SUBJECT
           MOVE NMG-MESSAGE TO NOTICE-MESSAGE
           PERFORM RouteNoticeLine.

      *    Event notices are courtesy notices: the patron's
      *    preferences may send them by text or not at all.
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
                   ADD 1 TO NOTICES-SENT-WS
                   MOVE "S" TO NRT-FUNC
                   MOVE NOTICE-STUDENTNAME TO NRT-STUDENTNAME
                   MOVE NOTICE-BOOK-ID TO NRT-BOOK-ID
                   MOVE EVT-DATE-WS TO NRT-DETAIL
                   MOVE NOTICE-LEVEL-TEXT TO NRT-NOTICE-TEXT
                   MOVE NMG-SMS-TEXT TO NRT-MESSAGE
                   CALL "NoticeRoute" USING NRT-REQUEST
               WHEN OTHER
                   ADD 1 TO NOTICES-SENT-WS
                   WRITE NOTICE-LINE
           END-EVALUATE.

      *    The run's lines go out as one numbered notice batch with
      *    a header and a balancing trailer (NoticeBatch).
       StartNoticeBatch.
           MOVE "O" TO NBR-FUNC
           MOVE "EventReminders" TO NBR-PROGRAM
           CALL "NoticeBatch" USING NBR-REQUEST.

       FinishNoticeBatch.
           MOVE "C" TO NBR-FUNC
           CALL "NoticeBatch" USING NBR-REQUEST.
