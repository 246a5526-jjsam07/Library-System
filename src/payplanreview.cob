       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayPlanReview.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PAYPLANFILE ASSIGN TO "payplan.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PPL-REF-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS FILE-STATUS-WS.

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
       FD PAYPLANFILE.
       COPY payplanrecord-fs.
       FD STUDENTRECORD.
       COPY studentrecord-fs.
       FD NOTICEFILE.
       COPY noticeline-fs.

       WORKING-STORAGE SECTION.
       COPY payplanrecord-ws.
       COPY studentrecord-ws.
       COPY payplan-request.
       COPY noticeroute-request.
       COPY nmerge-request.
       COPY noticebatch-request.
       COPY spool-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 STUDENT-FILE-STATUS-WS PIC X(2).
           88 STUDENT-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 NOTICE-FILE-STATUS-WS PIC X(2).

       01 SCAN-DONE-WS PIC X VALUE "N".
       01 TODAY-DATE-WS PIC 9(8).
       01 STATUS-TEXT-WS PIC X(9).
       01 BEHIND-WS PIC 9(7)V99.
       01 CURRENT-COUNT-WS PIC 9(5) VALUE 0.
       01 LATE-COUNT-WS PIC 9(5) VALUE 0.
       01 NEWLY-LATE-COUNT-WS PIC 9(5) VALUE 0.
       01 COMPLETED-COUNT-WS PIC 9(5) VALUE 0.
       01 CANCELLED-COUNT-WS PIC 9(5) VALUE 0.
       01 OWED-TOTAL-WS PIC 9(7)V99 VALUE 0.
       01 AGREED-EDIT-WS PIC Z(4)9.99.
       01 PAID-EDIT-WS PIC Z(4)9.99.
       01 OWED-EDIT-WS PIC Z(6)9.99.
       01 OWED-TOTAL-EDIT-WS PIC Z(6)9.99.

       LINKAGE SECTION.
       01 PPR-RUN-DATE-LS PIC 9(8).

      *    Payment plan review and status report. Every open plan is
      *    judged by PayPlanCheck and the result written back, so an
      *    installment date gone by unpaid marks the plan late (the
      *    borrowing block comes back with it) and a plan brought up
      *    to date goes back to current. A plan newly found late
      *    sends the patron a billing notice, once. The report lists
      *    every plan - current, late, completed and cancelled -
      *    with what was agreed, paid and still owed. Called with
      *    zero from the payment plan screen for today, or by the
      *    batch schedule with its run date.
       PROCEDURE DIVISION USING PPR-RUN-DATE-LS.
       StartPara.
           IF PPR-RUN-DATE-LS = 0
               ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           ELSE
               MOVE PPR-RUN-DATE-LS TO TODAY-DATE-WS
           END-IF
           OPEN INPUT PAYPLANFILE
           IF FILE-ABSENT-ON-OPEN-WS
               DISPLAY "NO PAYMENT PLANS ON FILE."
               CLOSE PAYPLANFILE
               EXIT PROGRAM
           END-IF
           OPEN INPUT STUDENTRECORD
           PERFORM StartNoticeBatch
           OPEN EXTEND NOTICEFILE
           MOVE "O" TO SPOOL-FUNC
           MOVE "payplans" TO SPOOL-PREFIX
           MOVE "PAYMENT PLAN STATUS" TO SPOOL-TITLE
           MOVE "STUDENT    AGREED ON STATUS      AGREED     PAID"
               TO SPOOL-HEADING
           MOVE "STILL OWED  NEXT DUE" TO SPOOL-HEADING(49:20)
           CALL "ReportSpool" USING SPOOL-REQUEST
           DISPLAY " "
           DISPLAY "PAYMENT PLAN REVIEW FOR " TODAY-DATE-WS
           MOVE 0 TO PPL-STUDENT-ID
           MOVE 0 TO PPL-START-DATE
           MOVE "N" TO SCAN-DONE-WS
           START PAYPLANFILE KEY IS >= PPL-REF-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ PAYPLANFILE NEXT INTO PAY-PLAN-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END PERFORM ReviewOnePlan
               END-READ
           END-PERFORM
           CLOSE NOTICEFILE
           PERFORM FinishNoticeBatch
           CLOSE STUDENTRECORD
           CLOSE PAYPLANFILE
           MOVE OWED-TOTAL-WS TO OWED-TOTAL-EDIT-WS
           DISPLAY CURRENT-COUNT-WS " CURRENT, " LATE-COUNT-WS
               " LATE (" NEWLY-LATE-COUNT-WS " NEWLY), "
               COMPLETED-COUNT-WS " COMPLETED, " CANCELLED-COUNT-WS
               " CANCELLED."
           DISPLAY "STILL OWED ON OPEN PLANS: $" OWED-TOTAL-EDIT-WS
           MOVE "C" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-TOTAL-LINE
           STRING CURRENT-COUNT-WS " CURRENT  " LATE-COUNT-WS
               " LATE  " COMPLETED-COUNT-WS " COMPLETED  "
               CANCELLED-COUNT-WS " CANCELLED  OWED $"
               OWED-TOTAL-EDIT-WS
               DELIMITED BY SIZE INTO SPOOL-TOTAL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST.
           EXIT PROGRAM.

      *    Closed plans are reported as they stand; open ones are
      *    judged first and reported as judged.
       ReviewOnePlan.
           IF PPL-IS-OPEN-WS
               MOVE "R" TO PPQ-FUNC
               MOVE PPL-STUDENT-ID-WS TO PPQ-STUDENT-ID
               MOVE TODAY-DATE-WS TO PPQ-RUN-DATE
               CALL "PayPlanCheck" USING PPQ-REQUEST
               IF PPQ-START-DATE = PPL-START-DATE-WS
                   MOVE PPQ-STATUS TO PPL-STATUS-WS
                   MOVE PPQ-PAID-TO-DATE TO PPL-PAID-TO-DATE-WS
                   MOVE PPQ-NEXT-DUE TO PPL-NEXT-DUE-WS
                   IF PPQ-STATUS NOT = PPQ-PRIOR-STATUS
                       MOVE TODAY-DATE-WS TO PPL-STATUS-DATE-WS
                   END-IF
                   IF PPQ-PLAN-LATE AND PPQ-PRIOR-STATUS NOT = "L"
                       ADD 1 TO NEWLY-LATE-COUNT-WS
                       PERFORM WriteMissedNotice
                   END-IF
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN PPL-IS-CURRENT-WS
                   MOVE "CURRENT" TO STATUS-TEXT-WS
                   ADD 1 TO CURRENT-COUNT-WS
                   ADD PPQ-COVERED-OWED TO OWED-TOTAL-WS
               WHEN PPL-IS-LATE-WS
                   MOVE "LATE" TO STATUS-TEXT-WS
                   ADD 1 TO LATE-COUNT-WS
                   ADD PPQ-COVERED-OWED TO OWED-TOTAL-WS
               WHEN PPL-IS-COMPLETED-WS
                   MOVE "COMPLETED" TO STATUS-TEXT-WS
                   ADD 1 TO COMPLETED-COUNT-WS
               WHEN OTHER
                   MOVE "CANCELLED" TO STATUS-TEXT-WS
                   ADD 1 TO CANCELLED-COUNT-WS
           END-EVALUATE
           MOVE PPL-AGREED-TOTAL-WS TO AGREED-EDIT-WS
           MOVE PPL-PAID-TO-DATE-WS TO PAID-EDIT-WS
           IF PPL-IS-OPEN-WS
               MOVE PPQ-COVERED-OWED TO OWED-EDIT-WS
           ELSE
               MOVE 0 TO OWED-EDIT-WS
           END-IF
           MOVE "L" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-LINE
           IF PPL-IS-OPEN-WS
               STRING PPL-STUDENT-ID-WS " " PPL-START-DATE-WS " "
                   STATUS-TEXT-WS " " AGREED-EDIT-WS " " PAID-EDIT-WS
                   " " OWED-EDIT-WS "  " PPL-NEXT-DUE-WS
                   DELIMITED BY SIZE INTO SPOOL-LINE
               END-STRING
           ELSE
               STRING PPL-STUDENT-ID-WS " " PPL-START-DATE-WS " "
                   STATUS-TEXT-WS " " AGREED-EDIT-WS " " PAID-EDIT-WS
                   " " OWED-EDIT-WS "  ON " PPL-STATUS-DATE-WS
                   DELIMITED BY SIZE INTO SPOOL-LINE
               END-STRING
           END-IF
           CALL "ReportSpool" USING SPOOL-REQUEST
           IF PPL-IS-LATE-WS
               DISPLAY "  LATE: " PPL-STUDENT-ID-WS " INSTALLMENT DUE "
                   PPL-NEXT-DUE-WS " OWES $" OWED-EDIT-WS
           END-IF.

       WriteMissedNotice.
           IF STUDENT-FILE-ABSENT-ON-OPEN-WS
               EXIT PARAGRAPH
           END-IF
           MOVE PPL-STUDENT-ID-WS TO STUDENT-ID
           READ STUDENTRECORD INTO STUDENT-WS
               INVALID KEY EXIT PARAGRAPH
           END-READ
           MOVE 0 TO BEHIND-WS
           IF PPQ-EXPECTED > PPQ-PAID-TO-DATE
               COMPUTE BEHIND-WS = PPQ-EXPECTED - PPQ-PAID-TO-DATE
           END-IF
           MOVE PPL-STUDENT-ID-WS TO NOTICE-STUDENT-ID
           MOVE STUDENTNAME-WS TO NOTICE-STUDENTNAME
           MOVE STUDENTADDR-WS TO NOTICE-STUDENTADDR
           MOVE STUDENTEMAIL-WS TO NOTICE-STUDENTEMAIL
           MOVE STUDENTPHONE-WS TO NOTICE-STUDENTPHONE
           MOVE ZEROS TO NOTICE-BOOK-ID
           MOVE ZEROS TO NOTICE-DAYS-OVERDUE
           MOVE "PLANLATE" TO NOTICE-LEVEL-TEXT
           MOVE "M" TO NMG-FUNC
           MOVE "PP" TO NMG-TYPE
           MOVE 1 TO NMG-LEVEL
           MOVE "L" TO NMG-STATE
           MOVE STUDENTNAME-WS TO NMG-STUDENTNAME
           MOVE 0 TO NMG-BOOK-ID
           MOVE PPQ-NEXT-DUE TO NMG-DUE-DATE
           MOVE 0 TO NMG-PICKUP-DATE
           MOVE BEHIND-WS TO NMG-AMOUNT
           CALL "NoticeMerge" USING NMG-REQUEST
           MOVE NMG-SUBJECT TO NOTICE-SUBJECT
           MOVE NMG-MESSAGE TO NOTICE-MESSAGE
           PERFORM RouteNoticeLine.

      *    A missed installment is billing: NoticeRoute never lets
      *    the patron's preferences drop it.
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
                   MOVE PPQ-NEXT-DUE TO NRT-DETAIL
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
           MOVE "PayPlanReview" TO NBR-PROGRAM
           CALL "NoticeBatch" USING NBR-REQUEST.

       FinishNoticeBatch.
           MOVE "C" TO NBR-FUNC
           CALL "NoticeBatch" USING NBR-REQUEST.
