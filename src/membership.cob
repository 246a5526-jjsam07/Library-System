       WORKING-STORAGE SECTION.
       COPY membershiprecord-ws.
       COPY studentrecord-ws.
       COPY noticeroute-request.
       COPY nmerge-request.
       COPY finerecord-ws.
       COPY pcredit-request.
       COPY circeventrecord-ws.
       COPY spool-request.
       COPY patronsum-request.
       COPY noticebatch-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
       01 ADMINNAME-LS PIC X(20).
       01 MEM-RUN-DATE-LS PIC 9(8).

      *    Community borrowers finally have a membership year
      *    instead of living forever: enrollment or renewal stamps a
      *    "M"-type fine collected at the ordinary fines desk. The
      *    checkout paths refuse a lapsed member, and the monthly
      *    list here both prints the expiring/lapsed members and
      *    feeds renewal notices to the gateway. The batch
      *    schedule calls with a run date to print that list
      *    unattended; the menu passes zero.
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS
               MEM-RUN-DATE-LS.
       StartPara.
           PERFORM OpenMembershipFile
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           COMPUTE TODAY-KEYNUM-WS = (TODAY-YYYY-WS * 10000)
               + (TODAY-MM-WS * 100) + TODAY-DD-WS
           IF MEM-RUN-DATE-LS NOT = 0
               DISPLAY "COMMUNITY MEMBERSHIPS EXPIRING OR LAPSED"
               PERFORM ExpiringList
               CLOSE MEMBERSHIPFILE
               EXIT PROGRAM
           END-IF
           PERFORM UNTIL 1 < 0
               DISPLAY " "
               DISPLAY "COMMUNITY MEMBERSHIPS"
           MOVE 0 TO FAMOUNT-PAID
           MOVE "N" TO FPAID
           MOVE "M" TO FTYPE
           PERFORM ApplyPatronCredit
           WRITE FINE-RECORD
               INVALID KEY DISPLAY "UNABLE TO ASSESS THE FEE."
               NOT INVALID KEY
                   MOVE "FINEASSD" TO CIRC-EVENT-TYPE-WS
                   MOVE WORK-STUDENT-ID-WS TO CIRC-STUDENT-ID-WS
                   MOVE ZEROS TO CIRC-BOOK-ID-WS
                   MOVE ADMINNAME-LS TO CIRC-OPERATOR-WS
                   MOVE FEE-AMOUNT-WS TO CIRC-AMOUNT-WS
                   CALL "LogCircEvent" USING CIRC-EVENT-WS
           END-WRITE
           CLOSE FINERECORD
           PERFORM PostFineBalance.

      *    Credit the patron already holds on account is drawn
      *    down against a new charge as soon as it is assessed, so
      *    money the library is holding is never billed for again.
       ApplyPatronCredit.
           IF FAMOUNT-PAID >= FAMOUNT-DUE
               EXIT PARAGRAPH
           END-IF
           MOVE "D" TO PCR-FUNC
           MOVE FSTUDENT-ID TO PCR-STUDENT-ID
           MOVE FBOOK-ID TO PCR-BOOK-ID
           COMPUTE PCR-AMOUNT = FAMOUNT-DUE - FAMOUNT-PAID
           MOVE SPACES TO PCR-SOURCE
           MOVE ADMINNAME-LS TO PCR-OPERATOR
           MOVE SPACES TO PCR-REASON
           CALL "PatronCredit" USING PCR-REQUEST
           IF PCR-DONE-AMOUNT > 0
               ADD PCR-DONE-AMOUNT TO FAMOUNT-PAID
               IF FAMOUNT-PAID >= FAMOUNT-DUE
                   MOVE "Y" TO FPAID
               END-IF
               DISPLAY "  CREDIT ON ACCOUNT APPLIED: $"
                   PCR-DONE-AMOUNT
           END-IF.

       LookUpMember.
           DISPLAY "STUDENT ID: " WITH NO ADVANCING
           MOVE SPACES TO SPOOL-HEADING
           CALL "ReportSpool" USING SPOOL-REQUEST
           OPEN INPUT STUDENTRECORD
           PERFORM StartNoticeBatch
           OPEN EXTEND NOTICEFILE
           MOVE 0 TO LISTED-COUNT-WS
           MOVE ZEROS TO MEM-STUDENT-ID
               END-READ
           END-PERFORM
           CLOSE NOTICEFILE
           PERFORM FinishNoticeBatch
           IF STUDENT-FILE-DOES-NOT-EXIST-WS
               CONTINUE
           ELSE
           MOVE ZEROS TO NOTICE-BOOK-ID
           MOVE ZEROS TO NOTICE-DAYS-OVERDUE
           MOVE "RENEWMEM" TO NOTICE-LEVEL-TEXT
           MOVE "M" TO NMG-FUNC
           MOVE "MB" TO NMG-TYPE
           MOVE 1 TO NMG-LEVEL
           MOVE "L" TO NMG-STATE
           MOVE STUDENTNAME-WS TO NMG-STUDENTNAME
           MOVE 0 TO NMG-BOOK-ID
           MOVE MEM-EXPIRES-DATE-WS TO NMG-DUE-DATE
           MOVE 0 TO NMG-PICKUP-DATE
           MOVE MEM-FEE-WS TO NMG-AMOUNT
           CALL "NoticeMerge" USING NMG-REQUEST
           MOVE NMG-SUBJECT TO NOTICE-SUBJECT
           MOVE NMG-MESSAGE TO NOTICE-MESSAGE
           PERFORM RouteNoticeLine.

      *    The student's notice preferences (NoticeRoute) decide
      *    whether this line goes to the email feed, to the text-
      *    message feed, or nowhere.
       RouteNoticeLine.
           MOVE "Q" TO NRT-FUNC
           MOVE 5 TO NRT-TYPE
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

      *    The fine balance on the patron's account summary is
      *    re-totalled from fine.bin after any change to a fine.
       PostFineBalance.
           MOVE "F" TO PSM-FUNC
           MOVE WORK-STUDENT-ID-WS TO PSM-STUDENT-ID
           CALL "PatronSummary" USING PSM-REQUEST.

      *    The run's lines go out as one numbered notice batch with
      *    a header and a balancing trailer (NoticeBatch).
       StartNoticeBatch.
           MOVE "O" TO NBR-FUNC
           MOVE "Membership" TO NBR-PROGRAM
           CALL "NoticeBatch" USING NBR-REQUEST.

       FinishNoticeBatch.
           MOVE "C" TO NBR-FUNC
           CALL "NoticeBatch" USING NBR-REQUEST.
