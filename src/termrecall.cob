           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD WITH DUPLICATES
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FILE-STATUS-WS.
           ALTERNATE RECORD KEY IS HBOOK-ID WITH DUPLICATES
           FILE STATUS IS HIST-FILE-STATUS-WS.

           SELECT OPTIONAL TXRENTALFILE ASSIGN TO "txrental.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TXR-REF-ID
           ALTERNATE RECORD KEY IS TXR-TERM WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS RENTAL-FILE-STATUS-WS.

           SELECT NOTICEFILE ASSIGN TO "notices.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOTICE-FILE-STATUS-WS.
       COPY reserverecord-fs.
       FD HISTORYRECORD.
       COPY historyrecord-fs.
       FD TXRENTALFILE.
       COPY txrentalrecord-fs.
       FD NOTICEFILE.
       COPY noticeline-fs.

       WORKING-STORAGE SECTION.
       COPY borrowrecord-ws.
       COPY studentrecord-ws.
       COPY noticeroute-request.
       COPY nmerge-request.
       COPY reserverecord-ws.
       COPY historyrecord-ws.
       COPY txrentalrecord-ws.
       COPY policyrecord-ws.
       COPY term-request.
       COPY noticebatch-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
           88 RESERVE-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 HIST-FILE-STATUS-WS PIC X(2).
           88 HIST-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 RENTAL-FILE-STATUS-WS PIC X(2).
           88 RENTAL-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 NOTICE-FILE-STATUS-WS PIC X(2).

       01 OPTION-WS PIC 9.
       01 EOF-WS PIC X VALUE "N".
       01 TERM-SCAN-WS PIC X(6) VALUE SPACES.
       01 RECALL-DATE-YMD-WS.
           05 RECALL-YYYY-WS PIC 9(4).
           05 RECALL-MM-WS PIC 9(2).
       01 HOLDING-COUNT-WS PIC 9(5) VALUE 0.
       01 RETURNED-COUNT-WS PIC 9(5) VALUE 0.
       01 STUDENT-FOUND-WS PIC X VALUE "N".
      *    Undated loans due a recall are noted on the walk down the
      *    due-date key and re-keyed afterwards, so the rewrite never
      *    repositions the file while it is still being walked.
       01 UNDATED-TABLE-WS.
           05 UNDATED-COUNT-WS PIC 9(3) VALUE 0.
           05 UNDATED-ENTRY-WS OCCURS 500 TIMES.
               10 UT-REF-ID-WS PIC X(20).
       01 UNDATED-LEFT-WS PIC 9(5) VALUE 0.
       01 TBL-IDX-WS PIC 9(3).

      *    The close-of-term recall the system never had: every open
      *    loan due after the keyed recall date has its stored due
      *    date pulled in to that date (titles on an active course
      *    reserve are exempt - their short window already beats the
      *    recall - and so are textbook rentals, collected at term
      *    end), recall notices go out per loan through the
      *    notices.txt feed, and the daily chase report lists who is
      *    still holding in student order alongside who has returned
      *    since the recall went out. The recall date is the one on
      *    the term master for the current term, or for the term
      *    named.
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY " "
           IF OPTION-WS = 0
               EXIT PROGRAM
           END-IF
           DISPLAY "TERM CODE (ENTER FOR THE CURRENT TERM): "
               WITH NO ADVANCING
           MOVE SPACES TO TERM-SCAN-WS
           ACCEPT TERM-SCAN-WS
           IF TERM-SCAN-WS = SPACES
               MOVE "C" TO TRQ-FUNC
           ELSE
               MOVE "N" TO TRQ-FUNC
               MOVE TERM-SCAN-WS TO TRQ-CODE
           END-IF
           MOVE 0 TO TRQ-DATE
           CALL "TermLookup" USING TRQ-REQUEST
           IF NOT TRQ-TERM-FOUND
               DISPLAY "NO SUCH TERM ON THE TERM MASTER."
               EXIT PROGRAM
           END-IF
           IF TRQ-RECALL-DATE = 0
               DISPLAY "NO RECALL DATE SET FOR TERM " TRQ-CODE "."
               EXIT PROGRAM
           END-IF
           MOVE TRQ-RECALL-DATE TO RECALL-DATE-YMD-WS
           DISPLAY "TERM " TRQ-CODE " - RECALL DATE " RECALL-MM-WS
               "/" RECALL-DD-WS "/" RECALL-YYYY-WS
           CALL "DayNum" USING RECALL-DATE-YMD-WS RECALL-DAYNUM-WS
           EVALUATE OPTION-WS
               WHEN 1 PERFORM RunRecall
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT STUDENTRECORD
           PERFORM StartNoticeBatch
           OPEN EXTEND NOTICEFILE
           IF NOTICE-FILE-STATUS-WS NOT = "00"
               OPEN OUTPUT NOTICEFILE
           END-IF
           PERFORM RecallUndatedLoans
           PERFORM RecallLoansDueAfter
           CLOSE BORROWRECORD
           CLOSE STUDENTRECORD
           CLOSE NOTICEFILE
           PERFORM FinishNoticeBatch
           DISPLAY " "
           DISPLAY RECALLED-COUNT-WS " LOAN(S) RECALLED, "
               EXEMPT-COUNT-WS " EXEMPT (RESERVE OR TEXTBOOK "
               "RENTAL). NOTICES APPENDED "
               "TO notices.txt.".

      *    Only two stretches of the due-date key can need a recall:
      *    the old loans with no stored due date, which sort first
      *    under zeros, and everything due after the recall date.
      *    A recalled loan in the second stretch is re-keyed to the
      *    recall date itself, behind the read position, so it is
      *    never met twice.
       RecallUndatedLoans.
           MOVE 0 TO UNDATED-COUNT-WS
           MOVE 0 TO UNDATED-LEFT-WS
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
                           PERFORM NoteUndatedLoan
                       ELSE
                           MOVE "Y" TO EOF-WS
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING TBL-IDX-WS FROM 1 BY 1
                   UNTIL TBL-IDX-WS > UNDATED-COUNT-WS
               MOVE UT-REF-ID-WS(TBL-IDX-WS) TO BORROW-REF-ID
               READ BORROWRECORD INTO BBOOK-WS
                   KEY IS BORROW-REF-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM PullDueDateIn
               END-READ
           END-PERFORM
           IF UNDATED-LEFT-WS > 0
               DISPLAY UNDATED-LEFT-WS " UNDATED LOAN(S) LEFT FOR "
                   "THE NEXT RUN - RERUN THE RECALL."
           END-IF.

       NoteUndatedLoan.
           PERFORM CheckActiveReserve
           IF BOOK-ON-RESERVE-WS = "N"
               PERFORM CheckTextbookRental
           END-IF
           IF BOOK-ON-RESERVE-WS = "Y"
               ADD 1 TO EXEMPT-COUNT-WS
               EXIT PARAGRAPH
           END-IF
           PERFORM ResolveLoanDueDate
           CALL "DayNum" USING WORK-DATE-YMD-WS DUE-DAYNUM-WS
           IF DUE-DAYNUM-WS > RECALL-DAYNUM-WS
               IF UNDATED-COUNT-WS < 500
                   ADD 1 TO UNDATED-COUNT-WS
                   MOVE BORROW-REF-ID-WS
                       TO UT-REF-ID-WS(UNDATED-COUNT-WS)
               ELSE
                   ADD 1 TO UNDATED-LEFT-WS
               END-IF
           END-IF.

       RecallLoansDueAfter.
           MOVE "N" TO EOF-WS
           MOVE RECALL-YYYY-WS TO BDUE-YYYY
           MOVE RECALL-MM-WS TO BDUE-MM
           MOVE RECALL-DD-WS TO BDUE-DD
           START BORROWRECORD KEY IS > BDUE-KEY
               INVALID KEY MOVE "Y" TO EOF-WS
           END-START
           PERFORM UNTIL EOF-WS = "Y"
               READ BORROWRECORD NEXT INTO BBOOK-WS
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END PERFORM RecallOneLoan
               END-READ
           END-PERFORM.

      *    A recall only ever pulls a due date IN: the loan's
      *    effective due date is resolved first - the stored one, or
      *    already overdue keeps its standing and its fine basis.
       RecallOneLoan.
           PERFORM CheckActiveReserve
           IF BOOK-ON-RESERVE-WS = "N"
               PERFORM CheckTextbookRental
           END-IF
           IF BOOK-ON-RESERVE-WS = "Y"
               ADD 1 TO EXEMPT-COUNT-WS
               EXIT PARAGRAPH
           MOVE BBOOK-ID-WS TO NOTICE-BOOK-ID
           MOVE 0 TO NOTICE-DAYS-OVERDUE
           MOVE "RECALL" TO NOTICE-LEVEL-TEXT
           MOVE "M" TO NMG-FUNC
           MOVE "RC" TO NMG-TYPE
           MOVE 1 TO NMG-LEVEL
           MOVE "L" TO NMG-STATE
           MOVE NOTICE-STUDENTNAME TO NMG-STUDENTNAME
           MOVE BBOOK-ID-WS TO NMG-BOOK-ID
           MOVE RECALL-DATE-YMD-WS TO NMG-DUE-DATE
           MOVE 0 TO NMG-PICKUP-DATE
           MOVE 0 TO NMG-AMOUNT
           CALL "NoticeMerge" USING NMG-REQUEST
           MOVE NMG-SUBJECT TO NOTICE-SUBJECT
           MOVE NMG-MESSAGE TO NOTICE-MESSAGE
           PERFORM RouteNoticeLine.

      *    A textbook rental is lent until the last day of the term
      *    on purpose - it is collected and billed by the term-end
      *    run, not recalled - so an issued rental row for the loan
      *    exempts it the way an active reserve does.
       CheckTextbookRental.
           OPEN INPUT TXRENTALFILE
           IF RENTAL-FILE-ABSENT-ON-OPEN-WS
               CLOSE TXRENTALFILE
               EXIT PARAGRAPH
           END-IF
           MOVE BORROWER-ID-WS TO TXR-STUDENT-ID
           MOVE BBOOK-ID-WS TO TXR-BOOK-ID
           READ TXRENTALFILE INTO TX-RENTAL-WS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF TXR-IS-ISSUED-WS
                       MOVE "Y" TO BOOK-ON-RESERVE-WS
                   END-IF
           END-READ
           CLOSE TXRENTALFILE.

      *    Same active-reserve test the circulation path applies: a
      *    row for this title whose term dates bracket the recall
           END-PERFORM
           CLOSE HISTORYRECORD
           DISPLAY RETURNED-COUNT-WS " RETURN(S) SINCE THE RECALL.".

      *    The student's notice preferences (NoticeRoute) decide
      *    whether this line goes to the email feed, to the text-
      *    message feed, or nowhere.
       RouteNoticeLine.
           MOVE "Q" TO NRT-FUNC
           MOVE 6 TO NRT-TYPE
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
           MOVE "TermRecall" TO NBR-PROGRAM
           CALL "NoticeBatch" USING NBR-REQUEST.

       FinishNoticeBatch.
           MOVE "C" TO NBR-FUNC
           CALL "NoticeBatch" USING NBR-REQUEST.
