           ALTERNATE RECORD KEY IS ISBN WITH DUPLICATES
           FILE STATUS IS BOOK-FILE-STATUS-WS.

           SELECT OPTIONAL CIRCEVENTFILE ASSIGN TO "circevent.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CIRC-REF-ID
           FILE STATUS IS CIRC-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORYRECORD.
       COPY historyrecord-fs.
       FD BOOKRECORD.
       COPY bookrecord-fs.
       FD CIRCEVENTFILE.
       COPY circeventrecord-fs.

       WORKING-STORAGE SECTION.
       COPY historyrecord-ws.
       COPY bookrecord-ws.
       COPY circeventrecord-ws.
       COPY spool-request.
       COPY term-request.

       01 EOF-WS PIC A VALUE "N".
       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 BOOK-FILE-STATUS-WS PIC X(2).
           88 BOOK-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 CIRC-FILE-STATUS-WS PIC X(2).
           88 CIRC-FILE-DOES-NOT-EXIST-WS VALUE 35.

       01 RANGE-SCAN-WS PIC X(8) VALUE SPACES.
       01 TERM-SCAN-WS PIC X(6) VALUE SPACES.
       01 REPORT-TERM-WS PIC X(6) VALUE SPACES.
       01 FROM-DATE-YMD-WS.
           05 FROM-YYYY-WS PIC 9(4).
           05 FROM-MM-WS PIC 9(2).
       01 BORROWED-DAYNUM-WS PIC 9(7).
       01 RETURNED-DAYNUM-WS PIC 9(7).
       01 DAYS-KEPT-WS PIC 9(5).
       01 USED-DAYNUM-WS PIC 9(7).
       01 LOOKUP-BOOK-ID-WS PIC 9(10).
       01 TALLY-INHOUSE-WS PIC X VALUE "N".

       01 TOTAL-LOANS-WS PIC 9(6) VALUE 0.
       01 TOTAL-DAYS-KEPT-WS PIC 9(8) VALUE 0.
       01 TOTAL-INHOUSE-WS PIC 9(6) VALUE 0.
       01 AVERAGE-DAYS-WS PIC 9(4)V9 VALUE 0.

       01 CATEGORY-TABLE-WS.
           05 CATEGORY-ENTRY-WS OCCURS 50 TIMES.
               10 CAT-NAME-WS PIC X(20).
               10 CAT-LOANS-WS PIC 9(6).
               10 CAT-INHOUSE-WS PIC 9(6).
       01 CAT-IDX-WS PIC 9(2).
       01 CAT-SCAN-WS PIC 9(2).
       01 CAT-FOUND-WS PIC X VALUE "N".
       01 SUBJECT-IDX-WS PIC 9(2).
       COPY subject-request.

       01 TITLE-TABLE-WS.
           05 TITLE-COUNT-WS PIC 9(3) VALUE 0.
       01 TOP-RANK-WS PIC 9(1).
       01 BEST-IDX-WS PIC 9(3).
       01 BEST-LOANS-WS PIC 9(6).
       01 MONTH-START-YMD-WS.
           05 MONTH-START-YYYY-WS PIC 9(4).
           05 MONTH-START-MM-WS PIC 9(2).
           05 MONTH-START-DD-WS PIC 9(2).

       LINKAGE SECTION.
       01 CIRC-RUN-DATE-LS.
           05 CIRC-RUN-YYYY-LS PIC 9(4).
           05 CIRC-RUN-MM-LS PIC 9(2).
           05 CIRC-RUN-DD-LS PIC 9(2).
       01 CIRC-RUN-DATE-NUM-LS REDEFINES CIRC-RUN-DATE-LS PIC 9(8).

      *    The management numbers the district asks for every term,
      *    tallied from the history archive instead of by hand:
      *    to the book master for CATEGORY - loans per category,
      *    total checkouts, average days kept and the period's top
      *    five titles. Uses the same bounded in-memory tables
      *    LibraryStatisticsReport uses for its tallies. Items
      *    scanned at reshelving (INHOUSE events in circevent.bin)
      *    are tallied by category in a column of their own - they
      *    are use, not loans, and stay out of every loan figure.
      *    Called with zero from the reports menu to ask for a term
      *    code from the term master (the term's first to last day)
      *    or a range keyed by hand, or by the batch schedule with
      *    its run date to report the whole calendar month before
      *    that date.
       PROCEDURE DIVISION USING CIRC-RUN-DATE-LS.
       StartPara.
           DISPLAY " "
           DISPLAY "MONTHLY CIRCULATION REPORT"
           IF CIRC-RUN-DATE-NUM-LS = 0
               PERFORM AskReportRange
           ELSE
               PERFORM SetPriorMonthRange
           END-IF
           IF FROM-DAYNUM-WS = 0
               EXIT PROGRAM
           END-IF

           OPEN INPUT HISTORYRECORD
           IF FILE-DOES-NOT-EXIST-WS
           OPEN INPUT BOOKRECORD
           MOVE "O" TO SPOOL-FUNC
           MOVE "circmonth" TO SPOOL-PREFIX
           IF REPORT-TERM-WS = SPACES
               MOVE "MONTHLY CIRCULATION REPORT" TO SPOOL-TITLE
           ELSE
               MOVE SPACES TO SPOOL-TITLE
               STRING "CIRCULATION REPORT - TERM " REPORT-TERM-WS
                   DELIMITED BY SIZE INTO SPOOL-TITLE
               END-STRING
           END-IF
           MOVE SPACES TO SPOOL-HEADING
           CALL "ReportSpool" USING SPOOL-REQUEST

               END-READ
           END-PERFORM
           CLOSE HISTORYRECORD
           PERFORM TallyInHouseUse
           CLOSE BOOKRECORD

           PERFORM ShowReport
           CALL "ReportSpool" USING SPOOL-REQUEST.
           EXIT PROGRAM.

       AskReportRange.
           MOVE 0 TO FROM-DAYNUM-WS
           DISPLAY "TERM CODE (ENTER TO KEY A DATE RANGE): "
               WITH NO ADVANCING
           MOVE SPACES TO TERM-SCAN-WS
           ACCEPT TERM-SCAN-WS
           IF TERM-SCAN-WS NOT = SPACES
               PERFORM SetTermRange
               EXIT PARAGRAPH
           END-IF
           DISPLAY "FROM DATE (YYYYMMDD): " WITH NO ADVANCING
           MOVE SPACES TO RANGE-SCAN-WS
           ACCEPT RANGE-SCAN-WS
           MOVE RANGE-SCAN-WS TO FROM-DATE-YMD-WS
           DISPLAY "TO DATE   (YYYYMMDD): " WITH NO ADVANCING
           MOVE SPACES TO RANGE-SCAN-WS
           ACCEPT RANGE-SCAN-WS
           MOVE RANGE-SCAN-WS TO TO-DATE-YMD-WS
           IF FROM-DATE-YMD-WS IS NOT NUMERIC OR
                   TO-DATE-YMD-WS IS NOT NUMERIC
               DISPLAY "DATES MUST BE KEYED AS YYYYMMDD. REPORT "
                   "CANCELLED."
               EXIT PARAGRAPH
           END-IF
           CALL "DayNum" USING FROM-DATE-YMD-WS FROM-DAYNUM-WS
           CALL "DayNum" USING TO-DATE-YMD-WS TO-DAYNUM-WS.

       SetTermRange.
           MOVE "N" TO TRQ-FUNC
           MOVE TERM-SCAN-WS TO TRQ-CODE
           MOVE 0 TO TRQ-DATE
           CALL "TermLookup" USING TRQ-REQUEST
           IF NOT TRQ-TERM-FOUND
               DISPLAY "NO SUCH TERM ON THE TERM MASTER. REPORT "
                   "CANCELLED."
               EXIT PARAGRAPH
           END-IF
           MOVE TRQ-CODE TO REPORT-TERM-WS
           MOVE TRQ-START TO FROM-DATE-YMD-WS
           MOVE TRQ-END TO TO-DATE-YMD-WS
           CALL "DayNum" USING FROM-DATE-YMD-WS FROM-DAYNUM-WS
           CALL "DayNum" USING TO-DATE-YMD-WS TO-DAYNUM-WS.

      *    The month before the run date: from its first day up to
      *    the day before the run month's first day, so month
      *    lengths and leap years need no table.
       SetPriorMonthRange.
           MOVE CIRC-RUN-YYYY-LS TO MONTH-START-YYYY-WS
           MOVE CIRC-RUN-MM-LS TO MONTH-START-MM-WS
           MOVE 1 TO MONTH-START-DD-WS
           CALL "DayNum" USING MONTH-START-YMD-WS TO-DAYNUM-WS
           SUBTRACT 1 FROM TO-DAYNUM-WS
           IF CIRC-RUN-MM-LS = 1
               COMPUTE FROM-YYYY-WS = CIRC-RUN-YYYY-LS - 1
               MOVE 12 TO FROM-MM-WS
           ELSE
               MOVE CIRC-RUN-YYYY-LS TO FROM-YYYY-WS
               COMPUTE FROM-MM-WS = CIRC-RUN-MM-LS - 1
           END-IF
           MOVE 1 TO FROM-DD-WS
           CALL "DayNum" USING FROM-DATE-YMD-WS FROM-DAYNUM-WS
           DISPLAY "MONTH OF " FROM-MM-WS "/" FROM-YYYY-WS.

       TallyOneLoan.
           MOVE HB-YYYY-WS TO WORK-YYYY-WS
           MOVE HB-MM-WS TO WORK-MM-WS
                   MOVE 0 TO DAYS-KEPT-WS
               END-IF
               ADD DAYS-KEPT-WS TO TOTAL-DAYS-KEPT-WS
               MOVE HBOOK-ID-WS TO LOOKUP-BOOK-ID-WS
               PERFORM LookUpCategory
               PERFORM TallyCategory
               PERFORM TallyFurtherSubjects
               PERFORM TallyTitle
           END-IF.

               MOVE "(DELETED TITLE)" TO CATEGORY-WS
               MOVE "(DELETED TITLE)" TO BOOKNAME-WS
           ELSE
               MOVE LOOKUP-BOOK-ID-WS TO BOOK-ID
               READ BOOKRECORD INTO BOOK-WS
                   INVALID KEY
                       MOVE "(DELETED TITLE)" TO CATEGORY-WS
               MOVE CATEGORY-COUNT-WS TO CAT-IDX-WS
               MOVE CATEGORY-WS TO CAT-NAME-WS(CAT-IDX-WS)
               MOVE 0 TO CAT-LOANS-WS(CAT-IDX-WS)
               MOVE 0 TO CAT-INHOUSE-WS(CAT-IDX-WS)
               MOVE "Y" TO CAT-FOUND-WS
           END-IF
           IF CAT-FOUND-WS = "Y"
               IF TALLY-INHOUSE-WS = "Y"
                   ADD 1 TO CAT-INHOUSE-WS(CAT-IDX-WS)
               ELSE
                   ADD 1 TO CAT-LOANS-WS(CAT-IDX-WS)
               END-IF
           END-IF.

      *    A title with further subjects in subject.bin is counted
      *    under each of them as well as under its primary category,
      *    so the category lines can add up to more than the total.
       TallyFurtherSubjects.
           MOVE "L" TO SBJ-FUNC
           MOVE LOOKUP-BOOK-ID-WS TO SBJ-BOOK-ID
           CALL "SubjectLookup" USING SBJ-REQUEST
           PERFORM VARYING SUBJECT-IDX-WS FROM 1 BY 1
                   UNTIL SUBJECT-IDX-WS > SBJ-COUNT
               MOVE SBJ-NAMES(SUBJECT-IDX-WS) TO CATEGORY-WS
               PERFORM TallyCategory
           END-PERFORM.

      *    Second pass, over the event log: each in-house use dated
      *    inside the range is looked up for its category the same
      *    way a loan is.
       TallyInHouseUse.
           OPEN INPUT CIRCEVENTFILE
           IF CIRC-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO TALLY-INHOUSE-WS
           MOVE "N" TO EOF-WS
           PERFORM UNTIL EOF-WS = "Y"
               READ CIRCEVENTFILE NEXT INTO CIRC-EVENT-WS
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       IF CIRC-IS-IN-HOUSE-WS
                           PERFORM TallyOneInHouseUse
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CIRCEVENTFILE
           MOVE "N" TO TALLY-INHOUSE-WS.

       TallyOneInHouseUse.
           MOVE CIRC-DATE-WS TO WORK-DATE-YMD-WS
           CALL "DayNum" USING WORK-DATE-YMD-WS USED-DAYNUM-WS
           IF USED-DAYNUM-WS < FROM-DAYNUM-WS OR
                   USED-DAYNUM-WS > TO-DAYNUM-WS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOTAL-INHOUSE-WS
           MOVE CIRC-BOOK-ID-WS TO LOOKUP-BOOK-ID-WS
           PERFORM LookUpCategory
           PERFORM TallyCategory
           PERFORM TallyFurtherSubjects.

       TallyTitle.
           MOVE "N" TO TITLE-FOUND-WS
           PERFORM VARYING TITLE-SCAN-WS FROM 1 BY 1

       ShowReport.
           DISPLAY " "
           IF REPORT-TERM-WS NOT = SPACES
               DISPLAY "TERM " REPORT-TERM-WS
           END-IF
           DISPLAY "CIRCULATION " FROM-MM-WS "/" FROM-DD-WS "/"
               FROM-YYYY-WS " THROUGH " TO-MM-WS "/" TO-DD-WS "/"
               TO-YYYY-WS
           DISPLAY " "
           DISPLAY "LOANS / IN-HOUSE USES PER CATEGORY:"
           DISPLAY "(A TITLE UNDER SEVERAL SUBJECTS COUNTS UNDER EACH)"
           MOVE "L" TO SPOOL-FUNC
           MOVE "(A TITLE UNDER SEVERAL SUBJECTS COUNTS UNDER EACH)"
               TO SPOOL-LINE
           CALL "ReportSpool" USING SPOOL-REQUEST
           PERFORM VARYING CAT-IDX-WS FROM 1 BY 1
                   UNTIL CAT-IDX-WS > CATEGORY-COUNT-WS
               DISPLAY "  " CAT-NAME-WS(CAT-IDX-WS) "  "
                   CAT-LOANS-WS(CAT-IDX-WS) " / "
                   CAT-INHOUSE-WS(CAT-IDX-WS)
               MOVE "L" TO SPOOL-FUNC
               MOVE SPACES TO SPOOL-LINE
               STRING CAT-NAME-WS(CAT-IDX-WS) " "
                   CAT-LOANS-WS(CAT-IDX-WS) " LOAN(S) "
                   CAT-INHOUSE-WS(CAT-IDX-WS) " IN-HOUSE"
                   DELIMITED BY SIZE INTO SPOOL-LINE
               END-STRING
               CALL "ReportSpool" USING SPOOL-REQUEST
           END-PERFORM
           DISPLAY " "
           DISPLAY "TOTAL CHECKOUTS COMPLETED: " TOTAL-LOANS-WS
           DISPLAY "IN-HOUSE USES (NOT LOANS): " TOTAL-INHOUSE-WS
           MOVE "L" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-LINE
           STRING "IN-HOUSE USES (NOT LOANS): " TOTAL-INHOUSE-WS
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST
           IF TOTAL-LOANS-WS > 0
               COMPUTE AVERAGE-DAYS-WS =
                   TOTAL-DAYS-KEPT-WS / TOTAL-LOANS-WS
