       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReserveUsageReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RESERVERECORD ASSIGN TO "reserve.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RESERVE-REF-ID
           ALTERNATE RECORD KEY IS RSV-BOOK-ID WITH DUPLICATES
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL CIRCEVENTFILE ASSIGN TO "circevent.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIRC-REF-ID
           FILE STATUS IS CIRC-FILE-STATUS-WS.

           SELECT OPTIONAL HISTORYRECORD ASSIGN TO "history.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HISTORY-REF-ID
           ALTERNATE RECORD KEY IS HSTUDENT-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS HBOOK-ID WITH DUPLICATES
           FILE STATUS IS HIST-FILE-STATUS-WS.

           SELECT OPTIONAL BOOKRECORD ASSIGN TO "library.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BOOK-ID
           ALTERNATE RECORD KEY IS BOOKNAME
           ALTERNATE RECORD KEY IS AUTHORNAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS CATEGORY WITH DUPLICATES
           ALTERNATE RECORD KEY IS ISBN WITH DUPLICATES
           FILE STATUS IS BOOK-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD RESERVERECORD.
       COPY reserverecord-fs.
       FD CIRCEVENTFILE.
       COPY circeventrecord-fs.
       FD HISTORYRECORD.
       COPY historyrecord-fs.
       FD BOOKRECORD.
       COPY bookrecord-fs.

       WORKING-STORAGE SECTION.
       COPY reserverecord-ws.
       COPY circeventrecord-ws.
       COPY historyrecord-ws.
       COPY bookrecord-ws.
       COPY spool-request.
       COPY term-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 CIRC-FILE-STATUS-WS PIC X(2).
           88 CIRC-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 HIST-FILE-STATUS-WS PIC X(2).
           88 HIST-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 BOOK-FILE-STATUS-WS PIC X(2).
           88 BOOK-FILE-DOES-NOT-EXIST-WS VALUE 35.

       01 EOF-WS PIC X VALUE "N".
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 ENTRY-SCAN-WS PIC X(8) VALUE SPACES.
       01 TODAY-DATE-WS PIC 9(8).
       01 REPORT-TERM-WS PIC X(6) VALUE SPACES.
       01 ROW-TERM-WS PIC X(6).
       01 FROM-END-WS PIC 9(8) VALUE 0.
       01 TO-END-WS PIC 9(8) VALUE 99999999.
       01 MONTH-BEFORE-WS.
           05 MONTH-BEFORE-YYYY-WS PIC 9(4).
           05 MONTH-BEFORE-MM-WS PIC 9(2).
       01 MONTH-BEFORE-NUM-WS REDEFINES MONTH-BEFORE-WS PIC 9(6).

      *    A title is oversubscribed once this many students have
      *    been turned away from it in the term.
       01 OVERSUB-TURNAWAYS-WS PIC 9(3) VALUE 3.

       01 ROW-LOANS-WS PIC 9(5).
       01 ROW-TURNED-WS PIC 9(5).
       01 ROW-MINUTES-WS PIC 9(9).
       01 ROW-HOURS-WS PIC 9(6).
       01 ROW-FLAG-WS PIC X(14).
       01 ROW-TITLE-WS PIC X(50).
       01 TERM-END-NUM-WS PIC 9(8).
       01 TERM-START-NUM-WS PIC 9(8).
       01 CLOSE-DATE-NUM-WS PIC 9(8).

       01 BORROWER-TABLE-WS.
           05 BORROWER-COUNT-WS PIC 9(3) VALUE 0.
           05 BORROWER-ID-WS OCCURS 300 TIMES PIC 9(10).
       01 BORROWER-IDX-WS PIC 9(3).
       01 BORROWER-FOUND-WS PIC X VALUE "N".

       01 OPEN-LOAN-TABLE-WS.
           05 OPEN-COUNT-WS PIC 9(3) VALUE 0.
           05 OPEN-LOAN-WS OCCURS 100 TIMES.
               10 OPEN-STUDENT-WS PIC 9(10).
               10 OPEN-DATE-WS PIC 9(8).
               10 OPEN-HH-WS PIC 9(2).
               10 OPEN-MI-WS PIC 9(2).
       01 OPEN-IDX-WS PIC 9(3).
       01 OPEN-FOUND-WS PIC X VALUE "N".

       01 WORK-DATE-YMD-WS.
           05 WORK-YYYY-WS PIC 9(4).
           05 WORK-MM-WS PIC 9(2).
           05 WORK-DD-WS PIC 9(2).
       01 WORK-DATE-NUM-WS REDEFINES WORK-DATE-YMD-WS PIC 9(8).
       01 OUT-DAYNUM-WS PIC 9(7).
       01 BACK-DAYNUM-WS PIC 9(7).
       01 BACK-HH-WS PIC 9(2).
       01 BACK-MI-WS PIC 9(2).
       01 LOAN-MINUTES-WS PIC S9(9).

      *    Each reserve row is put under the term on the term master
      *    its first day falls in, and the totals are repeated per
      *    term at the foot of the report.
       01 TERM-SUM-TABLE-WS.
           05 TERM-SUM-COUNT-WS PIC 9(2) VALUE 0.
           05 TERM-SUM-ENTRY-WS OCCURS 20 TIMES.
               10 TSUM-CODE-WS PIC X(6).
               10 TSUM-ROWS-WS PIC 9(5).
               10 TSUM-UNUSED-WS PIC 9(5).
               10 TSUM-OVERSUB-WS PIC 9(5).
       01 TSUM-IDX-WS PIC 9(2).
       01 TSUM-SCAN-WS PIC 9(2).
       01 TSUM-FOUND-WS PIC X VALUE "N".

       01 ROWS-REPORTED-WS PIC 9(5) VALUE 0.
       01 ROWS-UNUSED-WS PIC 9(5) VALUE 0.
       01 ROWS-OVERSUB-WS PIC 9(5) VALUE 0.

       LINKAGE SECTION.
       01 RSU-RUN-DATE-LS.
           05 RSU-RUN-YYYY-LS PIC 9(4).
           05 RSU-RUN-MM-LS PIC 9(2).
           05 RSU-RUN-DD-LS PIC 9(2).
       01 RSU-RUN-DATE-NUM-LS REDEFINES RSU-RUN-DATE-LS PIC 9(8).

      *    Whether the course reserves were used. Each reserve.bin
      *    row (course and title) is measured over its own term
      *    dates from the circulation event log: short-loan
      *    checkouts, how many different students borrowed it, the
      *    hours it was out, and the students turned away at the
      *    desk or the self-check station because every copy was
      *    out (NOCOPY events). A loan's hours run from its
      *    CHECKOUT event to the matching RETURN event; a loan whose
      *    return is not in the log is closed off history.bin, and
      *    one still out is counted to the end of the term (or to
      *    today, if that is sooner). A reserve nobody borrowed is
      *    flagged UNUSED, and one that turned students away
      *    OVERSUBSCRIBED - the two conversations to have with the
      *    faculty member before the lists for next term go in.
      *    Called with zero from the reports menu to ask which term
      *    on the term master to report (Enter for every row on
      *    file), or by the batch schedule with its run date for
      *    the terms that ended in the month before it.
       PROCEDURE DIVISION USING RSU-RUN-DATE-LS.
       StartPara.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           DISPLAY " "
           DISPLAY "COURSE RESERVE USAGE REPORT"
           IF RSU-RUN-DATE-NUM-LS NOT = 0
               PERFORM SetMonthBeforeRun
           ELSE
               DISPLAY "TERM CODE (ENTER FOR ALL): "
                   WITH NO ADVANCING
               MOVE SPACES TO ENTRY-SCAN-WS
               ACCEPT ENTRY-SCAN-WS
               IF ENTRY-SCAN-WS NOT = SPACES
                   MOVE "N" TO TRQ-FUNC
                   MOVE ENTRY-SCAN-WS TO TRQ-CODE
                   MOVE 0 TO TRQ-DATE
                   CALL "TermLookup" USING TRQ-REQUEST
                   IF NOT TRQ-TERM-FOUND
                       DISPLAY "NO SUCH TERM ON THE TERM MASTER."
                       EXIT PROGRAM
                   END-IF
                   MOVE TRQ-CODE TO REPORT-TERM-WS
               END-IF
           END-IF
           OPEN INPUT RESERVERECORD
           IF FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO COURSE RESERVES ON FILE."
               CLOSE RESERVERECORD
               EXIT PROGRAM
           END-IF
           OPEN INPUT CIRCEVENTFILE
           OPEN INPUT HISTORYRECORD
           OPEN INPUT BOOKRECORD
           MOVE "O" TO SPOOL-FUNC
           MOVE "rsvusage" TO SPOOL-PREFIX
           MOVE "COURSE RESERVE USAGE BY COURSE AND TITLE"
               TO SPOOL-TITLE
           MOVE "COURSE   BOOK ID    TITLE                LOAN BORR "
               TO SPOOL-HEADING
           MOVE "HOURS  TURN FLAG" TO SPOOL-HEADING(53:16)
           CALL "ReportSpool" USING SPOOL-REQUEST
           MOVE "N" TO EOF-WS
           PERFORM UNTIL EOF-WS = "Y"
               READ RESERVERECORD NEXT INTO RESERVE-WS
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END PERFORM JudgeOneReserve
               END-READ
           END-PERFORM
           CLOSE BOOKRECORD
           CLOSE HISTORYRECORD
           CLOSE CIRCEVENTFILE
           CLOSE RESERVERECORD
           PERFORM ShowTermTotals
           DISPLAY " "
           DISPLAY ROWS-REPORTED-WS " RESERVE(S) REPORTED, "
               ROWS-UNUSED-WS " UNUSED, " ROWS-OVERSUB-WS
               " OVERSUBSCRIBED."
           MOVE "C" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-TOTAL-LINE
           STRING ROWS-REPORTED-WS " RESERVE(S) REPORTED, "
               ROWS-UNUSED-WS " UNUSED, " ROWS-OVERSUB-WS
               " OVERSUBSCRIBED." DELIMITED BY SIZE
               INTO SPOOL-TOTAL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST.
           EXIT PROGRAM.

      *    The batch run reports the terms that ended in the
      *    calendar month before its run date.
       SetMonthBeforeRun.
           IF RSU-RUN-MM-LS = 1
               COMPUTE MONTH-BEFORE-YYYY-WS = RSU-RUN-YYYY-LS - 1
               MOVE 12 TO MONTH-BEFORE-MM-WS
           ELSE
               MOVE RSU-RUN-YYYY-LS TO MONTH-BEFORE-YYYY-WS
               COMPUTE MONTH-BEFORE-MM-WS = RSU-RUN-MM-LS - 1
           END-IF
           COMPUTE FROM-END-WS = (MONTH-BEFORE-NUM-WS * 100) + 1
           COMPUTE TO-END-WS = (MONTH-BEFORE-NUM-WS * 100) + 31
           DISPLAY "TERMS ENDING IN " MONTH-BEFORE-MM-WS "/"
               MONTH-BEFORE-YYYY-WS.

       JudgeOneReserve.
           MOVE RSV-TERM-END-WS TO TERM-END-NUM-WS
           MOVE RSV-TERM-START-WS TO TERM-START-NUM-WS
           IF TERM-END-NUM-WS < FROM-END-WS
                   OR TERM-END-NUM-WS > TO-END-WS
               EXIT PARAGRAPH
           END-IF
           MOVE "D" TO TRQ-FUNC
           MOVE TERM-START-NUM-WS TO TRQ-DATE
           CALL "TermLookup" USING TRQ-REQUEST
           IF TRQ-TERM-FOUND
               MOVE TRQ-CODE TO ROW-TERM-WS
           ELSE
               MOVE "(NONE)" TO ROW-TERM-WS
           END-IF
           IF REPORT-TERM-WS NOT = SPACES AND
                   ROW-TERM-WS NOT = REPORT-TERM-WS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ROW-LOANS-WS
           MOVE 0 TO ROW-TURNED-WS
           MOVE 0 TO ROW-MINUTES-WS
           MOVE 0 TO BORROWER-COUNT-WS
           MOVE 0 TO OPEN-COUNT-WS
           PERFORM ScanTermEvents
           PERFORM CloseOpenLoans
           PERFORM ShowReserveRow.

      *    The event log is keyed by timestamp, so the term is one
      *    START and a read to the first event past its last day.
       ScanTermEvents.
           IF CIRC-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO CIRC-REF-ID
           MOVE RSV-TERM-START-WS TO CIRC-DATE
           START CIRCEVENTFILE KEY IS >= CIRC-REF-ID
               INVALID KEY EXIT PARAGRAPH
           END-START
           MOVE "N" TO SCAN-DONE-WS
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ CIRCEVENTFILE NEXT INTO CIRC-EVENT-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       MOVE CIRC-DATE-WS TO WORK-DATE-YMD-WS
                       IF WORK-DATE-NUM-WS > TERM-END-NUM-WS
                           MOVE "Y" TO SCAN-DONE-WS
                       ELSE
                           IF CIRC-BOOK-ID-WS = RSV-BOOK-ID-WS
                               PERFORM JudgeOneEvent
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       JudgeOneEvent.
           EVALUATE TRUE
               WHEN CIRC-IS-CHECKOUT-WS
                   ADD 1 TO ROW-LOANS-WS
                   PERFORM NoteBorrower
                   PERFORM OpenOneLoan
               WHEN CIRC-IS-RETURN-WS
                   PERFORM CloseLoanOnReturn
               WHEN CIRC-IS-TURNED-AWAY-WS
                   ADD 1 TO ROW-TURNED-WS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       NoteBorrower.
           MOVE "N" TO BORROWER-FOUND-WS
           PERFORM VARYING BORROWER-IDX-WS FROM 1 BY 1
                   UNTIL BORROWER-IDX-WS > BORROWER-COUNT-WS
                   OR BORROWER-FOUND-WS = "Y"
               IF BORROWER-ID-WS(BORROWER-IDX-WS) = CIRC-STUDENT-ID-WS
                   MOVE "Y" TO BORROWER-FOUND-WS
               END-IF
           END-PERFORM
           IF BORROWER-FOUND-WS = "N" AND BORROWER-COUNT-WS < 300
               ADD 1 TO BORROWER-COUNT-WS
               MOVE CIRC-STUDENT-ID-WS
                   TO BORROWER-ID-WS(BORROWER-COUNT-WS)
           END-IF.

       OpenOneLoan.
           IF OPEN-COUNT-WS >= 100
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OPEN-COUNT-WS
           MOVE CIRC-STUDENT-ID-WS TO OPEN-STUDENT-WS(OPEN-COUNT-WS)
           MOVE CIRC-DATE-WS TO OPEN-DATE-WS(OPEN-COUNT-WS)
           MOVE CIRC-HH-WS TO OPEN-HH-WS(OPEN-COUNT-WS)
           MOVE CIRC-MI-WS TO OPEN-MI-WS(OPEN-COUNT-WS).

      *    The return closes the oldest open loan the same student
      *    has of the title; the slot is filled from the end of the
      *    table so the table stays packed.
       CloseLoanOnReturn.
           MOVE "N" TO OPEN-FOUND-WS
           PERFORM VARYING OPEN-IDX-WS FROM 1 BY 1
                   UNTIL OPEN-IDX-WS > OPEN-COUNT-WS
                   OR OPEN-FOUND-WS = "Y"
               IF OPEN-STUDENT-WS(OPEN-IDX-WS) = CIRC-STUDENT-ID-WS
                   MOVE "Y" TO OPEN-FOUND-WS
               END-IF
           END-PERFORM
           IF OPEN-FOUND-WS = "N"
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM OPEN-IDX-WS
           MOVE CIRC-DATE-WS TO WORK-DATE-YMD-WS
           MOVE CIRC-HH-WS TO BACK-HH-WS
           MOVE CIRC-MI-WS TO BACK-MI-WS
           PERFORM AddLoanMinutes
           MOVE OPEN-LOAN-WS(OPEN-COUNT-WS)
               TO OPEN-LOAN-WS(OPEN-IDX-WS)
           SUBTRACT 1 FROM OPEN-COUNT-WS.

      *    Loans still open at the end of the term's events: the
      *    history row says when they came back; failing that the
      *    loan is counted to the close of the term or of today.
       CloseOpenLoans.
           IF TERM-END-NUM-WS < TODAY-DATE-WS
               MOVE TERM-END-NUM-WS TO CLOSE-DATE-NUM-WS
           ELSE
               MOVE TODAY-DATE-WS TO CLOSE-DATE-NUM-WS
           END-IF
           PERFORM VARYING OPEN-IDX-WS FROM 1 BY 1
                   UNTIL OPEN-IDX-WS > OPEN-COUNT-WS
               PERFORM FindReturnInHistory
               PERFORM AddLoanMinutes
           END-PERFORM
           MOVE 0 TO OPEN-COUNT-WS.

       FindReturnInHistory.
           MOVE CLOSE-DATE-NUM-WS TO WORK-DATE-NUM-WS
           MOVE 23 TO BACK-HH-WS
           MOVE 59 TO BACK-MI-WS
           IF HIST-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE OPEN-STUDENT-WS(OPEN-IDX-WS) TO HSTUDENT-ID
           MOVE RSV-BOOK-ID-WS TO HBOOK-ID
           MOVE OPEN-DATE-WS(OPEN-IDX-WS) TO HRETURNED-DATE
           MOVE 0 TO HRETURNED-TIME
           START HISTORYRECORD KEY IS >= HISTORY-REF-ID
               INVALID KEY EXIT PARAGRAPH
           END-START
           READ HISTORYRECORD NEXT INTO HISTORY-WS
               AT END EXIT PARAGRAPH
           END-READ
           IF HSTUDENT-ID-WS NOT = OPEN-STUDENT-WS(OPEN-IDX-WS)
                   OR HBOOK-ID-WS NOT = RSV-BOOK-ID-WS
               EXIT PARAGRAPH
           END-IF
           MOVE HRETURNED-DATE-WS TO WORK-DATE-YMD-WS
           MOVE HR-HH-WS TO BACK-HH-WS
           MOVE HR-MI-WS TO BACK-MI-WS.

      *    Minutes from the open loan at OPEN-IDX-WS to the return
      *    in WORK-DATE-YMD-WS / BACK-HH-WS / BACK-MI-WS.
       AddLoanMinutes.
           CALL "DayNum" USING WORK-DATE-YMD-WS BACK-DAYNUM-WS
           MOVE OPEN-DATE-WS(OPEN-IDX-WS) TO WORK-DATE-NUM-WS
           CALL "DayNum" USING WORK-DATE-YMD-WS OUT-DAYNUM-WS
           COMPUTE LOAN-MINUTES-WS =
               ((BACK-DAYNUM-WS - OUT-DAYNUM-WS) * 1440)
               + (BACK-HH-WS * 60) + BACK-MI-WS
               - (OPEN-HH-WS(OPEN-IDX-WS) * 60)
               - OPEN-MI-WS(OPEN-IDX-WS)
           IF LOAN-MINUTES-WS > 0
               ADD LOAN-MINUTES-WS TO ROW-MINUTES-WS
           END-IF.

       ShowReserveRow.
           ADD 1 TO ROWS-REPORTED-WS
           MOVE SPACES TO ROW-FLAG-WS
           IF ROW-LOANS-WS = 0
               MOVE "UNUSED" TO ROW-FLAG-WS
               ADD 1 TO ROWS-UNUSED-WS
           END-IF
           IF ROW-TURNED-WS >= OVERSUB-TURNAWAYS-WS
               MOVE "OVERSUBSCRIBED" TO ROW-FLAG-WS
               ADD 1 TO ROWS-OVERSUB-WS
           END-IF
           COMPUTE ROW-HOURS-WS ROUNDED = ROW-MINUTES-WS / 60
           MOVE "(NOT IN THE CATALOG)" TO ROW-TITLE-WS
           IF NOT BOOK-FILE-DOES-NOT-EXIST-WS
               MOVE RSV-BOOK-ID-WS TO BOOK-ID
               READ BOOKRECORD INTO BOOK-WS
                   NOT INVALID KEY MOVE BOOKNAME-WS TO ROW-TITLE-WS
               END-READ
           END-IF
           DISPLAY RSV-COURSE-CODE-WS " " RSV-BOOK-ID-WS " "
               ROW-TITLE-WS(1:30) "  TERM " ROW-TERM-WS
           DISPLAY "    LOANS " ROW-LOANS-WS "  BORROWERS "
               BORROWER-COUNT-WS "  HOURS OUT " ROW-HOURS-WS
               "  TURNED AWAY " ROW-TURNED-WS "  " ROW-FLAG-WS
           MOVE "L" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-LINE
           STRING RSV-COURSE-CODE-WS " " RSV-BOOK-ID-WS " "
               ROW-TITLE-WS(1:20) " " ROW-LOANS-WS(2:4) " "
               BORROWER-COUNT-WS(1:3) "  " ROW-HOURS-WS " "
               ROW-TURNED-WS(2:4) " " ROW-FLAG-WS
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST
           PERFORM TallyTermTotals.

      *    Terms past the table's twenty are left out of the foot
      *    lines but still in the report's own totals.
       TallyTermTotals.
           MOVE "N" TO TSUM-FOUND-WS
           PERFORM VARYING TSUM-SCAN-WS FROM 1 BY 1
                   UNTIL TSUM-SCAN-WS > TERM-SUM-COUNT-WS
                   OR TSUM-FOUND-WS = "Y"
               IF TSUM-CODE-WS(TSUM-SCAN-WS) = ROW-TERM-WS
                   MOVE "Y" TO TSUM-FOUND-WS
                   MOVE TSUM-SCAN-WS TO TSUM-IDX-WS
               END-IF
           END-PERFORM
           IF TSUM-FOUND-WS = "N" AND TERM-SUM-COUNT-WS < 20
               ADD 1 TO TERM-SUM-COUNT-WS
               MOVE TERM-SUM-COUNT-WS TO TSUM-IDX-WS
               MOVE ROW-TERM-WS TO TSUM-CODE-WS(TSUM-IDX-WS)
               MOVE 0 TO TSUM-ROWS-WS(TSUM-IDX-WS)
               MOVE 0 TO TSUM-UNUSED-WS(TSUM-IDX-WS)
               MOVE 0 TO TSUM-OVERSUB-WS(TSUM-IDX-WS)
               MOVE "Y" TO TSUM-FOUND-WS
           END-IF
           IF TSUM-FOUND-WS = "N"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TSUM-ROWS-WS(TSUM-IDX-WS)
           IF ROW-FLAG-WS = "UNUSED"
               ADD 1 TO TSUM-UNUSED-WS(TSUM-IDX-WS)
           END-IF
           IF ROW-FLAG-WS = "OVERSUBSCRIBED"
               ADD 1 TO TSUM-OVERSUB-WS(TSUM-IDX-WS)
           END-IF.

       ShowTermTotals.
           IF TERM-SUM-COUNT-WS = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           PERFORM VARYING TSUM-IDX-WS FROM 1 BY 1
                   UNTIL TSUM-IDX-WS > TERM-SUM-COUNT-WS
               MOVE "L" TO SPOOL-FUNC
               MOVE SPACES TO SPOOL-LINE
               STRING "TERM " TSUM-CODE-WS(TSUM-IDX-WS) ": "
                   TSUM-ROWS-WS(TSUM-IDX-WS) " RESERVE(S), "
                   TSUM-UNUSED-WS(TSUM-IDX-WS) " UNUSED, "
                   TSUM-OVERSUB-WS(TSUM-IDX-WS) " OVERSUBSCRIBED"
                   DELIMITED BY SIZE INTO SPOOL-LINE
               END-STRING
               DISPLAY SPOOL-LINE
               CALL "ReportSpool" USING SPOOL-REQUEST
           END-PERFORM.
