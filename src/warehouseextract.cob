       IDENTIFICATION DIVISION.
       PROGRAM-ID. WarehouseExtract.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BOOKRECORD ASSIGN TO "library.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BOOK-ID
           ALTERNATE RECORD KEY IS BOOKNAME
           ALTERNATE RECORD KEY IS AUTHORNAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS CATEGORY WITH DUPLICATES
           ALTERNATE RECORD KEY IS ISBN WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS SRC-STATUS-WS.

           SELECT OPTIONAL COPYRECORD ASSIGN TO "copy.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS COPY-REF-ID
           ALTERNATE RECORD KEY IS CBOOK-ID WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS SRC-STATUS-WS.

           SELECT OPTIONAL STUDENTRECORD ASSIGN TO "student.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STUDENT-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS SRC-STATUS-WS.

           SELECT OPTIONAL BORROWRECORD ASSIGN TO "borrow.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS SRC-STATUS-WS.

           SELECT OPTIONAL HISTORYRECORD ASSIGN TO "history.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HISTORY-REF-ID
           ALTERNATE RECORD KEY IS HSTUDENT-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS HBOOK-ID WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS SRC-STATUS-WS.

           SELECT OPTIONAL FINERECORD ASSIGN TO "fine.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FINE-REF-ID
           ALTERNATE RECORD KEY IS FSTUDENT-ID WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS SRC-STATUS-WS.

           SELECT OPTIONAL PAYMENTRECORD ASSIGN TO "payment.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PAY-REF-ID
           ALTERNATE RECORD KEY IS PAY-STUDENT-ID WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS SRC-STATUS-WS.

           SELECT OPTIONAL HOLDRECORD ASSIGN TO "hold.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HOLD-REF-ID
           ALTERNATE RECORD KEY IS HOLD-BOOK-ID WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS SRC-STATUS-WS.

           SELECT OPTIONAL WAITLISTRECORD ASSIGN TO "waitlist.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WAITLIST-REF-ID
           ALTERNATE RECORD KEY IS WBOOK-ID WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS SRC-STATUS-WS.

           SELECT OPTIONAL CIRCEVENTFILE ASSIGN TO "circevent.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CIRC-REF-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS SRC-STATUS-WS.

           SELECT OPTIONAL BOOKCHANGEFILE ASSIGN TO "bookchange.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BCHG-REF-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS SRC-STATUS-WS.

           SELECT OPTIONAL RUNCTLFILE ASSIGN TO "runctl.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RUN-REF-ID
           FILE STATUS IS RUN-FILE-STATUS-WS.

           SELECT EXTRACTFILE ASSIGN TO EXTRACT-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXTRACT-FILE-STATUS-WS.

           SELECT OPTIONAL CONTROLFILE ASSIGN TO CONTROL-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONTROL-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD BOOKRECORD.
       COPY bookrecord-fs.
       FD COPYRECORD.
       COPY copyrecord-fs.
       FD STUDENTRECORD.
       COPY studentrecord-fs.
       FD BORROWRECORD.
       COPY borrowrecord-fs.
       FD HISTORYRECORD.
       COPY historyrecord-fs.
       FD FINERECORD.
       COPY finerecord-fs.
       FD PAYMENTRECORD.
       COPY payrecord-fs.
       FD HOLDRECORD.
       COPY holdrecord-fs.
       FD WAITLISTRECORD.
       COPY waitlistrecord-fs.
       FD CIRCEVENTFILE.
       COPY circeventrecord-fs.
       FD BOOKCHANGEFILE.
       COPY bookchangerecord-fs.
       FD RUNCTLFILE.
       COPY runctlrecord-fs.
       FD EXTRACTFILE.
       01 EXTRACT-LINE PIC X(400).
       FD CONTROLFILE.
       01 CONTROL-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       COPY runctlrecord-ws.

       01 SRC-STATUS-WS PIC X(2).
           88 SRC-FILE-DOES-NOT-EXIST-WS VALUE 35.
           88 SRC-AT-END-WS VALUE 10.
       01 RUN-FILE-STATUS-WS PIC X(2).
           88 RUN-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 EXTRACT-FILE-STATUS-WS PIC X(2).
       01 CONTROL-FILE-STATUS-WS PIC X(2).
       01 EXTRACT-NAME-WS PIC X(30).
       01 CONTROL-NAME-WS PIC X(30).

       01 TODAY-DATE-WS.
           05 TODAY-YYYY-WS PIC 9(4).
           05 TODAY-MM-WS PIC 9(2).
           05 TODAY-DD-WS PIC 9(2).
       01 SINCE-DATE-WS PIC 9(8) VALUE 0.
       01 EVENT-DATE-WS PIC 9(8).

      *    The nine extracts in the order they are sent. Each one
      *    checkpoints as runctl.bin step 90 plus its place in this
      *    list; step 90 itself marks the whole night sent.
       01 EXTRACT-LIST-WS.
           05 FILLER PIC X(28) VALUE "library   WAREHOUSE LIBRARY ".
           05 FILLER PIC X(28) VALUE "copy      WAREHOUSE COPIES  ".
           05 FILLER PIC X(28) VALUE "student   WAREHOUSE STUDENTS".
           05 FILLER PIC X(28) VALUE "borrow    WAREHOUSE LOANS   ".
           05 FILLER PIC X(28) VALUE "history   WAREHOUSE HISTORY ".
           05 FILLER PIC X(28) VALUE "fine      WAREHOUSE FINES   ".
           05 FILLER PIC X(28) VALUE "payment   WAREHOUSE PAYMENTS".
           05 FILLER PIC X(28) VALUE "hold      WAREHOUSE HOLDS   ".
           05 FILLER PIC X(28) VALUE "waitlist  WAREHOUSE WAITLIST".
       01 EXTRACT-TABLE-WS REDEFINES EXTRACT-LIST-WS.
           05 EXTRACT-ENTRY-WS OCCURS 9 TIMES.
               10 XT-FILE-TAG-WS PIC X(10).
               10 XT-STEP-NAME-WS PIC X(18).
       01 FILE-IDX-WS PIC 9(2).
       01 EXTRACT-STEP-BASE-WS PIC 9(2) VALUE 90.
       01 STEP-NUM-WS PIC 9(2).
       01 STEP-NAME-WS PIC X(20).
       01 STEP-ALREADY-DONE-WS PIC X VALUE "N".
       01 RESUMING-WS PIC X VALUE "N".
       01 RUN-SCAN-DONE-WS PIC X VALUE "N".
       01 EOF-WS PIC X VALUE "N".
       01 READ-FAILED-WS PIC X VALUE "N".
       01 FILES-SENT-WS PIC 9(2) VALUE 0.
       01 FILES-SKIPPED-WS PIC 9(2) VALUE 0.
       01 FILES-FAILED-WS PIC 9(2) VALUE 0.
       01 ROW-COUNT-WS PIC 9(7) VALUE 0.
       01 CHANGED-COUNT-WS PIC 9(7) VALUE 0.

      *    What changed since the last night sent, taken from the
      *    circulation event log and the book change log. A table
      *    that fills marks every row of its kind changed rather
      *    than miss one; so does a first night with nothing sent.
       01 ALL-CHANGED-WS PIC X VALUE "N".
       01 CHG-BOOK-TABLE-WS.
           05 CHG-BOOK-COUNT-WS PIC 9(4) VALUE 0.
           05 CHG-BOOK-ID-WS PIC 9(10) OCCURS 2000 TIMES.
       01 CHG-BOOK-FULL-WS PIC X VALUE "N".
       01 CHG-STUDENT-TABLE-WS.
           05 CHG-STUDENT-COUNT-WS PIC 9(4) VALUE 0.
           05 CHG-STUDENT-ID-WS PIC 9(10) OCCURS 2000 TIMES.
       01 CHG-STUDENT-FULL-WS PIC X VALUE "N".
       01 CHG-PAIR-TABLE-WS.
           05 CHG-PAIR-COUNT-WS PIC 9(4) VALUE 0.
           05 CHG-PAIR-ENTRY-WS OCCURS 2000 TIMES.
               10 CP-STUDENT-ID-WS PIC 9(10).
               10 CP-BOOK-ID-WS PIC 9(10).
       01 CHG-PAIR-FULL-WS PIC X VALUE "N".
       01 CHG-IDX-WS PIC 9(4).
       01 CHG-FOUND-WS PIC X VALUE "N".
       01 LOOK-STUDENT-ID-WS PIC 9(10).
       01 LOOK-BOOK-ID-WS PIC 9(10).
       01 ROW-CHANGED-WS PIC X VALUE "N".

       01 CSV-LINE-WS PIC X(400).
       01 CSV-POS-WS PIC 9(3).
       01 CSV-TEXT-WS PIC X(50).
       01 CSV-MONEY-WS PIC 9(5).99.

      *    The district's nightly warehouse feed: every master and
      *    activity file sent whole as a comma-delimited file with a
      *    fixed header row, one file per source named
      *    wh_<file>_<date>.csv, the last column saying whether the
      *    row changed since the last night that was sent complete.
      *    Changes are read from circevent.bin (by patron, title
      *    and the patron/title pair) and bookchange.bin (by
      *    title) from that night's date onward, so a row touched
      *    on the day of the last run is flagged again rather than
      *    risk a gap. The student extract carries the patron type
      *    and e-mail standing only - no name, address, contact or
      *    PIN leaves the building.
      *    wh_control_<date>.csv lists the row and changed-row count
      *    of each file as it is closed, and runctl.bin takes a
      *    checkpoint per file, so a night that fails partway is
      *    resent from the first file without one; the END line and
      *    the step 90 checkpoint go in only when all nine are out.
       PROCEDURE DIVISION.
       StartPara.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           DISPLAY " "
           DISPLAY "DATA WAREHOUSE EXTRACT FOR " TODAY-MM-WS "/"
               TODAY-DD-WS "/" TODAY-YYYY-WS
           PERFORM OpenRunControl
           MOVE EXTRACT-STEP-BASE-WS TO STEP-NUM-WS
           PERFORM CheckStepDone
           IF STEP-ALREADY-DONE-WS = "Y"
               DISPLAY "TONIGHT'S EXTRACT HAS ALREADY BEEN SENT."
               CLOSE RUNCTLFILE
               EXIT PROGRAM
           END-IF
           PERFORM FindLastNightSent
           PERFORM VARYING FILE-IDX-WS FROM 1 BY 1
                   UNTIL FILE-IDX-WS > 9
               COMPUTE STEP-NUM-WS = EXTRACT-STEP-BASE-WS
                   + FILE-IDX-WS
               PERFORM CheckStepDone
               IF STEP-ALREADY-DONE-WS = "Y"
                   MOVE "Y" TO RESUMING-WS
               END-IF
           END-PERFORM
           IF SINCE-DATE-WS = 0
               MOVE "Y" TO ALL-CHANGED-WS
               DISPLAY "NO EARLIER EXTRACT ON RECORD - EVERY ROW IS "
                   "SENT AS CHANGED."
           ELSE
               DISPLAY "CHANGES SINCE " SINCE-DATE-WS
               PERFORM CollectCircChanges
               PERFORM CollectBookChanges
           END-IF
           PERFORM OpenControlFile

           PERFORM VARYING FILE-IDX-WS FROM 1 BY 1
                   UNTIL FILE-IDX-WS > 9
               PERFORM ExtractOneFile
           END-PERFORM

           IF FILES-FAILED-WS = 0
               PERFORM WriteControlEnd
               MOVE EXTRACT-STEP-BASE-WS TO STEP-NUM-WS
               MOVE "WAREHOUSE EXTRACT" TO STEP-NAME-WS
               PERFORM RecordStepDone
           END-IF
           CLOSE CONTROLFILE
           CLOSE RUNCTLFILE
           DISPLAY FILES-SENT-WS " FILE(S) SENT, " FILES-SKIPPED-WS
               " ALREADY SENT TONIGHT."
           IF FILES-FAILED-WS > 0
               DISPLAY FILES-FAILED-WS " FILE(S) NOT SENT - RUN THE "
                   "EXTRACT AGAIN TO RESEND FROM THAT POINT."
           END-IF.
           EXIT PROGRAM.

       OpenRunControl.
           OPEN EXTEND RUNCTLFILE
           IF RUN-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT RUNCTLFILE
               CLOSE RUNCTLFILE
           ELSE
               CLOSE RUNCTLFILE
           END-IF
           OPEN I-O RUNCTLFILE.

       CheckStepDone.
           MOVE "N" TO STEP-ALREADY-DONE-WS
           MOVE TODAY-YYYY-WS TO RUN-YYYY
           MOVE TODAY-MM-WS TO RUN-MM
           MOVE TODAY-DD-WS TO RUN-DD
           MOVE STEP-NUM-WS TO RUN-STEP-NUM
           READ RUNCTLFILE INTO RUN-CONTROL-WS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF RUN-STEP-COMPLETE-WS
                       MOVE "Y" TO STEP-ALREADY-DONE-WS
                   END-IF
           END-READ.

       RecordStepDone.
           MOVE TODAY-YYYY-WS TO RUN-YYYY
           MOVE TODAY-MM-WS TO RUN-MM
           MOVE TODAY-DD-WS TO RUN-DD
           MOVE STEP-NUM-WS TO RUN-STEP-NUM
           MOVE STEP-NAME-WS TO RUN-STEP-NAME
           MOVE "C" TO RUN-STATUS
           MOVE 0 TO RUN-BATCH-DATE
           MOVE 0 TO RUN-BATCH-COUNT
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO CHECKPOINT STEP "
                               STEP-NUM-WS "."
                   END-REWRITE
           END-WRITE.

      *    The latest earlier night whose step 90 checkpoint is in
      *    place; runctl.bin is keyed by date, so the last one read
      *    is the one wanted.
       FindLastNightSent.
           MOVE 0 TO SINCE-DATE-WS
           MOVE 0 TO RUN-DATE
           MOVE 0 TO RUN-STEP-NUM
           START RUNCTLFILE KEY IS >= RUN-REF-ID
               INVALID KEY MOVE "Y" TO RUN-SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO RUN-SCAN-DONE-WS
           END-START
           PERFORM UNTIL RUN-SCAN-DONE-WS = "Y"
               READ RUNCTLFILE NEXT INTO RUN-CONTROL-WS
                   AT END MOVE "Y" TO RUN-SCAN-DONE-WS
                   NOT AT END
                       IF RUN-DATE-WS >= TODAY-DATE-WS
                           MOVE "Y" TO RUN-SCAN-DONE-WS
                       ELSE
                           IF RUN-STEP-NUM-WS = EXTRACT-STEP-BASE-WS
                                   AND RUN-STEP-COMPLETE-WS
                               MOVE RUN-DATE-WS TO SINCE-DATE-WS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    A first file of the night starts the control file; a
      *    resend adds to the one the failed run left behind.
       OpenControlFile.
           MOVE SPACES TO CONTROL-NAME-WS
           STRING "wh_control_" TODAY-DATE-WS ".csv"
               DELIMITED BY SIZE INTO CONTROL-NAME-WS
           END-STRING
           IF RESUMING-WS = "Y"
               OPEN EXTEND CONTROLFILE
           ELSE
               OPEN OUTPUT CONTROLFILE
               MOVE "FILE,ROWS,CHANGED_ROWS,EXTRACT_DATE,CHANGED_SINCE"
                   TO CONTROL-LINE
               WRITE CONTROL-LINE
           END-IF.

       WriteControlLine.
           MOVE SPACES TO CONTROL-LINE
           STRING XT-FILE-TAG-WS(FILE-IDX-WS) DELIMITED BY SPACE
               "," ROW-COUNT-WS "," CHANGED-COUNT-WS ","
               TODAY-DATE-WS "," SINCE-DATE-WS
               DELIMITED BY SIZE INTO CONTROL-LINE
           END-STRING
           WRITE CONTROL-LINE.

       WriteControlEnd.
           MOVE SPACES TO CONTROL-LINE
           STRING "END,9,," TODAY-DATE-WS "," SINCE-DATE-WS
               DELIMITED BY SIZE INTO CONTROL-LINE
           END-STRING
           WRITE CONTROL-LINE.

      *    A file already checkpointed tonight is not sent twice; a
      *    file whose source read fails partway is left without a
      *    checkpoint or a control line, so the rerun sends it anew.
       ExtractOneFile.
           COMPUTE STEP-NUM-WS = EXTRACT-STEP-BASE-WS + FILE-IDX-WS
           MOVE XT-STEP-NAME-WS(FILE-IDX-WS) TO STEP-NAME-WS
           PERFORM CheckStepDone
           IF STEP-ALREADY-DONE-WS = "Y"
               DISPLAY "  " XT-FILE-TAG-WS(FILE-IDX-WS)
                   " ALREADY SENT TONIGHT - SKIPPED."
               ADD 1 TO FILES-SKIPPED-WS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO EXTRACT-NAME-WS
           STRING "wh_" DELIMITED BY SIZE
               XT-FILE-TAG-WS(FILE-IDX-WS) DELIMITED BY SPACE
               "_" TODAY-DATE-WS ".csv" DELIMITED BY SIZE
               INTO EXTRACT-NAME-WS
           END-STRING
           MOVE 0 TO ROW-COUNT-WS
           MOVE 0 TO CHANGED-COUNT-WS
           MOVE "N" TO READ-FAILED-WS
           MOVE "N" TO EOF-WS
           OPEN OUTPUT EXTRACTFILE
           EVALUATE FILE-IDX-WS
               WHEN 1 PERFORM ExtractLibrary
               WHEN 2 PERFORM ExtractCopies
               WHEN 3 PERFORM ExtractStudents
               WHEN 4 PERFORM ExtractLoans
               WHEN 5 PERFORM ExtractHistory
               WHEN 6 PERFORM ExtractFines
               WHEN 7 PERFORM ExtractPayments
               WHEN 8 PERFORM ExtractHolds
               WHEN 9 PERFORM ExtractWaitlist
           END-EVALUATE
           CLOSE EXTRACTFILE
           IF READ-FAILED-WS = "Y"
               DISPLAY "  " XT-FILE-TAG-WS(FILE-IDX-WS)
                   " READ STOPPED, FILE STATUS " SRC-STATUS-WS
                   " AFTER " ROW-COUNT-WS " ROW(S) - NOT SENT."
               ADD 1 TO FILES-FAILED-WS
               EXIT PARAGRAPH
           END-IF
           PERFORM WriteControlLine
           PERFORM RecordStepDone
           ADD 1 TO FILES-SENT-WS
           DISPLAY "  " EXTRACT-NAME-WS " " ROW-COUNT-WS " ROW(S), "
               CHANGED-COUNT-WS " CHANGED.".

      *    Any status but a good read or end of file stops the
      *    read loop and keeps the file from being checkpointed.
       CheckSourceRead.
           IF SRC-STATUS-WS(1:1) NOT = "0" AND NOT SRC-AT-END-WS
               MOVE "Y" TO READ-FAILED-WS
               MOVE "Y" TO EOF-WS
           END-IF.

       ExtractLibrary.
           MOVE SPACES TO EXTRACT-LINE
           STRING "BOOK_ID,TITLE,AUTHOR,ISSUE_DATE,QUANTITY,AVAILABLE,"
               "WITHDRAWN,CATEGORY,ISBN,CALL_NUMBER,ITEM_TYPE,"
               "LOAN_CLASS,RESTRICT_CLASS,CHANGED"
               DELIMITED BY SIZE INTO EXTRACT-LINE
           END-STRING
           WRITE EXTRACT-LINE
           OPEN INPUT BOOKRECORD
           IF SRC-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-WS = "Y"
               READ BOOKRECORD NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END PERFORM WriteLibraryRow
               END-READ
               PERFORM CheckSourceRead
           END-PERFORM
           CLOSE BOOKRECORD.

       WriteLibraryRow.
           PERFORM StartCsvLine
           STRING BOOK-ID "," DELIMITED BY SIZE
               INTO CSV-LINE-WS WITH POINTER CSV-POS-WS
           END-STRING
           MOVE BOOKNAME TO CSV-TEXT-WS
           PERFORM AppendText
           MOVE AUTHORNAME TO CSV-TEXT-WS
           PERFORM AppendText
           STRING YYYY MM DD "," QUANTITY "," BAVAIL "," WITHDRAWN
               "," DELIMITED BY SIZE
               INTO CSV-LINE-WS WITH POINTER CSV-POS-WS
           END-STRING
           MOVE CATEGORY TO CSV-TEXT-WS
           PERFORM AppendText
           MOVE ISBN TO CSV-TEXT-WS
           PERFORM AppendText
           MOVE CALL-NUMBER TO CSV-TEXT-WS
           PERFORM AppendText
           STRING ITEM-TYPE "," LOAN-CLASS "," RESTRICT-CLASS ","
               DELIMITED BY SIZE
               INTO CSV-LINE-WS WITH POINTER CSV-POS-WS
           END-STRING
           MOVE BOOK-ID TO LOOK-BOOK-ID-WS
           PERFORM JudgeBookChanged
           PERFORM EndCsvLine.

       ExtractCopies.
           MOVE "BOOK_ID,COPY_NUM,CONDITION,BRANCH,CHANGED"
               TO EXTRACT-LINE
           WRITE EXTRACT-LINE
           OPEN INPUT COPYRECORD
           IF SRC-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-WS = "Y"
               READ COPYRECORD NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END PERFORM WriteCopyRow
               END-READ
               PERFORM CheckSourceRead
           END-PERFORM
           CLOSE COPYRECORD.

       WriteCopyRow.
           PERFORM StartCsvLine
           STRING CBOOK-ID "," CCOPY-NUM "," CCONDITION ","
               DELIMITED BY SIZE
               INTO CSV-LINE-WS WITH POINTER CSV-POS-WS
           END-STRING
           MOVE CBRANCH TO CSV-TEXT-WS
           PERFORM AppendText
           MOVE CBOOK-ID TO LOOK-BOOK-ID-WS
           PERFORM JudgeBookChanged
           PERFORM EndCsvLine.

       ExtractStudents.
           MOVE "STUDENT_ID,PATRON_TYPE,EMAIL_STATUS,CHANGED"
               TO EXTRACT-LINE
           WRITE EXTRACT-LINE
           OPEN INPUT STUDENTRECORD
           IF SRC-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-WS = "Y"
               READ STUDENTRECORD NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END PERFORM WriteStudentRow
               END-READ
               PERFORM CheckSourceRead
           END-PERFORM
           CLOSE STUDENTRECORD.

       WriteStudentRow.
           PERFORM StartCsvLine
           STRING STUDENT-ID "," PATRON-TYPE "," STUDENT-EMAIL-STATUS
               "," DELIMITED BY SIZE
               INTO CSV-LINE-WS WITH POINTER CSV-POS-WS
           END-STRING
           MOVE STUDENT-ID TO LOOK-STUDENT-ID-WS
           PERFORM JudgeStudentChanged
           PERFORM EndCsvLine.

       ExtractLoans.
           MOVE SPACES TO EXTRACT-LINE
           STRING "STUDENT_ID,BOOK_ID,QUANTITY,BORROW_DATE,OPERATOR,"
               "DUE_DATE,DUE_TIME,CHANGED"
               DELIMITED BY SIZE INTO EXTRACT-LINE
           END-STRING
           WRITE EXTRACT-LINE
           OPEN INPUT BORROWRECORD
           IF SRC-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-WS = "Y"
               READ BORROWRECORD NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END PERFORM WriteLoanRow
               END-READ
               PERFORM CheckSourceRead
           END-PERFORM
           CLOSE BORROWRECORD.

       WriteLoanRow.
           PERFORM StartCsvLine
           STRING BORROWER-ID "," BBOOK-ID "," BQUANTITY ","
               BYYYY BMM BDD "," DELIMITED BY SIZE
               INTO CSV-LINE-WS WITH POINTER CSV-POS-WS
           END-STRING
           MOVE BOPERATOR TO CSV-TEXT-WS
           PERFORM AppendText
           STRING BDUE-YYYY BDUE-MM BDUE-DD "," BDUE-TIME ","
               DELIMITED BY SIZE
               INTO CSV-LINE-WS WITH POINTER CSV-POS-WS
           END-STRING
           MOVE BORROWER-ID TO LOOK-STUDENT-ID-WS
           MOVE BBOOK-ID TO LOOK-BOOK-ID-WS
           PERFORM JudgePairChanged
           PERFORM EndCsvLine.

       ExtractHistory.
           MOVE SPACES TO EXTRACT-LINE
           STRING "STUDENT_ID,BOOK_ID,RETURNED_DATE,RETURNED_TIME,"
               "BORROWED_DATE,DISPOSITION,CHANGED"
               DELIMITED BY SIZE INTO EXTRACT-LINE
           END-STRING
           WRITE EXTRACT-LINE
           OPEN INPUT HISTORYRECORD
           IF SRC-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-WS = "Y"
               READ HISTORYRECORD NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END PERFORM WriteHistoryRow
               END-READ
               PERFORM CheckSourceRead
           END-PERFORM
           CLOSE HISTORYRECORD.

       WriteHistoryRow.
           PERFORM StartCsvLine
           STRING HSTUDENT-ID "," HBOOK-ID "," HRETURNED-DATE ","
               HRETURNED-TIME "," HB-YYYY HB-MM HB-DD ","
               HDISPOSITION "," DELIMITED BY SIZE
               INTO CSV-LINE-WS WITH POINTER CSV-POS-WS
           END-STRING
           MOVE HSTUDENT-ID TO LOOK-STUDENT-ID-WS
           MOVE HBOOK-ID TO LOOK-BOOK-ID-WS
           PERFORM JudgePairChanged
           PERFORM EndCsvLine.

       ExtractFines.
           MOVE SPACES TO EXTRACT-LINE
           STRING "STUDENT_ID,BOOK_ID,ASSESSED_DATE,ASSESSED_TIME,"
               "DAYS_OVERDUE,AMOUNT_DUE,AMOUNT_PAID,PAID,TYPE,"
               "CHANGED"
               DELIMITED BY SIZE INTO EXTRACT-LINE
           END-STRING
           WRITE EXTRACT-LINE
           OPEN INPUT FINERECORD
           IF SRC-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-WS = "Y"
               READ FINERECORD NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END PERFORM WriteFineRow
               END-READ
               PERFORM CheckSourceRead
           END-PERFORM
           CLOSE FINERECORD.

       WriteFineRow.
           PERFORM StartCsvLine
           STRING FSTUDENT-ID "," FBOOK-ID "," FASSESSED-DATE ","
               FASSESSED-TIME "," FDAYS-OVERDUE ","
               DELIMITED BY SIZE
               INTO CSV-LINE-WS WITH POINTER CSV-POS-WS
           END-STRING
           MOVE FAMOUNT-DUE TO CSV-MONEY-WS
           STRING CSV-MONEY-WS "," DELIMITED BY SIZE
               INTO CSV-LINE-WS WITH POINTER CSV-POS-WS
           END-STRING
           MOVE FAMOUNT-PAID TO CSV-MONEY-WS
           STRING CSV-MONEY-WS "," FPAID "," FTYPE ","
               DELIMITED BY SIZE
               INTO CSV-LINE-WS WITH POINTER CSV-POS-WS
           END-STRING
           MOVE FSTUDENT-ID TO LOOK-STUDENT-ID-WS
           MOVE FBOOK-ID TO LOOK-BOOK-ID-WS
           PERFORM JudgePairChanged
           PERFORM EndCsvLine.

       ExtractPayments.
           MOVE SPACES TO EXTRACT-LINE
           STRING "STUDENT_ID,BOOK_ID,PAY_DATE,PAY_TIME,AMOUNT,METHOD,"
               "OPERATOR,REASON,CHANGED"
               DELIMITED BY SIZE INTO EXTRACT-LINE
           END-STRING
           WRITE EXTRACT-LINE
           OPEN INPUT PAYMENTRECORD
           IF SRC-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-WS = "Y"
               READ PAYMENTRECORD NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END PERFORM WritePaymentRow
               END-READ
               PERFORM CheckSourceRead
           END-PERFORM
           CLOSE PAYMENTRECORD.

       WritePaymentRow.
           PERFORM StartCsvLine
           MOVE PAY-AMOUNT TO CSV-MONEY-WS
           STRING PAY-STUDENT-ID "," PAY-BOOK-ID "," PAY-DATE ","
               PAY-TIME "," CSV-MONEY-WS "," DELIMITED BY SIZE
               INTO CSV-LINE-WS WITH POINTER CSV-POS-WS
           END-STRING
           MOVE PAY-METHOD TO CSV-TEXT-WS
           PERFORM AppendText
           MOVE PAY-OPERATOR TO CSV-TEXT-WS
           PERFORM AppendText
           MOVE PAY-REASON TO CSV-TEXT-WS
           PERFORM AppendText
           MOVE PAY-STUDENT-ID TO LOOK-STUDENT-ID-WS
           MOVE PAY-BOOK-ID TO LOOK-BOOK-ID-WS
           PERFORM JudgePairChanged
           PERFORM EndCsvLine.

       ExtractHolds.
           MOVE SPACES TO EXTRACT-LINE
           STRING "STUDENT_ID,BOOK_ID,PLACED_DATE,PICKUP_BY,BRANCH,"
               "STATUS,COPY_NUM,CHANGED"
               DELIMITED BY SIZE INTO EXTRACT-LINE
           END-STRING
           WRITE EXTRACT-LINE
           OPEN INPUT HOLDRECORD
           IF SRC-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-WS = "Y"
               READ HOLDRECORD NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END PERFORM WriteHoldRow
               END-READ
               PERFORM CheckSourceRead
           END-PERFORM
           CLOSE HOLDRECORD.

       WriteHoldRow.
           PERFORM StartCsvLine
           STRING HOLD-STUDENT-ID "," HOLD-BOOK-ID ","
               HOLD-P-YYYY HOLD-P-MM HOLD-P-DD ","
               HOLD-B-YYYY HOLD-B-MM HOLD-B-DD ","
               DELIMITED BY SIZE
               INTO CSV-LINE-WS WITH POINTER CSV-POS-WS
           END-STRING
           MOVE HOLD-PICKUP-BRANCH TO CSV-TEXT-WS
           PERFORM AppendText
           STRING HOLD-STATUS "," HOLD-COPY-NUM ","
               DELIMITED BY SIZE
               INTO CSV-LINE-WS WITH POINTER CSV-POS-WS
           END-STRING
           MOVE HOLD-STUDENT-ID TO LOOK-STUDENT-ID-WS
           MOVE HOLD-BOOK-ID TO LOOK-BOOK-ID-WS
           PERFORM JudgePairChanged
           PERFORM EndCsvLine.

       ExtractWaitlist.
           MOVE SPACES TO EXTRACT-LINE
           STRING "STUDENT_ID,BOOK_ID,REQUEST_DATE,BRANCH,BUMPED,"
               "BUMP_REASON,BUMP_BY,BUMP_DATE,CHANGED"
               DELIMITED BY SIZE INTO EXTRACT-LINE
           END-STRING
           WRITE EXTRACT-LINE
           OPEN INPUT WAITLISTRECORD
           IF SRC-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-WS = "Y"
               READ WAITLISTRECORD NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END PERFORM WriteWaitlistRow
               END-READ
               PERFORM CheckSourceRead
           END-PERFORM
           CLOSE WAITLISTRECORD.

       WriteWaitlistRow.
           PERFORM StartCsvLine
           STRING WSTUDENT-ID "," WBOOK-ID "," WYYYY WMM WDD ","
               DELIMITED BY SIZE
               INTO CSV-LINE-WS WITH POINTER CSV-POS-WS
           END-STRING
           MOVE WPICKUP-BRANCH TO CSV-TEXT-WS
           PERFORM AppendText
           STRING WBUMPED "," DELIMITED BY SIZE
               INTO CSV-LINE-WS WITH POINTER CSV-POS-WS
           END-STRING
           MOVE WBUMP-REASON TO CSV-TEXT-WS
           PERFORM AppendText
           MOVE WBUMP-BY TO CSV-TEXT-WS
           PERFORM AppendText
           STRING WBUMP-DATE "," DELIMITED BY SIZE
               INTO CSV-LINE-WS WITH POINTER CSV-POS-WS
           END-STRING
           MOVE WSTUDENT-ID TO LOOK-STUDENT-ID-WS
           MOVE WBOOK-ID TO LOOK-BOOK-ID-WS
           PERFORM JudgePairChanged
           PERFORM EndCsvLine.

       StartCsvLine.
           MOVE SPACES TO CSV-LINE-WS
           MOVE 1 TO CSV-POS-WS.

      *    Text goes out quoted with its trailing blanks dropped; a
      *    double quote inside it becomes a single quote so the
      *    field never breaks the line apart.
       AppendText.
           INSPECT CSV-TEXT-WS REPLACING ALL '"' BY "'"
           STRING '"' CSV-TEXT-WS DELIMITED BY "  "
               '",' DELIMITED BY SIZE
               INTO CSV-LINE-WS WITH POINTER CSV-POS-WS
           END-STRING.

       EndCsvLine.
           STRING ROW-CHANGED-WS DELIMITED BY SIZE
               INTO CSV-LINE-WS WITH POINTER CSV-POS-WS
           END-STRING
           MOVE CSV-LINE-WS TO EXTRACT-LINE
           WRITE EXTRACT-LINE
           ADD 1 TO ROW-COUNT-WS
           IF ROW-CHANGED-WS = "Y"
               ADD 1 TO CHANGED-COUNT-WS
           END-IF.

      *    circevent.bin is keyed by timestamp, so the read starts
      *    at the last night sent and runs to the end of the log.
      *    A sale carries its sale number where a title would be
      *    and names no title.
       CollectCircChanges.
           OPEN INPUT CIRCEVENTFILE
           IF SRC-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO CIRC-REF-ID
           MOVE SINCE-DATE-WS TO CIRC-DATE
           MOVE ZEROS TO CIRC-TIME
           MOVE ZEROS TO CIRC-SEQ
           MOVE "N" TO EOF-WS
           START CIRCEVENTFILE KEY IS >= CIRC-REF-ID
               INVALID KEY MOVE "Y" TO EOF-WS
           END-START
           PERFORM UNTIL EOF-WS = "Y"
               READ CIRCEVENTFILE NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END PERFORM NoteCircChange
               END-READ
           END-PERFORM
           CLOSE CIRCEVENTFILE.

       NoteCircChange.
           IF CIRC-STUDENT-ID NOT = 0
               MOVE CIRC-STUDENT-ID TO LOOK-STUDENT-ID-WS
               PERFORM NoteChangedStudent
           END-IF
           IF CIRC-BOOK-ID = 0 OR CIRC-EVENT-TYPE = "SALE"
               EXIT PARAGRAPH
           END-IF
           MOVE CIRC-BOOK-ID TO LOOK-BOOK-ID-WS
           PERFORM NoteChangedBook
           IF CIRC-STUDENT-ID NOT = 0
               PERFORM NoteChangedPair
           END-IF.

      *    bookchange.bin leads with the book id, so the whole log
      *    is read and the dates judged row by row.
       CollectBookChanges.
           OPEN INPUT BOOKCHANGEFILE
           IF SRC-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-WS
           PERFORM UNTIL EOF-WS = "Y"
               READ BOOKCHANGEFILE NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE BCHG-DATE TO EVENT-DATE-WS
                       IF EVENT-DATE-WS >= SINCE-DATE-WS
                           MOVE BCHG-BOOK-ID TO LOOK-BOOK-ID-WS
                           PERFORM NoteChangedBook
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOKCHANGEFILE.

       NoteChangedBook.
           IF CHG-BOOK-FULL-WS = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO CHG-FOUND-WS
           PERFORM VARYING CHG-IDX-WS FROM 1 BY 1
                   UNTIL CHG-IDX-WS > CHG-BOOK-COUNT-WS
                   OR CHG-FOUND-WS = "Y"
               IF CHG-BOOK-ID-WS(CHG-IDX-WS) = LOOK-BOOK-ID-WS
                   MOVE "Y" TO CHG-FOUND-WS
               END-IF
           END-PERFORM
           IF CHG-FOUND-WS = "Y"
               EXIT PARAGRAPH
           END-IF
           IF CHG-BOOK-COUNT-WS >= 2000
               MOVE "Y" TO CHG-BOOK-FULL-WS
           ELSE
               ADD 1 TO CHG-BOOK-COUNT-WS
               MOVE LOOK-BOOK-ID-WS TO
                   CHG-BOOK-ID-WS(CHG-BOOK-COUNT-WS)
           END-IF.

       NoteChangedStudent.
           IF CHG-STUDENT-FULL-WS = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO CHG-FOUND-WS
           PERFORM VARYING CHG-IDX-WS FROM 1 BY 1
                   UNTIL CHG-IDX-WS > CHG-STUDENT-COUNT-WS
                   OR CHG-FOUND-WS = "Y"
               IF CHG-STUDENT-ID-WS(CHG-IDX-WS) = LOOK-STUDENT-ID-WS
                   MOVE "Y" TO CHG-FOUND-WS
               END-IF
           END-PERFORM
           IF CHG-FOUND-WS = "Y"
               EXIT PARAGRAPH
           END-IF
           IF CHG-STUDENT-COUNT-WS >= 2000
               MOVE "Y" TO CHG-STUDENT-FULL-WS
           ELSE
               ADD 1 TO CHG-STUDENT-COUNT-WS
               MOVE LOOK-STUDENT-ID-WS TO
                   CHG-STUDENT-ID-WS(CHG-STUDENT-COUNT-WS)
           END-IF.

       NoteChangedPair.
           IF CHG-PAIR-FULL-WS = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM FindChangedPair
           IF CHG-FOUND-WS = "Y"
               EXIT PARAGRAPH
           END-IF
           IF CHG-PAIR-COUNT-WS >= 2000
               MOVE "Y" TO CHG-PAIR-FULL-WS
           ELSE
               ADD 1 TO CHG-PAIR-COUNT-WS
               MOVE LOOK-STUDENT-ID-WS TO
                   CP-STUDENT-ID-WS(CHG-PAIR-COUNT-WS)
               MOVE LOOK-BOOK-ID-WS TO
                   CP-BOOK-ID-WS(CHG-PAIR-COUNT-WS)
           END-IF.

       FindChangedPair.
           MOVE "N" TO CHG-FOUND-WS
           PERFORM VARYING CHG-IDX-WS FROM 1 BY 1
                   UNTIL CHG-IDX-WS > CHG-PAIR-COUNT-WS
                   OR CHG-FOUND-WS = "Y"
               IF CP-STUDENT-ID-WS(CHG-IDX-WS) = LOOK-STUDENT-ID-WS
                   AND CP-BOOK-ID-WS(CHG-IDX-WS) = LOOK-BOOK-ID-WS
                   MOVE "Y" TO CHG-FOUND-WS
               END-IF
           END-PERFORM.

       JudgeBookChanged.
           MOVE "N" TO ROW-CHANGED-WS
           IF ALL-CHANGED-WS = "Y" OR CHG-BOOK-FULL-WS = "Y"
               MOVE "Y" TO ROW-CHANGED-WS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CHG-IDX-WS FROM 1 BY 1
                   UNTIL CHG-IDX-WS > CHG-BOOK-COUNT-WS
                   OR ROW-CHANGED-WS = "Y"
               IF CHG-BOOK-ID-WS(CHG-IDX-WS) = LOOK-BOOK-ID-WS
                   MOVE "Y" TO ROW-CHANGED-WS
               END-IF
           END-PERFORM.

       JudgeStudentChanged.
           MOVE "N" TO ROW-CHANGED-WS
           IF ALL-CHANGED-WS = "Y" OR CHG-STUDENT-FULL-WS = "Y"
               MOVE "Y" TO ROW-CHANGED-WS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CHG-IDX-WS FROM 1 BY 1
                   UNTIL CHG-IDX-WS > CHG-STUDENT-COUNT-WS
                   OR ROW-CHANGED-WS = "Y"
               IF CHG-STUDENT-ID-WS(CHG-IDX-WS) = LOOK-STUDENT-ID-WS
                   MOVE "Y" TO ROW-CHANGED-WS
               END-IF
           END-PERFORM.

       JudgePairChanged.
           MOVE "N" TO ROW-CHANGED-WS
           IF ALL-CHANGED-WS = "Y" OR CHG-PAIR-FULL-WS = "Y"
               MOVE "Y" TO ROW-CHANGED-WS
               EXIT PARAGRAPH
           END-IF
           PERFORM FindChangedPair
           MOVE CHG-FOUND-WS TO ROW-CHANGED-WS.
