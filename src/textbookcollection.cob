       IDENTIFICATION DIVISION.
       PROGRAM-ID. TextbookCollection.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TXRENTALFILE ASSIGN TO "txrental.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TXR-REF-ID
           ALTERNATE RECORD KEY IS TXR-TERM WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL BORROWRECORD ASSIGN TO "borrow.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS BORROW-FILE-STATUS-WS.

           SELECT OPTIONAL BOOKRECORD ASSIGN TO "library.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BOOK-ID
           ALTERNATE RECORD KEY IS BOOKNAME
           ALTERNATE RECORD KEY IS AUTHORNAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS CATEGORY WITH DUPLICATES
           ALTERNATE RECORD KEY IS ISBN WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS BOOK-FILE-STATUS-WS.

           SELECT OPTIONAL STUDENTRECORD ASSIGN TO "student.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STUDENT-ID
           FILE STATUS IS STUDENT-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD TXRENTALFILE.
       COPY txrentalrecord-fs.
       FD BORROWRECORD.
       COPY borrowrecord-fs.
       FD BOOKRECORD.
       COPY bookrecord-fs.
       FD STUDENTRECORD.
       COPY studentrecord-fs.

       WORKING-STORAGE SECTION.
       COPY txrentalrecord-ws.
       COPY borrowrecord-ws.
       COPY bookrecord-ws.
       COPY studentrecord-ws.
       COPY term-request.
       COPY spool-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 BORROW-FILE-STATUS-WS PIC X(2).
           88 BORROW-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 BOOK-FILE-STATUS-WS PIC X(2).
       01 STUDENT-FILE-STATUS-WS PIC X(2).

       01 SCAN-DONE-WS PIC X VALUE "N".
       01 TERM-SCAN-WS PIC X(6) VALUE SPACES.
       01 LOAN-OPEN-WS PIC X VALUE "N".
       01 LAST-STUDENT-WS PIC 9(10) VALUE 0.
       01 ROW-TITLE-WS PIC X(24).
       01 ROW-NAME-WS PIC X(40).
       01 STUDENT-ITEMS-WS PIC 9(3) VALUE 0.
       01 STUDENT-COUNT-WS PIC 9(5) VALUE 0.
       01 ITEM-COUNT-WS PIC 9(6) VALUE 0.
       01 BACK-COUNT-WS PIC 9(6) VALUE 0.

      *    Term-end collection report: every textbook-rental item
      *    issued for the term and still on loan, grouped under the
      *    student who has it, with the student's count - the list
      *    the desk chases before the billing run turns what is left
      *    into replacement charges. Items already back are counted
      *    in the totals but not listed.
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY " "
           DISPLAY "TEXTBOOK RENTAL COLLECTION REPORT"
           DISPLAY "TERM CODE (ENTER FOR THE CURRENT TERM): "
               WITH NO ADVANCING
           MOVE SPACES TO TERM-SCAN-WS
           ACCEPT TERM-SCAN-WS
           IF TERM-SCAN-WS = SPACES
               MOVE "C" TO TRQ-FUNC
               MOVE 0 TO TRQ-DATE
               CALL "TermLookup" USING TRQ-REQUEST
               IF NOT TRQ-TERM-FOUND
                   DISPLAY "NO CURRENT TERM ON THE TERM MASTER."
                   EXIT PROGRAM
               END-IF
               MOVE TRQ-CODE TO TERM-SCAN-WS
           END-IF
           MOVE FUNCTION UPPER-CASE(TERM-SCAN-WS) TO TERM-SCAN-WS
           MOVE "O" TO SPOOL-FUNC
           MOVE "txcollect" TO SPOOL-PREFIX
           MOVE SPACES TO SPOOL-TITLE
           STRING "TEXTBOOK RENTALS STILL OUT FOR TERM " TERM-SCAN-WS
               DELIMITED BY SIZE INTO SPOOL-TITLE
           END-STRING
           MOVE "  BOOK ID    TITLE                    COURSE     CPY "
               TO SPOOL-HEADING
           MOVE "DUE DATE" TO SPOOL-HEADING(54:8)
           CALL "ReportSpool" USING SPOOL-REQUEST
           DISPLAY " "
           DISPLAY SPOOL-HEADING
           MOVE "L" TO SPOOL-FUNC
           OPEN INPUT TXRENTALFILE
           IF FILE-ABSENT-ON-OPEN-WS
               CLOSE TXRENTALFILE
           ELSE
               OPEN INPUT BORROWRECORD
               OPEN INPUT BOOKRECORD
               OPEN INPUT STUDENTRECORD
               PERFORM ListRentals
               PERFORM ShowStudentCount
               CLOSE STUDENTRECORD
               CLOSE BOOKRECORD
               CLOSE BORROWRECORD
               CLOSE TXRENTALFILE
           END-IF
           MOVE "C" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-TOTAL-LINE
           STRING ITEM-COUNT-WS " ITEM(S) OUT WITH " STUDENT-COUNT-WS
               " STUDENT(S), " BACK-COUNT-WS " RETURNED."
               DELIMITED BY SIZE INTO SPOOL-TOTAL-LINE
           END-STRING
           DISPLAY SPOOL-TOTAL-LINE
           CALL "ReportSpool" USING SPOOL-REQUEST.
           EXIT PROGRAM.

       ListRentals.
           MOVE 0 TO TXR-STUDENT-ID
           MOVE 0 TO TXR-BOOK-ID
           START TXRENTALFILE KEY IS >= TXR-REF-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ TXRENTALFILE NEXT INTO TX-RENTAL-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF TXR-TERM-WS = TERM-SCAN-WS AND
                               TXR-IS-ISSUED-WS
                           PERFORM JudgeOneRental
                       END-IF
               END-READ
           END-PERFORM.

      *    The rental row stays "I" until billing settles it; the
      *    loan ticket is what says whether the book has come back,
      *    so a return at any desk or the book drop needs nothing
      *    written here.
       JudgeOneRental.
           MOVE "N" TO LOAN-OPEN-WS
           IF NOT BORROW-FILE-ABSENT-ON-OPEN-WS
               MOVE TXR-STUDENT-ID-WS TO BORROWER-ID
               MOVE TXR-BOOK-ID-WS TO BBOOK-ID
               READ BORROWRECORD INTO BBOOK-WS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO LOAN-OPEN-WS
               END-READ
           END-IF
           IF LOAN-OPEN-WS = "N"
               ADD 1 TO BACK-COUNT-WS
               EXIT PARAGRAPH
           END-IF
           IF TXR-STUDENT-ID-WS NOT = LAST-STUDENT-WS
               PERFORM ShowStudentCount
               PERFORM ShowStudentHeading
           END-IF
           ADD 1 TO STUDENT-ITEMS-WS
           ADD 1 TO ITEM-COUNT-WS
           MOVE "(NO RECORD)" TO ROW-TITLE-WS
           MOVE TXR-BOOK-ID-WS TO BOOK-ID
           READ BOOKRECORD INTO BOOK-WS
               KEY IS BOOK-ID
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE BOOKNAME-WS TO ROW-TITLE-WS
           END-READ
           MOVE SPACES TO SPOOL-LINE
           STRING "  " TXR-BOOK-ID-WS " " ROW-TITLE-WS " "
               TXR-COURSE-WS " " TXR-COPY-NUM-WS " " TXR-DUE-DATE-WS
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           DISPLAY SPOOL-LINE
           CALL "ReportSpool" USING SPOOL-REQUEST.

       ShowStudentHeading.
           ADD 1 TO STUDENT-COUNT-WS
           MOVE TXR-STUDENT-ID-WS TO LAST-STUDENT-WS
           MOVE 0 TO STUDENT-ITEMS-WS
           MOVE "(NO PATRON RECORD)" TO ROW-NAME-WS
           MOVE TXR-STUDENT-ID-WS TO STUDENT-ID
           READ STUDENTRECORD INTO STUDENT-WS
               KEY IS STUDENT-ID
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE STUDENTNAME-WS TO ROW-NAME-WS
           END-READ
           MOVE SPACES TO SPOOL-LINE
           STRING "STUDENT " TXR-STUDENT-ID-WS " " ROW-NAME-WS
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           DISPLAY SPOOL-LINE
           CALL "ReportSpool" USING SPOOL-REQUEST.

       ShowStudentCount.
           IF STUDENT-ITEMS-WS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SPOOL-LINE
           STRING "  " STUDENT-ITEMS-WS " ITEM(S) TO COLLECT"
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           DISPLAY SPOOL-LINE
           CALL "ReportSpool" USING SPOOL-REQUEST.
