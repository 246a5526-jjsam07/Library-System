       IDENTIFICATION DIVISION.
       PROGRAM-ID. TextbookDesk.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TXPACKAGEFILE ASSIGN TO "txpackage.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TXP-REF-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS PKG-FILE-STATUS-WS.

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

       DATA DIVISION.
       FILE SECTION.
       FD TXPACKAGEFILE.
       COPY txpackagerecord-fs.
       FD BOOKRECORD.
       COPY bookrecord-fs.

       WORKING-STORAGE SECTION.
       COPY txpackagerecord-ws.
       COPY bookrecord-ws.
       COPY txissue-request.
       COPY term-request.

       01 PKG-FILE-STATUS-WS PIC X(2).
           88 PKG-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 BOOK-FILE-STATUS-WS PIC X(2).
       01 PKG-SCAN-DONE-WS PIC X VALUE "N".
       01 COURSE-SCAN-WS PIC X(10) VALUE SPACES.
       01 TITLE-COUNT-WS PIC 9(3) VALUE 0.
       01 ANSWER-WS PIC X VALUE SPACE.

       LINKAGE SECTION.
       01 STUDENT-ID-LS PIC 9(10).
       01 OPERATOR-NAME-LS PIC X(20).

      *    The desk's issue-package screen, for the student at the
      *    counter who missed the bulk issue or joined the course
      *    late: the course's package is shown and, once confirmed,
      *    issued through TextbookIssue with the current term's last
      *    day as the due date.
       PROCEDURE DIVISION USING STUDENT-ID-LS OPERATOR-NAME-LS.
       StartPara.
           DISPLAY " "
           DISPLAY "ISSUE A TEXTBOOK-RENTAL PACKAGE"
           DISPLAY "COURSE CODE: " WITH NO ADVANCING
           MOVE SPACES TO COURSE-SCAN-WS
           ACCEPT COURSE-SCAN-WS
           IF COURSE-SCAN-WS = SPACES
               EXIT PROGRAM
           END-IF
           MOVE FUNCTION UPPER-CASE(COURSE-SCAN-WS) TO COURSE-SCAN-WS
           MOVE "C" TO TRQ-FUNC
           MOVE 0 TO TRQ-DATE
           CALL "TermLookup" USING TRQ-REQUEST
           IF NOT TRQ-TERM-FOUND
               DISPLAY "NO CURRENT TERM ON THE TERM MASTER - SET THE "
                   "TERM UP FIRST."
               EXIT PROGRAM
           END-IF
           PERFORM ShowPackage
           IF TITLE-COUNT-WS = 0
               DISPLAY "NO PACKAGE SET UP FOR COURSE " COURSE-SCAN-WS
                   "."
               EXIT PROGRAM
           END-IF
           DISPLAY "ISSUE THESE " TITLE-COUNT-WS " TITLE(S), DUE "
               TRQ-END " (END OF " TRQ-CODE ") (Y/N)? "
               WITH NO ADVANCING
           MOVE SPACE TO ANSWER-WS
           ACCEPT ANSWER-WS
           IF ANSWER-WS NOT = "Y" AND ANSWER-WS NOT = "y"
               DISPLAY "NOTHING ISSUED."
               EXIT PROGRAM
           END-IF
           MOVE STUDENT-ID-LS TO TXI-STUDENT-ID
           MOVE COURSE-SCAN-WS TO TXI-COURSE
           MOVE OPERATOR-NAME-LS TO TXI-OPERATOR
           MOVE TRQ-CODE TO TXI-TERM
           MOVE TRQ-END TO TXI-DUE-DATE
           CALL "TextbookIssue" USING TXI-REQUEST
           IF TXI-OK = "N"
               DISPLAY TXI-MESSAGE
               EXIT PROGRAM
           END-IF
           DISPLAY TXI-ISSUED " ISSUED, " TXI-ALREADY-OUT
               " ALREADY OUT, " TXI-SHORT " NOT ISSUED."
           IF TXI-SHORT > 0
               DISPLAY "TITLES NOT ISSUED CAN BE LENT THROUGH BORROW "
                   "WHEN A COPY IS FREE."
           END-IF.
           EXIT PROGRAM.

       ShowPackage.
           MOVE 0 TO TITLE-COUNT-WS
           OPEN INPUT TXPACKAGEFILE
           IF PKG-FILE-ABSENT-ON-OPEN-WS
               CLOSE TXPACKAGEFILE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BOOKRECORD
           MOVE COURSE-SCAN-WS TO TXP-COURSE
           MOVE 0 TO TXP-BOOK-ID
           START TXPACKAGEFILE KEY IS >= TXP-REF-ID
               INVALID KEY MOVE "Y" TO PKG-SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO PKG-SCAN-DONE-WS
           END-START
           PERFORM UNTIL PKG-SCAN-DONE-WS = "Y"
               READ TXPACKAGEFILE NEXT INTO TX-PACKAGE-WS
                   AT END MOVE "Y" TO PKG-SCAN-DONE-WS
                   NOT AT END
                       IF TXP-COURSE-WS NOT = COURSE-SCAN-WS
                           MOVE "Y" TO PKG-SCAN-DONE-WS
                       ELSE
                           ADD 1 TO TITLE-COUNT-WS
                           PERFORM ShowPackageTitle
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOKRECORD
           CLOSE TXPACKAGEFILE.

       ShowPackageTitle.
           MOVE "(NOT IN THE CATALOG)" TO BOOKNAME-WS
           MOVE TXP-BOOK-ID-WS TO BOOK-ID
           READ BOOKRECORD INTO BOOK-WS
               KEY IS BOOK-ID
               INVALID KEY CONTINUE
           END-READ
           DISPLAY "  " TXP-BOOK-ID-WS " " BOOKNAME-WS.
