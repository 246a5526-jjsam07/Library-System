       IDENTIFICATION DIVISION.
       PROGRAM-ID. TextbookIssue.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TXPACKAGEFILE ASSIGN TO "txpackage.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TXP-REF-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS PKG-FILE-STATUS-WS.

           SELECT OPTIONAL TXRENTALFILE ASSIGN TO "txrental.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TXR-REF-ID
           ALTERNATE RECORD KEY IS TXR-TERM WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS RENTAL-FILE-STATUS-WS.

           SELECT BOOKRECORD ASSIGN TO "library.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BOOK-ID
           ALTERNATE RECORD KEY IS BOOKNAME
           ALTERNATE RECORD KEY IS AUTHORNAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS CATEGORY WITH DUPLICATES
           ALTERNATE RECORD KEY IS ISBN WITH DUPLICATES
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS BOOK-FILE-STATUS-WS.

           SELECT OPTIONAL BORROWRECORD ASSIGN TO "borrow.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD WITH DUPLICATES
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL STUDENTRECORD ASSIGN TO "student.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STUDENT-ID
           FILE STATUS IS STUDENT-FILE-STATUS-WS.

           SELECT OPTIONAL COPYRECORD ASSIGN TO "copy.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COPY-REF-ID
           ALTERNATE RECORD KEY IS CBOOK-ID WITH DUPLICATES
           FILE STATUS IS COPY-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD TXPACKAGEFILE.
       COPY txpackagerecord-fs.
       FD TXRENTALFILE.
       COPY txrentalrecord-fs.
       FD BOOKRECORD.
       COPY bookrecord-fs.
       FD BORROWRECORD.
       COPY borrowrecord-fs.
       FD STUDENTRECORD.
       COPY studentrecord-fs.
       FD COPYRECORD.
       COPY copyrecord-fs.

       WORKING-STORAGE SECTION.
       COPY txpackagerecord-ws.
       COPY txrentalrecord-ws.
       COPY bookrecord-ws.
       COPY borrowrecord-ws.
       COPY studentrecord-ws.
       COPY copyrecord-ws.
       COPY circeventrecord-ws.
       COPY patronsum-request.
       COPY licensecheck-request.

       01 PKG-FILE-STATUS-WS PIC X(2).
           88 PKG-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 RENTAL-FILE-STATUS-WS PIC X(2).
           88 RENTAL-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 BOOK-FILE-STATUS-WS PIC X(2).
       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 STUDENT-FILE-STATUS-WS PIC X(2).
           88 STUDENT-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 COPY-FILE-STATUS-WS PIC X(2).
           88 COPY-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.

       01 PKG-SCAN-DONE-WS PIC X VALUE "N".
       01 COPY-SCAN-DONE-WS PIC X VALUE "N".
       01 LOAN-SCAN-DONE-WS PIC X VALUE "N".
       01 COPY-ON-LOAN-WS PIC X VALUE "N".
       01 COPY-FREE-FOUND-WS PIC X VALUE "N".
       01 RENTAL-ON-FILE-WS PIC X VALUE "N".
       01 TITLE-COUNT-WS PIC 9(3) VALUE 0.
       01 SLOT-IDX-WS PIC 9(2).
       01 LOAN-COPY-NUM-WS PIC 9(3).
       01 ITEM-NOTE-WS PIC X(30).
       01 TODAY-DATE-WS.
           05 TODAY-YYYY-WS PIC 9(4).
           05 TODAY-MM-WS PIC 9(2).
           05 TODAY-DD-WS PIC 9(2).
       01 DUE-DATE-WS.
           05 DUE-YYYY-WS PIC 9(4).
           05 DUE-MM-WS PIC 9(2).
           05 DUE-DD-WS PIC 9(2).

       LINKAGE SECTION.
       COPY txissue-request.

      *    Lends one student a course's textbook-rental package: each
      *    core title goes out on an ordinary loan due on the last
      *    day of the term, copy chosen the way the desk chooses it,
      *    with a txrental.bin row beside the loan for the term-end
      *    collection. The package is the course's, not a choice the
      *    student makes, so the loan limit and the fine block do
      *    not apply; a title the student already has out - on
      *    rental or on an ordinary loan - is left as it is.
       PROCEDURE DIVISION USING TXI-REQUEST.
       StartPara.
           MOVE 0 TO TXI-ISSUED
           MOVE 0 TO TXI-ALREADY-OUT
           MOVE 0 TO TXI-SHORT
           MOVE "Y" TO TXI-OK
           MOVE SPACES TO TXI-MESSAGE
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           MOVE TXI-DUE-DATE TO DUE-DATE-WS
           OPEN INPUT STUDENTRECORD
           IF STUDENT-FILE-ABSENT-ON-OPEN-WS
               CLOSE STUDENTRECORD
               MOVE "N" TO TXI-OK
               MOVE "NO STUDENT FILE" TO TXI-MESSAGE
               EXIT PROGRAM
           END-IF
           MOVE TXI-STUDENT-ID TO STUDENT-ID
           READ STUDENTRECORD INTO STUDENT-WS
               INVALID KEY
                   MOVE "N" TO TXI-OK
                   MOVE "STUDENT NOT ON FILE" TO TXI-MESSAGE
           END-READ
           CLOSE STUDENTRECORD
           IF TXI-OK = "N"
               EXIT PROGRAM
           END-IF
           OPEN INPUT TXPACKAGEFILE
           IF PKG-FILE-ABSENT-ON-OPEN-WS
               CLOSE TXPACKAGEFILE
               MOVE "N" TO TXI-OK
               MOVE "NO TEXTBOOK PACKAGES ON FILE" TO TXI-MESSAGE
               EXIT PROGRAM
           END-IF
           PERFORM OpenRentalFile
           OPEN I-O BOOKRECORD
           OPEN I-O BORROWRECORD
           IF FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT BORROWRECORD
               CLOSE BORROWRECORD
               OPEN I-O BORROWRECORD
           END-IF
           OPEN INPUT COPYRECORD
           PERFORM IssuePackage
           CLOSE COPYRECORD
           CLOSE BORROWRECORD
           CLOSE BOOKRECORD
           CLOSE TXRENTALFILE
           CLOSE TXPACKAGEFILE
           IF TITLE-COUNT-WS = 0
               MOVE "N" TO TXI-OK
               MOVE "NO PACKAGE SET UP FOR THIS COURSE" TO TXI-MESSAGE
           END-IF.
           EXIT PROGRAM.

       OpenRentalFile.
           OPEN EXTEND TXRENTALFILE
           IF RENTAL-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT TXRENTALFILE
               CLOSE TXRENTALFILE
           ELSE
               CLOSE TXRENTALFILE
           END-IF
           OPEN I-O TXRENTALFILE.

       IssuePackage.
           MOVE 0 TO TITLE-COUNT-WS
           MOVE TXI-COURSE TO TXP-COURSE
           MOVE 0 TO TXP-BOOK-ID
           START TXPACKAGEFILE KEY IS >= TXP-REF-ID
               INVALID KEY MOVE "Y" TO PKG-SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO PKG-SCAN-DONE-WS
           END-START
           PERFORM UNTIL PKG-SCAN-DONE-WS = "Y"
               READ TXPACKAGEFILE NEXT INTO TX-PACKAGE-WS
                   AT END MOVE "Y" TO PKG-SCAN-DONE-WS
                   NOT AT END
                       IF TXP-COURSE-WS NOT = TXI-COURSE
                           MOVE "Y" TO PKG-SCAN-DONE-WS
                       ELSE
                           ADD 1 TO TITLE-COUNT-WS
                           PERFORM IssueOneTitle
                           DISPLAY "  " TXP-BOOK-ID-WS " "
                               BOOKNAME-WS(1:30) " " ITEM-NOTE-WS
                       END-IF
               END-READ
           END-PERFORM.

       IssueOneTitle.
           MOVE SPACES TO BOOKNAME-WS
           MOVE TXP-BOOK-ID-WS TO BOOK-ID
           READ BOOKRECORD INTO BOOK-WS
               INVALID KEY
                   MOVE "NOT IN THE CATALOG" TO ITEM-NOTE-WS
                   ADD 1 TO TXI-SHORT
                   EXIT PARAGRAPH
           END-READ
           PERFORM CheckAlreadyOut
           IF ITEM-NOTE-WS NOT = SPACES
               ADD 1 TO TXI-ALREADY-OUT
               EXIT PARAGRAPH
           END-IF
           IF BOOK-IS-WITHDRAWN-WS
               MOVE "WITHDRAWN - NOT ISSUED" TO ITEM-NOTE-WS
               ADD 1 TO TXI-SHORT
               EXIT PARAGRAPH
           END-IF
           IF QUANTITY-WS = 0
               MOVE "NO COPY ON THE SHELF" TO ITEM-NOTE-WS
               ADD 1 TO TXI-SHORT
               EXIT PARAGRAPH
           END-IF
           PERFORM FindFreeCopy
           MOVE "C" TO LCK-FUNC
           MOVE BOOK-ID-WS TO LCK-BOOK-ID
           MOVE LOAN-COPY-NUM-WS TO LCK-COPY-NUM
           MOVE 0 TO LCK-DATE
           CALL "LicenseCheck" USING LCK-REQUEST
           IF LCK-USED-UP
               MOVE "LICENSE USED UP - NOT ISSUED" TO ITEM-NOTE-WS
               ADD 1 TO TXI-SHORT
               EXIT PARAGRAPH
           END-IF
           PERFORM LendRentalCopy.

      *    A rental still open from an earlier term, or any loan of
      *    the title already on the student's ticket, means the
      *    student has the book; nothing more goes out.
       CheckAlreadyOut.
           MOVE SPACES TO ITEM-NOTE-WS
           MOVE "N" TO RENTAL-ON-FILE-WS
           MOVE TXI-STUDENT-ID TO TXR-STUDENT-ID
           MOVE TXP-BOOK-ID-WS TO TXR-BOOK-ID
           READ TXRENTALFILE INTO TX-RENTAL-WS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO RENTAL-ON-FILE-WS
                   IF TXR-IS-ISSUED-WS
                       MOVE "ALREADY OUT ON RENTAL" TO ITEM-NOTE-WS
                       EXIT PARAGRAPH
                   END-IF
           END-READ
           MOVE TXI-STUDENT-ID TO BORROWER-ID
           MOVE TXP-BOOK-ID-WS TO BBOOK-ID
           READ BORROWRECORD INTO BBOOK-WS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "ALREADY ON LOAN TO THE STUDENT"
                       TO ITEM-NOTE-WS
           END-READ.

      *    The lowest copy in circulation and not on another ticket,
      *    as at the desk; a title with no copy rows lends as copy
      *    000.
       FindFreeCopy.
           MOVE 0 TO LOAN-COPY-NUM-WS
           IF COPY-FILE-ABSENT-ON-OPEN-WS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO COPY-FREE-FOUND-WS
           MOVE BOOK-ID-WS TO CBOOK-ID
           MOVE 0 TO CCOPY-NUM
           START COPYRECORD KEY IS >= COPY-REF-ID
               INVALID KEY EXIT PARAGRAPH
           END-START
           MOVE "N" TO COPY-SCAN-DONE-WS
           PERFORM UNTIL COPY-SCAN-DONE-WS = "Y"
               READ COPYRECORD NEXT INTO COPY-WS
                   AT END MOVE "Y" TO COPY-SCAN-DONE-WS
                   NOT AT END
                       IF CBOOK-ID-WS NOT = BOOK-ID-WS
                           MOVE "Y" TO COPY-SCAN-DONE-WS
                       ELSE
                           IF CCOPY-IS-AVAILABLE-WS
                               MOVE CCOPY-NUM-WS TO LOAN-COPY-NUM-WS
                               PERFORM CheckCopyOnLoan
                               IF COPY-ON-LOAN-WS = "N"
                                   MOVE "Y" TO COPY-FREE-FOUND-WS
                                   MOVE "Y" TO COPY-SCAN-DONE-WS
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF COPY-FREE-FOUND-WS = "N"
               MOVE 0 TO LOAN-COPY-NUM-WS
           END-IF.

       CheckCopyOnLoan.
           MOVE "N" TO COPY-ON-LOAN-WS
           MOVE BOOK-ID-WS TO BBOOK-ID
           START BORROWRECORD KEY IS = BBOOK-ID
               INVALID KEY EXIT PARAGRAPH
           END-START
           MOVE "N" TO LOAN-SCAN-DONE-WS
           PERFORM UNTIL LOAN-SCAN-DONE-WS = "Y"
               READ BORROWRECORD NEXT
                   AT END MOVE "Y" TO LOAN-SCAN-DONE-WS
                   NOT AT END
                       IF BBOOK-ID NOT = BOOK-ID-WS
                           MOVE "Y" TO LOAN-SCAN-DONE-WS
                       ELSE
                           PERFORM VARYING SLOT-IDX-WS FROM 1 BY 1
                                   UNTIL SLOT-IDX-WS > 10
                                   OR SLOT-IDX-WS > BQUANTITY
                               IF BCOPY-NUM(SLOT-IDX-WS) =
                                       LOAN-COPY-NUM-WS
                                   MOVE "Y" TO COPY-ON-LOAN-WS
                                   MOVE "Y" TO LOAN-SCAN-DONE-WS
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

      *    Book counter down, loan written, rental row beside it; a
      *    loan that will not write puts the counter back and the
      *    title is reported short for the desk to issue by hand.
       LendRentalCopy.
           SUBTRACT 1 FROM QUANTITY-WS
           IF QUANTITY-WS = 0
               MOVE "N" TO BAVAIL-WS
           END-IF
           REWRITE BOOK FROM BOOK-WS
               INVALID KEY
                   MOVE "TITLE IN USE - ISSUE AT THE DESK"
                       TO ITEM-NOTE-WS
                   ADD 1 TO TXI-SHORT
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE TXI-STUDENT-ID TO BORROWER-ID-WS
           MOVE BOOK-ID-WS TO BBOOK-ID-WS
           MOVE 1 TO BQUANTITY-WS
           MOVE TODAY-MM-WS TO BMM-WS
           MOVE TODAY-DD-WS TO BDD-WS
           MOVE TODAY-YYYY-WS TO BYYYY-WS
           MOVE TXI-OPERATOR TO BOPERATOR-WS
           MOVE DUE-MM-WS TO BDUE-MM-WS
           MOVE DUE-DD-WS TO BDUE-DD-WS
           MOVE DUE-YYYY-WS TO BDUE-YYYY-WS
           MOVE 0 TO BDUE-TIME-WS
           MOVE ZEROS TO BCOPY-LIST-WS
           MOVE LOAN-COPY-NUM-WS TO BCOPY-NUM-WS(1)
           WRITE BBOOK FROM BBOOK-WS
               INVALID KEY
                   ADD 1 TO QUANTITY-WS
                   MOVE "Y" TO BAVAIL-WS
                   REWRITE BOOK FROM BOOK-WS
                       INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE "LOAN NOT WRITTEN - ISSUE AT THE DESK"
                       TO ITEM-NOTE-WS
                   ADD 1 TO TXI-SHORT
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO TXI-ISSUED
           MOVE "ISSUED" TO ITEM-NOTE-WS
           IF LOAN-COPY-NUM-WS > 0
               MOVE SPACES TO ITEM-NOTE-WS
               STRING "ISSUED - COPY " LOAN-COPY-NUM-WS
                   DELIMITED BY SIZE INTO ITEM-NOTE-WS
               END-STRING
           END-IF
           MOVE "L" TO PSM-FUNC
           MOVE TXI-STUDENT-ID TO PSM-STUDENT-ID
           MOVE 1 TO PSM-DELTA
           CALL "PatronSummary" USING PSM-REQUEST
           MOVE "CHECKOUT" TO CIRC-EVENT-TYPE-WS
           MOVE TXI-STUDENT-ID TO CIRC-STUDENT-ID-WS
           MOVE BOOK-ID-WS TO CIRC-BOOK-ID-WS
           MOVE TXI-OPERATOR TO CIRC-OPERATOR-WS
           MOVE 0 TO CIRC-AMOUNT-WS
           CALL "LogCircEvent" USING CIRC-EVENT-WS
           MOVE "U" TO LCK-FUNC
           CALL "LicenseCheck" USING LCK-REQUEST
           PERFORM WriteRentalRow.

      *    A returned or billed row from an earlier term is taken
      *    over by the new issue.
       WriteRentalRow.
           MOVE TXI-STUDENT-ID TO TXR-STUDENT-ID-WS
           MOVE BOOK-ID-WS TO TXR-BOOK-ID-WS
           MOVE TXI-COURSE TO TXR-COURSE-WS
           MOVE TXI-TERM TO TXR-TERM-WS
           MOVE LOAN-COPY-NUM-WS TO TXR-COPY-NUM-WS
           MOVE TODAY-DATE-WS TO TXR-ISSUE-DATE-WS
           MOVE TXI-DUE-DATE TO TXR-DUE-DATE-WS
           MOVE "I" TO TXR-STATUS-WS
           MOVE TXI-OPERATOR TO TXR-ISSUED-BY-WS
           MOVE 0 TO TXR-SETTLED-DATE-WS
           MOVE 0 TO TXR-CHARGE-WS
           MOVE TXR-REF-ID-WS TO TXR-REF-ID
           IF RENTAL-ON-FILE-WS = "Y"
               REWRITE TX-RENTAL-RECORD FROM TX-RENTAL-WS
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE TX-RENTAL-RECORD FROM TX-RENTAL-WS
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
