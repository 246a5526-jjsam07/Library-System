       IDENTIFICATION DIVISION.
       PROGRAM-ID. TextbookRental.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TXPACKAGEFILE ASSIGN TO "txpackage.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TXP-REF-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS FILE-STATUS-WS.

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

           SELECT COURSEROSTERFILE ASSIGN TO "courseroster.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ROSTER-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD TXPACKAGEFILE.
       COPY txpackagerecord-fs.
       FD BOOKRECORD.
       COPY bookrecord-fs.
       FD COURSEROSTERFILE.
       COPY courserosterline-fs.

       WORKING-STORAGE SECTION.
       COPY txpackagerecord-ws.
       COPY bookrecord-ws.
       COPY txissue-request.
       COPY term-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 BOOK-FILE-STATUS-WS PIC X(2).
       01 ROSTER-FILE-STATUS-WS PIC X(2).

       01 OPTION-WS PIC 9.
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 ROSTER-EOF-WS PIC X VALUE "N".
       01 SHOWN-COUNT-WS PIC 9(3) VALUE 0.
       01 COURSE-SCAN-WS PIC X(10) VALUE SPACES.
       01 ENTRY-SCAN-WS PIC X(12) VALUE SPACES.
       01 ANSWER-WS PIC X VALUE SPACE.
       01 TODAY-DATE-WS PIC 9(8).
       01 LAST-COURSE-WS PIC X(10) VALUE SPACES.
       01 RUN-COUNTS-WS.
           05 RUN-STUDENTS-WS PIC 9(5).
           05 RUN-REFUSED-WS PIC 9(5).
           05 RUN-ISSUED-WS PIC 9(6).
           05 RUN-ALREADY-OUT-WS PIC 9(6).
           05 RUN-SHORT-WS PIC 9(6).

       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
       01 ADMINNAME-LS PIC X(20).

      *    The textbook-rental program: the package of core titles
      *    each course issues to every student on its roster, the
      *    term-start bulk issue off the registrar's course roster
      *    feed (courseroster.txt), and the term-end collection -
      *    the report of what is still out by student and the run
      *    that bills it. The desk issues a single package from the
      *    circulation menu for a student who missed the bulk run.
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS.
       StartPara.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           PERFORM UNTIL 1 < 0
               DISPLAY " "
               DISPLAY "TEXTBOOK RENTAL"
               DISPLAY "[1] SHOW COURSE PACKAGES"
               DISPLAY "[2] ADD A TITLE TO A PACKAGE"
               DISPLAY "[3] REMOVE A TITLE FROM A PACKAGE"
               DISPLAY "[4] TERM-START BULK ISSUE FROM THE ROSTER"
               DISPLAY "[5] TERM-END COLLECTION REPORT"
               DISPLAY "[6] TERM-END BILLING OF UNRETURNED ITEMS"
               DISPLAY "[0] BACK"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT OPTION-WS
               EVALUATE OPTION-WS
                   WHEN 1 PERFORM ShowPackages
                   WHEN 2 PERFORM AddPackageTitle
                   WHEN 3 PERFORM RemovePackageTitle
                   WHEN 4 PERFORM BulkIssue
                   WHEN 5 CALL "TextbookCollection"
                   WHEN 6 CALL "TextbookBilling" USING ADMIN-ID-LS
                       ADMINNAME-LS
                   WHEN 0 EXIT PROGRAM
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.

       OpenPackageFile.
           OPEN EXTEND TXPACKAGEFILE
           IF FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT TXPACKAGEFILE
               CLOSE TXPACKAGEFILE
           ELSE
               CLOSE TXPACKAGEFILE
           END-IF
           OPEN I-O TXPACKAGEFILE
           OPEN INPUT BOOKRECORD.

       ClosePackageFile.
           CLOSE BOOKRECORD
           CLOSE TXPACKAGEFILE.

      *    Enter alone lists every package on file, course by course.
       ShowPackages.
           DISPLAY "COURSE CODE (ENTER FOR ALL): " WITH NO ADVANCING
           MOVE SPACES TO COURSE-SCAN-WS
           ACCEPT COURSE-SCAN-WS
           MOVE FUNCTION UPPER-CASE(COURSE-SCAN-WS) TO COURSE-SCAN-WS
           PERFORM OpenPackageFile
           MOVE 0 TO SHOWN-COUNT-WS
           MOVE SPACES TO LAST-COURSE-WS
           MOVE COURSE-SCAN-WS TO TXP-COURSE
           MOVE 0 TO TXP-BOOK-ID
           START TXPACKAGEFILE KEY IS >= TXP-REF-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ TXPACKAGEFILE NEXT INTO TX-PACKAGE-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF COURSE-SCAN-WS NOT = SPACES AND
                               TXP-COURSE-WS NOT = COURSE-SCAN-WS
                           MOVE "Y" TO SCAN-DONE-WS
                       ELSE
                           PERFORM ShowPackageLine
                       END-IF
               END-READ
           END-PERFORM
           PERFORM ClosePackageFile
           IF SHOWN-COUNT-WS = 0
               DISPLAY "  NO PACKAGE TITLES ON FILE."
           END-IF.

       ShowPackageLine.
           ADD 1 TO SHOWN-COUNT-WS
           IF TXP-COURSE-WS NOT = LAST-COURSE-WS
               DISPLAY " "
               DISPLAY "COURSE " TXP-COURSE-WS
               MOVE TXP-COURSE-WS TO LAST-COURSE-WS
           END-IF
           MOVE "(NOT IN THE CATALOG)" TO BOOKNAME-WS
           MOVE TXP-BOOK-ID-WS TO BOOK-ID
           READ BOOKRECORD INTO BOOK-WS
               KEY IS BOOK-ID
               INVALID KEY CONTINUE
           END-READ
           DISPLAY "  " TXP-BOOK-ID-WS " " BOOKNAME-WS.

       AskCourseAndBook.
           MOVE SPACES TO TXP-COURSE
           MOVE 0 TO TXP-BOOK-ID
           DISPLAY "COURSE CODE: " WITH NO ADVANCING
           MOVE SPACES TO COURSE-SCAN-WS
           ACCEPT COURSE-SCAN-WS
           IF COURSE-SCAN-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "BOOK ID: " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           MOVE FUNCTION UPPER-CASE(COURSE-SCAN-WS) TO TXP-COURSE
           MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO TXP-BOOK-ID.

       AddPackageTitle.
           PERFORM OpenPackageFile
           PERFORM AskCourseAndBook
           IF TXP-BOOK-ID = 0
               PERFORM ClosePackageFile
               EXIT PARAGRAPH
           END-IF
           MOVE TXP-BOOK-ID TO BOOK-ID
           READ BOOKRECORD INTO BOOK-WS
               KEY IS BOOK-ID
               INVALID KEY
                   DISPLAY "NO SUCH BOOK ID."
                   PERFORM ClosePackageFile
                   EXIT PARAGRAPH
           END-READ
           IF BOOK-IS-WITHDRAWN-WS
               DISPLAY "THAT TITLE IS WITHDRAWN."
               PERFORM ClosePackageFile
               EXIT PARAGRAPH
           END-IF
           MOVE TXP-REF-ID TO TXP-REF-ID-WS
           MOVE ADMINNAME-LS TO TXP-SET-BY-WS
           MOVE TODAY-DATE-WS TO TXP-SET-DATE-WS
           WRITE TX-PACKAGE-RECORD FROM TX-PACKAGE-WS
               INVALID KEY
                   DISPLAY "THAT TITLE IS ALREADY IN THE PACKAGE."
               NOT INVALID KEY
                   DISPLAY BOOKNAME-WS
                   DISPLAY "ADDED TO THE " TXP-COURSE-WS " PACKAGE."
           END-WRITE
           PERFORM ClosePackageFile.

      *    Loans already issued from the package are left alone; the
      *    title simply stops going out to students issued from now
      *    on.
       RemovePackageTitle.
           PERFORM OpenPackageFile
           PERFORM AskCourseAndBook
           IF TXP-BOOK-ID = 0
               PERFORM ClosePackageFile
               EXIT PARAGRAPH
           END-IF
           DELETE TXPACKAGEFILE RECORD
               INVALID KEY
                   DISPLAY "THAT TITLE IS NOT IN THE PACKAGE."
               NOT INVALID KEY
                   DISPLAY "TITLE REMOVED FROM THE PACKAGE."
           END-DELETE
           PERFORM ClosePackageFile.

      *    Every student on the course roster is issued the package
      *    for the current term. A rerun is harmless - what a
      *    student already has out is passed over - so a roster
      *    resent after late enrolments can simply be run again.
       BulkIssue.
           DISPLAY "COURSE CODE TO ISSUE: " WITH NO ADVANCING
           MOVE SPACES TO COURSE-SCAN-WS
           ACCEPT COURSE-SCAN-WS
           IF COURSE-SCAN-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(COURSE-SCAN-WS) TO COURSE-SCAN-WS
           MOVE "C" TO TRQ-FUNC
           MOVE 0 TO TRQ-DATE
           CALL "TermLookup" USING TRQ-REQUEST
           IF NOT TRQ-TERM-FOUND
               DISPLAY "NO CURRENT TERM ON THE TERM MASTER - SET THE "
                   "TERM UP FIRST."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ISSUE THE " COURSE-SCAN-WS " PACKAGE FOR TERM "
               TRQ-CODE ", DUE " TRQ-END " (Y/N)? " WITH NO ADVANCING
           MOVE SPACE TO ANSWER-WS
           ACCEPT ANSWER-WS
           IF ANSWER-WS NOT = "Y" AND ANSWER-WS NOT = "y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT COURSEROSTERFILE
           IF ROSTER-FILE-STATUS-WS NOT = "00"
               DISPLAY "COURSE ROSTER FILE NOT FOUND: courseroster.txt"
               EXIT PARAGRAPH
           END-IF
           INITIALIZE RUN-COUNTS-WS
           MOVE "N" TO ROSTER-EOF-WS
           PERFORM UNTIL ROSTER-EOF-WS = "Y"
               READ COURSEROSTERFILE
                   AT END MOVE "Y" TO ROSTER-EOF-WS
                   NOT AT END
                       IF FUNCTION UPPER-CASE(CRS-COURSE) =
                               COURSE-SCAN-WS
                           PERFORM IssueToRosterStudent
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COURSEROSTERFILE
           DISPLAY " "
           DISPLAY RUN-STUDENTS-WS " STUDENT(S) ON THE ROSTER, "
               RUN-REFUSED-WS " NOT ISSUED (SEE ABOVE)."
           DISPLAY RUN-ISSUED-WS " ITEM(S) ISSUED, "
               RUN-ALREADY-OUT-WS " ALREADY OUT, " RUN-SHORT-WS
               " SHORT - ISSUE THOSE AT THE DESK.".

       IssueToRosterStudent.
           ADD 1 TO RUN-STUDENTS-WS
           DISPLAY "STUDENT " CRS-STUDENT-ID
           MOVE CRS-STUDENT-ID TO TXI-STUDENT-ID
           MOVE COURSE-SCAN-WS TO TXI-COURSE
           MOVE ADMINNAME-LS TO TXI-OPERATOR
           MOVE TRQ-CODE TO TXI-TERM
           MOVE TRQ-END TO TXI-DUE-DATE
           CALL "TextbookIssue" USING TXI-REQUEST
           IF TXI-OK = "N"
               ADD 1 TO RUN-REFUSED-WS
               DISPLAY "  NOT ISSUED: " TXI-MESSAGE
               EXIT PARAGRAPH
           END-IF
           ADD TXI-ISSUED TO RUN-ISSUED-WS
           ADD TXI-ALREADY-OUT TO RUN-ALREADY-OUT-WS
           ADD TXI-SHORT TO RUN-SHORT-WS.
