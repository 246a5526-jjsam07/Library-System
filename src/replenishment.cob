           ALTERNATE RECORD KEY IS POL-BOOK-ID WITH DUPLICATES
           FILE STATUS IS POL-FILE-STATUS-WS.

           SELECT OPTIONAL COVERAGEFILE ASSIGN TO "coverageshort.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CVG-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD BOOKRECORD.
       COPY porecord-fs.
       FD POLINERECORD.
       COPY polinerecord-fs.
       FD COVERAGEFILE.
       COPY coverageline-fs.

       WORKING-STORAGE SECTION.
       COPY bookrecord-ws.
           88 PO-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 POL-FILE-STATUS-WS PIC X(2).
           88 POL-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 CVG-FILE-STATUS-WS PIC X(2).
           88 CVG-FILE-DOES-NOT-EXIST-WS VALUE 05 35.

       01 ENTRY-SCAN-WS PIC X(10) VALUE SPACES.
       01 DEPTH-THRESHOLD-WS PIC 9(3) VALUE 2.
       01 LINE-NUM-WS PIC 9(3) VALUE 0.
       01 DRAFT-PO-WS PIC 9(6).
       01 CANDIDATE-COUNT-WS PIC 9(4) VALUE 0.
       01 CVG-EOF-WS PIC X VALUE "N".
       01 COVERAGE-TABLE-WS.
           05 COVERAGE-COUNT-WS PIC 9(3) VALUE 0.
           05 COVERAGE-BOOK-ID-WS OCCURS 300 TIMES PIC 9(10).
       01 COVERAGE-IDX-WS PIC 9(3).
       01 ALREADY-DRAFTED-WS PIC X VALUE "N".
       01 TODAY-DATE-WS.
           05 TODAY-YYYY-WS PIC 9(4).
           05 TODAY-MM-WS PIC 9(2).
      *    DRAFT purchase order - status "D" - for a librarian to
      *    review, trim and release in Acquisitions. Suggested
      *    quantity scales with the queue: one copy per two waiting
      *    students, never less than one. Titles the reading-list
      *    coverage report found short for their classes wait in
      *    coverageshort.txt; they are drafted first, for the
      *    shortfall the report worked out, and the file is emptied
      *    once they are on the draft.
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS.
       StartPara.
           DISPLAY " "
               PERFORM CloseAllFiles
               EXIT PROGRAM
           END-IF
           PERFORM DraftCoverageShortfalls
           PERFORM ScanEveryTitle
           IF CANDIDATE-COUNT-WS = 0
               DISPLAY "NOTHING NEEDS REPLENISHING - DRAFT ORDER "
           MOVE ASSIGN-NEXT-ID TO DRAFT-PO-WS
           MOVE DRAFT-PO-WS TO PO-NUMBER
           MOVE "(DRAFT - ASSIGN VENDOR)" TO PO-VENDOR
           MOVE SPACES TO PO-VENDOR-CODE
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           MOVE TODAY-YYYY-WS TO PO-O-YYYY
           MOVE TODAY-MM-WS TO PO-O-MM
           END-PERFORM.

       JudgeOneTitle.
           PERFORM CheckAlreadyDrafted
           IF ALREADY-DRAFTED-WS = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CountQueueDepth
           IF QUANTITY-WS > 0 AND
                   QUEUE-DEPTH-WS < DEPTH-THRESHOLD-WS
               END-READ
           END-PERFORM.

       DraftCoverageShortfalls.
           MOVE 0 TO COVERAGE-COUNT-WS
           OPEN INPUT COVERAGEFILE
           IF CVG-FILE-DOES-NOT-EXIST-WS
               CLOSE COVERAGEFILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO CVG-EOF-WS
           PERFORM UNTIL CVG-EOF-WS = "Y"
               READ COVERAGEFILE
                   AT END MOVE "Y" TO CVG-EOF-WS
                   NOT AT END PERFORM DraftOneShortfall
               END-READ
           END-PERFORM
           CLOSE COVERAGEFILE
           OPEN OUTPUT COVERAGEFILE
           CLOSE COVERAGEFILE.

       DraftOneShortfall.
           IF CVG-BOOK-ID NOT NUMERIC OR CVG-SHORT-QTY NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE CVG-BOOK-ID TO BOOK-ID
           READ BOOKRECORD INTO BOOK-WS
               INVALID KEY EXIT PARAGRAPH
           END-READ
           IF BOOK-IS-WITHDRAWN-WS
               EXIT PARAGRAPH
           END-IF
           MOVE CVG-SHORT-QTY TO WANT-QTY-WS
           PERFORM WriteDraftLine
           ADD 1 TO CANDIDATE-COUNT-WS
           IF COVERAGE-COUNT-WS < 300
               ADD 1 TO COVERAGE-COUNT-WS
               MOVE BOOK-ID-WS TO COVERAGE-BOOK-ID-WS(COVERAGE-COUNT-WS)
           END-IF
           DISPLAY "  DRAFTED: " BOOKNAME-WS(1:35) " X"
               WANT-QTY-WS " (SHORT FOR READING LIST "
               CVG-LIST-ID ")".

       CheckAlreadyDrafted.
           MOVE "N" TO ALREADY-DRAFTED-WS
           PERFORM VARYING COVERAGE-IDX-WS FROM 1 BY 1
                   UNTIL COVERAGE-IDX-WS > COVERAGE-COUNT-WS
               IF COVERAGE-BOOK-ID-WS(COVERAGE-IDX-WS) = BOOK-ID-WS
                   MOVE "Y" TO ALREADY-DRAFTED-WS
               END-IF
           END-PERFORM.

      *    ISBN detail comes from the bib master when we hold it;
      *    the book master's own title and author are the fallback.
      *    Unit cost is the policy replacement cost - a placeholder
           CALL "LoadPolicy" USING POLICY-WS
           MOVE POL-REPLACEMENT-COST-WS TO POL-UNIT-COST
           MOVE SPACES TO POL-FUND-CODE
           MOVE 0 TO POL-SUB-ID
           MOVE 0 TO POL-RECEIVED-DATE
           WRITE PO-LINE-RECORD
               INVALID KEY DISPLAY "UNABLE TO WRITE A DRAFT LINE."
           END-WRITE.
