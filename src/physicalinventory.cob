           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD WITH DUPLICATES
           FILE STATUS IS BORROW-FILE-STATUS-WS.

           SELECT OPTIONAL HOLDRECORD ASSIGN TO "hold.bin"
       COPY holdrecord-ws.
       COPY illrecord-ws.
       COPY bookrecord-ws.
       COPY checkdigit-request.

       01 STOCK-FILE-STATUS-WS PIC X(2).
           88 STOCK-FILE-DOES-NOT-EXIST-WS VALUE 35.
           88 ILL-FILE-DOES-NOT-EXIST-WS VALUE 35.

       01 OPTION-WS PIC 9.
       01 SCAN-ENTRY-WS PIC X(11) VALUE SPACES.
       01 SECTION-ENTRY-WS PIC X(10) VALUE SPACES.
       01 CAPTURE-DONE-WS PIC X VALUE "N".
       01 SCAN-DONE-WS PIC X VALUE "N".
               10 MISS-BOOK-ID-WS PIC 9(10).
               10 MISS-QTY-WS PIC 9(4).
       01 MISS-IDX-WS PIC 9(3).
       01 SCAN-COPY-TABLE-WS.
           05 SCAN-COPY-COUNT-WS PIC 9(4) VALUE 0.
           05 SCAN-COPY-ENTRY-WS OCCURS 2000 TIMES.
               10 SCPY-BOOK-ID-WS PIC 9(10).
               10 SCPY-COPY-NUM-WS PIC 9(3).
       01 SCPY-IDX-WS PIC 9(4).
       01 TITLE-COPY-TABLE-WS.
           05 TITLE-COPY-COUNT-WS PIC 9(3) VALUE 0.
           05 TITLE-COPY-NUM-WS PIC 9(3) OCCURS 200 TIMES.
       01 TCPY-IDX-WS PIC 9(3).
       01 LOAN-COPY-TABLE-WS.
           05 LOAN-COPY-COUNT-WS PIC 9(3) VALUE 0.
           05 LOAN-COPY-ENTRY-WS OCCURS 200 TIMES.
               10 LCPY-COPY-NUM-WS PIC 9(3).
               10 LCPY-STUDENT-ID-WS PIC 9(10).
       01 LCPY-IDX-WS PIC 9(3).
       01 SLOT-IDX-WS PIC 9(2).
       01 CHECK-COPY-NUM-WS PIC 9(3).
       01 COPY-SCANNED-WS PIC X VALUE "N".
       01 COPY-ON-LOAN-WS PIC X VALUE "N".
       01 COPY-LOAN-STUDENT-WS PIC 9(10).

      *    The summer stocktake, off the clipboard at last. Capture
      *    mode appends wand scans (book id, optional copy number,
                   WITH NO ADVANCING
               MOVE SPACES TO SCAN-ENTRY-WS
               ACCEPT SCAN-ENTRY-WS
               MOVE "S" TO CKD-FUNC
               MOVE SCAN-ENTRY-WS TO CKD-SCAN
               CALL "CheckDigit" USING CKD-REQUEST
               MOVE CKD-ID TO STK-BOOK-ID
               EVALUATE TRUE
                   WHEN CKD-REJECTED
                       DISPLAY "  NOT COUNTED - " CKD-REASON
                   WHEN STK-BOOK-ID = 0
                       MOVE "Y" TO CAPTURE-DONE-WS
                   WHEN OTHER
                       DISPLAY "COPY NUMBER (0 IF NOT LABELLED): "
                           WITH NO ADVANCING
                       MOVE SPACES TO SCAN-ENTRY-WS
                       ACCEPT SCAN-ENTRY-WS
                       IF SCAN-ENTRY-WS = SPACES
                           MOVE 0 TO STK-COPY-NUM
                       ELSE
                           MOVE FUNCTION NUMVAL(SCAN-ENTRY-WS)
                               TO STK-COPY-NUM
                       END-IF
                       MOVE SECTION-ENTRY-WS TO STK-SECTION
                       WRITE STOCKTAKE-LINE
               END-EVALUATE
           END-PERFORM
           CLOSE STOCKTAKEFILE.


       LoadScanTallies.
           MOVE 0 TO SCAN-TALLY-COUNT-WS
           MOVE 0 TO SCAN-COPY-COUNT-WS
           OPEN INPUT STOCKTAKEFILE
           IF STOCK-FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO SCANS CAPTURED YET."
           END-IF
      *    A scan that names a copy number marked lost or retired is
      *    a found book - it is on the shelf after all.
           IF STK-COPY-NUM NOT = 0 AND SCAN-COPY-COUNT-WS < 2000
               ADD 1 TO SCAN-COPY-COUNT-WS
               MOVE STK-BOOK-ID TO SCPY-BOOK-ID-WS(SCAN-COPY-COUNT-WS)
               MOVE STK-COPY-NUM
                   TO SCPY-COPY-NUM-WS(SCAN-COPY-COUNT-WS)
           END-IF
           IF STK-COPY-NUM NOT = 0
               MOVE STK-BOOK-ID TO CBOOK-ID OF COPY-REF-ID
               MOVE STK-COPY-NUM TO CCOPY-NUM
                           PERFORM CloseOutCurrentTitle
                           MOVE CBOOK-ID-WS TO CURRENT-BOOK-ID-WS
                           MOVE 0 TO ACTIVE-COPIES-WS
                           MOVE 0 TO TITLE-COPY-COUNT-WS
                       END-IF
                       IF CCOPY-IS-AVAILABLE-WS
                           ADD 1 TO ACTIVE-COPIES-WS
                           IF TITLE-COPY-COUNT-WS < 200
                               ADD 1 TO TITLE-COPY-COUNT-WS
                               MOVE CCOPY-NUM-WS TO TITLE-COPY-NUM-WS
                                   (TITLE-COPY-COUNT-WS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
               DISPLAY "  MISSING: BOOK " CURRENT-BOOK-ID-WS " - "
                   MISSING-HERE-WS " COPY(IES) NOT SCANNED AND NOT "
                   "ON LOAN"
               PERFORM ListUnseenCopies
               IF MISSING-COUNT-WS < 500
                   ADD 1 TO MISSING-COUNT-WS
                   MOVE CURRENT-BOOK-ID-WS TO
                   MOVE MISSING-HERE-WS TO
                       MISS-QTY-WS(MISSING-COUNT-WS)
               END-IF
           END-IF
           PERFORM ListShelvedLoanCopies.

      *    Loans now record the copy that went out, so the missing
      *    count can name names: the copies in circulation that no
      *    loan accounts for and no scan named are the ones to look
      *    for. Scans keyed without a copy number still count toward
      *    the title, so this list can run longer than the count.
       ListUnseenCopies.
           DISPLAY "    NOT SCANNED, NOT ON LOAN: COPY"
               WITH NO ADVANCING
           PERFORM VARYING TCPY-IDX-WS FROM 1 BY 1
                   UNTIL TCPY-IDX-WS > TITLE-COPY-COUNT-WS
               MOVE TITLE-COPY-NUM-WS(TCPY-IDX-WS)
                   TO CHECK-COPY-NUM-WS
               PERFORM CheckCopyAccounted
               IF COPY-SCANNED-WS = "N" AND COPY-ON-LOAN-WS = "N"
                   DISPLAY " " CHECK-COPY-NUM-WS WITH NO ADVANCING
               END-IF
           END-PERFORM
           DISPLAY " ".

      *    A copy scanned on the shelf while a loan still records
      *    it came back without being checked in - the student on
      *    the ticket is named so the desk can clear it.
       ListShelvedLoanCopies.
           PERFORM VARYING LCPY-IDX-WS FROM 1 BY 1
                   UNTIL LCPY-IDX-WS > LOAN-COPY-COUNT-WS
               MOVE LCPY-COPY-NUM-WS(LCPY-IDX-WS)
                   TO CHECK-COPY-NUM-WS
               PERFORM CheckCopyAccounted
               IF COPY-SCANNED-WS = "Y"
                   DISPLAY "  ON SHELF BUT ON LOAN: BOOK "
                       CURRENT-BOOK-ID-WS " COPY " CHECK-COPY-NUM-WS
                       " - LOAN TO STUDENT "
                       LCPY-STUDENT-ID-WS(LCPY-IDX-WS)
               END-IF
           END-PERFORM.

       CheckCopyAccounted.
           MOVE "N" TO COPY-SCANNED-WS
           MOVE "N" TO COPY-ON-LOAN-WS
           PERFORM VARYING SCPY-IDX-WS FROM 1 BY 1
                   UNTIL SCPY-IDX-WS > SCAN-COPY-COUNT-WS
                   OR COPY-SCANNED-WS = "Y"
               IF SCPY-BOOK-ID-WS(SCPY-IDX-WS) = CURRENT-BOOK-ID-WS
                       AND SCPY-COPY-NUM-WS(SCPY-IDX-WS)
                       = CHECK-COPY-NUM-WS
                   MOVE "Y" TO COPY-SCANNED-WS
               END-IF
           END-PERFORM
           PERFORM VARYING LCPY-IDX-WS FROM 1 BY 1
                   UNTIL LCPY-IDX-WS > LOAN-COPY-COUNT-WS
                   OR COPY-ON-LOAN-WS = "Y"
               IF LCPY-COPY-NUM-WS(LCPY-IDX-WS) = CHECK-COPY-NUM-WS
                   MOVE "Y" TO COPY-ON-LOAN-WS
               END-IF
           END-PERFORM.

      *    Applied after the walk finishes so the reposition here
      *    cannot disturb the sequential pass over the same file.

       CountLoansForTitle.
           MOVE 0 TO LOANED-COUNT-WS
           MOVE 0 TO LOAN-COPY-COUNT-WS
           IF BORROW-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
                           MOVE "Y" TO SCAN-DONE-WS
                       ELSE
                           ADD BQUANTITY-WS TO LOANED-COUNT-WS
                           PERFORM NoteLoanedCopies
                       END-IF
               END-READ
           END-PERFORM.

       NoteLoanedCopies.
           PERFORM VARYING SLOT-IDX-WS FROM 1 BY 1
                   UNTIL SLOT-IDX-WS > 10
                   OR SLOT-IDX-WS > BQUANTITY-WS
               IF BCOPY-NUM-WS(SLOT-IDX-WS) > 0
                       AND LOAN-COPY-COUNT-WS < 200
                   ADD 1 TO LOAN-COPY-COUNT-WS
                   MOVE BCOPY-NUM-WS(SLOT-IDX-WS)
                       TO LCPY-COPY-NUM-WS(LOAN-COPY-COUNT-WS)
                   MOVE BORROWER-ID-WS
                       TO LCPY-STUDENT-ID-WS(LOAN-COPY-COUNT-WS)
               END-IF
           END-PERFORM.

       CountHoldsForTitle.
           MOVE 0 TO HELD-COUNT-WS
           IF HOLD-FILE-DOES-NOT-EXIST-WS
      *    Bulk adjustment for the copies the walk could not find:
      *    available copy rows go to lost one by one and QUANTITY
      *    comes down with them, the same bookkeeping the lost-book
      *    desk flow does. A copy a loan records as out, or a scan
      *    named by number, is never the one marked.
       MarkMissingCopiesLost.
           PERFORM CountLoansForTitle
           MOVE CURRENT-BOOK-ID-WS TO CBOOK-ID OF COPY-REF-ID
           MOVE 0 TO CCOPY-NUM
           START COPYRECORD KEY IS >= COPY-REF-ID
                       IF CBOOK-ID-WS NOT = CURRENT-BOOK-ID-WS
                           MOVE "Y" TO SCAN-DONE-WS
                       ELSE
                           MOVE CCOPY-NUM-WS TO CHECK-COPY-NUM-WS
                           PERFORM CheckCopyAccounted
                           IF CCOPY-IS-AVAILABLE-WS
                                   AND COPY-SCANNED-WS = "N"
                                   AND COPY-ON-LOAN-WS = "N"
                               MOVE "L" TO CCONDITION-WS
                               REWRITE COPY-RECORD FROM COPY-WS
                                   INVALID KEY CONTINUE
