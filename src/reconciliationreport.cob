           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD WITH DUPLICATES
           FILE STATUS IS BORROW-FILE-STATUS-WS.

           SELECT OPTIONAL COPYRECORD ASSIGN TO "copy.bin"
           RECORD KEY IS TRANSFER-REF-ID
           FILE STATUS IS XFER-FILE-STATUS-WS.

           SELECT OPTIONAL PATRONSUMFILE ASSIGN TO "patronsum.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PSUM-STUDENT-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS PSUM-FILE-STATUS-WS.

           SELECT SORTFILE ASSIGN TO "reconsort.tmp".

       DATA DIVISION.
           05 SORT-COPY-NUM PIC 9(3).
           05 SORT-FLAG PIC X(1).
           05 SORT-NAME PIC X(50).
       FD PATRONSUMFILE.
       COPY patronsumrecord-fs.

       WORKING-STORAGE SECTION.
       COPY bookrecord-ws.
       COPY illrecord-ws.
       COPY transferrecord-ws.
       COPY spool-request.
       COPY patronsumrecord-ws.
       COPY patronsum-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
           88 ILL-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 XFER-FILE-STATUS-WS PIC X(2).
           88 XFER-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 PSUM-FILE-STATUS-WS PIC X(2).
           88 PSUM-FILE-DOES-NOT-EXIST-WS VALUE 35.

       01 SCAN-DONE-WS PIC X VALUE "N".
       01 STREAM-EOF-WS PIC X VALUE "N".
       01 TODAY-DAYNUM-WS PIC 9(7).
       01 SHIPPED-DAYNUM-WS PIC 9(7).
       01 DAYS-IN-TRANSIT-WS PIC S9(5).
       01 SUMMARY-DRIFT-COUNT-WS PIC 9(5) VALUE 0.
       01 SUM-BALANCE-OUT-WS PIC -(6)9.99.
       01 DETAIL-BALANCE-OUT-WS PIC -(6)9.99.

      *    Nightly cross-foot of the three views of the same truth -
      *    QUANTITY on the book master, physical rows in copy.bin,
           DISPLAY "PASS 4: COPIES STUCK IN TRANSIT"
           PERFORM ScanStuckTransfers

           DISPLAY " "
           DISPLAY "PASS 5: ACCOUNT SUMMARIES AGAINST DETAIL"
           PERFORM CheckPatronSummaries

           DISPLAY " "
           DISPLAY MISMATCH-COUNT-WS " TITLE(S) OUT OF BALANCE, "
               ORPHAN-COUNT-WS " ORPHANED ROW(S), "
               STUCK-TRANSIT-COUNT-WS " STUCK IN TRANSIT, "
               SUMMARY-DRIFT-COUNT-WS " SUMMARY(IES) ADRIFT."
           MOVE "C" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-TOTAL-LINE
           STRING MISMATCH-COUNT-WS " UNBAL, "
               ORPHAN-COUNT-WS " ORPHANS, "
               STUCK-TRANSIT-COUNT-WS " IN TRANSIT, "
               SUMMARY-DRIFT-COUNT-WS " SUMMARIES ADRIFT."
               DELIMITED BY SIZE INTO SPOOL-TOTAL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST
               RELEASE SORT-REC
           END-IF.

      *    A hold whose copy is being paged to the student's pickup
      *    branch is counted only until the copy is scanned out; on
      *    the van the copy row is "T" and counted at neither end,
      *    so the hold must not be taken off a second time.
       ReleaseHoldRows.
           IF HOLD-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
                       MOVE HOLD-BOOK-ID-WS TO SORT-BOOK-ID
                       MOVE "H" TO SORT-TYPE
                       MOVE 1 TO SORT-QTY
                       IF HOLD-IN-TRANSIT-WS
                           PERFORM CheckHeldCopyShipped
                       END-IF
                       MOVE HOLD-STUDENT-ID-WS TO SORT-STUDENT-ID
                       MOVE ZEROS TO SORT-COPY-NUM
                       RELEASE SORT-REC
               END-READ
           END-PERFORM.

       CheckHeldCopyShipped.
           IF COPY-FILE-DOES-NOT-EXIST-WS OR HOLD-COPY-NUM-WS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE HOLD-BOOK-ID-WS TO CBOOK-ID
           MOVE HOLD-COPY-NUM-WS TO CCOPY-NUM
           READ COPYRECORD INTO COPY-WS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CCOPY-IN-TRANSIT-WS
                       MOVE 0 TO SORT-QTY
                   END-IF
           END-READ.

       ReleaseLoanRows.
           IF BORROW-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
               END-STRING
               CALL "ReportSpool" USING SPOOL-REQUEST
           END-IF.

      *    Every running account summary is recounted from the loan,
      *    reservation, hold and fine detail and any row that no
      *    longer agrees is listed with both figures. The detail is
      *    the truth: the cure for drift is the account summary
      *    rebuild in RebuildDataFiles.
       CheckPatronSummaries.
           OPEN INPUT PATRONSUMFILE
           IF PSUM-FILE-DOES-NOT-EXIST-WS
               DISPLAY "  NO ACCOUNT SUMMARIES ON FILE YET."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SCAN-DONE-WS
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ PATRONSUMFILE NEXT INTO PATRON-SUM-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END PERFORM CheckOneSummary
               END-READ
           END-PERFORM
           CLOSE PATRONSUMFILE.

       CheckOneSummary.
           MOVE "D" TO PSM-FUNC
           MOVE PSUM-STUDENT-ID-WS TO PSM-STUDENT-ID
           CALL "PatronSummary" USING PSM-REQUEST
           IF PSM-OPEN-LOANS = PSUM-OPEN-LOANS-WS AND
                   PSM-OPEN-HOLDS = PSUM-OPEN-HOLDS-WS AND
                   PSM-BALANCE = PSUM-BALANCE-WS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SUMMARY-DRIFT-COUNT-WS
           MOVE PSUM-BALANCE-WS TO SUM-BALANCE-OUT-WS
           MOVE PSM-BALANCE TO DETAIL-BALANCE-OUT-WS
           DISPLAY "  STUDENT " PSUM-STUDENT-ID-WS " SUMMARY "
               PSUM-OPEN-LOANS-WS "/" PSUM-OPEN-HOLDS-WS "/"
               SUM-BALANCE-OUT-WS " DETAIL " PSM-OPEN-LOANS "/"
               PSM-OPEN-HOLDS "/" DETAIL-BALANCE-OUT-WS
           MOVE "L" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-LINE
           STRING "SUMMARY ADRIFT: " PSUM-STUDENT-ID-WS " "
               PSUM-OPEN-LOANS-WS "/" PSUM-OPEN-HOLDS-WS "/"
               SUM-BALANCE-OUT-WS " VS " PSM-OPEN-LOANS "/"
               PSM-OPEN-HOLDS "/" DETAIL-BALANCE-OUT-WS
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST.
