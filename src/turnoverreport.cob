               10 SEG-BRANCH-WS PIC X(3).
               10 SEG-COPIES-WS PIC 9(5).
               10 SEG-LOANS-WS PIC 9(6).
               10 SEG-INHOUSE-WS PIC 9(6).
       01 SEG-IDX-WS PIC 9(3).
       01 SEG-FOUND-WS PIC X VALUE "N".
       01 SEG-RATIO-WS PIC 9(4)V9.
       01 WORK-BRANCH-WS PIC X(3).
       01 CAND-SHOWN-WS PIC 9(3) VALUE 0.
       01 TITLE-LOANS-WS PIC 9(5).
       01 TITLE-INHOUSE-WS PIC 9(5).
       01 CIRC-SCAN-DONE-WS PIC X VALUE "N".

      *    Utilization, not just dead stock: annual checkouts per
      *    should move. The candidate list names the slowest
      *    segment's titles with more than one copy and no checkout
      *    all year - the cart ManageCopies should load first.
      *    In-house use from the reshelving scan is shown beside the
      *    loans, never added to them: the ratio stays loans per
      *    copy, and a title read in the building is not a
      *    candidate to move.
       PROCEDURE DIVISION.
       StartPara.
           OPEN INPUT COPYRECORD
               MOVE WORK-BRANCH-WS TO SEG-BRANCH-WS(SEG-COUNT-WS)
               MOVE 0 TO SEG-COPIES-WS(SEG-COUNT-WS)
               MOVE 0 TO SEG-LOANS-WS(SEG-COUNT-WS)
               MOVE 0 TO SEG-INHOUSE-WS(SEG-COUNT-WS)
           END-IF
           MOVE SEG-COUNT-WS TO SEG-IDX-WS.

      *    A year of CHECKOUT events; history.bin's closed loans are
      *    the same checkouts seen later, so the event log alone
      *    counts each loan exactly once. INHOUSE events in the same
      *    year land in the segment's own in-house column.
       CountLoansBySegment.
           OPEN INPUT CIRCEVENTFILE
           IF CIRC-FILE-DOES-NOT-EXIST-WS
           CLOSE CIRCEVENTFILE.

       FoldOneCheckout.
           IF NOT CIRC-IS-CHECKOUT-WS AND NOT CIRC-IS-IN-HOUSE-WS
               EXIT PARAGRAPH
           END-IF
           MOVE CIRC-DATE-WS TO EVENT-DATE-YMD-WS
           END-IF
           MOVE CIRC-BRANCH-WS TO WORK-BRANCH-WS
           PERFORM FindSegment
           IF CIRC-IS-IN-HOUSE-WS
               ADD 1 TO SEG-INHOUSE-WS(SEG-IDX-WS)
           ELSE
               ADD 1 TO SEG-LOANS-WS(SEG-IDX-WS)
           END-IF.

       SpoolTurnover.
           MOVE "O" TO SPOOL-FUNC
               TO SPOOL-TITLE
           MOVE SPACES TO SPOOL-HEADING
           STRING "CATEGORY             BR  COPIES   LOANS  "
               "LOANS/COPY  IN-HOUSE"
               DELIMITED BY SIZE INTO SPOOL-HEADING
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST
               SEG-BRANCH-WS(SEG-IDX-WS) " "
               SEG-COPIES-WS(SEG-IDX-WS) " "
               SEG-LOANS-WS(SEG-IDX-WS) "  "
               SEG-RATIO-WS "      "
               SEG-INHOUSE-WS(SEG-IDX-WS)
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST.
               EXIT PARAGRAPH
           END-IF
           PERFORM CountTitleLoans
           IF TITLE-LOANS-WS > 0 OR TITLE-INHOUSE-WS > 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CAND-SHOWN-WS

       CountTitleLoans.
           MOVE 0 TO TITLE-LOANS-WS
           MOVE 0 TO TITLE-INHOUSE-WS
           OPEN INPUT CIRCEVENTFILE
           IF CIRC-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
                           ADD 1 TO TITLE-LOANS-WS
                           MOVE "Y" TO CIRC-SCAN-DONE-WS
                       END-IF
                       IF CIRC-IS-IN-HOUSE-WS AND
                               CIRC-BOOK-ID-WS = BOOK-ID-WS
                           ADD 1 TO TITLE-INHOUSE-WS
                           MOVE "Y" TO CIRC-SCAN-DONE-WS
                       END-IF
               END-READ
           END-PERFORM.
