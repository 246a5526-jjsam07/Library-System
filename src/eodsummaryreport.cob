       01 VOID-COUNT-WS PIC 9(5) VALUE 0.
       01 FINES-ASSESSED-WS PIC 9(7)V99 VALUE 0.
       01 FINES-COLLECTED-WS PIC 9(7)V99 VALUE 0.
       01 SALE-COUNT-WS PIC 9(5) VALUE 0.
       01 SALES-TAKEN-WS PIC 9(7)V99 VALUE 0.
       01 MONEY-TAKEN-WS PIC 9(7)V99 VALUE 0.
       01 HOUR-TABLE-WS.
           05 HOUR-COUNT-WS OCCURS 24 TIMES PIC 9(5).
       01 HOUR-IDX-WS PIC 9(2).
      *    End-of-day circulation summary from the activity log:
      *    checkouts, returns, renewals, fines assessed and
      *    collected, and the busiest hour at the counter - the
      *    numbers the head librarian reports weekly. Desk sales
      *    are counted beside the fines collected so the money
      *    line covers everything the counter took, cash and card,
      *    the figure CashReconReport breaks down by drawer.
       PROCEDURE DIVISION.
       StartPara.
           OPEN INPUT CIRCEVENTFILE
           DISPLAY "VOIDS:            " VOID-COUNT-WS
           DISPLAY "FINES ASSESSED:  $" FINES-ASSESSED-WS
           DISPLAY "FINES COLLECTED: $" FINES-COLLECTED-WS
           DISPLAY "DESK SALES:      $" SALES-TAKEN-WS " ("
               SALE-COUNT-WS " SALE(S))"
           COMPUTE MONEY-TAKEN-WS = FINES-COLLECTED-WS + SALES-TAKEN-WS
           DISPLAY "TOTAL TAKEN:     $" MONEY-TAKEN-WS
           IF BUSIEST-COUNT-WS > 0
               DISPLAY "BUSIEST HOUR:     " BUSIEST-HOUR-WS ":00 ("
                   BUSIEST-COUNT-WS " EVENT(S))"
           MOVE "C" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-TOTAL-LINE
           STRING "ASSESSED $" FINES-ASSESSED-WS " COLLECTED $"
               FINES-COLLECTED-WS " SALES $" SALES-TAKEN-WS
               " TAKEN $" MONEY-TAKEN-WS DELIMITED BY SIZE
               INTO SPOOL-TOTAL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST.
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST
           MOVE SPACES TO SPOOL-LINE
           STRING "DESK SALES: " SALE-COUNT-WS " $" SALES-TAKEN-WS
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST
           IF BUSIEST-COUNT-WS > 0
               MOVE SPACES TO SPOOL-LINE
               STRING "BUSIEST HOUR " BUSIEST-HOUR-WS ":00 ("
                       ADD CIRC-AMOUNT-WS TO FINES-ASSESSED-WS
                   WHEN CIRC-IS-FINE-PAID-WS
                       ADD CIRC-AMOUNT-WS TO FINES-COLLECTED-WS
                   WHEN CIRC-IS-SALE-WS
                       ADD 1 TO SALE-COUNT-WS
                       ADD CIRC-AMOUNT-WS TO SALES-TAKEN-WS
               END-EVALUATE
               COMPUTE HOUR-IDX-WS = CIRC-HH-WS + 1
               IF HOUR-IDX-WS >= 1 AND HOUR-IDX-WS <= 24
